IDENTIFICATION DIVISION.
PROGRAM-ID. ROMRPLAY.
*>   conversion replay - reads the ROMLARCH archive and the live ROMLOG
*>   (128-byte chained audit layout, archive first so the lines come
*>   in the order they were written) and puts every numeral input
*>   logged in the date range back through the current CONVS, and
*>   every D-prefixed decimal back through DCONV, listing each line
*>   whose value or result code would now come out differently.  it
*>   is run before a CONVS fix or a table change goes live, so we
*>   know which departments' past results it would move.
*>   ROMRPCTL, one record, positional:
*>     date-from 9(8), date-to 9(8)   ccyymmdd run dates, spaces or
*>                                    zero = open
*>     table-date 9(8)  date the symbol table is chosen for from the
*>                      ROMTLIB library (spaces = today), so a version
*>                      not yet in force can be replayed ahead of time
*>   the log does not record the mode or output style a line came
*>   from, so the line is classified from the text: spelled numbers
*>   (WRDNUM parses them), dates (return 4, a value past the numeral
*>   ceiling or a separator between numerals) and anything holding a
*>   character that is not a numeral symbol of the table in use are
*>   counted as not replayed.  a numeral is replayed in the standard
*>   style; when that disagrees with the log the other styles are
*>   tried and a style that reproduces the logged result counts as
*>   unchanged, since the department may have written in it.
*>   differences are listed by run date and original result code,
*>   with counts of inputs once accepted and now rejected and once
*>   rejected and now accepted.  any difference sets RETURN-CODE 4.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "ROMRPCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-STATUS.
    SELECT AUDIT-LOG ASSIGN TO "ROMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOG-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO "ROMLARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARCH-STATUS.
    SELECT SORT-WORK ASSIGN TO "ROMRPWK".
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMRPRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
    01 CTL-RECORD.
       02 RC-DATE-FROM  PICTURE X(8).
       02 FILLER        PICTURE X.
       02 RC-DATE-TO    PICTURE X(8).
       02 FILLER        PICTURE X.
       02 RC-TABLE-DATE PICTURE X(8).
FD AUDIT-LOG.
    01 AUDIT-RECORD   PICTURE X(128).
FD ARCHIVE-FILE.
    01 ARCH-RECORD    PICTURE X(128).
SD SORT-WORK.
    01 SORT-REC.
       02 SR-DATE      PICTURE X(8).
       02 SR-OLD-RET   PICTURE X.
       02 SR-SEQ       PICTURE 9(7).
       02 SR-SOURCE    PICTURE X(3).
       02 SR-TIME      PICTURE X(8).
       02 SR-INPUT     PICTURE X(80).
       02 SR-OLD-VALUE PICTURE S9(9).
       02 SR-NEW-VALUE PICTURE S9(9).
       02 SR-NEW-RET   PICTURE X.
       02 SR-NOTE      PICTURE X(14).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD  PICTURE X(132).

WORKING-STORAGE SECTION.
77  CTL-STATUS  PICTURE X(02).
77  LOG-STATUS  PICTURE X(02).
77  ARCH-STATUS PICTURE X(02).
77  CTL-OPEN    PICTURE X VALUE 'N'.
77  FILES-READ  PICTURE 9 VALUE ZERO.
77  FILE-EOF    PICTURE X VALUE 'N'.
77  SORT-EOF    PICTURE X VALUE 'N'.
77  K           PICTURE S99.
77  T           PICTURE S99.
77  BAD-VALUE   PICTURE X.
77  DATE-FROM   PICTURE 9(8) VALUE ZERO.
77  DATE-TO     PICTURE 9(8) VALUE 99999999.
77  TABLE-DATE  PICTURE 9(8) VALUE ZERO.
77  SEL-FUNC    PICTURE X VALUE 'S'.
77  REC-VALUE   PICTURE S9(9) VALUE ZERO.
77  REC-DATE    PICTURE 9(8) VALUE ZERO.
77  REC-SOURCE  PICTURE X(3).
77  REC-SEQ     PICTURE 9(7) VALUE ZERO.
77  IN-LEN      PICTURE S99 VALUE ZERO.
77  IN-START    PICTURE S99 VALUE ZERO.
77  REPLAY-KIND PICTURE X.
77  CHAR-OK     PICTURE X.
77  CHAR-HITS   PICTURE S99.
77  SET-LEN     PICTURE S99 VALUE ZERO.
77  STYLE-K     PICTURE S9.
77  SAME-RESULT PICTURE X.
77  PREV-DATE   PICTURE X(8) VALUE SPACES.
77  PREV-RET    PICTURE X VALUE SPACE.
77  HAVE-GROUP  PICTURE X VALUE 'N'.
77  M           PICTURE S99.
77  RET         PICTURE S9 COMP-3.
77  TEMP        PICTURE S9(8).
77  EPOS        PICTURE 99.
77  ECHAR       PICTURE X.
77  FRAC-TW     PICTURE S9(2) VALUE ZERO.
77  REPLAY-STYLE PICTURE X VALUE 'S'.
77  NEW-VALUE   PICTURE S9(9) VALUE ZERO.
77  WN-VAL      PICTURE S9(8).
77  WN-RET      PICTURE S9 COMP-3.
77  WN-FORM     PICTURE X.
77  CNT-READ    PICTURE S9(7) VALUE ZERO.
77  CNT-RANGE   PICTURE S9(7) VALUE ZERO.
77  CNT-REPLAYED PICTURE S9(7) VALUE ZERO.
77  CNT-SAME    PICTURE S9(7) VALUE ZERO.
77  CNT-DIFF    PICTURE S9(7) VALUE ZERO.
77  CNT-NOW-REJ PICTURE S9(7) VALUE ZERO.
77  CNT-NOW-ACC PICTURE S9(7) VALUE ZERO.
77  CNT-VAL-CHG PICTURE S9(7) VALUE ZERO.
77  CNT-RET-CHG PICTURE S9(7) VALUE ZERO.
77  CNT-WORDS   PICTURE S9(7) VALUE ZERO.
77  CNT-DATES   PICTURE S9(7) VALUE ZERO.
77  CNT-OTHER   PICTURE S9(7) VALUE ZERO.
77  GRP-DIFF    PICTURE S9(7) VALUE ZERO.
COPY "RNTABLEX.cpy".
01  ARRAY-AREA.
    02 S PICTURE X(1) OCCURS 80 TIMES.
01  INPUT-UP    PICTURE X(80).
01  WN-PHRASE   PICTURE X(74).
*>   characters CONVS reads as part of a numeral: the bracket,
*>   apostrophus, medieval j and fraction marks, then every symbol
*>   of the loaded table
01  NUMERAL-SET PICTURE X(50).
01  STYLE-LIST  PICTURE X(4) VALUE 'SCMA'.
01  DIGIT-X     PICTURE X.
01  DIGIT-9 REDEFINES DIGIT-X PICTURE 9.
01  NEW-RET-X   PICTURE X.
01  NEW-RET-9 REDEFINES NEW-RET-X PICTURE 9.
01  LOG-LINE.
    02 LL-DATE-X  PICTURE X(8).
    02 FILLER     PICTURE X.
    02 LL-TIME-X  PICTURE X(8).
    02 FILLER     PICTURE X.
    02 LL-INPUT   PICTURE X(80).
    02 FILLER     PICTURE X.
    02 LL-VALUE-X PICTURE X(9).
    02 FILLER     PICTURE X.
    02 LL-RET     PICTURE X.
    02 FILLER     PICTURE X.
    02 LL-POS-X   PICTURE X(2).
    02 FILLER     PICTURE X.
    02 LL-CHAR    PICTURE X.
    02 FILLER     PICTURE X(3).
    02 LL-CHECK   PICTURE X(10).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(30) VALUE 'CONVERSION REPLAY OF AUDIT LOG'.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  RANGE-LINE.
    02 FILLER PICTURE X(12) VALUE ' RUN DATES: '.
    02 OUT-DATE-FROM PICTURE 9(8).
    02 FILLER PICTURE X(4) VALUE ' TO '.
    02 OUT-DATE-TO PICTURE 9(8).
    02 FILLER PICTURE X(18) VALUE '   TABLE VERSION: '.
    02 OUT-VERSION PICTURE X(8).
    02 FILLER PICTURE X(11) VALUE '  SELECTED '.
    02 OUT-TABLE-DATE PICTURE 9(8).
01  GROUP-LINE.
    02 FILLER PICTURE X(11) VALUE ' RUN DATE: '.
    02 OUT-GR-DATE PICTURE X(8).
    02 FILLER PICTURE X(20) VALUE '   ORIGINAL RESULT: '.
    02 OUT-GR-RET PICTURE X.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-GR-DESC PICTURE X(12).
01  COL-HEADS.
    02 FILLER PICTURE X(30) VALUE ' SRC TIME     INPUT           '.
    02 FILLER PICTURE X(30) VALUE SPACES.
    02 FILLER PICTURE X(24) VALUE SPACES.
    02 FILLER PICTURE X(32) VALUE ' LOGGED VALUE   R    NOW VALUE R'.
    02 FILLER PICTURE X(8) VALUE '  CHANGE'.
01  DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-SOURCE PICTURE X(3).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-TIME PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-INPUT PICTURE X(70).
    02 FILLER PICTURE X(4) VALUE SPACES.
    02 OUT-OLD-VALUE PICTURE Z(8)9.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-OLD-RET PICTURE X.
    02 FILLER PICTURE X(4) VALUE SPACES.
    02 OUT-NEW-VALUE PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NEW-RET PICTURE X.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-NOTE PICTURE X(14).
01  GROUP-TOTAL-LINE.
    02 FILLER PICTURE X(14) VALUE '   DIFFERENT: '.
    02 OUT-GR-DIFF PICTURE Z(6)9.
01  NO-DIFF-LINE.
    02 FILLER PICTURE X(40) VALUE
       ' NO LINE IN THE RANGE WOULD NOW DIFFER'.
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  TRAILER-2.
    02 FILLER PICTURE X(13) VALUE ' LINES READ: '.
    02 OUT-CNT-READ PICTURE Z(6)9.
    02 FILLER PICTURE X(11) VALUE '  IN RANGE:'.
    02 OUT-CNT-RANGE PICTURE Z(6)9.
    02 FILLER PICTURE X(12) VALUE '  REPLAYED: '.
    02 OUT-CNT-REPLAYED PICTURE Z(6)9.
    02 FILLER PICTURE X(13) VALUE '  UNCHANGED: '.
    02 OUT-CNT-SAME PICTURE Z(6)9.
    02 FILLER PICTURE X(13) VALUE '  DIFFERENT: '.
    02 OUT-CNT-DIFF PICTURE Z(6)9.
01  TRAILER-3.
    02 FILLER PICTURE X(26) VALUE ' ACCEPTED, NOW REJECTED:  '.
    02 OUT-CNT-NOW-REJ PICTURE Z(6)9.
    02 FILLER PICTURE X(28) VALUE '   REJECTED, NOW ACCEPTED:  '.
    02 OUT-CNT-NOW-ACC PICTURE Z(6)9.
01  TRAILER-4.
    02 FILLER PICTURE X(26) VALUE ' VALUE CHANGED:           '.
    02 OUT-CNT-VAL-CHG PICTURE Z(6)9.
    02 FILLER PICTURE X(28) VALUE '   REJECT CODE CHANGED:     '.
    02 OUT-CNT-RET-CHG PICTURE Z(6)9.
01  TRAILER-5.
    02 FILLER PICTURE X(26) VALUE ' NOT REPLAYED - WORDS:    '.
    02 OUT-CNT-WORDS PICTURE Z(6)9.
    02 FILLER PICTURE X(10) VALUE '   DATES: '.
    02 OUT-CNT-DATES PICTURE Z(6)9.
    02 FILLER PICTURE X(10) VALUE '   OTHER: '.
    02 OUT-CNT-OTHER PICTURE Z(6)9.
01  NO-CTL-MESS.
    02 FILLER PICTURE X(41) VALUE
       ' MISSING OR EMPTY ROMRPCTL REPLAY CONTROL'.
01  NO-FILE-MESS.
    02 FILLER PICTURE X(44) VALUE
       ' NEITHER ROMLOG NOR ROMLARCH COULD BE READ'.
01  BUILTIN-MESS.
    02 FILLER PICTURE X(45) VALUE
       ' SYMBOL TABLE NOT LOADED - BUILTIN IN EFFECT'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    OPEN INPUT CONTROL-FILE.
    IF CTL-STATUS NOT = "00"
        GO TO NO-CONTROL-RECORD
    END-IF.
    MOVE 'Y' TO CTL-OPEN.
    READ CONTROL-FILE INTO CTL-RECORD
        AT END GO TO NO-CONTROL-RECORD
    END-READ.
    CLOSE CONTROL-FILE.
    MOVE 'N' TO CTL-OPEN.
    PERFORM SET-CONTROLS THRU SET-CONTROLS-EXIT.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
*>   the table is chosen the way RNTLOAD will choose it for CONVS and
*>   DCONV, and loaded here too for its version and its symbols
    MOVE 'S' TO SEL-FUNC.
    CALL "RNTSEL" USING SEL-FUNC, TABLE-DATE.
    CALL "RNTLOAD" USING RN-LOADED-TABLE.
    MOVE DATE-FROM TO OUT-DATE-FROM.
    MOVE DATE-TO TO OUT-DATE-TO.
    MOVE RNX-VERSION TO OUT-VERSION.
    MOVE TABLE-DATE TO OUT-TABLE-DATE.
    WRITE STDOUT-RECORD FROM RANGE-LINE AFTER ADVANCING 1 LINE.
    IF RNX-VERSION = 'BUILTIN '
        WRITE STDOUT-RECORD FROM BUILTIN-MESS AFTER ADVANCING 1 LINE
        CLOSE STANDARD-OUTPUT
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'BUILTIN' TO ALR-CODE
        MOVE BUILTIN-MESS TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM BUILD-NUMERAL-SET THRU BUILD-NUMERAL-SET-EXIT.
    SORT SORT-WORK ON ASCENDING KEY SR-DATE SR-OLD-RET SR-SEQ
        INPUT PROCEDURE IS SORT-IN THRU SORT-IN-EXIT
        OUTPUT PROCEDURE IS SORT-OUT THRU SORT-OUT-EXIT.
    IF FILES-READ = ZERO
        GO TO NO-REPLAY-FILE
    END-IF.
    IF CNT-DIFF = ZERO
        WRITE STDOUT-RECORD FROM NO-DIFF-LINE AFTER ADVANCING 2 LINES
    END-IF.
    MOVE CNT-READ TO OUT-CNT-READ.
    MOVE CNT-RANGE TO OUT-CNT-RANGE.
    MOVE CNT-REPLAYED TO OUT-CNT-REPLAYED.
    MOVE CNT-SAME TO OUT-CNT-SAME.
    MOVE CNT-DIFF TO OUT-CNT-DIFF.
    MOVE CNT-NOW-REJ TO OUT-CNT-NOW-REJ.
    MOVE CNT-NOW-ACC TO OUT-CNT-NOW-ACC.
    MOVE CNT-VAL-CHG TO OUT-CNT-VAL-CHG.
    MOVE CNT-RET-CHG TO OUT-CNT-RET-CHG.
    MOVE CNT-WORDS TO OUT-CNT-WORDS.
    MOVE CNT-DATES TO OUT-CNT-DATES.
    MOVE CNT-OTHER TO OUT-CNT-OTHER.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 2 LINES.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-3 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-4 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-5 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-DIFF IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'REPLAY' TO ALR-CODE
        MOVE 'REPLAYED INPUTS NOW GIVE A DIFFERENT RESULT' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.
NO-CONTROL-RECORD.
    WRITE STDOUT-RECORD FROM NO-CTL-MESS AFTER ADVANCING 1 LINE.
    IF CTL-OPEN = 'Y'
        CLOSE CONTROL-FILE
        MOVE 'N' TO CTL-OPEN
    END-IF.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOCTL' TO ALR-CODE.
    MOVE NO-CTL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-REPLAY-FILE.
    WRITE STDOUT-RECORD FROM NO-FILE-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-FILE-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

SET-CONTROLS.
    IF RC-DATE-FROM IS NUMERIC
        MOVE RC-DATE-FROM TO DATE-FROM
    END-IF.
    IF RC-DATE-TO IS NUMERIC AND RC-DATE-TO NOT = '00000000'
        MOVE RC-DATE-TO TO DATE-TO
    END-IF.
    IF RC-TABLE-DATE IS NUMERIC AND RC-TABLE-DATE NOT = '00000000'
        MOVE RC-TABLE-DATE TO TABLE-DATE
    ELSE
        ACCEPT TABLE-DATE FROM DATE YYYYMMDD
    END-IF.
SET-CONTROLS-EXIT.
    EXIT.
BUILD-NUMERAL-SET.
    MOVE SPACES TO NUMERAL-SET.
    MOVE '[]).SJ' TO NUMERAL-SET.
    MOVE 6 TO SET-LEN.
    PERFORM ADD-SET-CHARS THRU ADD-SET-CHARS-EXIT
        VARYING T FROM 1 BY 1 UNTIL T IS GREATER THAN RNX-COUNT.
BUILD-NUMERAL-SET-EXIT.
    EXIT.
ADD-SET-CHARS.
    PERFORM ADD-SET-CHAR THRU ADD-SET-CHAR-EXIT
        VARYING K FROM 1 BY 1 UNTIL K IS GREATER THAN 2.
ADD-SET-CHARS-EXIT.
    EXIT.
ADD-SET-CHAR.
    IF RNX-CHARS(T)(K:1) = SPACE
        GO TO ADD-SET-CHAR-EXIT
    END-IF.
    ADD 1 TO SET-LEN.
    MOVE RNX-CHARS(T)(K:1) TO NUMERAL-SET(SET-LEN:1).
ADD-SET-CHAR-EXIT.
    EXIT.

*>   archive first, then the live log - together the trail in the
*>   order it was written, which the sequence number keeps inside a
*>   date and result group
SORT-IN.
    OPEN INPUT ARCHIVE-FILE.
    IF ARCH-STATUS = "00"
        ADD 1 TO FILES-READ
        MOVE 'ARC' TO REC-SOURCE
        MOVE 'N' TO FILE-EOF
        PERFORM READ-ARCH THRU READ-ARCH-EXIT
            UNTIL FILE-EOF = 'Y'
        CLOSE ARCHIVE-FILE
    END-IF.
    OPEN INPUT AUDIT-LOG.
    IF LOG-STATUS = "00"
        ADD 1 TO FILES-READ
        MOVE 'LOG' TO REC-SOURCE
        MOVE 'N' TO FILE-EOF
        PERFORM READ-LOG THRU READ-LOG-EXIT
            UNTIL FILE-EOF = 'Y'
        CLOSE AUDIT-LOG
    END-IF.
SORT-IN-EXIT.
    EXIT.
READ-ARCH.
    READ ARCHIVE-FILE INTO LOG-LINE
        AT END MOVE 'Y' TO FILE-EOF
    END-READ.
    IF FILE-EOF = 'N'
        PERFORM REPLAY-LINE THRU REPLAY-LINE-EXIT
    END-IF.
READ-ARCH-EXIT.
    EXIT.
READ-LOG.
    READ AUDIT-LOG INTO LOG-LINE
        AT END MOVE 'Y' TO FILE-EOF
    END-READ.
    IF FILE-EOF = 'N'
        PERFORM REPLAY-LINE THRU REPLAY-LINE-EXIT
    END-IF.
READ-LOG-EXIT.
    EXIT.
REPLAY-LINE.
    ADD 1 TO CNT-READ.
    IF LOG-LINE = SPACES OR LL-DATE-X IS NOT NUMERIC
        GO TO REPLAY-LINE-EXIT
    END-IF.
    MOVE LL-DATE-X TO REC-DATE.
    IF REC-DATE IS LESS THAN DATE-FROM
        OR REC-DATE IS GREATER THAN DATE-TO
        GO TO REPLAY-LINE-EXIT
    END-IF.
    ADD 1 TO CNT-RANGE.
    ADD 1 TO REC-SEQ.
    PERFORM PARSE-VALUE THRU PARSE-VALUE-EXIT.
    PERFORM CLASSIFY-INPUT THRU CLASSIFY-INPUT-EXIT.
    IF REPLAY-KIND = 'W'
        ADD 1 TO CNT-WORDS
        GO TO REPLAY-LINE-EXIT
    END-IF.
    IF REPLAY-KIND = 'T'
        ADD 1 TO CNT-DATES
        GO TO REPLAY-LINE-EXIT
    END-IF.
    IF REPLAY-KIND = 'X'
        ADD 1 TO CNT-OTHER
        GO TO REPLAY-LINE-EXIT
    END-IF.
    ADD 1 TO CNT-REPLAYED.
    MOVE 'N' TO SAME-RESULT.
    PERFORM REPLAY-STYLED THRU REPLAY-STYLED-EXIT
        VARYING STYLE-K FROM 1 BY 1 UNTIL STYLE-K IS GREATER THAN 4
            OR SAME-RESULT = 'Y'.
    IF SAME-RESULT = 'Y'
        ADD 1 TO CNT-SAME
        GO TO REPLAY-LINE-EXIT
    END-IF.
*>   none reproduced the log - report what the standard style gives
    MOVE 'S' TO REPLAY-STYLE.
    PERFORM REPLAY-ONE THRU REPLAY-ONE-EXIT.
    PERFORM RELEASE-DIFF THRU RELEASE-DIFF-EXIT.
REPLAY-LINE-EXIT.
    EXIT.
REPLAY-STYLED.
    MOVE STYLE-LIST(STYLE-K:1) TO REPLAY-STYLE.
    PERFORM REPLAY-ONE THRU REPLAY-ONE-EXIT.
    MOVE RET TO NEW-RET-9.
    IF NEW-RET-X = LL-RET
        AND (NEW-RET-X NOT = '1' OR NEW-VALUE = REC-VALUE)
        MOVE 'Y' TO SAME-RESULT
    END-IF.
REPLAY-STYLED-EXIT.
    EXIT.

*>   R numeral, D decimal, W spelled words, T date, X anything else.
*>   the D and leading-R prefixes are read as mode 2 reads them.
CLASSIFY-INPUT.
    MOVE 'X' TO REPLAY-KIND.
    MOVE LL-INPUT TO INPUT-UP.
    INSPECT INPUT-UP CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    MOVE ZERO TO IN-LEN.
    PERFORM IN-LEN-STEP THRU IN-LEN-STEP-EXIT
        VARYING K FROM 80 BY -1 UNTIL K IS LESS THAN 1
            OR IN-LEN IS GREATER THAN ZERO.
    IF IN-LEN = ZERO
        GO TO CLASSIFY-INPUT-EXIT
    END-IF.
    IF LL-RET = '4'
        OR (LL-RET = '1' AND REC-VALUE IS GREATER THAN 3999999)
        MOVE 'T' TO REPLAY-KIND
        GO TO CLASSIFY-INPUT-EXIT
    END-IF.
    IF IN-LEN IS GREATER THAN 1 AND INPUT-UP(1:1) = 'D'
        AND INPUT-UP(2:1) IS NUMERIC
        MOVE 'D' TO REPLAY-KIND
        GO TO CLASSIFY-INPUT-EXIT
    END-IF.
    MOVE INPUT-UP(1:74) TO WN-PHRASE.
    CALL "WRDNUM" USING WN-PHRASE, WN-VAL, WN-RET, WN-FORM.
    IF WN-RET = 1
        MOVE 'W' TO REPLAY-KIND
        GO TO CLASSIFY-INPUT-EXIT
    END-IF.
    MOVE 1 TO IN-START.
    IF IN-LEN IS GREATER THAN 1 AND INPUT-UP(1:1) = 'R'
        MOVE 2 TO IN-START
    END-IF.
    MOVE 'Y' TO CHAR-OK.
    PERFORM CHECK-CHAR THRU CHECK-CHAR-EXIT
        VARYING K FROM IN-START BY 1 UNTIL K IS GREATER THAN IN-LEN
            OR CHAR-OK NOT = 'Y'.
    IF CHAR-OK = 'T'
        MOVE 'T' TO REPLAY-KIND
        GO TO CLASSIFY-INPUT-EXIT
    END-IF.
    IF CHAR-OK = 'Y'
        MOVE 'R' TO REPLAY-KIND
    END-IF.
CLASSIFY-INPUT-EXIT.
    EXIT.
IN-LEN-STEP.
    IF INPUT-UP(K:1) NOT = SPACE
        MOVE K TO IN-LEN
    END-IF.
IN-LEN-STEP-EXIT.
    EXIT.
*>   a dot with a numeral after it is a date separator - fraction
*>   dots only ever follow S or another dot
CHECK-CHAR.
    IF INPUT-UP(K:1) = '.' AND K IS LESS THAN IN-LEN
        AND INPUT-UP(K + 1:1) NOT = '.'
        MOVE 'T' TO CHAR-OK
        GO TO CHECK-CHAR-EXIT
    END-IF.
    MOVE ZERO TO CHAR-HITS.
    INSPECT NUMERAL-SET(1:SET-LEN) TALLYING CHAR-HITS
        FOR ALL INPUT-UP(K:1).
    IF CHAR-HITS = ZERO
        MOVE 'N' TO CHAR-OK
    END-IF.
CHECK-CHAR-EXIT.
    EXIT.

REPLAY-ONE.
    MOVE ZERO TO TEMP.
    MOVE ZERO TO FRAC-TW.
    MOVE ZERO TO EPOS. MOVE SPACE TO ECHAR.
    IF REPLAY-KIND = 'D'
        PERFORM REPLAY-DECIMAL THRU REPLAY-DECIMAL-EXIT
    ELSE
        MOVE SPACES TO ARRAY-AREA
        COMPUTE M = IN-LEN - IN-START + 1
        MOVE INPUT-UP(IN-START:M) TO ARRAY-AREA
        CALL "CONVS" USING ARRAY-AREA, M, RET, TEMP, EPOS, ECHAR,
            FRAC-TW, REPLAY-STYLE
    END-IF.
    MOVE TEMP TO NEW-VALUE.
REPLAY-ONE-EXIT.
    EXIT.
REPLAY-DECIMAL.
    MOVE 1 TO RET.
    IF IN-LEN IS GREATER THAN 8
        MOVE 3 TO RET
        GO TO REPLAY-DECIMAL-EXIT
    END-IF.
    PERFORM DEC-DIGIT-STEP THRU DEC-DIGIT-STEP-EXIT
        VARYING K FROM 2 BY 1 UNTIL K IS GREATER THAN IN-LEN
            OR RET NOT = 1.
    IF RET = 1
        MOVE SPACES TO ARRAY-AREA
        MOVE IN-LEN TO M
        CALL "DCONV" USING ARRAY-AREA, M, RET, TEMP, FRAC-TW,
            REPLAY-STYLE
        IF RET = 2
            MOVE 3 TO RET
        END-IF
    END-IF.
REPLAY-DECIMAL-EXIT.
    EXIT.
DEC-DIGIT-STEP.
    MOVE INPUT-UP(K:1) TO DIGIT-X.
    IF DIGIT-X IS NUMERIC
        COMPUTE TEMP = TEMP * 10 + DIGIT-9
    ELSE
        MOVE 2 TO RET
    END-IF.
DEC-DIGIT-STEP-EXIT.
    EXIT.

RELEASE-DIFF.
    ADD 1 TO CNT-DIFF.
    MOVE RET TO NEW-RET-9.
    IF LL-RET = '1' AND NEW-RET-X NOT = '1'
        ADD 1 TO CNT-NOW-REJ
        MOVE 'NOW REJECTED' TO SR-NOTE
    END-IF.
    IF LL-RET NOT = '1' AND NEW-RET-X = '1'
        ADD 1 TO CNT-NOW-ACC
        MOVE 'NOW ACCEPTED' TO SR-NOTE
    END-IF.
    IF LL-RET = '1' AND NEW-RET-X = '1'
        ADD 1 TO CNT-VAL-CHG
        MOVE 'VALUE CHANGED' TO SR-NOTE
    END-IF.
    IF LL-RET NOT = '1' AND NEW-RET-X NOT = '1'
        ADD 1 TO CNT-RET-CHG
        MOVE 'CODE CHANGED' TO SR-NOTE
    END-IF.
    MOVE LL-DATE-X TO SR-DATE.
    MOVE LL-RET TO SR-OLD-RET.
    MOVE REC-SEQ TO SR-SEQ.
    MOVE REC-SOURCE TO SR-SOURCE.
    MOVE LL-TIME-X TO SR-TIME.
    MOVE LL-INPUT TO SR-INPUT.
    MOVE REC-VALUE TO SR-OLD-VALUE.
    MOVE NEW-VALUE TO SR-NEW-VALUE.
    MOVE NEW-RET-X TO SR-NEW-RET.
    RELEASE SORT-REC.
RELEASE-DIFF-EXIT.
    EXIT.

SORT-OUT.
    MOVE 'N' TO SORT-EOF.
    MOVE 'N' TO HAVE-GROUP.
    PERFORM RETURN-ONE THRU RETURN-ONE-EXIT
        UNTIL SORT-EOF = 'Y'.
    IF HAVE-GROUP = 'Y'
        PERFORM GROUP-BREAK THRU GROUP-BREAK-EXIT
    END-IF.
SORT-OUT-EXIT.
    EXIT.
RETURN-ONE.
    RETURN SORT-WORK
        AT END MOVE 'Y' TO SORT-EOF
    END-RETURN.
    IF SORT-EOF = 'Y'
        GO TO RETURN-ONE-EXIT
    END-IF.
    IF HAVE-GROUP = 'Y'
        AND (SR-DATE NOT = PREV-DATE OR SR-OLD-RET NOT = PREV-RET)
        PERFORM GROUP-BREAK THRU GROUP-BREAK-EXIT
    END-IF.
    IF HAVE-GROUP = 'N'
        PERFORM GROUP-HEAD THRU GROUP-HEAD-EXIT
    END-IF.
    ADD 1 TO GRP-DIFF.
    MOVE SR-SOURCE TO OUT-SOURCE.
    MOVE SR-TIME TO OUT-TIME.
    MOVE SR-INPUT TO OUT-INPUT.
    MOVE SR-OLD-VALUE TO OUT-OLD-VALUE.
    MOVE SR-OLD-RET TO OUT-OLD-RET.
    MOVE SR-NEW-VALUE TO OUT-NEW-VALUE.
    MOVE SR-NEW-RET TO OUT-NEW-RET.
    MOVE SR-NOTE TO OUT-NOTE.
    WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
RETURN-ONE-EXIT.
    EXIT.
GROUP-HEAD.
    MOVE 'Y' TO HAVE-GROUP.
    MOVE SR-DATE TO PREV-DATE.
    MOVE SR-OLD-RET TO PREV-RET.
    MOVE ZERO TO GRP-DIFF.
    MOVE SR-DATE TO OUT-GR-DATE.
    MOVE SR-OLD-RET TO OUT-GR-RET.
    MOVE 'REJECTED' TO OUT-GR-DESC.
    IF SR-OLD-RET = '1'
        MOVE 'ACCEPTED' TO OUT-GR-DESC
    END-IF.
    IF SR-OLD-RET = '2'
        MOVE 'ILLEGAL' TO OUT-GR-DESC
    END-IF.
    IF SR-OLD-RET = '3'
        MOVE 'OUT OF RANGE' TO OUT-GR-DESC
    END-IF.
    WRITE STDOUT-RECORD FROM GROUP-LINE AFTER ADVANCING 2 LINES.
    WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
GROUP-HEAD-EXIT.
    EXIT.
GROUP-BREAK.
    MOVE GRP-DIFF TO OUT-GR-DIFF.
    WRITE STDOUT-RECORD FROM GROUP-TOTAL-LINE AFTER ADVANCING 1 LINE.
    MOVE 'N' TO HAVE-GROUP.
GROUP-BREAK-EXIT.
    EXIT.

PARSE-VALUE.
    MOVE ZERO TO REC-VALUE.
    MOVE 'N' TO BAD-VALUE.
    PERFORM PARSE-DIGIT THRU PARSE-DIGIT-EXIT
        VARYING K FROM 1 BY 1 UNTIL K IS GREATER THAN 9
            OR BAD-VALUE = 'Y'.
PARSE-VALUE-EXIT.
    EXIT.
PARSE-DIGIT.
    MOVE LL-VALUE-X(K:1) TO DIGIT-X.
    IF DIGIT-X = SPACE
        GO TO PARSE-DIGIT-EXIT
    END-IF.
    IF DIGIT-X IS NUMERIC
        COMPUTE REC-VALUE = REC-VALUE * 10 + DIGIT-9
    ELSE
        MOVE 'Y' TO BAD-VALUE
        MOVE ZERO TO REC-VALUE
    END-IF.
PARSE-DIGIT-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMRPLAY' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
