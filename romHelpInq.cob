IDENTIFICATION DIVISION.
PROGRAM-ID. ROMHDINQ.
*>   help-desk inquiry - a console dialog for the operator answering
*>   a department on the telephone.  each inquiry is a numeral or a
*>   decimal value; the screen shows the ROMXREF entry for it (value,
*>   times hit, last hit, date added), the most recent ROMLOG lines
*>   for it newest first a page at a time, and, when the value falls
*>   inside an issued label range, the ROMLREG range with its date
*>   and prefix/suffix.  a blank reply or END finishes the session.
*>   every file is opened for input only - nothing is ever written.
*>   a missing ROMXREF, ROMLOG or ROMLREG only drops that part of the
*>   answer.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT XREF-FILE ASSIGN TO "ROMXREF"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS XREF-KEY
        FILE STATUS IS XREF-STATUS.
    SELECT AUDIT-LOG ASSIGN TO "ROMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOG-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "ROMLREG"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS REG-KEY
        FILE STATUS IS REG-STATUS.

DATA DIVISION.
FILE SECTION.
FD XREF-FILE.
    01 XREF-RECORD.
       02 XREF-KEY      PICTURE X(30).
       02 XREF-VALUE    PICTURE 9(9).
       02 XREF-HITS     PICTURE 9(7).
       02 XREF-LAST-HIT PICTURE 9(8).
       02 XREF-ADDED    PICTURE 9(8).
       02 XREF-VERSION  PICTURE X(8).
FD AUDIT-LOG.
    01 AUDIT-RECORD  PICTURE X(128).
FD REGISTER-FILE.
    01 REG-RECORD.
       02 REG-KEY    PICTURE 9(7).
       02 REG-END    PICTURE 9(7).
       02 REG-DATE   PICTURE 9(8).
       02 REG-LAYOUT PICTURE X.
       02 REG-PREFIX PICTURE X(12).
       02 REG-SUFFIX PICTURE X(12).

WORKING-STORAGE SECTION.
77  XREF-STATUS PICTURE X(02).
77  LOG-STATUS  PICTURE X(02).
77  REG-STATUS  PICTURE X(02).
77  XREF-AVAIL  PICTURE X VALUE 'N'.
77  REG-AVAIL   PICTURE X VALUE 'N'.
77  REG-EOF     PICTURE X VALUE 'N'.
77  QUIT-FLAG   PICTURE X VALUE 'N'.
77  PAGE-DONE   PICTURE X VALUE 'N'.
77  INQ-LEN     PICTURE S99 VALUE ZERO.
77  INQ-VALUE   PICTURE S9(8) VALUE ZERO.
77  INQ-OK      PICTURE X VALUE 'N'.
77  K           PICTURE S99.
77  M           PICTURE S99.
77  RET         PICTURE S9 COMP-3.
77  TEMP        PICTURE S9(8).
77  EPOS        PICTURE 99.
77  ECHAR       PICTURE X.
77  FRAC-TW     PICTURE S9(2) VALUE ZERO.
77  STD-STYLE   PICTURE X VALUE 'S'.
77  BAD-VALUE   PICTURE X.
77  REC-VALUE   PICTURE S9(9) VALUE ZERO.
77  LINE-HIT    PICTURE X VALUE 'N'.
*>   the newest LOG-KEEP-MAX matching audit lines are kept in a ring;
*>   LOG-MATCHES counts every match, so the newest sits in slot
*>   LOG-MATCHES (wrapped) and the page walks back from there
77  LOG-KEEP-MAX PICTURE S9(4) VALUE 60.
77  LOG-PAGE-SIZE PICTURE S9(4) VALUE 10.
77  LOG-MATCHES PICTURE S9(7) VALUE ZERO.
77  LOG-KEPT    PICTURE S9(4) VALUE ZERO.
77  LOG-SHOWN   PICTURE S9(4) VALUE ZERO.
77  LOG-ON-PAGE PICTURE S9(4) VALUE ZERO.
77  LOG-SLOT    PICTURE S9(4) VALUE ZERO.
77  LOG-WORK    PICTURE S9(7) VALUE ZERO.
77  LOG-QUOT    PICTURE S9(7) VALUE ZERO.
01  INQ-INPUT   PICTURE X(30).
01  INQ-KEY     PICTURE X(30).
01  INPUT-UP    PICTURE X(80).
01  PAGE-REPLY  PICTURE X(3).
01  DIGIT-X     PICTURE X.
01  DIGIT-9 REDEFINES DIGIT-X PICTURE 9.
01  ARRAY-AREA.
    02 S PICTURE X(1) OCCURS 80 TIMES.
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
01  LOG-RING.
    02 LOG-KEEP PICTURE X(128) OCCURS 60 TIMES.
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(30) VALUE 'HELP DESK NUMERAL INQUIRY'.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  PROMPT-LINE.
    02 FILLER PICTURE X(46) VALUE
       ' NUMERAL OR VALUE (BLANK OR END TO FINISH):'.
01  VALUE-LINE.
    02 FILLER PICTURE X(11) VALUE ' NUMERAL:  '.
    02 OUT-NUMERAL PICTURE X(30).
    02 FILLER PICTURE X(9) VALUE '  VALUE: '.
    02 OUT-VALUE PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-FRACTION PICTURE X(9).
01  FRACTION-TEXT.
    02 OUT-FR-TW PICTURE Z9.
    02 FILLER PICTURE X(7) VALUE '/12THS'.
01  BAD-NUMERAL-LINE.
    02 FILLER PICTURE X(33) VALUE ' NOT A VALID NUMERAL - POSITION '.
    02 OUT-BAD-POS PICTURE Z9.
    02 FILLER PICTURE X(8) VALUE ' CHAR  '.
    02 OUT-BAD-CHAR PICTURE X.
01  BAD-VALUE-LINE.
    02 FILLER PICTURE X(45) VALUE
       ' VALUE MUST BE 1 TO 3999999 TO HAVE A NUMERAL'.
01  XREF-LINE.
    02 FILLER PICTURE X(11) VALUE ' XREF:     '.
    02 FILLER PICTURE X(7) VALUE 'VALUE '.
    02 OUT-X-VALUE PICTURE Z(8)9.
    02 FILLER PICTURE X(7) VALUE '  HITS '.
    02 OUT-X-HITS PICTURE Z(6)9.
    02 FILLER PICTURE X(11) VALUE '  LAST HIT '.
    02 OUT-X-LAST PICTURE X(8).
    02 FILLER PICTURE X(8) VALUE '  ADDED '.
    02 OUT-X-ADDED PICTURE X(8).
01  XREF-VERS-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(14) VALUE 'TABLE VERSION '.
    02 OUT-X-VERS PICTURE X(8).
01  XREF-MISS-LINE.
    02 FILLER PICTURE X(36) VALUE
       ' XREF:     NOT IN CROSS-REFERENCE'.
01  XREF-NONE-LINE.
    02 FILLER PICTURE X(48) VALUE
       ' XREF:     ROMXREF NOT AVAILABLE FOR INQUIRY'.
01  RANGE-LINE.
    02 FILLER PICTURE X(11) VALUE ' LABELS:   '.
    02 FILLER PICTURE X(6) VALUE 'RANGE '.
    02 OUT-R-START PICTURE Z(6)9.
    02 FILLER PICTURE X(3) VALUE ' - '.
    02 OUT-R-END PICTURE Z(6)9.
    02 FILLER PICTURE X(10) VALUE '  ISSUED '.
    02 OUT-R-DATE PICTURE 9(8).
    02 FILLER PICTURE X(9) VALUE '  LAYOUT '.
    02 OUT-R-LAYOUT PICTURE X.
01  RANGE-TEXT-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(7) VALUE 'PREFIX '.
    02 OUT-R-PREFIX PICTURE X(12).
    02 FILLER PICTURE X(9) VALUE '  SUFFIX '.
    02 OUT-R-SUFFIX PICTURE X(12).
01  RANGE-MISS-LINE.
    02 FILLER PICTURE X(40) VALUE
       ' LABELS:   NOT IN ANY ISSUED RANGE'.
01  RANGE-NONE-LINE.
    02 FILLER PICTURE X(48) VALUE
       ' LABELS:   ROMLREG NOT AVAILABLE FOR INQUIRY'.
01  LOG-HEAD-LINE.
    02 FILLER PICTURE X(11) VALUE ' LOG:      '.
    02 OUT-L-MATCHES PICTURE Z(6)9.
    02 FILLER PICTURE X(31) VALUE ' LINES, NEWEST FIRST - SHOWING '.
    02 OUT-L-KEPT PICTURE Z(3)9.
01  LOG-NONE-LINE.
    02 FILLER PICTURE X(48) VALUE
       ' LOG:      ROMLOG NOT AVAILABLE FOR INQUIRY'.
01  LOG-MISS-LINE.
    02 FILLER PICTURE X(40) VALUE
       ' LOG:      NO AUDIT LINES FOUND'.
01  LOG-DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-L-DATE PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-L-TIME PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-L-INPUT PICTURE X(40).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-L-VALUE PICTURE X(9).
    02 FILLER PICTURE X(5) VALUE ' RET '.
    02 OUT-L-RET PICTURE X.
01  MORE-LINE.
    02 FILLER PICTURE X(47) VALUE
       ' N = NEXT PAGE, ENTER = NEW INQUIRY, END = QUIT'.

PROCEDURE DIVISION.
MAINLINE.
    OPEN INPUT XREF-FILE.
    IF XREF-STATUS = "00"
        MOVE 'Y' TO XREF-AVAIL
    END-IF.
    OPEN INPUT REGISTER-FILE.
    IF REG-STATUS = "00"
        MOVE 'Y' TO REG-AVAIL
    END-IF.
    DISPLAY TITLE-LINE UPON CONSOLE.
    DISPLAY UNDERLINE-1 UPON CONSOLE.
HD1. PERFORM GET-INQUIRY THRU GET-INQUIRY-EXIT.
    IF QUIT-FLAG = 'Y'
        GO TO HD-END
    END-IF.
    PERFORM ANSWER-INQUIRY THRU ANSWER-INQUIRY-EXIT.
    IF QUIT-FLAG = 'Y'
        GO TO HD-END
    END-IF.
    GO TO HD1.
HD-END.
    IF XREF-AVAIL = 'Y'
        CLOSE XREF-FILE
    END-IF.
    IF REG-AVAIL = 'Y'
        CLOSE REGISTER-FILE
    END-IF.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.

GET-INQUIRY.
    DISPLAY SPACE UPON CONSOLE.
    DISPLAY PROMPT-LINE UPON CONSOLE.
    MOVE SPACES TO INQ-INPUT.
    ACCEPT INQ-INPUT FROM CONSOLE.
    INSPECT INQ-INPUT CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF INQ-INPUT = SPACES OR INQ-INPUT = 'END'
        MOVE 'Y' TO QUIT-FLAG
    END-IF.
GET-INQUIRY-EXIT.
    EXIT.
*>   a reply of digits only is a value and its numeral is drawn with
*>   DCONV; anything else is taken as a numeral and read with CONVS.
*>   a numeral that does not convert is still looked for on the log,
*>   since the caller may be asking about a rejection.
ANSWER-INQUIRY.
    MOVE ZERO TO INQ-LEN.
    PERFORM INQ-LEN-STEP THRU INQ-LEN-STEP-EXIT
        VARYING K FROM 30 BY -1 UNTIL K IS LESS THAN 1
            OR INQ-LEN IS GREATER THAN ZERO.
    MOVE 'N' TO INQ-OK.
    MOVE ZERO TO INQ-VALUE.
    MOVE ZERO TO FRAC-TW.
    MOVE INQ-INPUT TO INQ-KEY.
    DISPLAY UNDERLINE-1 UPON CONSOLE.
    IF INQ-INPUT(1:INQ-LEN) IS NUMERIC
        PERFORM INQUIRE-BY-VALUE THRU INQUIRE-BY-VALUE-EXIT
    ELSE
        PERFORM INQUIRE-BY-NUMERAL THRU INQUIRE-BY-NUMERAL-EXIT
    END-IF.
    IF INQ-OK = 'Y'
        PERFORM SHOW-XREF THRU SHOW-XREF-EXIT
        PERFORM SHOW-RANGE THRU SHOW-RANGE-EXIT
    END-IF.
    PERFORM SHOW-LOG THRU SHOW-LOG-EXIT.
ANSWER-INQUIRY-EXIT.
    EXIT.
INQ-LEN-STEP.
    IF INQ-INPUT(K:1) NOT = SPACE
        MOVE K TO INQ-LEN
    END-IF.
INQ-LEN-STEP-EXIT.
    EXIT.
INQUIRE-BY-VALUE.
    IF INQ-LEN IS GREATER THAN 7
        DISPLAY BAD-VALUE-LINE UPON CONSOLE
        GO TO INQUIRE-BY-VALUE-EXIT
    END-IF.
    MOVE INQ-INPUT(1:INQ-LEN) TO INQ-VALUE.
    IF INQ-VALUE IS LESS THAN 1 OR INQ-VALUE IS GREATER THAN 3999999
        DISPLAY BAD-VALUE-LINE UPON CONSOLE
        GO TO INQUIRE-BY-VALUE-EXIT
    END-IF.
    MOVE INQ-VALUE TO TEMP.
    MOVE ZERO TO M.
    CALL "DCONV" USING ARRAY-AREA, M, RET, TEMP, FRAC-TW, STD-STYLE.
    IF RET NOT = 1
        DISPLAY BAD-VALUE-LINE UPON CONSOLE
        GO TO INQUIRE-BY-VALUE-EXIT
    END-IF.
    MOVE ARRAY-AREA(1:30) TO INQ-KEY.
    MOVE 'Y' TO INQ-OK.
    PERFORM SHOW-VALUE THRU SHOW-VALUE-EXIT.
INQUIRE-BY-VALUE-EXIT.
    EXIT.
INQUIRE-BY-NUMERAL.
    MOVE SPACES TO ARRAY-AREA.
    MOVE INQ-INPUT TO ARRAY-AREA(1:30).
    MOVE INQ-LEN TO M.
    CALL "CONVS" USING ARRAY-AREA, M, RET, TEMP, EPOS, ECHAR,
        FRAC-TW, STD-STYLE.
    IF RET NOT = 1
        MOVE EPOS TO OUT-BAD-POS
        MOVE ECHAR TO OUT-BAD-CHAR
        DISPLAY BAD-NUMERAL-LINE UPON CONSOLE
        GO TO INQUIRE-BY-NUMERAL-EXIT
    END-IF.
    MOVE TEMP TO INQ-VALUE.
    MOVE 'Y' TO INQ-OK.
    PERFORM SHOW-VALUE THRU SHOW-VALUE-EXIT.
INQUIRE-BY-NUMERAL-EXIT.
    EXIT.
SHOW-VALUE.
    MOVE INQ-KEY TO OUT-NUMERAL.
    MOVE INQ-VALUE TO OUT-VALUE.
    MOVE SPACES TO OUT-FRACTION.
    IF FRAC-TW NOT = ZERO
        MOVE FRAC-TW TO OUT-FR-TW
        MOVE FRACTION-TEXT TO OUT-FRACTION
    END-IF.
    DISPLAY VALUE-LINE UPON CONSOLE.
SHOW-VALUE-EXIT.
    EXIT.
*>   the cross-reference holds whole numerals of up to 30 characters
*>   in upper case, exactly as mode 2 keys them
SHOW-XREF.
    IF XREF-AVAIL = 'N'
        DISPLAY XREF-NONE-LINE UPON CONSOLE
        GO TO SHOW-XREF-EXIT
    END-IF.
    IF FRAC-TW NOT = ZERO
        DISPLAY XREF-MISS-LINE UPON CONSOLE
        GO TO SHOW-XREF-EXIT
    END-IF.
    MOVE INQ-KEY TO XREF-KEY.
    READ XREF-FILE
        INVALID KEY
            DISPLAY XREF-MISS-LINE UPON CONSOLE
        NOT INVALID KEY
            MOVE XREF-VALUE TO OUT-X-VALUE
            MOVE XREF-HITS TO OUT-X-HITS
            MOVE XREF-LAST-HIT TO OUT-X-LAST
            MOVE XREF-ADDED TO OUT-X-ADDED
            MOVE XREF-VERSION TO OUT-X-VERS
            DISPLAY XREF-LINE UPON CONSOLE
            DISPLAY XREF-VERS-LINE UPON CONSOLE
    END-READ.
SHOW-XREF-EXIT.
    EXIT.
*>   ranges never overlap, so the only candidate is the last range
*>   starting at or below the value
SHOW-RANGE.
    IF REG-AVAIL = 'N'
        DISPLAY RANGE-NONE-LINE UPON CONSOLE
        GO TO SHOW-RANGE-EXIT
    END-IF.
    MOVE 'N' TO REG-EOF.
    MOVE ZERO TO OUT-R-START.
    MOVE ZERO TO REG-KEY.
    START REGISTER-FILE KEY IS NOT LESS THAN REG-KEY
        INVALID KEY MOVE 'Y' TO REG-EOF
    END-START.
    PERFORM RANGE-STEP THRU RANGE-STEP-EXIT
        UNTIL REG-EOF = 'Y'.
    IF OUT-R-START = ZERO
        DISPLAY RANGE-MISS-LINE UPON CONSOLE
    ELSE
        DISPLAY RANGE-LINE UPON CONSOLE
        DISPLAY RANGE-TEXT-LINE UPON CONSOLE
    END-IF.
SHOW-RANGE-EXIT.
    EXIT.
RANGE-STEP.
    READ REGISTER-FILE NEXT RECORD
        AT END MOVE 'Y' TO REG-EOF
    END-READ.
    IF REG-EOF = 'Y'
        GO TO RANGE-STEP-EXIT
    END-IF.
    IF REG-KEY IS GREATER THAN INQ-VALUE
        MOVE 'Y' TO REG-EOF
        GO TO RANGE-STEP-EXIT
    END-IF.
    IF REG-END IS NOT LESS THAN INQ-VALUE
        MOVE REG-KEY TO OUT-R-START
        MOVE REG-END TO OUT-R-END
        MOVE REG-DATE TO OUT-R-DATE
        MOVE REG-LAYOUT TO OUT-R-LAYOUT
        MOVE REG-PREFIX TO OUT-R-PREFIX
        MOVE REG-SUFFIX TO OUT-R-SUFFIX
        MOVE 'Y' TO REG-EOF
    END-IF.
RANGE-STEP-EXIT.
    EXIT.
*>   ROMLOG is read afresh for every inquiry so lines written by a
*>   run still in progress are seen.  a line matches on its input
*>   text, or on its value when the line converted cleanly.
SHOW-LOG.
    MOVE ZERO TO LOG-MATCHES.
    OPEN INPUT AUDIT-LOG.
    IF LOG-STATUS NOT = "00"
        DISPLAY LOG-NONE-LINE UPON CONSOLE
        GO TO SHOW-LOG-EXIT
    END-IF.
SG1. READ AUDIT-LOG INTO LOG-LINE AT END GO TO SG-END END-READ.
    PERFORM MATCH-LOG-LINE THRU MATCH-LOG-LINE-EXIT.
    IF LINE-HIT = 'Y'
        ADD 1 TO LOG-MATCHES
        MOVE LOG-MATCHES TO LOG-WORK
        PERFORM RING-SLOT THRU RING-SLOT-EXIT
        MOVE LOG-LINE TO LOG-KEEP(LOG-SLOT)
    END-IF.
    GO TO SG1.
SG-END.
    CLOSE AUDIT-LOG.
    IF LOG-MATCHES = ZERO
        DISPLAY LOG-MISS-LINE UPON CONSOLE
        GO TO SHOW-LOG-EXIT
    END-IF.
    MOVE LOG-MATCHES TO LOG-KEPT.
    IF LOG-MATCHES IS GREATER THAN LOG-KEEP-MAX
        MOVE LOG-KEEP-MAX TO LOG-KEPT
    END-IF.
    MOVE LOG-MATCHES TO OUT-L-MATCHES.
    MOVE LOG-KEPT TO OUT-L-KEPT.
    DISPLAY LOG-HEAD-LINE UPON CONSOLE.
    MOVE ZERO TO LOG-SHOWN.
    MOVE 'N' TO PAGE-DONE.
    PERFORM SHOW-LOG-PAGE THRU SHOW-LOG-PAGE-EXIT
        UNTIL PAGE-DONE = 'Y'.
SHOW-LOG-EXIT.
    EXIT.
MATCH-LOG-LINE.
    MOVE 'N' TO LINE-HIT.
    IF LOG-LINE = SPACES
        GO TO MATCH-LOG-LINE-EXIT
    END-IF.
    MOVE LL-INPUT TO INPUT-UP.
    INSPECT INPUT-UP CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF INPUT-UP(1:30) = INQ-KEY AND INPUT-UP(31:50) = SPACES
        MOVE 'Y' TO LINE-HIT
        GO TO MATCH-LOG-LINE-EXIT
    END-IF.
    IF INQ-OK = 'N' OR LL-RET NOT = '1'
        GO TO MATCH-LOG-LINE-EXIT
    END-IF.
    PERFORM PARSE-VALUE THRU PARSE-VALUE-EXIT.
    IF BAD-VALUE = 'N' AND REC-VALUE = INQ-VALUE
        MOVE 'Y' TO LINE-HIT
    END-IF.
MATCH-LOG-LINE-EXIT.
    EXIT.
*>   ring slot for match number LOG-WORK, 1 through LOG-KEEP-MAX
RING-SLOT.
    SUBTRACT 1 FROM LOG-WORK.
    DIVIDE LOG-WORK BY LOG-KEEP-MAX GIVING LOG-QUOT
        REMAINDER LOG-SLOT.
    ADD 1 TO LOG-SLOT.
RING-SLOT-EXIT.
    EXIT.
SHOW-LOG-PAGE.
    MOVE ZERO TO LOG-ON-PAGE.
    PERFORM SHOW-LOG-ENTRY THRU SHOW-LOG-ENTRY-EXIT
        UNTIL LOG-ON-PAGE = LOG-PAGE-SIZE OR LOG-SHOWN = LOG-KEPT.
    IF LOG-SHOWN = LOG-KEPT
        MOVE 'Y' TO PAGE-DONE
        GO TO SHOW-LOG-PAGE-EXIT
    END-IF.
    DISPLAY MORE-LINE UPON CONSOLE.
    MOVE SPACES TO PAGE-REPLY.
    ACCEPT PAGE-REPLY FROM CONSOLE.
    INSPECT PAGE-REPLY CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF PAGE-REPLY = 'END'
        MOVE 'Y' TO QUIT-FLAG
    END-IF.
    IF PAGE-REPLY NOT = 'N'
        MOVE 'Y' TO PAGE-DONE
    END-IF.
SHOW-LOG-PAGE-EXIT.
    EXIT.
SHOW-LOG-ENTRY.
    ADD 1 TO LOG-SHOWN.
    ADD 1 TO LOG-ON-PAGE.
    COMPUTE LOG-WORK = LOG-MATCHES - LOG-SHOWN + 1.
    PERFORM RING-SLOT THRU RING-SLOT-EXIT.
    MOVE LOG-KEEP(LOG-SLOT) TO LOG-LINE.
    MOVE LL-DATE-X TO OUT-L-DATE.
    MOVE LL-TIME-X TO OUT-L-TIME.
    MOVE LL-INPUT TO OUT-L-INPUT.
    MOVE LL-VALUE-X TO OUT-L-VALUE.
    MOVE LL-RET TO OUT-L-RET.
    DISPLAY LOG-DETAIL-LINE UPON CONSOLE.
SHOW-LOG-ENTRY-EXIT.
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
