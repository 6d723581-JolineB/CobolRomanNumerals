IDENTIFICATION DIVISION.
PROGRAM-ID. ROMTLIST.
*>   symbol-table library listing - shows every version held in the
*>   ROMTLIB library with the date it took effect and the date a
*>   later version superseded it, and marks the versions that were in
*>   force at some point in the date range on the ROMTLCTL card.
*>   ROMTLCTL record: from date ccyymmdd in columns 1-8, to date in
*>   columns 10-17.  each version in force in the range is loaded
*>   through RNTSEL and RNTLOAD exactly as the batch run would load
*>   it; a version the loader rejects is flagged WILL NOT LOAD and
*>   the run ends with return code 4.  a range starting before the
*>   first library version is covered by the plain ROMTAB file, and
*>   the listing says so.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "ROMTLCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-STATUS.
    SELECT LIB-FILE ASSIGN TO "ROMTLIB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LIB-STATUS.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMTLRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
    01 CTL-RECORD.
       02 CTL-FROM PICTURE 9(8).
       02 FILLER   PICTURE X.
       02 CTL-TO   PICTURE 9(8).
       02 FILLER   PICTURE X(63).
FD LIB-FILE.
    01 LIB-RECORD PICTURE X(80).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

WORKING-STORAGE SECTION.
77  CTL-STATUS  PICTURE X(02).
77  CTL-OPEN    PICTURE X VALUE 'N'.
77  LIB-STATUS  PICTURE X(02).
77  FROM-DATE   PICTURE 9(8) VALUE ZERO.
77  TO-DATE     PICTURE 9(8) VALUE ZERO.
77  SEL-FUNC    PICTURE X VALUE 'S'.
77  SEL-DATE    PICTURE 9(8) VALUE ZERO.
77  LIB-USED    PICTURE S9(4) VALUE ZERO.
77  LIB-K       PICTURE S9(4) VALUE ZERO.
77  LIB-J       PICTURE S9(4) VALUE ZERO.
77  NEXT-DATE   PICTURE 9(8) VALUE ZERO.
77  NEXT-FOUND  PICTURE X VALUE 'N'.
77  BLOCK-OPEN  PICTURE X VALUE 'N'.
77  CNT-VERSIONS PICTURE S9(5) VALUE ZERO.
77  CNT-INRANGE PICTURE S9(5) VALUE ZERO.
77  CNT-FAILED  PICTURE S9(5) VALUE ZERO.
77  CNT-OVERFLOW PICTURE S9(5) VALUE ZERO.
COPY "RNTABLEX.cpy".
01  LIB-LINE PICTURE X(80).
01  LIB-SPLIT REDEFINES LIB-LINE.
    02 LV-TAG     PICTURE X(8).
    02 LV-VERSION PICTURE X(8).
    02 FILLER     PICTURE X.
    02 LV-DATE    PICTURE X(8).
    02 LV-DATE-N REDEFINES LV-DATE PICTURE 9(8).
    02 FILLER     PICTURE X(55).
*>   one slot per VERSION block, in library order
01  LIB-TAB.
    02 LIB-ENTRY OCCURS 50 TIMES.
       03 LT-VERSION PICTURE X(8).
       03 LT-DATE-X  PICTURE X(8).
       03 LT-DATE REDEFINES LT-DATE-X PICTURE 9(8).
       03 LT-DATE-OK PICTURE X.
       03 LT-ENTRIES PICTURE S9(4).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(30) VALUE 'SYMBOL TABLE LIBRARY LISTING'.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  RANGE-LINE.
    02 FILLER PICTURE X(13) VALUE ' DATE RANGE: '.
    02 OUT-FROM PICTURE 9(8).
    02 FILLER PICTURE X(4) VALUE ' TO '.
    02 OUT-TO PICTURE 9(8).
01  CURRENT-LINE.
    02 FILLER PICTURE X(16) VALUE ' ROMTAB VERSION '.
    02 OUT-CUR-VERSION PICTURE X(8).
    02 FILLER PICTURE X(25) VALUE ' APPLIES BEFORE THE FIRST'.
    02 FILLER PICTURE X(16) VALUE ' LIBRARY VERSION'.
01  START-LINE.
    02 FILLER PICTURE X(29) VALUE ' IN FORCE AT START OF RANGE: '.
    02 OUT-START-VERSION PICTURE X(8).
01  COL-HEADS.
    02 FILLER PICTURE X(31) VALUE ' VERSION   EFFECTIVE  SUPERSEDE'.
    02 FILLER PICTURE X(31) VALUE 'D ENTRIES   STATUS             '.
01  DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-VERSION PICTURE X(8).
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-EFFECTIVE PICTURE X(8).
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-SUPERSEDED PICTURE X(8).
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-ENTRIES PICTURE Z(3)9.
    02 FILLER PICTURE X(5) VALUE SPACES.
    02 OUT-STATUS PICTURE X(21).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  TRAILER-2.
    02 FILLER PICTURE X(11) VALUE ' VERSIONS: '.
    02 OUT-VERSIONS PICTURE Z(4)9.
    02 FILLER PICTURE X(12) VALUE '  IN RANGE: '.
    02 OUT-INRANGE PICTURE Z(4)9.
    02 FILLER PICTURE X(17) VALUE '  WILL NOT LOAD: '.
    02 OUT-FAILED PICTURE Z(4)9.
01  OVERFLOW-MESS.
    02 FILLER PICTURE X(45) VALUE
       ' MORE THAN 50 VERSIONS - REMAINDER NOT LISTED'.
01  NO-CTL-MESS.
    02 FILLER PICTURE X(39) VALUE
       ' MISSING OR INVALID ROMTLCTL DATE RANGE'.
01  NO-LIB-MESS.
    02 FILLER PICTURE X(37) VALUE
       ' NO ROMTLIB SYMBOL TABLE LIBRARY FILE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    OPEN INPUT CONTROL-FILE.
    IF CTL-STATUS NOT = "00"
        GO TO NO-CONTROL-RECORD
    END-IF.
    MOVE 'Y' TO CTL-OPEN.
    READ CONTROL-FILE
        AT END GO TO NO-CONTROL-RECORD
    END-READ.
    CLOSE CONTROL-FILE.
    MOVE 'N' TO CTL-OPEN.
    IF CTL-FROM IS NOT NUMERIC OR CTL-TO IS NOT NUMERIC
        GO TO NO-CONTROL-RECORD
    END-IF.
    IF CTL-FROM IS GREATER THAN CTL-TO
        GO TO NO-CONTROL-RECORD
    END-IF.
    MOVE CTL-FROM TO FROM-DATE.
    MOVE CTL-TO TO TO-DATE.
    OPEN INPUT LIB-FILE.
    IF LIB-STATUS NOT = "00"
        GO TO NO-LIB-FILE
    END-IF.
    MOVE 'N' TO BLOCK-OPEN.
LL1. READ LIB-FILE INTO LIB-LINE AT END GO TO LL-END END-READ.
    PERFORM STORE-ONE THRU STORE-ONE-EXIT.
    GO TO LL1.
LL-END.
    CLOSE LIB-FILE.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    MOVE FROM-DATE TO OUT-FROM.
    MOVE TO-DATE TO OUT-TO.
    WRITE STDOUT-RECORD FROM RANGE-LINE AFTER ADVANCING 1 LINE.
*>   the plain ROMTAB file is what the loader falls back to for any
*>   date the library does not cover
    MOVE ZERO TO SEL-DATE.
    MOVE 'S' TO SEL-FUNC.
    CALL "RNTSEL" USING SEL-FUNC, SEL-DATE.
    CALL "RNTLOAD" USING RN-LOADED-TABLE.
    MOVE RNX-VERSION TO OUT-CUR-VERSION.
    WRITE STDOUT-RECORD FROM CURRENT-LINE AFTER ADVANCING 1 LINE.
    MOVE FROM-DATE TO SEL-DATE.
    CALL "RNTSEL" USING SEL-FUNC, SEL-DATE.
    CALL "RNTLOAD" USING RN-LOADED-TABLE.
    MOVE RNX-VERSION TO OUT-START-VERSION.
    WRITE STDOUT-RECORD FROM START-LINE AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    PERFORM LIST-ONE THRU LIST-ONE-EXIT
        VARYING LIB-K FROM 1 BY 1 UNTIL LIB-K IS GREATER THAN LIB-USED.
    IF CNT-OVERFLOW IS GREATER THAN ZERO
        WRITE STDOUT-RECORD FROM OVERFLOW-MESS AFTER ADVANCING 1 LINE
    END-IF.
    MOVE CNT-VERSIONS TO OUT-VERSIONS.
    MOVE CNT-INRANGE TO OUT-INRANGE.
    MOVE CNT-FAILED TO OUT-FAILED.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-FAILED IS GREATER THAN ZERO
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'TABLOAD' TO ALR-CODE
        MOVE 'TABLE LIBRARY VERSIONS THAT WILL NOT LOAD' TO ALR-TEXT
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
NO-LIB-FILE.
    WRITE STDOUT-RECORD FROM NO-LIB-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-LIB-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

*>   note each VERSION block and count the entry lines under it
STORE-ONE.
    IF LIB-LINE = SPACES OR LIB-LINE(1:1) = '*'
        GO TO STORE-ONE-EXIT
    END-IF.
    INSPECT LIB-LINE CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF LV-TAG NOT = 'VERSION '
        IF BLOCK-OPEN = 'Y'
            ADD 1 TO LT-ENTRIES(LIB-USED)
        END-IF
        GO TO STORE-ONE-EXIT
    END-IF.
    ADD 1 TO CNT-VERSIONS.
    IF LIB-USED = 50
        ADD 1 TO CNT-OVERFLOW
        MOVE 'N' TO BLOCK-OPEN
        GO TO STORE-ONE-EXIT
    END-IF.
    ADD 1 TO LIB-USED.
    MOVE 'Y' TO BLOCK-OPEN.
    MOVE LV-VERSION TO LT-VERSION(LIB-USED).
    MOVE ZERO TO LT-ENTRIES(LIB-USED).
    MOVE LV-DATE TO LT-DATE-X(LIB-USED).
    MOVE 'N' TO LT-DATE-OK(LIB-USED).
    IF LV-DATE IS NUMERIC
        MOVE 'Y' TO LT-DATE-OK(LIB-USED)
    END-IF.
STORE-ONE-EXIT.
    EXIT.

*>   a version is superseded by the earliest later effective date;
*>   it was in force in the range if it took effect on or before the
*>   range end and was not superseded on or before the range start
LIST-ONE.
    MOVE LT-VERSION(LIB-K) TO OUT-VERSION.
    MOVE LT-ENTRIES(LIB-K) TO OUT-ENTRIES.
    MOVE SPACES TO OUT-SUPERSEDED.
    IF LT-DATE-OK(LIB-K) = 'N'
        MOVE LT-DATE-X(LIB-K) TO OUT-EFFECTIVE
        MOVE 'BAD DATE - NOT USED' TO OUT-STATUS
        WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE
        GO TO LIST-ONE-EXIT
    END-IF.
    MOVE LT-DATE(LIB-K) TO OUT-EFFECTIVE.
    MOVE 'N' TO NEXT-FOUND.
    MOVE ZERO TO NEXT-DATE.
    PERFORM FIND-NEXT THRU FIND-NEXT-EXIT
        VARYING LIB-J FROM 1 BY 1 UNTIL LIB-J IS GREATER THAN LIB-USED.
    IF NEXT-FOUND = 'Y'
        MOVE NEXT-DATE TO OUT-SUPERSEDED
    END-IF.
    IF NEXT-FOUND = 'Y' AND NEXT-DATE = LT-DATE(LIB-K)
        MOVE 'SAME DATE - NOT USED' TO OUT-STATUS
        WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE
        GO TO LIST-ONE-EXIT
    END-IF.
    IF LT-DATE(LIB-K) IS GREATER THAN TO-DATE
        OR (NEXT-FOUND = 'Y' AND NEXT-DATE NOT GREATER THAN FROM-DATE)
        MOVE 'OUTSIDE RANGE' TO OUT-STATUS
        WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE
        GO TO LIST-ONE-EXIT
    END-IF.
    ADD 1 TO CNT-INRANGE.
    MOVE LT-DATE(LIB-K) TO SEL-DATE.
    MOVE 'S' TO SEL-FUNC.
    CALL "RNTSEL" USING SEL-FUNC, SEL-DATE.
    CALL "RNTLOAD" USING RN-LOADED-TABLE.
    IF RNX-VERSION NOT = LT-VERSION(LIB-K)
        ADD 1 TO CNT-FAILED
        MOVE 'WILL NOT LOAD' TO OUT-STATUS
    ELSE
        MOVE 'IN FORCE IN RANGE' TO OUT-STATUS
    END-IF.
    WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
LIST-ONE-EXIT.
    EXIT.
*>   the earliest effective date at or after this version's own,
*>   other than this version itself.  an equal date earlier in the
*>   library wins at load time, so only the later duplicate counts
*>   as superseded on the same day.
FIND-NEXT.
    IF LIB-J = LIB-K OR LT-DATE-OK(LIB-J) = 'N'
        GO TO FIND-NEXT-EXIT
    END-IF.
    IF LT-DATE(LIB-J) IS LESS THAN LT-DATE(LIB-K)
        GO TO FIND-NEXT-EXIT
    END-IF.
    IF LT-DATE(LIB-J) = LT-DATE(LIB-K) AND LIB-J IS GREATER THAN LIB-K
        GO TO FIND-NEXT-EXIT
    END-IF.
    IF NEXT-FOUND = 'N' OR LT-DATE(LIB-J) IS LESS THAN NEXT-DATE
        MOVE LT-DATE(LIB-J) TO NEXT-DATE
        MOVE 'Y' TO NEXT-FOUND
    END-IF.
FIND-NEXT-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMTLIST' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
