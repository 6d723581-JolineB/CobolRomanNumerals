IDENTIFICATION DIVISION.
PROGRAM-ID. ROMCHGBK.
*>   monthly department chargeback - reads the month's ROMRSLT
*>   transmissions (the daily files concatenated), counts the work
*>   each department sent by transaction type, prices it from the
*>   ROMRATE rate table and prints one invoice block per department
*>   with a grand total, then writes the ROMGLX billing extract the
*>   general-ledger feed picks up.
*>   ROMCBCTL: the billing period CCYYMM in columns 1-6; only DTLs and
*>   trailers whose batch date falls in that month are billed.
*>   ROMRATE: one rate per record - type code, space, rate 999.9999
*>   (R roman to decimal, D decimal to roman, A arithmetic, X
*>   rejected record); '*' lines are comments.  a type with no rate
*>   is billed at zero and the run ends with RETURN-CODE 4.
*>   department names come from the ROMSRC registry when present.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "ROMCBCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-STATUS.
    SELECT RATE-FILE ASSIGN TO "ROMRATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RATE-STATUS.
    SELECT RESULT-FILE ASSIGN TO "ROMRSLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSL-STATUS.
    SELECT SOURCE-FILE ASSIGN TO "ROMSRC"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS SRC-CODE
        FILE STATUS IS SRC-STATUS.
    SELECT SORT-WORK ASSIGN TO "ROMCBWK".
    SELECT EXTRACT-FILE ASSIGN TO "ROMGLX"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMCBRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
    01 CTL-RECORD.
       02 CTL-PERIOD PICTURE X(6).
       02 FILLER     PICTURE X(74).
FD RATE-FILE.
    01 RATE-RECORD   PICTURE X(80).
FD RESULT-FILE.
    01 RSL-RECORD    PICTURE X(62).
FD SOURCE-FILE.
    01 SRC-RECORD.
       02 SRC-CODE    PICTURE X(3).
       02 SRC-NAME    PICTURE X(24).
       02 SRC-CONTACT PICTURE X(24).
       02 SRC-ACTIVE  PICTURE X.
       02 SRC-MODES   PICTURE X(6).
       02 SRC-CALCHK  PICTURE X.
       02 SRC-ADDED   PICTURE 9(8).
       02 SRC-CHANGED PICTURE 9(8).
SD SORT-WORK.
    01 SORT-REC.
       02 SR-SOURCE PICTURE X(3).
       02 SR-SEQ    PICTURE 9.
       02 SR-QTY    PICTURE 9(5).
FD EXTRACT-FILE.
    01 GLX-RECORD    PICTURE X(40).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

WORKING-STORAGE SECTION.
77  CTL-STATUS  PICTURE X(02).
77  RATE-STATUS PICTURE X(02).
77  RSL-STATUS  PICTURE X(02).
77  SRC-STATUS  PICTURE X(02).
77  CTL-OPEN    PICTURE X VALUE 'N'.
77  SRC-AVAIL   PICTURE X VALUE 'N'.
77  RATE-EOF    PICTURE X VALUE 'N'.
77  RSL-EOF     PICTURE X VALUE 'N'.
77  SORT-EOF    PICTURE X VALUE 'N'.
77  HAVE-PREV   PICTURE X VALUE 'N'.
77  HDR-SEEN    PICTURE X VALUE 'N'.
77  CUR-HDR-DATE PICTURE X(8) VALUE SPACES.
77  T           PICTURE S9(2) VALUE ZERO.
77  CNT-READ    PICTURE S9(7) VALUE ZERO.
77  CNT-BILLED  PICTURE S9(7) VALUE ZERO.
77  CNT-OTHER   PICTURE S9(7) VALUE ZERO.
77  CNT-BAD     PICTURE S9(7) VALUE ZERO.
77  CNT-DEPTS   PICTURE S9(5) VALUE ZERO.
77  CNT-GLX     PICTURE S9(7) VALUE ZERO.
77  CNT-NORATE  PICTURE S9(5) VALUE ZERO.
77  TYPE-QTY    PICTURE S9(7) VALUE ZERO.
77  LINE-AMT    PICTURE S9(9)V99 VALUE ZERO.
77  DEPT-AMT    PICTURE S9(9)V99 VALUE ZERO.
77  GRAND-AMT   PICTURE S9(11)V99 VALUE ZERO.
01  PREV-KEY.
    02 PV-SOURCE PICTURE X(3).
    02 PV-SEQ    PICTURE 9.
01  RATE-LINE.
    02 RL-TYPE   PICTURE X.
    02 FILLER    PICTURE X.
    02 RL-INT    PICTURE X(3).
    02 RL-POINT  PICTURE X.
    02 RL-DEC    PICTURE X(4).
    02 FILLER    PICTURE X(70).
01  RATE-WORK.
    02 RW-INT    PICTURE 9(3).
    02 RW-DEC    PICTURE 9(4).
01  RATE-VALUE REDEFINES RATE-WORK PICTURE 9(3)V9(4).
*>   one slot per transaction type, in invoice order
01  TYPE-CODES  PICTURE X(4) VALUE 'RDAX'.
01  TYPE-TAB.
    02 TYPE-ENTRY OCCURS 4 TIMES.
       03 TY-RATE    PICTURE 9(3)V9(4).
       03 TY-PRICED  PICTURE X.
01  TYPE-NAMES.
    02 FILLER PICTURE X(24) VALUE 'ROMAN TO DECIMAL'.
    02 FILLER PICTURE X(24) VALUE 'DECIMAL TO ROMAN'.
    02 FILLER PICTURE X(24) VALUE 'ARITHMETIC ADD/SUB/MUL'.
    02 FILLER PICTURE X(24) VALUE 'REJECTED RECORDS'.
01  TYPE-NAME-TAB REDEFINES TYPE-NAMES.
    02 TYPE-NAME PICTURE X(24) OCCURS 4 TIMES.
01  RSL-LINE    PICTURE X(62).
01  RSL-HDR-SPLIT REDEFINES RSL-LINE.
    02 RH-TAG     PICTURE X(3).
    02 FILLER     PICTURE X.
    02 RH-SOURCE  PICTURE X(3).
    02 FILLER     PICTURE X.
    02 RH-DATE    PICTURE X(8).
    02 FILLER     PICTURE X(46).
01  RSL-DTL-SPLIT REDEFINES RSL-LINE.
    02 RD-TAG     PICTURE X(3).
    02 FILLER     PICTURE X.
    02 RD-SOURCE  PICTURE X(3).
    02 FILLER     PICTURE X.
    02 RD-DATE    PICTURE X(8).
    02 FILLER     PICTURE X.
    02 RD-R       PICTURE X(30).
    02 FILLER     PICTURE X.
    02 RD-EQ      PICTURE X(9).
    02 FILLER     PICTURE X.
    02 RD-TW      PICTURE X(2).
    02 FILLER     PICTURE X.
    02 RD-TYPE    PICTURE X.
01  RSL-TRL-SPLIT REDEFINES RSL-LINE.
    02 RT-TAG     PICTURE X(3).
    02 FILLER     PICTURE X.
    02 RT-SOURCE  PICTURE X(3).
    02 FILLER     PICTURE X.
    02 RT-COUNT   PICTURE X(5).
    02 FILLER     PICTURE X.
    02 RT-HASH    PICTURE X(9).
    02 FILLER     PICTURE X.
    02 RT-REJECTS PICTURE X(5).
    02 FILLER     PICTURE X(33).
01  GLX-DETAIL.
    02 FILLER     PICTURE X VALUE 'D'.
    02 GD-PERIOD  PICTURE X(6).
    02 GD-SOURCE  PICTURE X(3).
    02 GD-TYPE    PICTURE X.
    02 GD-QTY     PICTURE 9(7).
    02 GD-RATE    PICTURE 9(3)V9(4).
    02 GD-AMOUNT  PICTURE 9(9)V99.
    02 FILLER     PICTURE X(4) VALUE SPACES.
01  GLX-TRAILER.
    02 FILLER     PICTURE X VALUE 'T'.
    02 GT-PERIOD  PICTURE X(6).
    02 GT-COUNT   PICTURE 9(7).
    02 GT-AMOUNT  PICTURE 9(11)V99.
    02 FILLER     PICTURE X(13) VALUE SPACES.
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(31) VALUE 'DEPARTMENT CHARGEBACK - PERIOD '.
    02 OUT-PERIOD PICTURE X(6).
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  DEPT-LINE.
    02 FILLER PICTURE X(13) VALUE ' DEPARTMENT: '.
    02 OUT-DEPT PICTURE X(3).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-DEPT-NAME PICTURE X(24).
01  COL-HEADS.
    02 FILLER PICTURE X(34) VALUE
       '   TRANSACTION TYPE            QTY'.
    02 FILLER PICTURE X(26) VALUE
       '       RATE         AMOUNT'.
01  CHARGE-LINE.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-TYPE-NAME PICTURE X(24).
    02 OUT-QTY PICTURE Z(6)9.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-RATE PICTURE ZZ9.9999.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-AMT PICTURE Z(8)9.99.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NORATE PICTURE X(9).
01  DEPT-TOTAL-LINE.
    02 FILLER PICTURE X(48) VALUE
       '   DEPARTMENT TOTAL'.
    02 OUT-DEPT-AMT PICTURE Z(8)9.99.
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  GRAND-LINE.
    02 FILLER PICTURE X(14) VALUE ' DEPARTMENTS: '.
    02 OUT-DEPTS PICTURE Z(4)9.
    02 FILLER PICTURE X(27) VALUE '   GRAND TOTAL'.
    02 OUT-GRAND PICTURE Z(10)9.99.
01  COUNT-LINE.
    02 FILLER PICTURE X(7) VALUE ' READ: '.
    02 OUT-READ PICTURE Z(6)9.
    02 FILLER PICTURE X(10) VALUE '  BILLED: '.
    02 OUT-BILLED PICTURE Z(6)9.
    02 FILLER PICTURE X(17) VALUE '  OTHER PERIODS: '.
    02 OUT-OTHER PICTURE Z(6)9.
    02 FILLER PICTURE X(15) VALUE '  UNREADABLE: '.
    02 OUT-BAD PICTURE Z(6)9.
01  NO-CTL-MESS.
    02 FILLER PICTURE X(42) VALUE
       ' MISSING OR INVALID ROMCBCTL PERIOD RECORD'.
01  NO-RATE-MESS.
    02 FILLER PICTURE X(36) VALUE
       ' MISSING OR EMPTY ROMRATE RATE TABLE'.
01  NO-RSL-MESS.
    02 FILLER PICTURE X(37) VALUE
       ' MISSING OR EMPTY ROMRSLT RESULT FILE'.
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
    IF CTL-PERIOD IS NOT NUMERIC
        GO TO NO-CONTROL-RECORD
    END-IF.
    PERFORM LOAD-RATES THRU LOAD-RATES-EXIT.
    IF RATE-STATUS NOT = "00"
        GO TO NO-RATE-FILE
    END-IF.
    OPEN INPUT RESULT-FILE.
    IF RSL-STATUS NOT = "00"
        GO TO NO-RESULT-FILE
    END-IF.
    CLOSE RESULT-FILE.
    OPEN INPUT SOURCE-FILE.
    IF SRC-STATUS = "00"
        MOVE 'Y' TO SRC-AVAIL
    END-IF.
    OPEN OUTPUT EXTRACT-FILE.
    MOVE CTL-PERIOD TO OUT-PERIOD.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    SORT SORT-WORK ON ASCENDING KEY SR-SOURCE SR-SEQ
        INPUT PROCEDURE IS SORT-IN THRU SORT-IN-EXIT
        OUTPUT PROCEDURE IS SORT-OUT THRU SORT-OUT-EXIT.
    MOVE CTL-PERIOD TO GT-PERIOD.
    MOVE CNT-GLX TO GT-COUNT.
    MOVE GRAND-AMT TO GT-AMOUNT.
    WRITE GLX-RECORD FROM GLX-TRAILER.
    CLOSE EXTRACT-FILE.
    IF SRC-AVAIL = 'Y'
        CLOSE SOURCE-FILE
    END-IF.
    MOVE CNT-DEPTS TO OUT-DEPTS.
    MOVE GRAND-AMT TO OUT-GRAND.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 2 LINES.
    WRITE STDOUT-RECORD FROM GRAND-LINE AFTER ADVANCING 1 LINE.
    MOVE CNT-READ TO OUT-READ. MOVE CNT-BILLED TO OUT-BILLED.
    MOVE CNT-OTHER TO OUT-OTHER. MOVE CNT-BAD TO OUT-BAD.
    WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-NORATE IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'NORATE' TO ALR-CODE
        MOVE 'RESULT LINES WITH NO CHARGE RATE FOR THEIR SOURCE'
            TO ALR-TEXT
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
NO-RATE-FILE.
    WRITE STDOUT-RECORD FROM NO-RATE-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-RATE-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-RESULT-FILE.
    WRITE STDOUT-RECORD FROM NO-RSL-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-RSL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

LOAD-RATES.
    PERFORM CLEAR-RATE THRU CLEAR-RATE-EXIT
        VARYING T FROM 1 BY 1 UNTIL T IS GREATER THAN 4.
    MOVE 'N' TO RATE-EOF.
    OPEN INPUT RATE-FILE.
    IF RATE-STATUS NOT = "00"
        GO TO LOAD-RATES-EXIT
    END-IF.
    PERFORM READ-RATE THRU READ-RATE-EXIT
        UNTIL RATE-EOF = 'Y'.
    CLOSE RATE-FILE.
LOAD-RATES-EXIT.
    EXIT.
CLEAR-RATE.
    MOVE ZERO TO TY-RATE(T).
    MOVE 'N' TO TY-PRICED(T).
CLEAR-RATE-EXIT.
    EXIT.
READ-RATE.
    READ RATE-FILE INTO RATE-LINE
        AT END MOVE 'Y' TO RATE-EOF
    END-READ.
    IF RATE-EOF = 'Y'
        GO TO READ-RATE-EXIT
    END-IF.
    IF RATE-LINE = SPACES OR RL-TYPE = '*'
        GO TO READ-RATE-EXIT
    END-IF.
    INSPECT RL-TYPE CONVERTING 'rdax' TO 'RDAX'.
    INSPECT RL-INT REPLACING LEADING SPACE BY ZERO.
    IF RL-INT IS NOT NUMERIC OR RL-POINT NOT = '.'
        OR RL-DEC IS NOT NUMERIC
        GO TO READ-RATE-EXIT
    END-IF.
    PERFORM FIND-TYPE-STEP THRU FIND-TYPE-STEP-EXIT
        VARYING T FROM 1 BY 1 UNTIL T IS GREATER THAN 4
            OR TYPE-CODES(T:1) = RL-TYPE.
    IF T IS GREATER THAN 4
        GO TO READ-RATE-EXIT
    END-IF.
    MOVE RL-INT TO RW-INT.
    MOVE RL-DEC TO RW-DEC.
    MOVE RATE-VALUE TO TY-RATE(T).
    MOVE 'Y' TO TY-PRICED(T).
READ-RATE-EXIT.
    EXIT.
FIND-TYPE-STEP.
FIND-TYPE-STEP-EXIT.
    EXIT.

SORT-IN.
    OPEN INPUT RESULT-FILE.
    MOVE 'N' TO RSL-EOF.
    MOVE 'N' TO HDR-SEEN.
    PERFORM RELEASE-ONE THRU RELEASE-ONE-EXIT
        UNTIL RSL-EOF = 'Y'.
    CLOSE RESULT-FILE.
SORT-IN-EXIT.
    EXIT.
*>   a DTL is billed on its own batch date; a trailer's rejected
*>   records on the date of the HDR that opened its envelope.  a DTL
*>   written before transaction types were carried has a blank type
*>   and is billed as roman to decimal
RELEASE-ONE.
    READ RESULT-FILE INTO RSL-LINE
        AT END MOVE 'Y' TO RSL-EOF
    END-READ.
    IF RSL-EOF = 'Y'
        GO TO RELEASE-ONE-EXIT
    END-IF.
    ADD 1 TO CNT-READ.
    IF RH-TAG = 'HDR'
        MOVE 'Y' TO HDR-SEEN
        MOVE RH-DATE TO CUR-HDR-DATE
        GO TO RELEASE-ONE-EXIT
    END-IF.
    IF RT-TAG = 'TRL'
        PERFORM RELEASE-REJECTS THRU RELEASE-REJECTS-EXIT
        MOVE 'N' TO HDR-SEEN
        GO TO RELEASE-ONE-EXIT
    END-IF.
    IF RD-TAG NOT = 'DTL'
        ADD 1 TO CNT-BAD
        GO TO RELEASE-ONE-EXIT
    END-IF.
    IF RD-DATE(1:6) NOT = CTL-PERIOD
        ADD 1 TO CNT-OTHER
        GO TO RELEASE-ONE-EXIT
    END-IF.
    IF RD-TYPE = SPACE
        MOVE 'R' TO RD-TYPE
    END-IF.
    PERFORM FIND-TYPE-STEP THRU FIND-TYPE-STEP-EXIT
        VARYING T FROM 1 BY 1 UNTIL T IS GREATER THAN 3
            OR TYPE-CODES(T:1) = RD-TYPE.
    IF T IS GREATER THAN 3
        ADD 1 TO CNT-BAD
        GO TO RELEASE-ONE-EXIT
    END-IF.
    ADD 1 TO CNT-BILLED.
    MOVE RD-SOURCE TO SR-SOURCE.
    MOVE T TO SR-SEQ.
    MOVE 1 TO SR-QTY.
    RELEASE SORT-REC.
RELEASE-ONE-EXIT.
    EXIT.
RELEASE-REJECTS.
    IF HDR-SEEN = 'N' OR CUR-HDR-DATE(1:6) NOT = CTL-PERIOD
        GO TO RELEASE-REJECTS-EXIT
    END-IF.
    IF RT-REJECTS IS NOT NUMERIC
        GO TO RELEASE-REJECTS-EXIT
    END-IF.
    IF RT-REJECTS = ZERO
        GO TO RELEASE-REJECTS-EXIT
    END-IF.
    MOVE RT-SOURCE TO SR-SOURCE.
    MOVE 4 TO SR-SEQ.
    MOVE RT-REJECTS TO SR-QTY.
    RELEASE SORT-REC.
RELEASE-REJECTS-EXIT.
    EXIT.

SORT-OUT.
    MOVE 'N' TO SORT-EOF.
    MOVE 'N' TO HAVE-PREV.
    MOVE ZERO TO TYPE-QTY.
    PERFORM RETURN-ONE THRU RETURN-ONE-EXIT
        UNTIL SORT-EOF = 'Y'.
    IF HAVE-PREV = 'Y'
        PERFORM PRINT-TYPE THRU PRINT-TYPE-EXIT
        PERFORM PRINT-DEPT-TOTAL THRU PRINT-DEPT-TOTAL-EXIT
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
    IF HAVE-PREV = 'N'
        MOVE 'Y' TO HAVE-PREV
        PERFORM START-DEPT THRU START-DEPT-EXIT
    ELSE
        IF SR-SOURCE NOT = PV-SOURCE
            PERFORM PRINT-TYPE THRU PRINT-TYPE-EXIT
            PERFORM PRINT-DEPT-TOTAL THRU PRINT-DEPT-TOTAL-EXIT
            PERFORM START-DEPT THRU START-DEPT-EXIT
        ELSE
            IF SR-SEQ NOT = PV-SEQ
                PERFORM PRINT-TYPE THRU PRINT-TYPE-EXIT
            END-IF
        END-IF
    END-IF.
    MOVE SR-SOURCE TO PV-SOURCE.
    MOVE SR-SEQ TO PV-SEQ.
    ADD SR-QTY TO TYPE-QTY.
RETURN-ONE-EXIT.
    EXIT.
START-DEPT.
    ADD 1 TO CNT-DEPTS.
    MOVE ZERO TO DEPT-AMT.
    MOVE SR-SOURCE TO OUT-DEPT.
    MOVE SPACES TO OUT-DEPT-NAME.
    IF SRC-AVAIL = 'Y'
        MOVE SR-SOURCE TO SRC-CODE
        READ SOURCE-FILE
            INVALID KEY MOVE 'NOT ON REGISTRY' TO OUT-DEPT-NAME
            NOT INVALID KEY MOVE SRC-NAME TO OUT-DEPT-NAME
        END-READ
    END-IF.
    WRITE STDOUT-RECORD FROM DEPT-LINE AFTER ADVANCING 2 LINES.
    WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
START-DEPT-EXIT.
    EXIT.
PRINT-TYPE.
    IF TYPE-QTY = ZERO
        GO TO PRINT-TYPE-EXIT
    END-IF.
    COMPUTE LINE-AMT ROUNDED = TYPE-QTY * TY-RATE(PV-SEQ).
    ADD LINE-AMT TO DEPT-AMT.
    ADD LINE-AMT TO GRAND-AMT.
    MOVE TYPE-NAME(PV-SEQ) TO OUT-TYPE-NAME.
    MOVE TYPE-QTY TO OUT-QTY.
    MOVE TY-RATE(PV-SEQ) TO OUT-RATE.
    MOVE LINE-AMT TO OUT-AMT.
    MOVE SPACES TO OUT-NORATE.
    IF TY-PRICED(PV-SEQ) = 'N'
        MOVE '*NO RATE*' TO OUT-NORATE
        ADD 1 TO CNT-NORATE
    END-IF.
    WRITE STDOUT-RECORD FROM CHARGE-LINE AFTER ADVANCING 1 LINE.
    MOVE CTL-PERIOD TO GD-PERIOD.
    MOVE PV-SOURCE TO GD-SOURCE.
    MOVE TYPE-CODES(PV-SEQ:1) TO GD-TYPE.
    MOVE TYPE-QTY TO GD-QTY.
    MOVE TY-RATE(PV-SEQ) TO GD-RATE.
    MOVE LINE-AMT TO GD-AMOUNT.
    WRITE GLX-RECORD FROM GLX-DETAIL.
    ADD 1 TO CNT-GLX.
    MOVE ZERO TO TYPE-QTY.
PRINT-TYPE-EXIT.
    EXIT.
PRINT-DEPT-TOTAL.
    MOVE DEPT-AMT TO OUT-DEPT-AMT.
    WRITE STDOUT-RECORD FROM DEPT-TOTAL-LINE AFTER ADVANCING 1 LINE.
PRINT-DEPT-TOTAL-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMCHGBK' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
