IDENTIFICATION DIVISION.
PROGRAM-ID. ROMAPPR.
*>   change approval - the checker's run for the changes ROMXMNT and
*>   ROMRMNT stage on ROMPEND.  ROMACTL names the checker and carries
*>   the decisions; each pending change is then closed or left:
*>     approved  applied to ROMXREF or ROMRULES and written to the
*>               ROMCHIST change history with its before and after
*>               images, maker and checker (F if it can no longer be
*>               applied, with the reason)
*>     rejected  closed R with the checker's reason
*>     undecided closed E once older than the expiry days, otherwise
*>               left pending for a later run
*>   nobody approves their own change: a decision on a change staged
*>   under the checker's own id is refused and the change stays
*>   pending.  closed changes stay on ROMPEND as its history.
*>   ROMACTL records (column 1 * and blank lines ignored):
*>     OPER   id           checker's operator id, columns 8-15 -
*>                         required, nothing is decided without it
*>     APPROV nnnnnnn      approve pending change nnnnnnn
*>     REJECT nnnnnnn why  reject it, reason in columns 16-35
*>     EXPIRE nnn          days an undecided change may wait
*>                         (default 7)
*>   RETURN-CODE 4 if any change is rejected, expired, failed or
*>   refused or any decision matches no pending change, 8 if the
*>   run cannot start.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMMAND-FILE ASSIGN TO "ROMACTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CMD-STATUS.
    SELECT PENDING-FILE ASSIGN TO "ROMPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PND-STATUS.
    SELECT PENDING-TEMP ASSIGN TO "ROMPTMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.
    SELECT XREF-FILE ASSIGN TO "ROMXREF"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS XREF-KEY
        FILE STATUS IS XREF-STATUS.
    SELECT RULES-FILE ASSIGN TO "ROMRULES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUL-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "ROMCHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HST-STATUS.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMARPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD COMMAND-FILE.
    01 CMD-RECORD    PICTURE X(80).
*>   ROMPEND: the pending-change file ROMXMNT and ROMRMNT stage to
FD PENDING-FILE.
    01 PND-RECORD.
       02 PND-NO      PICTURE 9(7).
       02 PND-FILE    PICTURE X.
       02 PND-ACTION  PICTURE X(6).
       02 PND-KEY     PICTURE X(30).
       02 PND-VALUE   PICTURE 9(9).
       02 PND-MAKER   PICTURE X(8).
       02 PND-MADE    PICTURE 9(8).
       02 PND-STATE   PICTURE X.
       02 PND-CHECKER PICTURE X(8).
       02 PND-CLOSED  PICTURE 9(8).
       02 PND-REASON  PICTURE X(20).
FD PENDING-TEMP.
    01 TEMP-RECORD   PICTURE X(106).
FD XREF-FILE.
    01 XREF-RECORD.
       02 XREF-KEY      PICTURE X(30).
       02 XREF-VALUE    PICTURE 9(9).
       02 XREF-HITS     PICTURE 9(7).
       02 XREF-LAST-HIT PICTURE 9(8).
       02 XREF-ADDED    PICTURE 9(8).
       02 XREF-VERSION  PICTURE X(8).
FD RULES-FILE.
    01 RUL-RECORD    PICTURE X(80).
*>   ROMCHIST: one record per change applied
FD HISTORY-FILE.
    01 HST-RECORD    PICTURE X(154).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(132).

WORKING-STORAGE SECTION.
77  CMD-STATUS  PICTURE X(02).
77  PND-STATUS  PICTURE X(02).
77  TEMP-STATUS PICTURE X(02).
77  XREF-STATUS PICTURE X(02).
77  RUL-STATUS  PICTURE X(02).
77  HST-STATUS  PICTURE X(02).
77  PND-EOF     PICTURE X VALUE 'N'.
77  RUL-EOF     PICTURE X VALUE 'N'.
77  HAVE-PEND   PICTURE X VALUE 'N'.
77  XREF-AVAIL  PICTURE X VALUE 'N'.
77  RULES-FULL  PICTURE X VALUE 'N'.
77  RULES-CHANGED PICTURE X VALUE 'N'.
77  CHECKER-ID  PICTURE X(8) VALUE SPACES.
77  EXPIRE-DAYS PICTURE S9(5) VALUE 7.
77  RUN-DATE    PICTURE 9(8) VALUE ZERO.
77  RUN-TIME    PICTURE 9(8) VALUE ZERO.
77  RUN-DAYS    PICTURE S9(7) VALUE ZERO.
77  NUM-WORK    PICTURE 9(7) VALUE ZERO.
77  K           PICTURE 99.
77  DEC-MAX     PICTURE S9(4) COMP VALUE 200.
77  DEC-COUNT   PICTURE S9(4) COMP VALUE ZERO.
77  DEC-I       PICTURE S9(4) COMP VALUE ZERO.
77  DEC-HIT     PICTURE S9(4) COMP VALUE ZERO.
77  RULE-MAX    PICTURE S9(4) COMP VALUE 500.
77  RULE-COUNT  PICTURE S9(4) COMP VALUE ZERO.
77  R           PICTURE S9(4) COMP VALUE ZERO.
77  RULE-HIT    PICTURE S9(4) COMP VALUE ZERO.
77  CNT-PENDING PICTURE S9(7) VALUE ZERO.
77  CNT-APPLIED PICTURE S9(7) VALUE ZERO.
77  CNT-REJECTED PICTURE S9(7) VALUE ZERO.
77  CNT-EXPIRED PICTURE S9(7) VALUE ZERO.
77  CNT-FAILED  PICTURE S9(7) VALUE ZERO.
77  CNT-REFUSED PICTURE S9(7) VALUE ZERO.
77  CNT-WAITING PICTURE S9(7) VALUE ZERO.
77  CNT-UNMATCHED PICTURE S9(7) VALUE ZERO.
COPY "RNTABLEX.cpy".
*>   calendar day number of a ccyymmdd date, counted from 1 January
*>   of the year 1, so the age of a change can be taken by subtraction
77  DN-DATE     PICTURE 9(8) VALUE ZERO.
77  DN-DAYS     PICTURE S9(7) VALUE ZERO.
77  DN-YEARS    PICTURE S9(4) VALUE ZERO.
77  DN-Q4       PICTURE S9(4) VALUE ZERO.
77  DN-Q100     PICTURE S9(4) VALUE ZERO.
77  DN-Q400     PICTURE S9(4) VALUE ZERO.
77  DN-QUOT     PICTURE S9(4) VALUE ZERO.
77  DN-REM      PICTURE S9(4) VALUE ZERO.
77  DN-LEAP     PICTURE X VALUE 'N'.
01  DN-SPLIT.
    02 DN-CCYY PICTURE 9999.
    02 DN-MM PICTURE 99.
    02 DN-DD PICTURE 99.
01  CUM-DAYS-INIT.
    02 FILLER PICTURE X(36) VALUE
       '000031059090120151181212243273304334'.
01  CUM-DAYS-TAB REDEFINES CUM-DAYS-INIT.
    02 CUM-DAYS PICTURE 999 OCCURS 12 TIMES.
01  DIGIT-X PICTURE X.
01  DIGIT-9 REDEFINES DIGIT-X PICTURE 9.
01  CMD-LINE.
    02 CMD-VERB    PICTURE X(6).
    02 FILLER      PICTURE X.
    02 CMD-NO      PICTURE X(7).
    02 FILLER      PICTURE X.
    02 CMD-REASON  PICTURE X(20).
    02 FILLER      PICTURE X(45).
*>   decisions read from ROMACTL; DEC-USED is Y once the change has
*>   been found pending
01  DEC-TABLE.
    02 DEC-ENTRY OCCURS 200 TIMES.
       03 DEC-NO     PICTURE 9(7).
       03 DEC-ACT    PICTURE X.
       03 DEC-REASON PICTURE X(20).
       03 DEC-USED   PICTURE X.
*>   ROMRULES as it stands, comment lines and all, so it can be
*>   written back with the approved rule changes in place; a line
*>   taken out is flagged rather than moved
01  RULE-TABLE.
    02 RULE-ENTRY OCCURS 500 TIMES.
       03 RULE-TEXT PICTURE X(80).
       03 RULE-GONE PICTURE X.
01  RULE-CMP     PICTURE X(30).
01  VALUE-EDIT   PICTURE Z(8)9.
01  HISTORY-LINE.
    02 CH-NO       PICTURE 9(7).
    02 FILLER      PICTURE X VALUE SPACE.
    02 CH-FILE     PICTURE X.
    02 FILLER      PICTURE X VALUE SPACE.
    02 CH-ACTION   PICTURE X(6).
    02 FILLER      PICTURE X VALUE SPACE.
    02 CH-KEY      PICTURE X(30).
    02 FILLER      PICTURE X VALUE SPACE.
    02 CH-BEFORE   PICTURE X(30).
    02 FILLER      PICTURE X VALUE SPACE.
    02 CH-AFTER    PICTURE X(30).
    02 FILLER      PICTURE X VALUE SPACE.
    02 CH-MAKER    PICTURE X(8).
    02 FILLER      PICTURE X VALUE SPACE.
    02 CH-MADE     PICTURE 9(8).
    02 FILLER      PICTURE X VALUE SPACE.
    02 CH-CHECKER  PICTURE X(8).
    02 FILLER      PICTURE X VALUE SPACE.
    02 CH-DATE     PICTURE 9(8).
    02 FILLER      PICTURE X VALUE SPACE.
    02 CH-TIME     PICTURE 9(8).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(28) VALUE 'CHANGE APPROVAL RUN AS OF   '.
    02 OUT-RUN-DATE PICTURE 9(8).
01  CHECKER-LINE.
    02 FILLER PICTURE X(10) VALUE ' CHECKER: '.
    02 OUT-CHECKER PICTURE X(8).
    02 FILLER PICTURE X(17) VALUE '  EXPIRY DAYS:   '.
    02 OUT-EXPIRE PICTURE Z(4)9.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  CMD-ECHO-LINE.
    02 FILLER PICTURE X(10) VALUE ' COMMAND: '.
    02 OUT-VERB PICTURE X(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-OPERAND PICTURE X(28).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-CMD-NOTE PICTURE X(30).
01  COL-HEADS.
    02 FILLER PICTURE X(30) VALUE '  CHANGE F ACTION KEY OR RULE '.
    02 FILLER PICTURE X(30) VALUE SPACES.
    02 FILLER PICTURE X(32) VALUE '   MAKER    STAGED   OUTCOME    '.
    02 FILLER PICTURE X(14) VALUE 'NOTE'.
01  CHANGE-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NO PICTURE 9(7).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-FILE PICTURE X.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-ACTION PICTURE X(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-KEY PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-VALUE PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-MAKER PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-MADE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-OUTCOME PICTURE X(10).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NOTE PICTURE X(30).
01  NONE-PENDING-LINE.
    02 FILLER PICTURE X(25) VALUE ' NO CHANGES WERE PENDING'.
01  UNMATCHED-TITLE.
    02 FILLER PICTURE X(45) VALUE
       ' DECISIONS MATCHING NO PENDING CHANGE'.
01  UNMATCHED-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-UM-NO PICTURE 9(7).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-UM-ACT PICTURE X(6).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  TRAILER-2.
    02 FILLER PICTURE X(10) VALUE ' PENDING: '.
    02 OUT-PENDING PICTURE Z(6)9.
    02 FILLER PICTURE X(11) VALUE '  APPLIED: '.
    02 OUT-APPLIED PICTURE Z(6)9.
    02 FILLER PICTURE X(12) VALUE '  REJECTED: '.
    02 OUT-REJECTED PICTURE Z(6)9.
    02 FILLER PICTURE X(11) VALUE '  EXPIRED: '.
    02 OUT-EXPIRED PICTURE Z(6)9.
01  TRAILER-3.
    02 FILLER PICTURE X(10) VALUE ' FAILED:  '.
    02 OUT-FAILED PICTURE Z(6)9.
    02 FILLER PICTURE X(11) VALUE '  REFUSED: '.
    02 OUT-REFUSED PICTURE Z(6)9.
    02 FILLER PICTURE X(12) VALUE '  WAITING:  '.
    02 OUT-WAITING PICTURE Z(6)9.
    02 FILLER PICTURE X(13) VALUE '  UNMATCHED: '.
    02 OUT-UNMATCHED PICTURE Z(6)9.
01  NO-CMD-MESS.
    02 FILLER PICTURE X(40) VALUE
       ' MISSING OR EMPTY ROMACTL COMMAND FILE'.
01  NO-OPER-MESS.
    02 FILLER PICTURE X(45) VALUE
       ' NO OPER CHECKER ID - NO CHANGES DECIDED'.
01  NO-PEND-MESS.
    02 FILLER PICTURE X(40) VALUE
       ' PENDING-CHANGE FILE ROMPEND NOT USABLE'.
01  NO-TEMP-MESS.
    02 FILLER PICTURE X(45) VALUE
       ' CHANGE WORK FILE ROMPTMP CANNOT BE OPENED'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT RUN-TIME FROM TIME.
    MOVE RUN-DATE TO OUT-RUN-DATE.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    MOVE RUN-DATE TO DN-DATE.
    PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
    MOVE DN-DAYS TO RUN-DAYS.
    OPEN INPUT COMMAND-FILE.
    IF CMD-STATUS NOT = "00"
        GO TO NO-COMMAND-FILE
    END-IF.
ML1. READ COMMAND-FILE INTO CMD-LINE AT END GO TO ML-END END-READ.
    PERFORM LOAD-COMMAND THRU LOAD-COMMAND-EXIT.
    GO TO ML1.
ML-END.
    CLOSE COMMAND-FILE.
    IF CHECKER-ID = SPACES
        GO TO NO-CHECKER
    END-IF.
    MOVE CHECKER-ID TO OUT-CHECKER.
    MOVE EXPIRE-DAYS TO OUT-EXPIRE.
    WRITE STDOUT-RECORD FROM CHECKER-LINE AFTER ADVANCING 2 LINES.
*>   no ROMPEND at all only means nothing has been staged yet
    OPEN INPUT PENDING-FILE.
    IF PND-STATUS = "00"
        MOVE 'Y' TO HAVE-PEND
    ELSE
        IF PND-STATUS NOT = "35"
            GO TO NO-PENDING-FILE
        END-IF
    END-IF.
    IF HAVE-PEND = 'Y'
        OPEN OUTPUT PENDING-TEMP
        IF TEMP-STATUS NOT = "00"
            CLOSE PENDING-FILE
            GO TO NO-TEMP-FILE
        END-IF
        OPEN I-O XREF-FILE
        IF XREF-STATUS = "00"
            MOVE 'Y' TO XREF-AVAIL
            CALL "RNTLOAD" USING RN-LOADED-TABLE
        END-IF
        OPEN INPUT RULES-FILE
        IF RUL-STATUS = "00"
            PERFORM LOAD-RULE THRU LOAD-RULE-EXIT
                UNTIL RUL-EOF = 'Y'
            CLOSE RULES-FILE
        END-IF
        OPEN EXTEND HISTORY-FILE
        IF HST-STATUS = "35"
            OPEN OUTPUT HISTORY-FILE
        END-IF
        WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 2 LINES
        PERFORM DECIDE-ONE THRU DECIDE-ONE-EXIT
            UNTIL PND-EOF = 'Y'
        CLOSE PENDING-FILE, PENDING-TEMP, HISTORY-FILE
        IF XREF-AVAIL = 'Y'
            CLOSE XREF-FILE
        END-IF
        OPEN INPUT PENDING-TEMP
        OPEN OUTPUT PENDING-FILE
        MOVE 'N' TO PND-EOF
        PERFORM COPY-BACK THRU COPY-BACK-EXIT
            UNTIL PND-EOF = 'Y'
        CLOSE PENDING-TEMP, PENDING-FILE
    END-IF.
    IF RULES-CHANGED = 'Y'
        OPEN OUTPUT RULES-FILE
        PERFORM WRITE-RULE THRU WRITE-RULE-EXIT
            VARYING R FROM 1 BY 1 UNTIL R IS GREATER THAN RULE-COUNT
        CLOSE RULES-FILE
    END-IF.
    IF CNT-PENDING = ZERO
        WRITE STDOUT-RECORD FROM NONE-PENDING-LINE
            AFTER ADVANCING 1 LINE
    END-IF.
    PERFORM LIST-UNMATCHED THRU LIST-UNMATCHED-EXIT
        VARYING DEC-I FROM 1 BY 1 UNTIL DEC-I IS GREATER THAN DEC-COUNT.
    MOVE CNT-PENDING TO OUT-PENDING.
    MOVE CNT-APPLIED TO OUT-APPLIED.
    MOVE CNT-REJECTED TO OUT-REJECTED.
    MOVE CNT-EXPIRED TO OUT-EXPIRED.
    MOVE CNT-FAILED TO OUT-FAILED.
    MOVE CNT-REFUSED TO OUT-REFUSED.
    MOVE CNT-WAITING TO OUT-WAITING.
    MOVE CNT-UNMATCHED TO OUT-UNMATCHED.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-3 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-REJECTED IS GREATER THAN ZERO
        OR CNT-EXPIRED IS GREATER THAN ZERO
        OR CNT-FAILED IS GREATER THAN ZERO
        OR CNT-REFUSED IS GREATER THAN ZERO
        OR CNT-UNMATCHED IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'CHGCLOSE' TO ALR-CODE
        MOVE 'CHANGES REJECTED, EXPIRED, FAILED OR REFUSED'
            TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.
NO-COMMAND-FILE.
    WRITE STDOUT-RECORD FROM NO-CMD-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOCTL' TO ALR-CODE.
    MOVE NO-CMD-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-CHECKER.
    WRITE STDOUT-RECORD FROM NO-OPER-MESS AFTER ADVANCING 2 LINES.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOOPER' TO ALR-CODE.
    MOVE NO-OPER-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-PENDING-FILE.
    WRITE STDOUT-RECORD FROM NO-PEND-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-PEND-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-TEMP-FILE.
    WRITE STDOUT-RECORD FROM NO-TEMP-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-TEMP-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

*>   every command is echoed as it is read; only the verb is
*>   upshifted so a reject reason is kept as keyed
LOAD-COMMAND.
    IF CMD-LINE = SPACES OR CMD-LINE(1:1) = '*'
        GO TO LOAD-COMMAND-EXIT
    END-IF.
    INSPECT CMD-VERB CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    MOVE CMD-VERB TO OUT-VERB.
    MOVE CMD-LINE(8:28) TO OUT-OPERAND.
    MOVE SPACES TO OUT-CMD-NOTE.
    IF CMD-VERB = 'OPER  '
        MOVE CMD-LINE(8:8) TO CHECKER-ID
        GO TO LOAD-COMMAND-ECHO
    END-IF.
    IF CMD-VERB NOT = 'APPROV' AND CMD-VERB NOT = 'REJECT'
        AND CMD-VERB NOT = 'EXPIRE'
        MOVE 'REFUSED - UNKNOWN COMMAND' TO OUT-CMD-NOTE
        GO TO LOAD-COMMAND-REFUSED
    END-IF.
    MOVE ZERO TO NUM-WORK.
    PERFORM NUMBER-DIGIT-STEP THRU NUMBER-DIGIT-STEP-EXIT
        VARYING K FROM 1 BY 1 UNTIL K IS GREATER THAN 7
            OR CMD-NO(K:1) IS NOT NUMERIC.
    IF K = 1 OR NUM-WORK = ZERO
        MOVE 'REFUSED - BAD NUMBER' TO OUT-CMD-NOTE
        GO TO LOAD-COMMAND-REFUSED
    END-IF.
    IF K IS NOT GREATER THAN 7
        IF CMD-NO(K:) NOT = SPACES
            MOVE 'REFUSED - BAD NUMBER' TO OUT-CMD-NOTE
            GO TO LOAD-COMMAND-REFUSED
        END-IF
    END-IF.
    IF CMD-VERB = 'EXPIRE'
        IF NUM-WORK IS GREATER THAN 99999
            MOVE 'REFUSED - BAD NUMBER' TO OUT-CMD-NOTE
            GO TO LOAD-COMMAND-REFUSED
        END-IF
        MOVE NUM-WORK TO EXPIRE-DAYS
        GO TO LOAD-COMMAND-ECHO
    END-IF.
    MOVE ZERO TO DEC-HIT.
    PERFORM FIND-DECISION THRU FIND-DECISION-EXIT
        VARYING DEC-I FROM 1 BY 1
        UNTIL DEC-I IS GREATER THAN DEC-COUNT OR DEC-HIT > ZERO.
    IF DEC-HIT IS GREATER THAN ZERO
        MOVE 'REFUSED - ALREADY DECIDED' TO OUT-CMD-NOTE
        GO TO LOAD-COMMAND-REFUSED
    END-IF.
    IF DEC-COUNT NOT < DEC-MAX
        MOVE 'REFUSED - TOO MANY DECISIONS' TO OUT-CMD-NOTE
        GO TO LOAD-COMMAND-REFUSED
    END-IF.
    ADD 1 TO DEC-COUNT.
    MOVE NUM-WORK TO DEC-NO(DEC-COUNT).
    MOVE CMD-VERB(1:1) TO DEC-ACT(DEC-COUNT).
    MOVE CMD-REASON TO DEC-REASON(DEC-COUNT).
    IF CMD-VERB = 'REJECT' AND CMD-REASON = SPACES
        MOVE 'REJECTED BY CHECKER' TO DEC-REASON(DEC-COUNT)
    END-IF.
    MOVE 'N' TO DEC-USED(DEC-COUNT).
    GO TO LOAD-COMMAND-ECHO.
LOAD-COMMAND-REFUSED.
    ADD 1 TO CNT-REFUSED.
LOAD-COMMAND-ECHO.
    WRITE STDOUT-RECORD FROM CMD-ECHO-LINE AFTER ADVANCING 1 LINE.
LOAD-COMMAND-EXIT.
    EXIT.
NUMBER-DIGIT-STEP.
    MOVE CMD-NO(K:1) TO DIGIT-X.
    COMPUTE NUM-WORK = NUM-WORK * 10 + DIGIT-9.
NUMBER-DIGIT-STEP-EXIT.
    EXIT.
FIND-DECISION.
    IF DEC-NO(DEC-I) = NUM-WORK
        MOVE DEC-I TO DEC-HIT
    END-IF.
FIND-DECISION-EXIT.
    EXIT.

LOAD-RULE.
    READ RULES-FILE
        AT END MOVE 'Y' TO RUL-EOF
    END-READ.
    IF RUL-EOF = 'Y'
        GO TO LOAD-RULE-EXIT
    END-IF.
    IF RULE-COUNT NOT < RULE-MAX
        MOVE 'Y' TO RULES-FULL
        GO TO LOAD-RULE-EXIT
    END-IF.
    ADD 1 TO RULE-COUNT.
    MOVE RUL-RECORD TO RULE-TEXT(RULE-COUNT).
    MOVE 'N' TO RULE-GONE(RULE-COUNT).
LOAD-RULE-EXIT.
    EXIT.

*>   one ROMPEND record: closed changes are carried over unchanged
DECIDE-ONE.
    READ PENDING-FILE
        AT END MOVE 'Y' TO PND-EOF
    END-READ.
    IF PND-EOF = 'Y'
        GO TO DECIDE-ONE-EXIT
    END-IF.
    IF PND-STATE NOT = 'P'
        GO TO DECIDE-ONE-WRITE
    END-IF.
    ADD 1 TO CNT-PENDING.
    MOVE SPACES TO CHANGE-LINE.
    MOVE PND-NO TO OUT-NO.
    MOVE PND-FILE TO OUT-FILE.
    MOVE PND-ACTION TO OUT-ACTION.
    MOVE PND-KEY TO OUT-KEY.
    IF PND-FILE = 'X' AND PND-ACTION = 'SET   '
        MOVE PND-VALUE TO OUT-VALUE
    END-IF.
    MOVE PND-MAKER TO OUT-MAKER.
    MOVE PND-MADE TO OUT-MADE.
    MOVE ZERO TO DEC-HIT.
    MOVE PND-NO TO NUM-WORK.
    PERFORM FIND-DECISION THRU FIND-DECISION-EXIT
        VARYING DEC-I FROM 1 BY 1
        UNTIL DEC-I IS GREATER THAN DEC-COUNT OR DEC-HIT > ZERO.
    IF DEC-HIT = ZERO
        PERFORM CHECK-EXPIRY THRU CHECK-EXPIRY-EXIT
        GO TO DECIDE-ONE-PRINT
    END-IF.
    MOVE 'Y' TO DEC-USED(DEC-HIT).
    IF PND-MAKER = CHECKER-ID
        ADD 1 TO CNT-REFUSED
        MOVE 'REFUSED' TO OUT-OUTCOME
        MOVE 'CHECKER MADE THIS CHANGE' TO OUT-NOTE
        GO TO DECIDE-ONE-PRINT
    END-IF.
    IF DEC-ACT(DEC-HIT) = 'R'
        MOVE 'R' TO PND-STATE
        MOVE DEC-REASON(DEC-HIT) TO PND-REASON
        ADD 1 TO CNT-REJECTED
        MOVE 'REJECTED' TO OUT-OUTCOME
        MOVE PND-REASON TO OUT-NOTE
        GO TO DECIDE-ONE-CLOSE
    END-IF.
    MOVE SPACES TO CH-BEFORE, CH-AFTER, PND-REASON.
    IF PND-FILE = 'X'
        PERFORM APPLY-XREF THRU APPLY-XREF-EXIT
    ELSE
        PERFORM APPLY-RULE THRU APPLY-RULE-EXIT
    END-IF.
    IF OUT-OUTCOME = 'REFUSED'
        GO TO DECIDE-ONE-PRINT
    END-IF.
    IF PND-REASON NOT = SPACES
        MOVE 'F' TO PND-STATE
        ADD 1 TO CNT-FAILED
        MOVE 'FAILED' TO OUT-OUTCOME
        MOVE PND-REASON TO OUT-NOTE
        GO TO DECIDE-ONE-CLOSE
    END-IF.
    MOVE 'A' TO PND-STATE.
    ADD 1 TO CNT-APPLIED.
    MOVE 'APPLIED' TO OUT-OUTCOME.
    PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT.
DECIDE-ONE-CLOSE.
    MOVE CHECKER-ID TO PND-CHECKER.
    MOVE RUN-DATE TO PND-CLOSED.
DECIDE-ONE-PRINT.
    WRITE STDOUT-RECORD FROM CHANGE-LINE AFTER ADVANCING 1 LINE.
DECIDE-ONE-WRITE.
    WRITE TEMP-RECORD FROM PND-RECORD.
DECIDE-ONE-EXIT.
    EXIT.
*>   a change nobody has decided is closed once it has waited
*>   longer than the expiry days
CHECK-EXPIRY.
    MOVE PND-MADE TO DN-DATE.
    PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
    IF RUN-DAYS - DN-DAYS IS GREATER THAN EXPIRE-DAYS
        MOVE 'E' TO PND-STATE
        MOVE 'NOT DECIDED IN TIME' TO PND-REASON
        MOVE CHECKER-ID TO PND-CHECKER
        MOVE RUN-DATE TO PND-CLOSED
        ADD 1 TO CNT-EXPIRED
        MOVE 'EXPIRED' TO OUT-OUTCOME
        MOVE PND-REASON TO OUT-NOTE
    ELSE
        ADD 1 TO CNT-WAITING
        MOVE 'WAITING' TO OUT-OUTCOME
    END-IF.
CHECK-EXPIRY-EXIT.
    EXIT.

*>   SET adds the entry or replaces its value, PURGE removes it.
*>   with the master unusable the change is left pending for a
*>   later run rather than failed
APPLY-XREF.
    IF XREF-AVAIL = 'N'
        ADD 1 TO CNT-REFUSED
        MOVE 'REFUSED' TO OUT-OUTCOME
        MOVE 'ROMXREF NOT USABLE - LEFT' TO OUT-NOTE
        GO TO APPLY-XREF-EXIT
    END-IF.
    MOVE PND-KEY TO XREF-KEY.
    IF PND-ACTION = 'PURGE '
        READ XREF-FILE KEY IS XREF-KEY
            INVALID KEY
                MOVE 'NOT ON MASTER' TO PND-REASON
                GO TO APPLY-XREF-EXIT
        END-READ
        MOVE XREF-VALUE TO VALUE-EDIT
        MOVE VALUE-EDIT TO CH-BEFORE
        DELETE XREF-FILE
            INVALID KEY MOVE 'DELETE FAILED' TO PND-REASON
        END-DELETE
        GO TO APPLY-XREF-EXIT
    END-IF.
    MOVE PND-VALUE TO VALUE-EDIT.
    MOVE VALUE-EDIT TO CH-AFTER.
    READ XREF-FILE KEY IS XREF-KEY
        INVALID KEY
            GO TO APPLY-XREF-NEW
    END-READ.
    MOVE XREF-VALUE TO VALUE-EDIT.
    MOVE VALUE-EDIT TO CH-BEFORE.
    MOVE PND-VALUE TO XREF-VALUE.
    MOVE RNX-VERSION TO XREF-VERSION.
    REWRITE XREF-RECORD
        INVALID KEY MOVE 'REWRITE FAILED' TO PND-REASON
    END-REWRITE.
    GO TO APPLY-XREF-EXIT.
APPLY-XREF-NEW.
    MOVE PND-KEY TO XREF-KEY.
    MOVE PND-VALUE TO XREF-VALUE.
    MOVE ZERO TO XREF-HITS.
    MOVE RUN-DATE TO XREF-LAST-HIT.
    MOVE RUN-DATE TO XREF-ADDED.
    MOVE RNX-VERSION TO XREF-VERSION.
    WRITE XREF-RECORD
        INVALID KEY MOVE 'WRITE FAILED' TO PND-REASON
    END-WRITE.
APPLY-XREF-EXIT.
    EXIT.
*>   rule text is matched with its verb upshifted, as ROMRFIX and
*>   ROMRMNT read it; a new rule goes on the end of the file
APPLY-RULE.
    IF RULES-FULL = 'Y'
        MOVE 'ROMRULES TOO LONG' TO PND-REASON
        GO TO APPLY-RULE-EXIT
    END-IF.
    MOVE ZERO TO RULE-HIT.
    PERFORM FIND-RULE THRU FIND-RULE-EXIT
        VARYING R FROM 1 BY 1
        UNTIL R IS GREATER THAN RULE-COUNT OR RULE-HIT > ZERO.
    IF PND-ACTION = 'DELETE'
        IF RULE-HIT = ZERO
            MOVE 'RULE NOT IN FORCE' TO PND-REASON
            GO TO APPLY-RULE-EXIT
        END-IF
        MOVE 'Y' TO RULE-GONE(RULE-HIT)
        MOVE PND-KEY TO CH-BEFORE
        MOVE 'Y' TO RULES-CHANGED
        GO TO APPLY-RULE-EXIT
    END-IF.
    IF RULE-HIT IS GREATER THAN ZERO
        MOVE 'RULE ALREADY IN FORCE' TO PND-REASON
        GO TO APPLY-RULE-EXIT
    END-IF.
    IF RULE-COUNT NOT < RULE-MAX
        MOVE 'ROMRULES TOO LONG' TO PND-REASON
        GO TO APPLY-RULE-EXIT
    END-IF.
    ADD 1 TO RULE-COUNT.
    MOVE PND-KEY TO RULE-TEXT(RULE-COUNT).
    MOVE 'N' TO RULE-GONE(RULE-COUNT).
    MOVE PND-KEY TO CH-AFTER.
    MOVE 'Y' TO RULES-CHANGED.
APPLY-RULE-EXIT.
    EXIT.
FIND-RULE.
    IF RULE-GONE(R) = 'Y' OR RULE-TEXT(R) = SPACES
        OR RULE-TEXT(R)(1:1) = '*'
        GO TO FIND-RULE-EXIT
    END-IF.
    IF RULE-TEXT(R)(31:50) NOT = SPACES
        GO TO FIND-RULE-EXIT
    END-IF.
    MOVE RULE-TEXT(R)(1:30) TO RULE-CMP.
    INSPECT RULE-CMP(1:6) CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF RULE-CMP = PND-KEY
        MOVE R TO RULE-HIT
    END-IF.
FIND-RULE-EXIT.
    EXIT.
WRITE-RULE.
    IF RULE-GONE(R) = 'Y'
        GO TO WRITE-RULE-EXIT
    END-IF.
    WRITE RUL-RECORD FROM RULE-TEXT(R).
WRITE-RULE-EXIT.
    EXIT.
WRITE-HISTORY.
    MOVE PND-NO TO CH-NO.
    MOVE PND-FILE TO CH-FILE.
    MOVE PND-ACTION TO CH-ACTION.
    MOVE PND-KEY TO CH-KEY.
    MOVE PND-MAKER TO CH-MAKER.
    MOVE PND-MADE TO CH-MADE.
    MOVE CHECKER-ID TO CH-CHECKER.
    MOVE RUN-DATE TO CH-DATE.
    MOVE RUN-TIME TO CH-TIME.
    WRITE HST-RECORD FROM HISTORY-LINE.
WRITE-HISTORY-EXIT.
    EXIT.

COPY-BACK.
    READ PENDING-TEMP
        AT END MOVE 'Y' TO PND-EOF
    END-READ.
    IF PND-EOF = 'Y'
        GO TO COPY-BACK-EXIT
    END-IF.
    WRITE PND-RECORD FROM TEMP-RECORD.
COPY-BACK-EXIT.
    EXIT.

LIST-UNMATCHED.
    IF DEC-USED(DEC-I) = 'Y'
        GO TO LIST-UNMATCHED-EXIT
    END-IF.
    IF CNT-UNMATCHED = ZERO
        WRITE STDOUT-RECORD FROM UNMATCHED-TITLE
            AFTER ADVANCING 2 LINES
    END-IF.
    ADD 1 TO CNT-UNMATCHED.
    MOVE DEC-NO(DEC-I) TO OUT-UM-NO.
    IF DEC-ACT(DEC-I) = 'A'
        MOVE 'APPROV' TO OUT-UM-ACT
    ELSE
        MOVE 'REJECT' TO OUT-UM-ACT
    END-IF.
    WRITE STDOUT-RECORD FROM UNMATCHED-LINE AFTER ADVANCING 1 LINE.
LIST-UNMATCHED-EXIT.
    EXIT.

DAY-NUMBER.
    MOVE DN-DATE TO DN-SPLIT.
    IF DN-MM IS LESS THAN 1 OR DN-MM IS GREATER THAN 12
        MOVE 1 TO DN-MM
    END-IF.
    SUBTRACT 1 FROM DN-CCYY GIVING DN-YEARS.
    DIVIDE DN-YEARS BY 4 GIVING DN-Q4.
    DIVIDE DN-YEARS BY 100 GIVING DN-Q100.
    DIVIDE DN-YEARS BY 400 GIVING DN-Q400.
    COMPUTE DN-DAYS = DN-YEARS * 365 + DN-Q4 - DN-Q100 + DN-Q400
        + CUM-DAYS(DN-MM) + DN-DD.
    MOVE 'N' TO DN-LEAP.
    DIVIDE DN-CCYY BY 4 GIVING DN-QUOT REMAINDER DN-REM.
    IF DN-REM = ZERO
        MOVE 'Y' TO DN-LEAP
    END-IF.
    DIVIDE DN-CCYY BY 100 GIVING DN-QUOT REMAINDER DN-REM.
    IF DN-REM = ZERO
        MOVE 'N' TO DN-LEAP
    END-IF.
    DIVIDE DN-CCYY BY 400 GIVING DN-QUOT REMAINDER DN-REM.
    IF DN-REM = ZERO
        MOVE 'Y' TO DN-LEAP
    END-IF.
    IF DN-LEAP = 'Y' AND DN-MM IS GREATER THAN 2
        ADD 1 TO DN-DAYS
    END-IF.
DAY-NUMBER-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMAPPR' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
