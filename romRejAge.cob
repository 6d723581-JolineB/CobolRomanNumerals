IDENTIFICATION DIVISION.
PROGRAM-ID. ROMRJAGE.
*>   open-reject aging - reads the ROMRLDG reject ledger mode 2
*>   keeps, ages every open item in business days against the ROMCAL
*>   calendar (processing days after the day the item was opened, up
*>   to and including today) and prints, by department, how many
*>   items are open 0-5, 6-15, 16-30 and over 30 business days.
*>   items more than OVERDUE-DAYS business days old are overdue: each
*>   department with any is given a notice on ROMNOTC listing them,
*>   addressed from the ROMSRC registry when it is present, and the
*>   run ends with RETURN-CODE 4.  closed items are counted and
*>   otherwise passed over.  ledger keys are department then
*>   original record number, so the ledger is already in report
*>   order.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LEDGER-FILE ASSIGN TO "ROMRLDG"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS LDG-KEY
        FILE STATUS IS LDG-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "ROMCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CAL-STATUS.
    SELECT SOURCE-FILE ASSIGN TO "ROMSRC"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS SRC-CODE
        FILE STATUS IS SRC-STATUS.
    SELECT NOTICE-FILE ASSIGN TO "ROMNOTC"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMJRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LEDGER-FILE.
    01 LDG-RECORD.
       02 LDG-KEY.
          03 LDG-SOURCE  PICTURE X(3).
          03 LDG-ORIG    PICTURE 9(8).
       02 LDG-STATE      PICTURE X.
       02 LDG-OPENED     PICTURE 9(8).
       02 LDG-LAST-REJ   PICTURE 9(8).
       02 LDG-CLOSED     PICTURE 9(8).
       02 LDG-CYCLE      PICTURE 9(2).
       02 LDG-TOKEN      PICTURE X(30).
FD CALENDAR-FILE.
    01 CAL-RECORD    PICTURE X(80).
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
FD NOTICE-FILE.
    01 NOTICE-RECORD PICTURE X(80).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

WORKING-STORAGE SECTION.
77  LDG-STATUS  PICTURE X(02).
77  CAL-STATUS  PICTURE X(02).
77  SRC-STATUS  PICTURE X(02).
77  SRC-AVAIL   PICTURE X VALUE 'N'.
77  CAL-EOF     PICTURE X VALUE 'N'.
77  CAL-USED    PICTURE S9(4) VALUE ZERO.
77  CAL-K       PICTURE S9(4) VALUE ZERO.
77  RUN-DATE    PICTURE 9(8) VALUE ZERO.
77  OVERDUE-DAYS PICTURE S9(4) VALUE 15.
77  ITEM-DAYS   PICTURE S9(4) VALUE ZERO.
77  HAVE-DEPT   PICTURE X VALUE 'N'.
77  NOTICE-OPEN PICTURE X VALUE 'N'.
77  CUR-SOURCE  PICTURE X(3) VALUE SPACES.
77  CUR-NAME    PICTURE X(24) VALUE SPACES.
77  CUR-CONTACT PICTURE X(24) VALUE SPACES.
77  B           PICTURE S9 VALUE ZERO.
77  CNT-READ    PICTURE S9(7) VALUE ZERO.
77  CNT-OPEN    PICTURE S9(7) VALUE ZERO.
77  CNT-CLOSED  PICTURE S9(7) VALUE ZERO.
77  CNT-OVERDUE PICTURE S9(7) VALUE ZERO.
77  CNT-DEPTS   PICTURE S9(5) VALUE ZERO.
77  CNT-NOTICES PICTURE S9(5) VALUE ZERO.
77  DEPT-OVERDUE PICTURE S9(5) VALUE ZERO.
01  CAL-TAB.
    02 CAL-DAY PICTURE 9(8) OCCURS 500 TIMES.
01  CAL-LINE PICTURE X(80).
*>   bucket counts, department and grand - 0-5, 6-15, 16-30, over 30
01  DEPT-BUCKETS.
    02 DEPT-BKT PICTURE S9(5) OCCURS 4 TIMES.
01  GRAND-BUCKETS.
    02 GRAND-BKT PICTURE S9(7) OCCURS 4 TIMES.
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(40) VALUE
       'OPEN REJECT AGING - BUSINESS DAYS AS OF '.
    02 OUT-RUN-DATE PICTURE 9(8).
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  COL-HEADS.
    02 FILLER PICTURE X(34) VALUE
       ' DEPT NAME                        '.
    02 FILLER PICTURE X(40) VALUE
       '   0-5   6-15  16-30 OVER 30   TOTAL'.
01  DEPT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-DEPT PICTURE X(3).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-DEPT-NAME PICTURE X(24).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-BKT-1 PICTURE Z(5)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-BKT-2 PICTURE Z(5)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-BKT-3 PICTURE Z(5)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-BKT-4 PICTURE Z(6)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-BKT-TOT PICTURE Z(6)9.
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  GRAND-LINE.
    02 FILLER PICTURE X(32) VALUE ' ALL DEPARTMENTS'.
    02 OUT-GRD-1 PICTURE Z(5)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-GRD-2 PICTURE Z(5)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-GRD-3 PICTURE Z(5)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-GRD-4 PICTURE Z(6)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-GRD-TOT PICTURE Z(6)9.
01  COUNT-LINE.
    02 FILLER PICTURE X(14) VALUE ' ITEMS READ:  '.
    02 OUT-READ PICTURE Z(6)9.
    02 FILLER PICTURE X(8) VALUE '  OPEN: '.
    02 OUT-OPEN PICTURE Z(6)9.
    02 FILLER PICTURE X(10) VALUE '  CLOSED: '.
    02 OUT-CLOSED PICTURE Z(6)9.
    02 FILLER PICTURE X(11) VALUE '  OVERDUE: '.
    02 OUT-OVERDUE PICTURE Z(6)9.
01  NOTICE-COUNT-LINE.
    02 FILLER PICTURE X(21) VALUE ' DEPARTMENTS AGED:   '.
    02 OUT-DEPTS PICTURE Z(4)9.
    02 FILLER PICTURE X(18) VALUE '  NOTICES WRITTEN:'.
    02 OUT-NOTICES PICTURE Z(4)9.
01  NO-LDG-MESS.
    02 FILLER PICTURE X(40) VALUE
       ' REJECT LEDGER ROMRLDG NOT USABLE'.
01  NO-CAL-MESS.
    02 FILLER PICTURE X(44) VALUE
       ' MISSING OR EMPTY ROMCAL BUSINESS CALENDAR'.
*>   ROMNOTC - one notice per department with overdue items
01  NOTICE-HEAD-1.
    02 FILLER PICTURE X(38) VALUE
       ' NOTICE OF OVERDUE REJECTED RECORDS'.
    02 FILLER PICTURE X(6) VALUE 'AS OF '.
    02 OUT-NT-DATE PICTURE 9(8).
01  NOTICE-HEAD-2.
    02 FILLER PICTURE X(13) VALUE ' DEPARTMENT: '.
    02 OUT-NT-DEPT PICTURE X(3).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-NT-NAME PICTURE X(24).
01  NOTICE-HEAD-3.
    02 FILLER PICTURE X(13) VALUE ' ATTENTION:  '.
    02 OUT-NT-CONTACT PICTURE X(24).
01  NOTICE-HEAD-4.
    02 FILLER PICTURE X(42) VALUE
       '  ORIG REC  REJECTED TOKEN                '.
    02 FILLER PICTURE X(32) VALUE
       '  OPENED  LAST REJ  DAYS  CYCLE'.
01  NOTICE-DETAIL.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NT-ORIG PICTURE Z(7)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-NT-TOKEN PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NT-OPENED PICTURE 9(8).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-NT-LAST PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NT-DAYS PICTURE Z(4)9.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-NT-CYCLE PICTURE Z9.
01  NOTICE-FOOT.
    02 FILLER PICTURE X(16) VALUE ' OVERDUE ITEMS: '.
    02 OUT-NT-COUNT PICTURE Z(4)9.
    02 FILLER PICTURE X(40) VALUE
       '  - PLEASE CORRECT AND RESUBMIT'.
01  NOTICE-RULE.
    02 FILLER PICTURE X(60) VALUE ALL '='.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    PERFORM READ-CALENDAR THRU READ-CALENDAR-EXIT.
    IF CAL-USED = ZERO
        GO TO NO-CALENDAR
    END-IF.
    OPEN INPUT LEDGER-FILE.
    IF LDG-STATUS NOT = "00"
        GO TO NO-LEDGER
    END-IF.
    OPEN INPUT SOURCE-FILE.
    IF SRC-STATUS = "00"
        MOVE 'Y' TO SRC-AVAIL
    END-IF.
    OPEN OUTPUT NOTICE-FILE.
    MOVE RUN-DATE TO OUT-RUN-DATE.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    PERFORM CLEAR-BUCKET THRU CLEAR-BUCKET-EXIT
        VARYING B FROM 1 BY 1 UNTIL B IS GREATER THAN 4.
LL1. READ LEDGER-FILE NEXT RECORD AT END GO TO LL-END END-READ.
    ADD 1 TO CNT-READ.
    IF LDG-STATE NOT = 'O'
        ADD 1 TO CNT-CLOSED
        GO TO LL1
    END-IF.
    IF HAVE-DEPT = 'Y' AND LDG-SOURCE NOT = CUR-SOURCE
        PERFORM DEPT-BREAK THRU DEPT-BREAK-EXIT
    END-IF.
    IF HAVE-DEPT = 'N'
        PERFORM DEPT-START THRU DEPT-START-EXIT
    END-IF.
    PERFORM AGE-ITEM THRU AGE-ITEM-EXIT.
    GO TO LL1.
LL-END.
    IF HAVE-DEPT = 'Y'
        PERFORM DEPT-BREAK THRU DEPT-BREAK-EXIT
    END-IF.
    CLOSE LEDGER-FILE, NOTICE-FILE.
    IF SRC-AVAIL = 'Y'
        CLOSE SOURCE-FILE
    END-IF.
    MOVE GRAND-BKT(1) TO OUT-GRD-1.
    MOVE GRAND-BKT(2) TO OUT-GRD-2.
    MOVE GRAND-BKT(3) TO OUT-GRD-3.
    MOVE GRAND-BKT(4) TO OUT-GRD-4.
    MOVE CNT-OPEN TO OUT-GRD-TOT.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM GRAND-LINE AFTER ADVANCING 1 LINE.
    MOVE CNT-READ TO OUT-READ. MOVE CNT-OPEN TO OUT-OPEN.
    MOVE CNT-CLOSED TO OUT-CLOSED. MOVE CNT-OVERDUE TO OUT-OVERDUE.
    WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 2 LINES.
    MOVE CNT-DEPTS TO OUT-DEPTS. MOVE CNT-NOTICES TO OUT-NOTICES.
    WRITE STDOUT-RECORD FROM NOTICE-COUNT-LINE AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-OVERDUE IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'REJAGED' TO ALR-CODE
        MOVE 'OPEN REJECTS OVERDUE - NOTICES PRODUCED' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.
NO-CALENDAR.
    WRITE STDOUT-RECORD FROM NO-CAL-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-CAL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-LEDGER.
    WRITE STDOUT-RECORD FROM NO-LDG-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-LDG-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

CLEAR-BUCKET.
    MOVE ZERO TO GRAND-BKT(B).
CLEAR-BUCKET-EXIT.
    EXIT.
DEPT-START.
    MOVE 'Y' TO HAVE-DEPT.
    MOVE LDG-SOURCE TO CUR-SOURCE.
    MOVE ZERO TO DEPT-BKT(1). MOVE ZERO TO DEPT-BKT(2).
    MOVE ZERO TO DEPT-BKT(3). MOVE ZERO TO DEPT-BKT(4).
    MOVE ZERO TO DEPT-OVERDUE.
    MOVE 'N' TO NOTICE-OPEN.
    MOVE SPACES TO CUR-NAME.
    MOVE SPACES TO CUR-CONTACT.
    IF LDG-SOURCE = SPACES
        MOVE '(OUTSIDE ANY ENVELOPE)' TO CUR-NAME
        GO TO DEPT-START-EXIT
    END-IF.
    IF SRC-AVAIL = 'Y'
        MOVE LDG-SOURCE TO SRC-CODE
        READ SOURCE-FILE
            INVALID KEY MOVE '(NOT ON ROMSRC)' TO CUR-NAME
            NOT INVALID KEY
                MOVE SRC-NAME TO CUR-NAME
                MOVE SRC-CONTACT TO CUR-CONTACT
        END-READ
    END-IF.
DEPT-START-EXIT.
    EXIT.
DEPT-BREAK.
    ADD 1 TO CNT-DEPTS.
    MOVE CUR-SOURCE TO OUT-DEPT.
    MOVE CUR-NAME TO OUT-DEPT-NAME.
    MOVE DEPT-BKT(1) TO OUT-BKT-1.
    MOVE DEPT-BKT(2) TO OUT-BKT-2.
    MOVE DEPT-BKT(3) TO OUT-BKT-3.
    MOVE DEPT-BKT(4) TO OUT-BKT-4.
    COMPUTE OUT-BKT-TOT =
        DEPT-BKT(1) + DEPT-BKT(2) + DEPT-BKT(3) + DEPT-BKT(4).
    WRITE STDOUT-RECORD FROM DEPT-LINE AFTER ADVANCING 1 LINE.
    IF NOTICE-OPEN = 'Y'
        MOVE DEPT-OVERDUE TO OUT-NT-COUNT
        WRITE NOTICE-RECORD FROM NOTICE-FOOT
        WRITE NOTICE-RECORD FROM NOTICE-RULE
        MOVE SPACES TO NOTICE-RECORD
        WRITE NOTICE-RECORD
    END-IF.
    MOVE 'N' TO HAVE-DEPT.
DEPT-BREAK-EXIT.
    EXIT.
AGE-ITEM.
    ADD 1 TO CNT-OPEN.
    MOVE ZERO TO ITEM-DAYS.
    PERFORM CAL-ELAPSED-STEP THRU CAL-ELAPSED-STEP-EXIT
        VARYING CAL-K FROM 1 BY 1 UNTIL CAL-K IS GREATER THAN CAL-USED.
    MOVE 4 TO B.
    IF ITEM-DAYS IS NOT GREATER THAN 30
        MOVE 3 TO B
    END-IF.
    IF ITEM-DAYS IS NOT GREATER THAN 15
        MOVE 2 TO B
    END-IF.
    IF ITEM-DAYS IS NOT GREATER THAN 5
        MOVE 1 TO B
    END-IF.
    ADD 1 TO DEPT-BKT(B).
    ADD 1 TO GRAND-BKT(B).
    IF ITEM-DAYS IS GREATER THAN OVERDUE-DAYS
        PERFORM WRITE-NOTICE-ITEM THRU WRITE-NOTICE-ITEM-EXIT
    END-IF.
AGE-ITEM-EXIT.
    EXIT.
CAL-ELAPSED-STEP.
    IF CAL-DAY(CAL-K) IS GREATER THAN LDG-OPENED
        AND CAL-DAY(CAL-K) IS NOT GREATER THAN RUN-DATE
        ADD 1 TO ITEM-DAYS
    END-IF.
CAL-ELAPSED-STEP-EXIT.
    EXIT.
WRITE-NOTICE-ITEM.
    ADD 1 TO CNT-OVERDUE.
    ADD 1 TO DEPT-OVERDUE.
    IF NOTICE-OPEN = 'N'
        MOVE 'Y' TO NOTICE-OPEN
        ADD 1 TO CNT-NOTICES
        MOVE RUN-DATE TO OUT-NT-DATE
        MOVE CUR-SOURCE TO OUT-NT-DEPT
        MOVE CUR-NAME TO OUT-NT-NAME
        MOVE CUR-CONTACT TO OUT-NT-CONTACT
        WRITE NOTICE-RECORD FROM NOTICE-RULE
        WRITE NOTICE-RECORD FROM NOTICE-HEAD-1
        WRITE NOTICE-RECORD FROM NOTICE-HEAD-2
        WRITE NOTICE-RECORD FROM NOTICE-HEAD-3
        MOVE SPACES TO NOTICE-RECORD
        WRITE NOTICE-RECORD
        WRITE NOTICE-RECORD FROM NOTICE-HEAD-4
    END-IF.
    MOVE LDG-ORIG TO OUT-NT-ORIG.
    MOVE LDG-TOKEN TO OUT-NT-TOKEN.
    MOVE LDG-OPENED TO OUT-NT-OPENED.
    MOVE LDG-LAST-REJ TO OUT-NT-LAST.
    MOVE ITEM-DAYS TO OUT-NT-DAYS.
    MOVE LDG-CYCLE TO OUT-NT-CYCLE.
    WRITE NOTICE-RECORD FROM NOTICE-DETAIL.
WRITE-NOTICE-ITEM-EXIT.
    EXIT.
*>   ROMCAL as mode 2 reads it - one CCYYMMDD processing day per
*>   record, comments and blanks ignored
READ-CALENDAR.
    MOVE 'N' TO CAL-EOF.
    MOVE ZERO TO CAL-USED.
    OPEN INPUT CALENDAR-FILE.
    IF CAL-STATUS NOT = "00"
        GO TO READ-CALENDAR-EXIT
    END-IF.
    PERFORM READ-CAL-REC THRU READ-CAL-REC-EXIT
        UNTIL CAL-EOF = 'Y'.
    CLOSE CALENDAR-FILE.
READ-CALENDAR-EXIT.
    EXIT.
READ-CAL-REC.
    READ CALENDAR-FILE INTO CAL-LINE
        AT END MOVE 'Y' TO CAL-EOF
    END-READ.
    IF CAL-EOF = 'Y'
        GO TO READ-CAL-REC-EXIT
    END-IF.
    IF CAL-LINE = SPACES OR CAL-LINE(1:1) = '*'
        GO TO READ-CAL-REC-EXIT
    END-IF.
    IF CAL-LINE(1:8) IS NOT NUMERIC
        GO TO READ-CAL-REC-EXIT
    END-IF.
    IF CAL-USED IS LESS THAN 500
        ADD 1 TO CAL-USED
        MOVE CAL-LINE(1:8) TO CAL-DAY(CAL-USED)
    END-IF.
READ-CAL-REC-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMRJAGE' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
