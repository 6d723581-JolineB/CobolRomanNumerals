IDENTIFICATION DIVISION.
PROGRAM-ID. ROMALSUM.
*>   morning operator alert summary - every program appends its
*>   abnormal conditions to the ROMALERT queue through ROMALRT.  this
*>   run numbers the alerts that arrived since the last summary (the
*>   last number issued is kept in ROMALNO), applies the operator's
*>   acknowledgements from ROMALACK, moves acknowledged alerts to the
*>   ROMALARC archive and writes the rest back to ROMALERT, so an
*>   alert nobody has acknowledged appears again on the next day's
*>   summary.  the report lists the open alerts by severity, oldest
*>   first, then the alerts acknowledged by this run.
*>   ROMALACK records (optional): alert number in columns 1-7 and the
*>   operator's initials in columns 9-16.  an acknowledgement that
*>   matches no open alert is listed and ignored.
*>   RETURN-CODE 4 while any alert is still open or any
*>   acknowledgement could not be applied, 8 if the queue cannot be
*>   read.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALERT-FILE ASSIGN TO "ROMALERT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ALERT-STATUS.
    SELECT ALERT-TEMP ASSIGN TO "ROMALTMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.
    SELECT ACK-FILE ASSIGN TO "ROMALACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACK-STATUS.
    SELECT ARCHIVE-FILE ASSIGN TO "ROMALARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-STATUS.
    SELECT NUMBER-FILE ASSIGN TO "ROMALNO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS NUM-STATUS.
    SELECT SORT-WORK ASSIGN TO "ROMASWK".
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMALRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ALERT-FILE.
    01 ALERT-RECORD PICTURE X(98).
FD ALERT-TEMP.
    01 TEMP-RECORD PICTURE X(98).
FD ACK-FILE.
    01 ACK-RECORD.
       02 ACK-IN-NO  PICTURE X(7).
       02 FILLER     PICTURE X.
       02 ACK-IN-BY  PICTURE X(8).
       02 FILLER     PICTURE X(64).
*>   ROMALARC: the alert as queued, the date it was acknowledged
*>   and by whom
FD ARCHIVE-FILE.
    01 ARCHIVE-RECORD PICTURE X(116).
FD NUMBER-FILE.
    01 NUMBER-RECORD.
       02 NUM-LAST PICTURE 9(7).
SD SORT-WORK.
    01 SORT-REC.
       02 SR-RANK  PICTURE 9.
       02 SR-DATE  PICTURE 9(8).
       02 SR-TIME  PICTURE 9(8).
       02 SR-NO    PICTURE 9(7).
       02 SR-NEW   PICTURE X.
       02 SR-BY    PICTURE X(8).
       02 SR-ALERT PICTURE X(98).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(132).

WORKING-STORAGE SECTION.
77  ALERT-STATUS PICTURE X(02).
77  TEMP-STATUS PICTURE X(02).
77  ACK-STATUS  PICTURE X(02).
77  ARC-STATUS  PICTURE X(02).
77  NUM-STATUS  PICTURE X(02).
77  ALERT-EOF   PICTURE X VALUE 'N'.
77  SORT-EOF    PICTURE X VALUE 'N'.
77  HAVE-QUEUE  PICTURE X VALUE 'N'.
77  HAVE-GROUP  PICTURE X VALUE 'N'.
77  PREV-RANK   PICTURE 9 VALUE ZERO.
77  LAST-NO     PICTURE 9(7) VALUE ZERO.
77  RUN-DATE    PICTURE 9(8) VALUE ZERO.
77  RUN-DAYS    PICTURE S9(7) VALUE ZERO.
77  ACK-MAX     PICTURE S9(4) COMP VALUE 500.
77  ACK-COUNT   PICTURE S9(4) COMP VALUE ZERO.
77  ACK-I       PICTURE S9(4) COMP VALUE ZERO.
77  ACK-HIT     PICTURE S9(4) COMP VALUE ZERO.
77  CNT-READ    PICTURE S9(7) VALUE ZERO.
77  CNT-NEW     PICTURE S9(7) VALUE ZERO.
77  CNT-ACKED   PICTURE S9(7) VALUE ZERO.
77  CNT-OPEN    PICTURE S9(7) VALUE ZERO.
77  CNT-GROUP   PICTURE S9(7) VALUE ZERO.
77  CNT-NOTAPPLIED PICTURE S9(5) VALUE ZERO.
01  OPEN-COUNTS.
    02 CNT-RANK PICTURE S9(7) OCCURS 5 TIMES.
*>   the queue record, as ROMALRT writes it
01  ALERT-LINE.
    02 AQ-NO       PICTURE 9(7).
    02 FILLER      PICTURE X.
    02 AQ-PROGRAM  PICTURE X(10).
    02 FILLER      PICTURE X.
    02 AQ-DATE     PICTURE 9(8).
    02 FILLER      PICTURE X.
    02 AQ-TIME     PICTURE 9(8).
    02 FILLER      PICTURE X.
    02 AQ-SEVERITY PICTURE X.
    02 FILLER      PICTURE X.
    02 AQ-CODE     PICTURE X(8).
    02 FILLER      PICTURE X.
    02 AQ-TEXT     PICTURE X(50).
01  ARCHIVE-LINE.
    02 ARC-ALERT   PICTURE X(98).
    02 FILLER      PICTURE X VALUE SPACE.
    02 ARC-DATE    PICTURE 9(8).
    02 FILLER      PICTURE X VALUE SPACE.
    02 ARC-BY      PICTURE X(8).
*>   acknowledgements read from ROMALACK; ACK-USED is Y once the
*>   alert has been found, B for a record without a usable number
01  ACK-TABLE.
    02 ACK-ENTRY OCCURS 500 TIMES.
       03 ACK-NO   PICTURE 9(7).
       03 ACK-BY   PICTURE X(8).
       03 ACK-RAW  PICTURE X(16).
       03 ACK-USED PICTURE X.
*>   group headings, by sort rank
01  RANK-TITLES-INIT.
    02 FILLER PICTURE X(40) VALUE
       ' SEVERE - RUN ABORTED PART WAY          '.
    02 FILLER PICTURE X(40) VALUE
       ' ERROR - RUN STOPPED OR OUTPUT IN DOUBT '.
    02 FILLER PICTURE X(40) VALUE
       ' WARNING - FINDINGS TO REVIEW           '.
    02 FILLER PICTURE X(40) VALUE
       ' OTHER SEVERITY                         '.
    02 FILLER PICTURE X(40) VALUE
       ' ACKNOWLEDGED THIS RUN - TO ROMALARC    '.
01  RANK-TITLES REDEFINES RANK-TITLES-INIT.
    02 RANK-TITLE PICTURE X(40) OCCURS 5 TIMES.
*>   calendar day number of a ccyymmdd date, counted from 1 January
*>   of the year 1, so the age of an alert can be taken by
*>   subtraction across any century
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
01  TIME-SPLIT.
    02 TS-HH PICTURE XX.
    02 TS-MM PICTURE XX.
    02 FILLER PICTURE X(4).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(30) VALUE 'OPERATOR ALERT SUMMARY AS OF  '.
    02 OUT-RUN-DATE PICTURE 9(8).
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  GROUP-LINE.
    02 OUT-GROUP PICTURE X(40).
01  COL-HEADS.
    02 FILLER PICTURE X(32) VALUE '   ALERT DATE     TIME   AGE NEW'.
    02 FILLER PICTURE X(30) VALUE ' PROGRAM    CODE     TEXT     '.
    02 FILLER PICTURE X(30) VALUE SPACES.
    02 FILLER PICTURE X(18) VALUE '            ACK BY'.
01  ALERT-DETAIL.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NO PICTURE Z(6)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-HH PICTURE XX.
    02 FILLER PICTURE X VALUE ':'.
    02 OUT-MM PICTURE XX.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-AGE PICTURE ZZZ9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NEW PICTURE X(3).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-PROGRAM PICTURE X(10).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-CODE PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-TEXT PICTURE X(50).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-BY PICTURE X(8).
01  GROUP-FOOT.
    02 FILLER PICTURE X(20) VALUE '         ALERTS:    '.
    02 OUT-GROUP-COUNT PICTURE Z(6)9.
01  NONE-OPEN-LINE.
    02 FILLER PICTURE X(15) VALUE ' NO OPEN ALERTS'.
01  NOT-APPLIED-TITLE.
    02 FILLER PICTURE X(30) VALUE ' ACKNOWLEDGEMENTS NOT APPLIED'.
01  NOT-APPLIED-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NA-RAW PICTURE X(16).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NA-REASON PICTURE X(30).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  TRAILER-2.
    02 FILLER PICTURE X(14) VALUE ' ALERTS READ: '.
    02 OUT-READ PICTURE Z(6)9.
    02 FILLER PICTURE X(7) VALUE '  NEW: '.
    02 OUT-NEWCNT PICTURE Z(6)9.
    02 FILLER PICTURE X(16) VALUE '  ACKNOWLEDGED: '.
    02 OUT-ACKED PICTURE Z(6)9.
01  TRAILER-3.
    02 FILLER PICTURE X(14) VALUE ' STILL OPEN:  '.
    02 OUT-OPEN PICTURE Z(6)9.
    02 FILLER PICTURE X(10) VALUE '  SEVERE: '.
    02 OUT-SEVERE PICTURE Z(6)9.
    02 FILLER PICTURE X(9) VALUE '  ERROR: '.
    02 OUT-ERROR PICTURE Z(6)9.
    02 FILLER PICTURE X(11) VALUE '  WARNING: '.
    02 OUT-WARNING PICTURE Z(6)9.
    02 FILLER PICTURE X(9) VALUE '  OTHER: '.
    02 OUT-OTHER PICTURE Z(6)9.
01  TRAILER-4.
    02 FILLER PICTURE X(31) VALUE
       ' ACKNOWLEDGEMENTS NOT APPLIED: '.
    02 OUT-NOTAPPLIED PICTURE Z(4)9.
    02 FILLER PICTURE X(21) VALUE '  LAST ALERT NUMBER: '.
    02 OUT-LAST-NO PICTURE Z(6)9.
01  NO-QUEUE-MESS.
    02 FILLER PICTURE X(41) VALUE
       ' OPERATOR ALERT QUEUE ROMALERT UNREADABLE'.
01  NO-TEMP-MESS.
    02 FILLER PICTURE X(42) VALUE
       ' ALERT WORK FILE ROMALTMP CANNOT BE OPENED'.

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    MOVE RUN-DATE TO DN-DATE.
    PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
    MOVE DN-DAYS TO RUN-DAYS.
    MOVE ZERO TO OPEN-COUNTS.
    OPEN INPUT NUMBER-FILE.
    IF NUM-STATUS = "00"
        READ NUMBER-FILE
            AT END MOVE ZERO TO NUM-LAST
        END-READ
        IF NUM-LAST IS NUMERIC
            MOVE NUM-LAST TO LAST-NO
        END-IF
        CLOSE NUMBER-FILE
    END-IF.
    OPEN INPUT ACK-FILE.
    IF ACK-STATUS = "00"
        PERFORM LOAD-ACK THRU LOAD-ACK-EXIT
            UNTIL ACK-STATUS NOT = "00"
        CLOSE ACK-FILE
    END-IF.
*>   no queue at all only means nothing has gone wrong yet
    OPEN INPUT ALERT-FILE.
    IF ALERT-STATUS = "00"
        MOVE 'Y' TO HAVE-QUEUE
    ELSE
        IF ALERT-STATUS NOT = "35"
            GO TO NO-QUEUE-FILE
        END-IF
    END-IF.
    IF HAVE-QUEUE = 'Y'
        OPEN OUTPUT ALERT-TEMP
        IF TEMP-STATUS NOT = "00"
            CLOSE ALERT-FILE
            GO TO NO-TEMP-FILE
        END-IF
        OPEN EXTEND ARCHIVE-FILE
        IF ARC-STATUS = "35"
            OPEN OUTPUT ARCHIVE-FILE
        END-IF
    END-IF.
    MOVE RUN-DATE TO OUT-RUN-DATE.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    SORT SORT-WORK ON ASCENDING KEY SR-RANK SR-DATE SR-TIME SR-NO
        INPUT PROCEDURE IS SORT-IN THRU SORT-IN-EXIT
        OUTPUT PROCEDURE IS SORT-OUT THRU SORT-OUT-EXIT.
    IF CNT-OPEN = ZERO
        WRITE STDOUT-RECORD FROM NONE-OPEN-LINE AFTER ADVANCING 2 LINES
    END-IF.
*>   what is left open goes back on the queue for tomorrow
    IF HAVE-QUEUE = 'Y'
        CLOSE ALERT-FILE, ALERT-TEMP, ARCHIVE-FILE
        OPEN INPUT ALERT-TEMP
        OPEN OUTPUT ALERT-FILE
        MOVE 'N' TO ALERT-EOF
        PERFORM COPY-BACK THRU COPY-BACK-EXIT
            UNTIL ALERT-EOF = 'Y'
        CLOSE ALERT-TEMP, ALERT-FILE
    END-IF.
    OPEN OUTPUT NUMBER-FILE.
    MOVE LAST-NO TO NUM-LAST.
    WRITE NUMBER-RECORD.
    CLOSE NUMBER-FILE.
    PERFORM LIST-NOT-APPLIED THRU LIST-NOT-APPLIED-EXIT
        VARYING ACK-I FROM 1 BY 1 UNTIL ACK-I > ACK-COUNT.
    MOVE CNT-READ TO OUT-READ.
    MOVE CNT-NEW TO OUT-NEWCNT.
    MOVE CNT-ACKED TO OUT-ACKED.
    MOVE CNT-OPEN TO OUT-OPEN.
    MOVE CNT-RANK(1) TO OUT-SEVERE.
    MOVE CNT-RANK(2) TO OUT-ERROR.
    MOVE CNT-RANK(3) TO OUT-WARNING.
    MOVE CNT-RANK(4) TO OUT-OTHER.
    MOVE CNT-NOTAPPLIED TO OUT-NOTAPPLIED.
    MOVE LAST-NO TO OUT-LAST-NO.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-3 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-4 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-OPEN > ZERO OR CNT-NOTAPPLIED > ZERO
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.
NO-QUEUE-FILE.
    WRITE STDOUT-RECORD FROM NO-QUEUE-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-TEMP-FILE.
    WRITE STDOUT-RECORD FROM NO-TEMP-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

LOAD-ACK.
    READ ACK-FILE
        AT END MOVE "10" TO ACK-STATUS
    END-READ.
    IF ACK-STATUS NOT = "00"
        GO TO LOAD-ACK-EXIT
    END-IF.
    IF ACK-RECORD = SPACES
        GO TO LOAD-ACK-EXIT
    END-IF.
    IF ACK-COUNT NOT < ACK-MAX
        ADD 1 TO CNT-NOTAPPLIED
        GO TO LOAD-ACK-EXIT
    END-IF.
    ADD 1 TO ACK-COUNT.
    MOVE ACK-RECORD(1:16) TO ACK-RAW(ACK-COUNT).
    MOVE ACK-IN-BY TO ACK-BY(ACK-COUNT).
    IF ACK-IN-NO IS NUMERIC
        MOVE ACK-IN-NO TO ACK-NO(ACK-COUNT)
        MOVE 'N' TO ACK-USED(ACK-COUNT)
    ELSE
        MOVE ZERO TO ACK-NO(ACK-COUNT)
        MOVE 'B' TO ACK-USED(ACK-COUNT)
    END-IF.
LOAD-ACK-EXIT.
    EXIT.

SORT-IN.
    IF HAVE-QUEUE = 'N'
        GO TO SORT-IN-EXIT
    END-IF.
    MOVE 'N' TO ALERT-EOF.
    PERFORM RELEASE-ONE THRU RELEASE-ONE-EXIT
        UNTIL ALERT-EOF = 'Y'.
SORT-IN-EXIT.
    EXIT.
*>   an alert is numbered the first morning it is seen; only an
*>   alert that already carried its number can have been
*>   acknowledged
RELEASE-ONE.
    READ ALERT-FILE INTO ALERT-LINE
        AT END MOVE 'Y' TO ALERT-EOF
    END-READ.
    IF ALERT-EOF = 'Y'
        GO TO RELEASE-ONE-EXIT
    END-IF.
    IF ALERT-RECORD = SPACES
        GO TO RELEASE-ONE-EXIT
    END-IF.
    ADD 1 TO CNT-READ.
    MOVE ZERO TO ACK-HIT.
    MOVE SPACES TO SR-BY.
    IF AQ-NO IS NOT NUMERIC OR AQ-NO = ZERO
        ADD 1 TO LAST-NO
        MOVE LAST-NO TO AQ-NO
        ADD 1 TO CNT-NEW
        MOVE 'Y' TO SR-NEW
    ELSE
        MOVE 'N' TO SR-NEW
        PERFORM FIND-ACK THRU FIND-ACK-EXIT
            VARYING ACK-I FROM 1 BY 1
            UNTIL ACK-I > ACK-COUNT OR ACK-HIT > ZERO
    END-IF.
    IF ACK-HIT > ZERO
        MOVE 5 TO SR-RANK
        MOVE ACK-BY(ACK-HIT) TO SR-BY
        MOVE 'Y' TO ACK-USED(ACK-HIT)
        ADD 1 TO CNT-ACKED
        MOVE ALERT-LINE TO ARC-ALERT
        MOVE RUN-DATE TO ARC-DATE
        MOVE ACK-BY(ACK-HIT) TO ARC-BY
        WRITE ARCHIVE-RECORD FROM ARCHIVE-LINE
    ELSE
        PERFORM SEVERITY-RANK THRU SEVERITY-RANK-EXIT
        ADD 1 TO CNT-OPEN
        ADD 1 TO CNT-RANK(SR-RANK)
        WRITE TEMP-RECORD FROM ALERT-LINE
    END-IF.
    MOVE AQ-DATE TO SR-DATE.
    MOVE AQ-TIME TO SR-TIME.
    MOVE AQ-NO TO SR-NO.
    MOVE ALERT-LINE TO SR-ALERT.
    RELEASE SORT-REC.
RELEASE-ONE-EXIT.
    EXIT.
FIND-ACK.
    IF ACK-USED(ACK-I) = 'N' AND ACK-NO(ACK-I) = AQ-NO
        MOVE ACK-I TO ACK-HIT
    END-IF.
FIND-ACK-EXIT.
    EXIT.
SEVERITY-RANK.
    MOVE 4 TO SR-RANK.
    IF AQ-SEVERITY = 'S'
        MOVE 1 TO SR-RANK
    END-IF.
    IF AQ-SEVERITY = 'E'
        MOVE 2 TO SR-RANK
    END-IF.
    IF AQ-SEVERITY = 'W'
        MOVE 3 TO SR-RANK
    END-IF.
SEVERITY-RANK-EXIT.
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
    IF HAVE-GROUP = 'Y' AND SR-RANK NOT = PREV-RANK
        PERFORM GROUP-BREAK THRU GROUP-BREAK-EXIT
    END-IF.
    IF HAVE-GROUP = 'N'
        MOVE 'Y' TO HAVE-GROUP
        MOVE SR-RANK TO PREV-RANK
        MOVE ZERO TO CNT-GROUP
        MOVE RANK-TITLE(SR-RANK) TO OUT-GROUP
        WRITE STDOUT-RECORD FROM GROUP-LINE AFTER ADVANCING 2 LINES
        WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE
    END-IF.
    ADD 1 TO CNT-GROUP.
    MOVE SR-ALERT TO ALERT-LINE.
    MOVE AQ-NO TO OUT-NO.
    MOVE AQ-DATE TO OUT-DATE.
    MOVE AQ-TIME TO TIME-SPLIT.
    MOVE TS-HH TO OUT-HH.
    MOVE TS-MM TO OUT-MM.
    MOVE AQ-DATE TO DN-DATE.
    PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
    IF DN-DAYS > RUN-DAYS
        MOVE ZERO TO OUT-AGE
    ELSE
        COMPUTE OUT-AGE = RUN-DAYS - DN-DAYS
    END-IF.
    MOVE SPACES TO OUT-NEW.
    IF SR-NEW = 'Y'
        MOVE 'NEW' TO OUT-NEW
    END-IF.
    MOVE AQ-PROGRAM TO OUT-PROGRAM.
    MOVE AQ-CODE TO OUT-CODE.
    MOVE AQ-TEXT TO OUT-TEXT.
    MOVE SR-BY TO OUT-BY.
    WRITE STDOUT-RECORD FROM ALERT-DETAIL AFTER ADVANCING 1 LINE.
RETURN-ONE-EXIT.
    EXIT.
GROUP-BREAK.
    MOVE CNT-GROUP TO OUT-GROUP-COUNT.
    WRITE STDOUT-RECORD FROM GROUP-FOOT AFTER ADVANCING 1 LINE.
    MOVE 'N' TO HAVE-GROUP.
GROUP-BREAK-EXIT.
    EXIT.

COPY-BACK.
    READ ALERT-TEMP
        AT END MOVE 'Y' TO ALERT-EOF
    END-READ.
    IF ALERT-EOF = 'Y'
        GO TO COPY-BACK-EXIT
    END-IF.
    WRITE ALERT-RECORD FROM TEMP-RECORD.
COPY-BACK-EXIT.
    EXIT.

LIST-NOT-APPLIED.
    IF ACK-USED(ACK-I) = 'Y'
        GO TO LIST-NOT-APPLIED-EXIT
    END-IF.
    IF CNT-NOTAPPLIED = ZERO
        WRITE STDOUT-RECORD FROM NOT-APPLIED-TITLE
            AFTER ADVANCING 2 LINES
    END-IF.
    ADD 1 TO CNT-NOTAPPLIED.
    MOVE ACK-RAW(ACK-I) TO OUT-NA-RAW.
    IF ACK-USED(ACK-I) = 'B'
        MOVE 'ALERT NUMBER NOT NUMERIC' TO OUT-NA-REASON
    ELSE
        MOVE 'NO OPEN ALERT WITH THIS NUMBER' TO OUT-NA-REASON
    END-IF.
    WRITE STDOUT-RECORD FROM NOT-APPLIED-LINE AFTER ADVANCING 1 LINE.
LIST-NOT-APPLIED-EXIT.
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
