IDENTIFICATION DIVISION.
PROGRAM-ID. ROMCLIST.
*>   exhibit custody listing - prints the ROMCUST custody master as a
*>   per-case exhibit list (cases in order, each case's labels in
*>   value order, with the status each exhibit has reached and the
*>   date of every status change), then walks every range on the
*>   ROMLREG register that was issued more than UNASSIGNED-DAYS
*>   calendar days ago and lists the runs of labels in it that were
*>   never issued to a case.  ROMCLCTL record (optional): a case
*>   number in columns 1-12 limits the exhibit list to that case,
*>   and a day count in columns 14-16 replaces the default of 30.
*>   any label left unassigned past the limit sets RETURN-CODE 4.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "ROMCLCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-STATUS.
    SELECT CUSTODY-FILE ASSIGN TO "ROMCUST"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUS-LABEL
        FILE STATUS IS CUS-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "ROMLREG"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS REG-KEY
        FILE STATUS IS REG-STATUS.
    SELECT SORT-WORK ASSIGN TO "ROMCSWK".
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMCLRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
    01 CTL-RECORD.
       02 CTL-CASE  PICTURE X(12).
       02 FILLER    PICTURE X.
       02 CTL-DAYS  PICTURE X(3).
       02 FILLER    PICTURE X(64).
*>   ROMCUST: the custody master ROMCMNT maintains
FD CUSTODY-FILE.
    01 CUS-RECORD.
       02 CUS-LABEL     PICTURE 9(7).
       02 CUS-CASE      PICTURE X(12).
       02 CUS-DOC       PICTURE X(30).
       02 CUS-STATE     PICTURE X.
       02 CUS-ISSUE-DATE PICTURE 9(8).
       02 CUS-AFFIX-DATE PICTURE 9(8).
       02 CUS-ADMIT-DATE PICTURE 9(8).
       02 CUS-WDRAW-DATE PICTURE 9(8).
       02 CUS-VOID-DATE  PICTURE 9(8).
       02 CUS-RANGE     PICTURE 9(7).
       02 CUS-CHANGED   PICTURE 9(8).
*>   ROMLREG: the issued-range register ROMLABELS maintains
FD REGISTER-FILE.
    01 REG-RECORD.
       02 REG-KEY    PICTURE 9(7).
       02 REG-END    PICTURE 9(7).
       02 REG-DATE   PICTURE 9(8).
       02 REG-LAYOUT PICTURE X.
       02 REG-PREFIX PICTURE X(12).
       02 REG-SUFFIX PICTURE X(12).
SD SORT-WORK.
    01 SORT-REC.
       02 SR-CASE     PICTURE X(12).
       02 SR-LABEL    PICTURE 9(7).
       02 SR-DOC      PICTURE X(30).
       02 SR-STATE    PICTURE X.
       02 SR-ISSUE-DATE PICTURE 9(8).
       02 SR-AFFIX-DATE PICTURE 9(8).
       02 SR-ADMIT-DATE PICTURE 9(8).
       02 SR-WDRAW-DATE PICTURE 9(8).
       02 SR-VOID-DATE  PICTURE 9(8).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(132).

WORKING-STORAGE SECTION.
77  CTL-STATUS  PICTURE X(02).
77  CUS-STATUS  PICTURE X(02).
77  REG-STATUS  PICTURE X(02).
77  CUS-EOF     PICTURE X VALUE 'N'.
77  SORT-EOF    PICTURE X VALUE 'N'.
77  CUS-FOUND   PICTURE X VALUE 'N'.
77  SEL-CASE    PICTURE X(12) VALUE SPACES.
77  UNASSIGNED-DAYS PICTURE S9(4) VALUE 30.
77  RUN-DATE    PICTURE 9(8) VALUE ZERO.
77  RUN-DAYS    PICTURE S9(7) VALUE ZERO.
77  RANGE-AGE   PICTURE S9(7) VALUE ZERO.
77  PREV-CASE   PICTURE X(12) VALUE SPACES.
77  HAVE-CASE   PICTURE X VALUE 'N'.
77  CUR-LABEL   PICTURE 9(7) VALUE ZERO.
77  RUN-START   PICTURE 9(7) VALUE ZERO.
77  RUN-OPEN    PICTURE X VALUE 'N'.
77  CNT-CASES   PICTURE S9(5) VALUE ZERO.
77  CNT-EXHIBITS PICTURE S9(7) VALUE ZERO.
77  CASE-EXHIBITS PICTURE S9(5) VALUE ZERO.
77  CNT-RANGES  PICTURE S9(5) VALUE ZERO.
77  CNT-UNASSIGNED PICTURE S9(7) VALUE ZERO.
*>   calendar day number of a ccyymmdd date, counted from 1 January
*>   of the year 1, so the ages of register ranges can be taken by
*>   subtraction
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
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(30) VALUE 'EXHIBIT CUSTODY BY CASE AS OF '.
    02 OUT-RUN-DATE PICTURE 9(8).
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  CASE-LINE.
    02 FILLER PICTURE X(7) VALUE ' CASE: '.
    02 OUT-CASE PICTURE X(12).
01  COL-HEADS.
    02 FILLER PICTURE X(30) VALUE '   LABEL DOCUMENT             '.
    02 FILLER PICTURE X(30) VALUE '          S ISSUED   AFFIXED  '.
    02 FILLER PICTURE X(26) VALUE 'ADMITTED WDRAWN   VOIDED'.
01  EXHIBIT-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LABEL PICTURE Z(6)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-DOC PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-STATE PICTURE X.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-ISSUED PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-AFFIXED PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-ADMITTED PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-WDRAWN PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-VOIDED PICTURE X(8).
01  CASE-FOOT.
    02 FILLER PICTURE X(20) VALUE '         EXHIBITS:  '.
    02 OUT-CASE-COUNT PICTURE Z(4)9.
01  UNASSIGNED-TITLE.
    02 FILLER PICTURE X(36) VALUE
       ' LABELS ISSUED BUT NEVER ASSIGNED - '.
    02 FILLER PICTURE X(5) VALUE 'OVER '.
    02 OUT-LIMIT PICTURE ZZZ9.
    02 FILLER PICTURE X(5) VALUE ' DAYS'.
01  UNASSIGNED-HEADS.
    02 FILLER PICTURE X(30) VALUE ' RANGE START  RANGE END  ISSUE'.
    02 FILLER PICTURE X(27) VALUE 'D      AGE  UNASSIGNED FROM'.
    02 FILLER PICTURE X(10) VALUE '        TO'.
01  UNASSIGNED-LINE.
    02 FILLER PICTURE X(5) VALUE SPACES.
    02 OUT-RG-START PICTURE Z(6)9.
    02 FILLER PICTURE X(4) VALUE SPACES.
    02 OUT-RG-END PICTURE Z(6)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-RG-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-RG-AGE PICTURE Z(5)9.
    02 FILLER PICTURE X(12) VALUE SPACES.
    02 OUT-UN-FROM PICTURE Z(6)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-UN-TO PICTURE Z(6)9.
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  TRAILER-2.
    02 FILLER PICTURE X(8) VALUE ' CASES: '.
    02 OUT-CASES PICTURE Z(4)9.
    02 FILLER PICTURE X(12) VALUE '  EXHIBITS: '.
    02 OUT-EXHIBITS PICTURE Z(6)9.
    02 FILLER PICTURE X(21) VALUE '  UNASSIGNED LABELS: '.
    02 OUT-UNASSIGNED PICTURE Z(6)9.
01  NO-CASE-MESS.
    02 FILLER PICTURE X(30) VALUE ' NO EXHIBITS ON FILE FOR CASE '.
    02 OUT-NC-CASE PICTURE X(12).
01  NO-CUS-MESS.
    02 FILLER PICTURE X(43) VALUE
       ' CUSTODY REGISTER MASTER ROMCUST NOT USABLE'.
01  NO-REG-MESS.
    02 FILLER PICTURE X(40) VALUE
       ' LABEL RANGE REGISTER ROMLREG NOT USABLE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    MOVE RUN-DATE TO DN-DATE.
    PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
    MOVE DN-DAYS TO RUN-DAYS.
    OPEN INPUT CONTROL-FILE.
    IF CTL-STATUS = "00"
        READ CONTROL-FILE
            AT END MOVE SPACES TO CTL-RECORD
        END-READ
        CLOSE CONTROL-FILE
        INSPECT CTL-CASE CONVERTING
            'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
        MOVE CTL-CASE TO SEL-CASE
        IF CTL-DAYS IS NUMERIC
            MOVE CTL-DAYS TO UNASSIGNED-DAYS
        END-IF
    END-IF.
    OPEN INPUT CUSTODY-FILE.
    IF CUS-STATUS NOT = "00"
        GO TO NO-CUSTODY-FILE
    END-IF.
    MOVE RUN-DATE TO OUT-RUN-DATE.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    SORT SORT-WORK ON ASCENDING KEY SR-CASE SR-LABEL
        INPUT PROCEDURE IS SORT-IN THRU SORT-IN-EXIT
        OUTPUT PROCEDURE IS SORT-OUT THRU SORT-OUT-EXIT.
    IF SEL-CASE NOT = SPACES AND CNT-CASES = ZERO
        MOVE SEL-CASE TO OUT-NC-CASE
        WRITE STDOUT-RECORD FROM NO-CASE-MESS AFTER ADVANCING 2 LINES
    END-IF.
    OPEN INPUT REGISTER-FILE.
    IF REG-STATUS NOT = "00"
        WRITE STDOUT-RECORD FROM NO-REG-MESS AFTER ADVANCING 2 LINES
        GO TO LIST-TOTALS
    END-IF.
    MOVE UNASSIGNED-DAYS TO OUT-LIMIT.
    WRITE STDOUT-RECORD FROM UNASSIGNED-TITLE AFTER ADVANCING 2 LINES.
    WRITE STDOUT-RECORD FROM UNASSIGNED-HEADS AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
RL1. READ REGISTER-FILE AT END GO TO RL-END END-READ.
    PERFORM CHECK-RANGE THRU CHECK-RANGE-EXIT.
    GO TO RL1.
RL-END.
    CLOSE REGISTER-FILE.
LIST-TOTALS.
    CLOSE CUSTODY-FILE.
    MOVE CNT-CASES TO OUT-CASES.
    MOVE CNT-EXHIBITS TO OUT-EXHIBITS.
    MOVE CNT-UNASSIGNED TO OUT-UNASSIGNED.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-UNASSIGNED IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'UNASSGN' TO ALR-CODE
        MOVE 'LABELS ISSUED BUT NEVER ASSIGNED PAST THE LIMIT'
            TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.
NO-CUSTODY-FILE.
    WRITE STDOUT-RECORD FROM NO-CUS-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-CUS-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

SORT-IN.
    MOVE 'N' TO CUS-EOF.
    PERFORM RELEASE-ONE THRU RELEASE-ONE-EXIT
        UNTIL CUS-EOF = 'Y'.
SORT-IN-EXIT.
    EXIT.
RELEASE-ONE.
    READ CUSTODY-FILE NEXT RECORD
        AT END MOVE 'Y' TO CUS-EOF
    END-READ.
    IF CUS-EOF = 'Y'
        GO TO RELEASE-ONE-EXIT
    END-IF.
    IF SEL-CASE NOT = SPACES AND CUS-CASE NOT = SEL-CASE
        GO TO RELEASE-ONE-EXIT
    END-IF.
    MOVE CUS-CASE TO SR-CASE.
    MOVE CUS-LABEL TO SR-LABEL.
    MOVE CUS-DOC TO SR-DOC.
    MOVE CUS-STATE TO SR-STATE.
    MOVE CUS-ISSUE-DATE TO SR-ISSUE-DATE.
    MOVE CUS-AFFIX-DATE TO SR-AFFIX-DATE.
    MOVE CUS-ADMIT-DATE TO SR-ADMIT-DATE.
    MOVE CUS-WDRAW-DATE TO SR-WDRAW-DATE.
    MOVE CUS-VOID-DATE TO SR-VOID-DATE.
    RELEASE SORT-REC.
RELEASE-ONE-EXIT.
    EXIT.
SORT-OUT.
    MOVE 'N' TO SORT-EOF.
    MOVE 'N' TO HAVE-CASE.
    PERFORM RETURN-ONE THRU RETURN-ONE-EXIT
        UNTIL SORT-EOF = 'Y'.
    IF HAVE-CASE = 'Y'
        PERFORM CASE-BREAK THRU CASE-BREAK-EXIT
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
    IF HAVE-CASE = 'Y' AND SR-CASE NOT = PREV-CASE
        PERFORM CASE-BREAK THRU CASE-BREAK-EXIT
    END-IF.
    IF HAVE-CASE = 'N'
        MOVE 'Y' TO HAVE-CASE
        MOVE SR-CASE TO PREV-CASE
        MOVE ZERO TO CASE-EXHIBITS
        ADD 1 TO CNT-CASES
        MOVE SR-CASE TO OUT-CASE
        WRITE STDOUT-RECORD FROM CASE-LINE AFTER ADVANCING 2 LINES
        WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE
    END-IF.
    ADD 1 TO CASE-EXHIBITS.
    ADD 1 TO CNT-EXHIBITS.
    MOVE SR-LABEL TO OUT-LABEL.
    MOVE SR-DOC TO OUT-DOC.
    MOVE SR-STATE TO OUT-STATE.
    MOVE SPACES TO OUT-ISSUED.
    MOVE SPACES TO OUT-AFFIXED.
    MOVE SPACES TO OUT-ADMITTED.
    MOVE SPACES TO OUT-WDRAWN.
    MOVE SPACES TO OUT-VOIDED.
    IF SR-ISSUE-DATE IS GREATER THAN ZERO
        MOVE SR-ISSUE-DATE TO OUT-ISSUED
    END-IF.
    IF SR-AFFIX-DATE IS GREATER THAN ZERO
        MOVE SR-AFFIX-DATE TO OUT-AFFIXED
    END-IF.
    IF SR-ADMIT-DATE IS GREATER THAN ZERO
        MOVE SR-ADMIT-DATE TO OUT-ADMITTED
    END-IF.
    IF SR-WDRAW-DATE IS GREATER THAN ZERO
        MOVE SR-WDRAW-DATE TO OUT-WDRAWN
    END-IF.
    IF SR-VOID-DATE IS GREATER THAN ZERO
        MOVE SR-VOID-DATE TO OUT-VOIDED
    END-IF.
    WRITE STDOUT-RECORD FROM EXHIBIT-LINE AFTER ADVANCING 1 LINE.
RETURN-ONE-EXIT.
    EXIT.
CASE-BREAK.
    MOVE CASE-EXHIBITS TO OUT-CASE-COUNT.
    WRITE STDOUT-RECORD FROM CASE-FOOT AFTER ADVANCING 1 LINE.
    MOVE 'N' TO HAVE-CASE.
CASE-BREAK-EXIT.
    EXIT.

*>   a range younger than the limit is still being worked through
*>   and is passed over; in an older one every label without a
*>   custody record is unassigned, reported as runs of consecutive
*>   values
CHECK-RANGE.
    MOVE REG-DATE TO DN-DATE.
    PERFORM DAY-NUMBER THRU DAY-NUMBER-EXIT.
    COMPUTE RANGE-AGE = RUN-DAYS - DN-DAYS.
    IF RANGE-AGE IS NOT GREATER THAN UNASSIGNED-DAYS
        GO TO CHECK-RANGE-EXIT
    END-IF.
    ADD 1 TO CNT-RANGES.
    MOVE 'N' TO RUN-OPEN.
    PERFORM CHECK-LABEL THRU CHECK-LABEL-EXIT
        VARYING CUR-LABEL FROM REG-KEY BY 1
            UNTIL CUR-LABEL IS GREATER THAN REG-END.
    IF RUN-OPEN = 'Y'
        MOVE REG-END TO CUR-LABEL
        ADD 1 TO CUR-LABEL
        PERFORM PRINT-RUN THRU PRINT-RUN-EXIT
    END-IF.
CHECK-RANGE-EXIT.
    EXIT.
CHECK-LABEL.
    MOVE CUR-LABEL TO CUS-LABEL.
    MOVE 'Y' TO CUS-FOUND.
    READ CUSTODY-FILE KEY IS CUS-LABEL
        INVALID KEY MOVE 'N' TO CUS-FOUND
    END-READ.
    IF CUS-FOUND = 'N'
        ADD 1 TO CNT-UNASSIGNED
        IF RUN-OPEN = 'N'
            MOVE 'Y' TO RUN-OPEN
            MOVE CUR-LABEL TO RUN-START
        END-IF
        GO TO CHECK-LABEL-EXIT
    END-IF.
    IF RUN-OPEN = 'Y'
        PERFORM PRINT-RUN THRU PRINT-RUN-EXIT
    END-IF.
CHECK-LABEL-EXIT.
    EXIT.
*>   the run ends on the label before CUR-LABEL
PRINT-RUN.
    MOVE REG-KEY TO OUT-RG-START.
    MOVE REG-END TO OUT-RG-END.
    MOVE REG-DATE TO OUT-RG-DATE.
    MOVE RANGE-AGE TO OUT-RG-AGE.
    MOVE RUN-START TO OUT-UN-FROM.
    COMPUTE OUT-UN-TO = CUR-LABEL - 1.
    WRITE STDOUT-RECORD FROM UNASSIGNED-LINE AFTER ADVANCING 1 LINE.
    MOVE 'N' TO RUN-OPEN.
PRINT-RUN-EXIT.
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
    MOVE 'ROMCLIST' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
