IDENTIFICATION DIVISION.
PROGRAM-ID. ROMLVRFY.
*>   audit trail certification - walks the ROMLARCH archive and then
*>   the live ROMLOG as one trail, recomputes every line's chained
*>   check value with ROMHASH and reports the first broken link, any
*>   line whose run date/time runs backwards, and a pass or fail
*>   verdict.  lines written before chaining began carry no check
*>   value and are accepted only ahead of the first chained line;
*>   one met after the chain has started is a break.
*>   RETURN-CODE 0 trail verified, 4 trail failed, 8 neither file
*>   could be read.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVE-FILE ASSIGN TO "ROMLARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARCH-STATUS.
    SELECT AUDIT-LOG ASSIGN TO "ROMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOG-STATUS.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMVRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ARCHIVE-FILE.
    01 ARCH-RECORD    PICTURE X(128).
FD AUDIT-LOG.
    01 AUDIT-RECORD   PICTURE X(128).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD  PICTURE X(132).

WORKING-STORAGE SECTION.
77  ARCH-STATUS PICTURE X(02).
77  LOG-STATUS  PICTURE X(02).
77  FILES-READ  PICTURE 9 VALUE ZERO.
77  CUR-FILE    PICTURE X(8) VALUE SPACES.
77  CUR-LINE-NO PICTURE S9(7) VALUE ZERO.
77  CHAINED     PICTURE X VALUE 'N'.
77  PREV-CHECK  PICTURE 9(10) VALUE ZERO.
77  CALC-CHECK  PICTURE 9(10) VALUE ZERO.
77  PREV-STAMP  PICTURE 9(16) VALUE ZERO.
77  CUR-STAMP   PICTURE 9(16) VALUE ZERO.
77  CNT-ARCH    PICTURE S9(7) VALUE ZERO.
77  CNT-LOG     PICTURE S9(7) VALUE ZERO.
77  CNT-LEGACY  PICTURE S9(7) VALUE ZERO.
77  CNT-CHAINED PICTURE S9(7) VALUE ZERO.
77  CNT-BREAKS  PICTURE S9(7) VALUE ZERO.
77  CNT-ORDER   PICTURE S9(7) VALUE ZERO.
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
01  LL-CHECK-9 REDEFINES LOG-LINE.
    02 FILLER     PICTURE X(118).
    02 LL-CHECK-N PICTURE 9(10).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(34) VALUE 'AUDIT TRAIL CHAIN VERIFICATION'.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  BREAK-LINE.
    02 FILLER PICTURE X(24) VALUE ' *** FIRST BROKEN LINK: '.
    02 OUT-BRK-FILE PICTURE X(8).
    02 FILLER PICTURE X(6) VALUE ' LINE '.
    02 OUT-BRK-LINE PICTURE Z(6)9.
    02 FILLER PICTURE X(3) VALUE ' - '.
    02 OUT-BRK-REASON PICTURE X(30).
01  BREAK-TEXT-LINE.
    02 FILLER PICTURE X(4) VALUE SPACES.
    02 OUT-BRK-TEXT PICTURE X(128).
01  ORDER-LINE.
    02 FILLER PICTURE X(29) VALUE ' *** DATE/TIME OUT OF ORDER: '.
    02 OUT-ORD-FILE PICTURE X(8).
    02 FILLER PICTURE X(6) VALUE ' LINE '.
    02 OUT-ORD-LINE PICTURE Z(6)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-ORD-DATE PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-ORD-TIME PICTURE X(8).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  COUNT-LINE.
    02 FILLER PICTURE X(15) VALUE ' ARCHIVE READ: '.
    02 OUT-ARCH PICTURE Z(6)9.
    02 FILLER PICTURE X(12) VALUE '  LOG READ: '.
    02 OUT-LOG PICTURE Z(6)9.
    02 FILLER PICTURE X(11) VALUE '  CHAINED: '.
    02 OUT-CHAINED PICTURE Z(6)9.
    02 FILLER PICTURE X(16) VALUE '  PRE-CHAINING: '.
    02 OUT-LEGACY PICTURE Z(6)9.
01  RESULT-COUNT-LINE.
    02 FILLER PICTURE X(16) VALUE ' BROKEN LINKS:  '.
    02 OUT-BREAKS PICTURE Z(6)9.
    02 FILLER PICTURE X(18) VALUE '  OUT OF ORDER:   '.
    02 OUT-ORDER PICTURE Z(6)9.
01  PASS-LINE.
    02 FILLER PICTURE X(40) VALUE
       ' *** AUDIT TRAIL VERIFIED - CHAIN INTACT'.
01  FAIL-LINE.
    02 FILLER PICTURE X(38) VALUE
       ' *** AUDIT TRAIL FAILED VERIFICATION'.
01  NO-FILE-MESS.
    02 FILLER PICTURE X(44) VALUE
       ' NEITHER ROMLARCH NOR ROMLOG COULD BE READ'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    PERFORM VERIFY-ARCH THRU VERIFY-ARCH-EXIT.
    PERFORM VERIFY-LOG THRU VERIFY-LOG-EXIT.
    IF FILES-READ = ZERO
        GO TO NO-LOG-FILES
    END-IF.
    MOVE CNT-ARCH TO OUT-ARCH. MOVE CNT-LOG TO OUT-LOG.
    MOVE CNT-CHAINED TO OUT-CHAINED. MOVE CNT-LEGACY TO OUT-LEGACY.
    MOVE CNT-BREAKS TO OUT-BREAKS. MOVE CNT-ORDER TO OUT-ORDER.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM RESULT-COUNT-LINE AFTER ADVANCING 1 LINE.
    IF CNT-BREAKS IS GREATER THAN ZERO
        OR CNT-ORDER IS GREATER THAN ZERO
        WRITE STDOUT-RECORD FROM FAIL-LINE AFTER ADVANCING 1 LINE
        CLOSE STANDARD-OUTPUT
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'LOGCHAIN' TO ALR-CODE
        MOVE 'AUDIT TRAIL CHAIN BROKEN OR OUT OF ORDER' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE STDOUT-RECORD FROM PASS-LINE AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.
NO-LOG-FILES.
    WRITE STDOUT-RECORD FROM NO-FILE-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-FILE-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

VERIFY-ARCH.
    OPEN INPUT ARCHIVE-FILE.
    IF ARCH-STATUS NOT = "00"
        GO TO VERIFY-ARCH-EXIT
    END-IF.
    ADD 1 TO FILES-READ.
    MOVE 'ROMLARCH' TO CUR-FILE.
    MOVE ZERO TO CUR-LINE-NO.
VA1. READ ARCHIVE-FILE INTO LOG-LINE AT END GO TO VA-END END-READ.
    ADD 1 TO CUR-LINE-NO.
    IF LOG-LINE = SPACES
        GO TO VA1
    END-IF.
    ADD 1 TO CNT-ARCH.
    PERFORM CHECK-ONE THRU CHECK-ONE-EXIT.
    GO TO VA1.
VA-END.
    CLOSE ARCHIVE-FILE.
VERIFY-ARCH-EXIT.
    EXIT.
VERIFY-LOG.
    OPEN INPUT AUDIT-LOG.
    IF LOG-STATUS NOT = "00"
        GO TO VERIFY-LOG-EXIT
    END-IF.
    ADD 1 TO FILES-READ.
    MOVE 'ROMLOG' TO CUR-FILE.
    MOVE ZERO TO CUR-LINE-NO.
VL1. READ AUDIT-LOG INTO LOG-LINE AT END GO TO VL-END END-READ.
    ADD 1 TO CUR-LINE-NO.
    IF LOG-LINE = SPACES
        GO TO VL1
    END-IF.
    ADD 1 TO CNT-LOG.
    PERFORM CHECK-ONE THRU CHECK-ONE-EXIT.
    GO TO VL1.
VL-END.
    CLOSE AUDIT-LOG.
VERIFY-LOG-EXIT.
    EXIT.

CHECK-ONE.
    PERFORM CHECK-ORDER THRU CHECK-ORDER-EXIT.
    IF LL-CHECK IS NOT NUMERIC
        IF CHAINED = 'Y'
            MOVE 'UNCHAINED LINE AFTER CHAINING' TO OUT-BRK-REASON
            PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
        ELSE
            ADD 1 TO CNT-LEGACY
        END-IF
        GO TO CHECK-ONE-EXIT
    END-IF.
    ADD 1 TO CNT-CHAINED.
    CALL "ROMHASH" USING PREV-CHECK, LOG-LINE, CALC-CHECK.
    IF CALC-CHECK NOT = LL-CHECK-N
        MOVE 'CHECK VALUE DOES NOT MATCH' TO OUT-BRK-REASON
        PERFORM REPORT-BREAK THRU REPORT-BREAK-EXIT
    END-IF.
*>   carry on from the value as stored so one altered line is one
*>   break, not a break on every line after it
    MOVE LL-CHECK-N TO PREV-CHECK.
    MOVE 'Y' TO CHAINED.
CHECK-ONE-EXIT.
    EXIT.
CHECK-ORDER.
    IF LL-DATE-X IS NOT NUMERIC OR LL-TIME-X IS NOT NUMERIC
        GO TO CHECK-ORDER-EXIT
    END-IF.
    MOVE LL-DATE-X TO CUR-STAMP(1:8).
    MOVE LL-TIME-X TO CUR-STAMP(9:8).
    IF CUR-STAMP IS LESS THAN PREV-STAMP
        ADD 1 TO CNT-ORDER
        MOVE CUR-FILE TO OUT-ORD-FILE
        MOVE CUR-LINE-NO TO OUT-ORD-LINE
        MOVE LL-DATE-X TO OUT-ORD-DATE
        MOVE LL-TIME-X TO OUT-ORD-TIME
        WRITE STDOUT-RECORD FROM ORDER-LINE AFTER ADVANCING 1 LINE
    END-IF.
    MOVE CUR-STAMP TO PREV-STAMP.
CHECK-ORDER-EXIT.
    EXIT.
REPORT-BREAK.
    ADD 1 TO CNT-BREAKS.
    IF CNT-BREAKS IS GREATER THAN 1
        GO TO REPORT-BREAK-EXIT
    END-IF.
    MOVE CUR-FILE TO OUT-BRK-FILE.
    MOVE CUR-LINE-NO TO OUT-BRK-LINE.
    WRITE STDOUT-RECORD FROM BREAK-LINE AFTER ADVANCING 1 LINE.
    MOVE LOG-LINE TO OUT-BRK-TEXT.
    WRITE STDOUT-RECORD FROM BREAK-TEXT-LINE AFTER ADVANCING 1 LINE.
REPORT-BREAK-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMLVRFY' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
