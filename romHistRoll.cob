*>   for ROMLOG) and replaced by one summary record per day or per
*>   month and mode, so ROMHIST keeps recent detail plus summaries
*>   and ROMHINQ trend scans stay fast.
*>   ROMHRCTL: cutoff date CCYYMMDD, space, level D (day) or M (month).
*>   summary records reuse the 54-byte history layout with '99' in
*>   the first two time positions (no real run time starts with 99)
*>   and the run count in the remaining six - ROMHINQ recognizes the
*>   marker and counts the rolled-up runs accordingly.  summaries met
FILE SECTION.
FD CONTROL-FILE.
    01 CTL-RECORD.
       02 CTL-CUTOFF PICTURE 9(8).
       02 FILLER     PICTURE X.
       02 CTL-LEVEL  PICTURE X.
FD RUN-HISTORY.
    01 HIST-RECORD   PICTURE X(54).
FD ARCHIVE-FILE.
    01 ARCH-RECORD   PICTURE X(54).
FD RETAIN-FILE.
    01 RETAIN-RECORD PICTURE X(54).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

77  HIST-STATUS PICTURE X(02).
77  ARCH-STATUS PICTURE X(02).
77  CTL-OPEN    PICTURE X VALUE 'N'.
77  CUTOFF-DATE PICTURE 9(8) VALUE ZERO.
77  ROLL-LEVEL  PICTURE X VALUE 'D'.
77  T           PICTURE S9(4).
77  HIT-T       PICTURE S9(4).
77  SUMS-USED   PICTURE S9(4) VALUE ZERO.
77  REC-DATE    PICTURE 9(8) VALUE ZERO.
77  GRP-DATE    PICTURE 9(8) VALUE ZERO.
77  GRP-WORK    PICTURE 9(6) VALUE ZERO.
77  GRP-DAY     PICTURE 9(2) VALUE ZERO.
77  GRP-RUNS    PICTURE S9(7) VALUE ZERO.
77  GRP-OK      PICTURE 9(5) VALUE ZERO.
77  CNT-BAD     PICTURE S9(7) VALUE ZERO.
01  SUM-TAB.
    02 ST-ENTRY OCCURS 800 TIMES.
       03 ST-DATE PICTURE 9(8).
       03 ST-MODE PICTURE X.
       03 ST-RUNS PICTURE S9(7).
       03 ST-OK   PICTURE S9(9).
       03 ST-ERR  PICTURE S9(9).
       03 ST-SUM  PICTURE S9(12).
01  HIST-LINE.
    02 HL-DATE PICTURE X(8).
    02 FILLER  PICTURE X.
    02 HL-TIME PICTURE X(8).
    02 HL-TIME-SPLIT REDEFINES HL-TIME.
    02 FILLER  PICTURE X.
    02 HL-RC   PICTURE X(2).
01  SUM-LINE.
    02 SL-DATE PICTURE 9(8).
    02 FILLER  PICTURE X VALUE SPACE.
    02 SL-MARK PICTURE X(2) VALUE '99'.
    02 SL-RUNS PICTURE 9(6).
       ' --------------------------------------------'.
01  CUTOFF-LINE.
    02 FILLER PICTURE X(15) VALUE ' CUTOFF DATE: '.
    02 OUT-CUTOFF PICTURE 9(8).
    02 FILLER PICTURE X(9) VALUE '  LEVEL: '.
    02 OUT-LEVEL PICTURE X.
    02 FILLER PICTURE X(32) VALUE
01  TAB-FULL-MESS.
    02 FILLER PICTURE X(44) VALUE
       ' MORE THAN 800 SUMMARY GROUPS - RAISE CUTOFF'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
        MOVE 'N' TO CTL-OPEN
    END-IF.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOCTL' TO ALR-CODE.
    MOVE NO-CTL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-HIST-FILE.
    WRITE STDOUT-RECORD FROM NO-HIST-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-HIST-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
SUM-TAB-FULL.
    WRITE STDOUT-RECORD FROM TAB-FULL-MESS AFTER ADVANCING 1 LINE.
    CLOSE RUN-HISTORY, ARCHIVE-FILE, RETAIN-FILE, STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'TABFULL' TO ALR-CODE.
    MOVE TAB-FULL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

    WRITE HIST-RECORD FROM SUM-LINE.
WRITE-SUMMARY-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMHROLL' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
