FILE SECTION.
FD CONTROL-FILE.
    01 CTL-RECORD.
       02 CTL-FROM PICTURE 9(8).
       02 FILLER   PICTURE X.
       02 CTL-TO   PICTURE 9(8).
FD RUN-HISTORY.
    01 HIST-RECORD   PICTURE X(54).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

77  CTL-STATUS  PICTURE X(02).
77  HIST-STATUS PICTURE X(02).
77  CTL-OPEN    PICTURE X VALUE 'N'.
77  FROM-DATE   PICTURE 9(8) VALUE ZERO.
77  TO-DATE     PICTURE 9(8) VALUE ZERO.
77  CNT-RUNS    PICTURE S9(5) VALUE ZERO.
77  TOT-OK      PICTURE S9(9) VALUE ZERO.
77  TOT-ERR     PICTURE S9(9) VALUE ZERO.
77  WORK-PCT    PICTURE 9(3) VALUE ZERO.
77  SUMMARY-RUNS PICTURE 9(6) VALUE ZERO.
01  HIST-LINE.
    02 HL-DATE PICTURE 9(8).
    02 FILLER  PICTURE X.
    02 HL-TIME PICTURE 9(8).
*>   ROMHROLL summary records carry 99 in the first two time
       ' --------------------------------------------'.
01  RANGE-LINE.
    02 FILLER PICTURE X(8) VALUE ' FROM: '.
    02 OUT-FROM PICTURE 9(8).
    02 FILLER PICTURE X(6) VALUE '  TO: '.
    02 OUT-TO PICTURE 9(8).
01  COL-HEADS.
    02 FILLER PICTURE X(24) VALUE ' DATE      TIME      MD '.
    02 FILLER PICTURE X(38) VALUE
       '    OK    ERR        SUM  PCT  RETCD'.
01  DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-TIME PICTURE 9(8).
    02 FILLER PICTURE X(2) VALUE SPACES.
01  NO-HIST-MESS.
    02 FILLER PICTURE X(38) VALUE
       ' MISSING OR EMPTY ROMHIST HISTORY FILE'.
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

    WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
REPORT-ONE-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMHINQ' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
