*>   acceptance runs from the ROMVHIST history master over a date
*>   range, with pass/fail and match totals, in the manner of
*>   ROMHINQ.  ROMVCTL: vendor X(8) (spaces for every vendor), then
*>   optional from and to dates CCYYMMDD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    01 CTL-RECORD.
       02 CTL-VENDOR PICTURE X(8).
       02 FILLER     PICTURE X.
       02 CTL-FROM   PICTURE X(8).
       02 FILLER     PICTURE X.
       02 CTL-TO     PICTURE X(8).
FD VENDOR-HISTORY.
    01 VHIST-RECORD  PICTURE X(45).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

77  VHIST-STATUS PICTURE X(02).
77  CTL-OPEN    PICTURE X VALUE 'N'.
77  WANT-VENDOR PICTURE X(8) VALUE SPACES.
77  FROM-DATE   PICTURE 9(8) VALUE ZERO.
77  TO-DATE     PICTURE 9(8) VALUE 99999999.
77  CNT-RUNS    PICTURE S9(5) VALUE ZERO.
77  CNT-PASS    PICTURE S9(5) VALUE ZERO.
77  CNT-FAIL    PICTURE S9(5) VALUE ZERO.
01  VHIST-LINE.
    02 VH-VENDOR PICTURE X(8).
    02 FILLER    PICTURE X.
    02 VH-DATE   PICTURE X(8).
    02 FILLER    PICTURE X.
    02 VH-TIME   PICTURE X(8).
    02 FILLER    PICTURE X.
    02 VH-MISS   PICTURE X(5).
    02 FILLER    PICTURE X.
    02 VH-RESULT PICTURE X(6).
77  REC-DATE    PICTURE 9(8) VALUE ZERO.
77  REC-MATCH   PICTURE 9(5) VALUE ZERO.
77  REC-MISS    PICTURE 9(5) VALUE ZERO.
01  TITLE-LINE.
    02 FILLER PICTURE X(9) VALUE ' VENDOR: '.
    02 OUT-VENDOR PICTURE X(8).
    02 FILLER PICTURE X(8) VALUE '  FROM: '.
    02 OUT-FROM PICTURE 9(8).
    02 FILLER PICTURE X(6) VALUE '  TO: '.
    02 OUT-TO PICTURE 9(8).
01  COL-HEADS.
    02 FILLER PICTURE X(28) VALUE ' VENDOR   DATE      TIME    '.
    02 FILLER PICTURE X(32) VALUE
       '  MATCHED  MISMATCH  PCT RESULT'.
01  DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-VD PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-DATE PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-TIME PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
01  NO-VHIST-MESS.
    02 FILLER PICTURE X(44) VALUE
       ' MISSING OR EMPTY ROMVHIST ACCEPTANCE MASTER'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    IF CTL-FROM IS NUMERIC
        MOVE CTL-FROM TO FROM-DATE
    END-IF.
    IF CTL-TO IS NUMERIC AND CTL-TO NOT = '00000000'
        MOVE CTL-TO TO TO-DATE
    END-IF.
    OPEN INPUT VENDOR-HISTORY.
        MOVE 'N' TO CTL-OPEN
    END-IF.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOCTL' TO ALR-CODE.
    MOVE NO-CTL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-VHIST-FILE.
    WRITE STDOUT-RECORD FROM NO-VHIST-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-VHIST-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

    WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
REPORT-ONE-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMVHINQ' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
