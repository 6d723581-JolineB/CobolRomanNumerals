DATA DIVISION.
FILE SECTION.
FD RUN-HISTORY.
    01 HIST-RECORD   PICTURE X(54).
FD AUDIT-LOG.
    01 AUDIT-RECORD  PICTURE X(128).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

77  T           PICTURE S9(4).
77  HIT-T       PICTURE S9(4).
77  HIST-USED   PICTURE S9(4) VALUE ZERO.
77  CUR-DATE    PICTURE 9(8) VALUE ZERO.
77  CUR-TIME    PICTURE 9(8) VALUE ZERO.
77  GRP-OK      PICTURE S9(7) VALUE ZERO.
77  GRP-ERR     PICTURE S9(7) VALUE ZERO.
77  CNT-BAD     PICTURE S9(7) VALUE ZERO.
01  HIST-TAB.
    02 HT-ENTRY OCCURS 2000 TIMES.
       03 HT-DATE    PICTURE 9(8).
       03 HT-TIME    PICTURE 9(8).
       03 HT-MODE    PICTURE X.
       03 HT-OK      PICTURE S9(5).
       03 HT-ERR     PICTURE S9(5).
       03 HT-MATCHED PICTURE X.
01  HIST-LINE.
    02 HL-DATE PICTURE X(8).
    02 FILLER  PICTURE X.
    02 HL-TIME PICTURE X(8).
    02 FILLER  PICTURE X.
    02 FILLER  PICTURE X.
    02 HL-RC   PICTURE X(2).
01  LOG-LINE.
    02 LL-DATE-X  PICTURE X(8).
    02 FILLER     PICTURE X.
    02 LL-TIME-X  PICTURE X(8).
    02 FILLER     PICTURE X.
    02 LL-POS-X   PICTURE X(2).
    02 FILLER     PICTURE X.
    02 LL-CHAR    PICTURE X.
    02 FILLER     PICTURE X(3).
    02 LL-CHECK   PICTURE X(10).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(34) VALUE 'DAILY CLOSE - HISTORY/AUDIT PROOF'.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  COL-HEADS.
    02 FILLER PICTURE X(24) VALUE ' DATE      TIME      MD '.
    02 FILLER PICTURE X(44) VALUE
       'HIST OK  HI ERR  LOG OK  LG ERR  DISPOSITION'.
01  DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-TIME PICTURE 9(8).
    02 FILLER PICTURE X(2) VALUE SPACES.
01  HIST-FULL-MESS.
    02 FILLER PICTURE X(44) VALUE
       ' MORE THAN 2000 HISTORY RECORDS - RUN ROLLUP'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    IF CNT-DIFF IS GREATER THAN ZERO
        OR CNT-ORPHAN IS GREATER THAN ZERO
        OR CNT-NOLOG IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'DCLOSE' TO ALR-CODE
        MOVE 'RUN HISTORY AND AUDIT LOG DO NOT AGREE' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
NO-HIST-FILE.
    WRITE STDOUT-RECORD FROM NO-HIST-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-HIST-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-LOG-FILE.
    WRITE STDOUT-RECORD FROM NO-LOG-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-LOG-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
HIST-TAB-FULL.
    WRITE STDOUT-RECORD FROM HIST-FULL-MESS AFTER ADVANCING 1 LINE.
    CLOSE RUN-HISTORY, STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'TABFULL' TO ALR-CODE.
    MOVE HIST-FULL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

    WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
REPORT-UNMATCHED-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMDCLOS' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
