DATA DIVISION.
FILE SECTION.
FD AUDIT-LOG.
    01 AUDIT-RECORD   PICTURE X(128).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD  PICTURE X(80).

77  PASS-NO    PICTURE 99.
77  BEST-T     PICTURE 99.
77  BAD-VALUE  PICTURE X.
77  CUR-DATE   PICTURE 9(8) VALUE ZERO.
77  CUR-TIME   PICTURE 9(8) VALUE ZERO.
77  REC-VALUE  PICTURE S9(8) VALUE ZERO.
77  REC-POS    PICTURE S9(3) VALUE ZERO.
01  DIGIT-X     PICTURE X.
01  DIGIT-9 REDEFINES DIGIT-X PICTURE 9.
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
    02 FILLER PICTURE X(26) VALUE 'AUDIT LOG TREND STATISTICS'.
    02 OUT-RUN-AVG PICTURE Z(7)9.
01  DAY-LINE.
    02 FILLER PICTURE X(5) VALUE ' DAY '.
    02 OUT-DAY-DATE PICTURE 9(8).
    02 FILLER PICTURE X(7) VALUE '  ATT: '.
    02 OUT-DAY-ATT PICTURE Z(4)9.
    02 FILLER PICTURE X(6) VALUE '  OK: '.
    02 OUT-DAY-OK PICTURE Z(4)9.
01  NO-LOG-MESS.
    02 FILLER PICTURE X(36) VALUE
       ' MISSING OR EMPTY ROMLOG AUDIT FILE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
NO-LOG-FILE.
    WRITE STDOUT-RECORD FROM NO-LOG-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-LOG-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

    END-IF.
BEST-POS-STEP-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMLSTAT' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
