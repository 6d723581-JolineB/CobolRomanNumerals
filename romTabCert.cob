77  EPOS       PICTURE 99.
77  ECHAR      PICTURE X.
77  FRAC-TW    PICTURE S9(2) VALUE ZERO.
77  STD-STYLE  PICTURE X VALUE 'S'.
77  CERT-VALUE PICTURE S9(8) VALUE ZERO.
77  CNT-TESTED PICTURE S9(7) VALUE ZERO.
77  CNT-PASSED PICTURE S9(7) VALUE ZERO.
01  BUILTIN-MESS.
    02 FILLER PICTURE X(45) VALUE
       ' CANDIDATE TABLE REJECTED - BUILTIN IN EFFECT'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    IF RNX-VERSION = 'BUILTIN '
        WRITE STDOUT-RECORD FROM BUILTIN-MESS AFTER ADVANCING 1 LINE
        CLOSE STANDARD-OUTPUT
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'BUILTIN' TO ALR-CODE
        MOVE BUILTIN-MESS TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    WRITE STDOUT-RECORD FROM RESULT-LINE AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-FAILED IS GREATER THAN ZERO
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'TABCERT' TO ALR-CODE
        MOVE 'CANDIDATE SYMBOL TABLE FAILED CERTIFICATION' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    ADD 1 TO CNT-TESTED.
    MOVE SPACES TO ARRAY-AREA.
    MOVE ZERO TO FRAC-TW.
    CALL "DCONV" USING ARRAY-AREA, M, RET, CERT-VALUE, FRAC-TW,
        STD-STYLE.
    IF RET NOT = 1
        PERFORM CERT-FAIL THRU CERT-FAIL-EXIT
        MOVE ZERO TO OUT-BACK
        GO TO CERT-ONE-EXIT
    END-IF.
    CALL "CONVS" USING ARRAY-AREA, M, RET, TEMP, EPOS, ECHAR,
        FRAC-TW, STD-STYLE.
    IF RET NOT = 1
        PERFORM CERT-FAIL THRU CERT-FAIL-EXIT
        MOVE ZERO TO OUT-BACK
    MOVE ARRAY-AREA(1:30) TO OUT-R.
CERT-FAIL-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMTCERT' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
