    01 REG-RECORD.
       02 REG-KEY    PICTURE 9(7).
       02 REG-END    PICTURE 9(7).
       02 REG-DATE   PICTURE 9(8).
       02 REG-LAYOUT PICTURE X.
       02 REG-PREFIX PICTURE X(12).
       02 REG-SUFFIX PICTURE X(12).
01  COL-HEADS.
    02 FILLER PICTURE X(20) VALUE '   START      END   '.
    02 FILLER PICTURE X(40) VALUE
       'DATE     LY PREFIX       SUFFIX'.
01  DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-START PICTURE Z(6)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-END PICTURE Z(6)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LAYOUT PICTURE X.
    02 FILLER PICTURE X(2) VALUE SPACES.
01  NO-REG-MESS.
    02 FILLER PICTURE X(42) VALUE
       ' LABEL RANGE REGISTER ROMLREG NOT USABLE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
NO-REGISTER.
    WRITE STDOUT-RECORD FROM NO-REG-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-REG-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

    END-IF.
LIST-ONE-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMRGINQ' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
