*>   pre-edit structural audit of a ROMIN deck - passes the whole
*>   file before the conversion step runs and verifies deck structure
*>   only: every HDR has a TRL and none overlap, trailer counts and
*>   hash totals are numeric, batch dates parse as dates (CCYYMMDD,
*>   or the older YYMMDD envelope ROMIN still accepts), and every
*>   record classifies as HDR, TRL, an ADD,/SUB,/MUL, transaction or
*>   a data record built from recognizable characters.  a broken deck
*>   ends with RETURN-CODE 8 so the scheduler holds the conversion
77  CHAR-BAD    PICTURE X VALUE 'N'.
77  HDR-MM      PICTURE 99 VALUE ZERO.
77  HDR-DD      PICTURE 99 VALUE ZERO.
77  HDR-WORK    PICTURE 9(6) VALUE ZERO.
77  HDR-WORK2   PICTURE 9(4) VALUE ZERO.
77  HDR-FULL-DATE PICTURE 9(8) VALUE ZERO.
77  HDR-FORM    PICTURE X VALUE 'N'.
77  CNT-RECS    PICTURE S9(7) VALUE ZERO.
77  CNT-HDR     PICTURE S9(5) VALUE ZERO.
77  CNT-TRL     PICTURE S9(5) VALUE ZERO.
    02 FILLER     PICTURE X.
    02 HDR-SOURCE PICTURE X(3).
    02 FILLER     PICTURE X.
    02 HDR-DATE   PICTURE 9(8).
    02 HDR-DATE-OLD REDEFINES HDR-DATE.
       03 HDR-YYMMDD PICTURE 9(6).
       03 HDR-PAD    PICTURE X(2).
    02 FILLER     PICTURE X(64).
01  TRL-SPLIT REDEFINES inputNum.
    02 TRL-TAG    PICTURE X(3).
    02 FILLER     PICTURE X.
01  NO-IN-MESS.
    02 FILLER PICTURE X(35) VALUE
       ' MISSING OR EMPTY ROMIN INPUT DECK'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    IF CNT-ERRORS IS GREATER THAN ZERO
        WRITE STDOUT-RECORD FROM VERDICT-BAD AFTER ADVANCING 1 LINE
        CLOSE STANDARD-OUTPUT
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'DECKBAD' TO ALR-CODE
        MOVE VERDICT-BAD TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 8 TO RETURN-CODE
    ELSE
        WRITE STDOUT-RECORD FROM VERDICT-GOOD AFTER ADVANCING 1 LINE
NO-INPUT-FILE.
    WRITE STDOUT-RECORD FROM NO-IN-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-IN-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

        WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE
    END-IF.
    MOVE 'Y' TO BATCH-OPEN.
    MOVE 'N' TO HDR-FORM.
    IF HDR-DATE IS NUMERIC
        MOVE 'Y' TO HDR-FORM
        MOVE HDR-DATE TO HDR-FULL-DATE
    END-IF.
    IF HDR-YYMMDD IS NUMERIC AND HDR-PAD = SPACES
        MOVE 'Y' TO HDR-FORM
        MOVE HDR-YYMMDD TO HDR-FULL-DATE
    END-IF.
    IF HDR-FORM = 'N'
        PERFORM FLAG-RECORD THRU FLAG-RECORD-EXIT
        MOVE 'BATCH DATE NOT NUMERIC' TO OUT-REASON
        WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE
        GO TO EDIT-HDR-EXIT
    END-IF.
    DIVIDE HDR-FULL-DATE BY 100 GIVING HDR-WORK REMAINDER HDR-DD.
    DIVIDE HDR-WORK BY 100 GIVING HDR-WORK2 REMAINDER HDR-MM.
    IF HDR-MM IS LESS THAN 1 OR HDR-MM IS GREATER THAN 12
        OR HDR-DD IS LESS THAN 1 OR HDR-DD IS GREATER THAN 31
    MOVE inputNum(1:40) TO OUT-TEXT.
FLAG-RECORD-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMEDIT' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
