DATA DIVISION.
FILE SECTION.
FD CSV-INPUT.
    01 CSV-RECORD    PICTURE X(45).
SD SORT-WORK.
    01 SORT-REC.
       02 SR-KEY PICTURE 9(10).
    02 CSV-EQ-X  PICTURE X(9).
    02 CSV-SEP2  PICTURE X.
    02 CSV-TW-X  PICTURE X(2).
    02 CSV-SEP3  PICTURE X.
    02 CSV-STYLE PICTURE X.
01  DIGIT-X     PICTURE X.
01  DIGIT-9 REDEFINES DIGIT-X PICTURE 9.
01  TITLE-LINE.
01  NO-CSV-MESS.
    02 FILLER PICTURE X(34) VALUE
       ' MISSING OR EMPTY ROMCSV CSV FILE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-GROUPS IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'DUPVALUE' TO ALR-CODE
        MOVE 'RESULT LINES CONVERTING TO THE SAME VALUE' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
NO-CSV-FILE.
    WRITE STDOUT-RECORD FROM NO-CSV-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-CSV-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

    WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
PRINT-PREV-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMSORT' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
