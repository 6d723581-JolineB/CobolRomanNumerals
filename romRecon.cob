DATA DIVISION.
FILE SECTION.
FD CSV-INPUT.
    01 CSV-RECORD    PICTURE X(45).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

77  CNT-BAD   PICTURE S9(5) VALUE ZERO.
77  CSV-STATUS PICTURE X(02).
77  REC-TW     PICTURE S9(2) VALUE ZERO.
*>   the style the numeral was written in, from the last ROMCSV
*>   column - regenerated in that style, so styled output balances
77  REC-STYLE  PICTURE X VALUE 'S'.
01  CSV-LINE.
    02 CSV-R     PICTURE X(30).
    02 CSV-SEP   PICTURE X.
    02 CSV-EQ-X  PICTURE X(9).
    02 CSV-SEP2  PICTURE X.
    02 CSV-TW-X  PICTURE X(2).
    02 CSV-SEP3  PICTURE X.
    02 CSV-STYLE PICTURE X.
01  DIGIT-X     PICTURE X.
01  DIGIT-9 REDEFINES DIGIT-X PICTURE 9.
01  RECORDED-R   PICTURE X(30).
01  NO-CSV-MESS.
    02 FILLER PICTURE X(34) VALUE
       ' MISSING OR EMPTY ROMCSV CSV FILE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-DIFF IS GREATER THAN ZERO
        OR CNT-BAD IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'RECON' TO ALR-CODE
        MOVE 'RECONCILIATION DIFFERENCES OR BAD LINES' TO ALR-TEXT
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

        PERFORM PRINT-DISCREPANCY THRU PRINT-DISCREPANCY-EXIT
        GO TO CHECK-ONE-EXIT
    END-IF.
    CALL "DCONV" USING ARRAY-AREA, M, ERR, CUR-VALUE, REC-TW,
        REC-STYLE.
    IF ERR NOT = 1
        ADD 1 TO CNT-DIFF
        MOVE SPACES TO REGEN-R
        GO TO CHECK-ONE-EXIT
    END-IF.
    MOVE ARRAY-AREA(1:30) TO REGEN-R.
    INSPECT REGEN-R CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF REGEN-R = RECORDED-R
        ADD 1 TO CNT-MATCH
    ELSE
    IF CSV-TW-X IS NUMERIC
        MOVE CSV-TW-X TO REC-TW
    END-IF.
    MOVE 'S' TO REC-STYLE.
    IF CSV-STYLE = 'C' OR CSV-STYLE = 'M' OR CSV-STYLE = 'A'
        MOVE CSV-STYLE TO REC-STYLE
    END-IF.
    IF CUR-VALUE = ZERO AND REC-TW = ZERO
        MOVE 'Y' TO BAD-VALUE
    END-IF.
    WRITE STDOUT-RECORD FROM PRINT-LINE AFTER ADVANCING 1 LINE.
PRINT-DISCREPANCY-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMRECON' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
