*>                    punctuation), up to ten set characters
*>   rule arguments are taken as keyed - a lowercase l reads as a
*>   lowercase l - so only the verb itself is upshifted.
*>   ROMRULES is changed through ROMRMNT, which stages the change,
*>   and ROMAPPR, which applies it once a second operator approves.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
01  NO-REJ-MESS.
    02 FILLER PICTURE X(37) VALUE
       ' MISSING OR EMPTY ROMREJ REJECT DECK'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-STUCK IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'STUCK' TO ALR-CODE
        MOVE 'REJECTS STILL STUCK AFTER THE REPAIR RULES' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
NO-RULES-FILE.
    WRITE STDOUT-RECORD FROM NO-RUL-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-RUL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-REJECT-FILE.
    WRITE STDOUT-RECORD FROM NO-REJ-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-REJ-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

    END-IF.
TRIM-SET-STEP-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMRFIX' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
