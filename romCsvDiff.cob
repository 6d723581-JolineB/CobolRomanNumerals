*>   prior run's file (kept as ROMCSVP) against the current ROMCSV.
*>   both are sorted on the 30-byte numeral and match-read; entries
*>   only in the new file report as ADDED, only in the old file as
*>   DROPPED, and same-numeral entries whose value, twelfths or
*>   output style differ as CHANGED (a record with no style column
*>   is standard style).  a nonzero return code when differences
*>   exist lets the scheduler hold the downstream send.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
DATA DIVISION.
FILE SECTION.
FD CSV-OLD.
    01 OLD-RECORD    PICTURE X(45).
FD CSV-NEW.
    01 NEW-RECORD    PICTURE X(45).
SD SORT-WORK.
    01 SORT-REC.
       02 SR-R    PICTURE X(30).
       02 SR-REST PICTURE X(15).
FD OLD-SORTED.
    01 OS-RECORD     PICTURE X(45).
FD NEW-SORTED.
    01 NS-RECORD     PICTURE X(45).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

77  CNT-CHANGED PICTURE S9(7) VALUE ZERO.
01  OLD-LINE.
    02 OL-R    PICTURE X(30).
    02 OL-REST PICTURE X(15).
01  NEW-LINE.
    02 NL-R    PICTURE X(30).
    02 NL-REST PICTURE X(15).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(33) VALUE 'ROMCSV GENERATION COMPARE REPORT'.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-R PICTURE X(30).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-OLD PICTURE X(15).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-NEW PICTURE X(15).
01  COL-HEADS.
    02 FILLER PICTURE X(10) VALUE ' CHANGE   '.
    02 FILLER PICTURE X(32) VALUE 'ROMAN NUMBER                    '.
    02 FILLER PICTURE X(17) VALUE 'OLD VALUE        '.
    02 FILLER PICTURE X(9) VALUE 'NEW VALUE'.
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
01  NO-NEW-MESS.
    02 FILLER PICTURE X(42) VALUE
       ' MISSING OR EMPTY ROMCSV CURRENT CSV FILE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    IF CNT-ADDED IS GREATER THAN ZERO
        OR CNT-DROPPED IS GREATER THAN ZERO
        OR CNT-CHANGED IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'CSVDIFF' TO ALR-CODE
        MOVE 'ROMCSV LINES ADDED, DROPPED OR CHANGED' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
NO-OLD-FILE.
    WRITE STDOUT-RECORD FROM NO-OLD-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-OLD-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-NEW-FILE.
    WRITE STDOUT-RECORD FROM NO-NEW-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-NEW-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

        MOVE HIGH-VALUES TO OL-R
    ELSE
        ADD 1 TO CNT-OLD
        IF OL-REST(14:2) = SPACES
            MOVE ',S' TO OL-REST(14:2)
        END-IF
    END-IF.
READ-OLD-EXIT.
    EXIT.
        MOVE HIGH-VALUES TO NL-R
    ELSE
        ADD 1 TO CNT-NEW
        IF NL-REST(14:2) = SPACES
            MOVE ',S' TO NL-REST(14:2)
        END-IF
    END-IF.
READ-NEW-EXIT.
    EXIT.
    PERFORM READ-NEW THRU READ-NEW-EXIT.
MATCH-ONE-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMCDIFF' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
