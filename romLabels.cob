*>   records from the old 13-byte layout read in as spaces.  the
*>   trailing big-count field was appended so ranges past the old
*>   9(5) count can be keyed without shifting the layout older decks
*>   still use - when numeric and nonzero it overrides CTL-COUNT.
*>   the department code and style letter after it choose how the
*>   numerals are drawn, as HDR-SOURCE and STYLE= do in mode 2: the
*>   department's ROMSTYL profile if it has one, else the style
*>   letter (S, C, M or A), else standard
FD CONTROL-FILE.
    01 CTL-RECORD.
       02 CTL-START  PICTURE 9(7).
       02 CTL-LOWER  PICTURE X.
       02 FILLER     PICTURE X VALUE SPACE.
       02 CTL-COUNT-7 PICTURE X(7).
       02 FILLER     PICTURE X VALUE SPACE.
       02 CTL-SOURCE PICTURE X(3).
       02 FILLER     PICTURE X VALUE SPACE.
       02 CTL-STYLE  PICTURE X.
*>   ROMLEXC: the exceptions file ROMLRECN writes - when present it
*>   takes the place of the CTL-START/CTL-COUNT range and each GAP
*>   record prints one replacement label (DUP records are listed for
    01 REG-RECORD.
       02 REG-KEY    PICTURE 9(7).
       02 REG-END    PICTURE 9(7).
       02 REG-DATE   PICTURE 9(8).
       02 REG-LAYOUT PICTURE X.
       02 REG-PREFIX PICTURE X(12).
       02 REG-SUFFIX PICTURE X(12).
77  REG-OVERLAP PICTURE X VALUE 'N'.
77  NEW-START  PICTURE S9(8) VALUE ZERO.
77  NEW-END    PICTURE S9(8) VALUE ZERO.
77  RUN-DATE   PICTURE 9(8) VALUE ZERO.
01  LST-LINE.
    02 LST-TAG   PICTURE X(3).
    02 FILLER    PICTURE X.
    02 LST-VALUE PICTURE X(7).
77  LABEL-TW   PICTURE S9(2) VALUE ZERO.
77  LABEL-STYLE PICTURE X VALUE 'S'.
77  PFX-LEN    PICTURE 99 VALUE ZERO.
77  SFX-LEN    PICTURE 99 VALUE ZERO.
77  K          PICTURE 99 VALUE ZERO.
    02 FILLER PICTURE X(3) VALUE ' - '.
    02 OUT-OV-END PICTURE Z(6)9.
    02 FILLER PICTURE X(17) VALUE ' - RUN REFUSED **'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
        MOVE SPACES TO CTL-PREFIX
        MOVE SPACES TO CTL-SUFFIX
        MOVE 'N' TO CTL-LOWER
        MOVE SPACES TO CTL-SOURCE
        MOVE SPACE TO CTL-STYLE
    END-IF.
    PERFORM SET-LABEL-STYLE THRU SET-LABEL-STYLE-EXIT.
*>   an empty ROMLEXC is as good as no ROMLEXC - only a file with at
*>   least one record switches the run to replacement-list printing,
*>   so a stale zero-length file cannot swallow a range run
    IF LABEL-COUNT = ZERO
        GO TO NO-CONTROL-RECORD
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    MOVE CTL-START TO NEW-START.
    COMPUTE NEW-END = NEW-START + LABEL-COUNT - 1.
    PERFORM OPEN-REGISTER THRU OPEN-REGISTER-EXIT.
    END-IF.
    CLOSE STANDARD-OUTPUT.
    IF HAD-RANGE = 'Y'
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'LBLRANGE' TO ALR-CODE
        MOVE 'LABEL VALUES OUT OF RANGE - NOT PRINTED' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
        MOVE 'N' TO CTL-OPEN
    END-IF.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOCTL' TO ALR-CODE.
    MOVE NO-CTL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-REGISTER.
    WRITE STDOUT-RECORD FROM NO-REG-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-REG-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
RANGE-OVERLAPS.
    WRITE STDOUT-RECORD FROM OVERLAP-MESS AFTER ADVANCING 1 LINE.
    CLOSE REGISTER-FILE, STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'OVERLAP' TO ALR-CODE.
    MOVE OVERLAP-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
OPEN-REGISTER.
    EXIT.
GEN-LABEL.
    MOVE ZERO TO LABEL-TW.
    CALL "DCONV" USING ARRAY-AREA, M, ERR, CUR-VALUE, LABEL-TW,
        LABEL-STYLE.
    IF ERR = 1
        MOVE ARRAY-AREA TO OUT-R
        ADD 1 TO CNT-OK
    ADD 1 TO CUR-VALUE.
GEN-LABEL-EXIT.
    EXIT.
SET-LABEL-STYLE.
    MOVE 'S' TO LABEL-STYLE.
    INSPECT CTL-STYLE CONVERTING 'scma' TO 'SCMA'.
    IF CTL-STYLE = 'C' OR CTL-STYLE = 'M' OR CTL-STYLE = 'A'
        MOVE CTL-STYLE TO LABEL-STYLE
    END-IF.
    IF CTL-SOURCE NOT = SPACES
        CALL "ROMSTYLE" USING CTL-SOURCE, LABEL-STYLE
    END-IF.
SET-LABEL-STYLE-EXIT.
    EXIT.
SET-AFFIX-LENS.
    MOVE ZERO TO PFX-LEN.
    PERFORM PFX-LEN-STEP THRU PFX-LEN-STEP-EXIT
    EXIT.
GEN-SHEET-LABEL.
    MOVE ZERO TO LABEL-TW.
    CALL "DCONV" USING ARRAY-AREA, M, ERR, CUR-VALUE, LABEL-TW,
        LABEL-STYLE.
    MOVE SPACES TO CELL-WORK.
    IF ERR = 1
        ADD 1 TO CNT-OK
    END-IF.
FLUSH-SHEET-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMLABELS' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
