IDENTIFICATION DIVISION.
PROGRAM-ID. ROMCONCX.
*>   numeral concordance index - sorts the ROMCONC work file written
*>   by a mode-4 scan into value order and prints one entry for each
*>   distinct value with every line/column where it was found, the
*>   form it was written in there, how many times it occurs and a
*>   flag when the same value was written more than one way ("IIII"
*>   and "IV", "XIV" and "FOURTEEN").
*>   RETURN-CODE 0 index printed, 4 some value was written in more
*>   than one form, 8 no ROMCONC work file.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONC-INPUT ASSIGN TO "ROMCONC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONC-STATUS.
    SELECT SORT-WORK ASSIGN TO "ROMCWK".
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMCRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONC-INPUT.
    01 CONC-RECORD   PICTURE X(91).
SD SORT-WORK.
    01 SORT-REC.
       02 SR-VALUE PICTURE 9(9).
       02 SR-LINE  PICTURE 9(6).
       02 SR-COL   PICTURE 9(2).
       02 SR-FORM  PICTURE X(74).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

WORKING-STORAGE SECTION.
77  CONC-STATUS PICTURE X(02).
77  CONC-EOF    PICTURE X VALUE 'N'.
77  SORT-EOF    PICTURE X VALUE 'N'.
77  HAVE-PREV   PICTURE X VALUE 'N'.
77  CNT-READ    PICTURE S9(7) VALUE ZERO.
77  CNT-BAD     PICTURE S9(7) VALUE ZERO.
77  CNT-VALUES  PICTURE S9(7) VALUE ZERO.
77  CNT-MULTI   PICTURE S9(7) VALUE ZERO.
77  CNT-OCCURS  PICTURE S9(7) VALUE ZERO.
77  PREV-VALUE  PICTURE 9(9) VALUE ZERO.
*>   the distinct forms seen for the value in hand - once the table
*>   is full further forms still count towards the multi-form flag
77  FORM-MAX    PICTURE S9(3) VALUE 50.
77  FORM-CNT    PICTURE S9(3) VALUE ZERO.
77  FORM-K      PICTURE S9(3) VALUE ZERO.
77  FORM-FOUND  PICTURE X VALUE 'N'.
01  FORM-TAB.
    02 FORM-ENTRY PICTURE X(74) OCCURS 50 TIMES.
01  CONC-LINE.
    02 CNC-VALUE-X PICTURE X(9).
    02 CNC-LINE-X  PICTURE X(6).
    02 CNC-COL-X   PICTURE X(2).
    02 CNC-FORM    PICTURE X(74).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(25) VALUE 'NUMERAL CONCORDANCE INDEX'.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  COL-HEADS.
    02 FILLER PICTURE X(10) VALUE '     VALUE'.
    02 FILLER PICTURE X(14) VALUE '    LINE  COL '.
    02 FILLER PICTURE X(14) VALUE ' AS WRITTEN'.
01  VALUE-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-VALUE PICTURE Z(8)9.
01  OCCUR-LINE.
    02 FILLER PICTURE X(10) VALUE SPACES.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-LINE PICTURE Z(5)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-COL PICTURE Z9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-FORM PICTURE X(56).
01  VALUE-TOTAL-LINE.
    02 FILLER PICTURE X(12) VALUE SPACES.
    02 FILLER PICTURE X(13) VALUE 'OCCURRENCES: '.
    02 OUT-OCCURS PICTURE Z(4)9.
    02 FILLER PICTURE X(9) VALUE '  FORMS: '.
    02 OUT-FORMS PICTURE ZZ9.
    02 OUT-MULTI PICTURE X(30).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  TRAILER-2.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(6) VALUE 'READ: '.
    02 OUT-READ PICTURE Z(6)9.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 FILLER PICTURE X(17) VALUE 'DISTINCT VALUES: '.
    02 OUT-VALUES PICTURE Z(6)9.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 FILLER PICTURE X(5) VALUE 'BAD: '.
    02 OUT-BAD PICTURE Z(6)9.
01  TRAILER-3.
    02 FILLER PICTURE X VALUE SPACE.
    02 FILLER PICTURE X(38) VALUE
       'VALUES WRITTEN IN MORE THAN ONE FORM: '.
    02 OUT-MULTI-CNT PICTURE Z(6)9.
01  NO-CONC-MESS.
    02 FILLER PICTURE X(38) VALUE
       ' MISSING ROMCONC CONCORDANCE WORK FILE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    OPEN INPUT CONC-INPUT.
    IF CONC-STATUS NOT = "00"
        GO TO NO-CONC-FILE
    END-IF.
    CLOSE CONC-INPUT.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    SORT SORT-WORK ON ASCENDING KEY SR-VALUE SR-LINE SR-COL
        INPUT PROCEDURE IS SORT-IN THRU SORT-IN-EXIT
        OUTPUT PROCEDURE IS SORT-OUT THRU SORT-OUT-EXIT.
    MOVE CNT-READ TO OUT-READ. MOVE CNT-VALUES TO OUT-VALUES.
    MOVE CNT-BAD TO OUT-BAD. MOVE CNT-MULTI TO OUT-MULTI-CNT.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-3 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-MULTI IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'MULTFORM' TO ALR-CODE
        MOVE 'VALUES WRITTEN IN MORE THAN ONE FORM' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.
NO-CONC-FILE.
    WRITE STDOUT-RECORD FROM NO-CONC-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-CONC-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

SORT-IN.
    OPEN INPUT CONC-INPUT.
    MOVE 'N' TO CONC-EOF.
    PERFORM RELEASE-ONE THRU RELEASE-ONE-EXIT
        UNTIL CONC-EOF = 'Y'.
    CLOSE CONC-INPUT.
SORT-IN-EXIT.
    EXIT.
RELEASE-ONE.
    READ CONC-INPUT INTO CONC-LINE
        AT END MOVE 'Y' TO CONC-EOF
    END-READ.
    IF CONC-EOF = 'Y'
        GO TO RELEASE-ONE-EXIT
    END-IF.
    ADD 1 TO CNT-READ.
    IF CNC-VALUE-X IS NOT NUMERIC OR CNC-LINE-X IS NOT NUMERIC
        OR CNC-COL-X IS NOT NUMERIC
        ADD 1 TO CNT-BAD
        GO TO RELEASE-ONE-EXIT
    END-IF.
    MOVE CNC-VALUE-X TO SR-VALUE.
    MOVE CNC-LINE-X TO SR-LINE.
    MOVE CNC-COL-X TO SR-COL.
    MOVE CNC-FORM TO SR-FORM.
    RELEASE SORT-REC.
RELEASE-ONE-EXIT.
    EXIT.

*>   control break on value - the value heads its entry, each
*>   occurrence follows in line/column order, and the count and form
*>   flag close the entry once the next value (or the end) is met
SORT-OUT.
    MOVE 'N' TO SORT-EOF.
    MOVE 'N' TO HAVE-PREV.
    PERFORM RETURN-ONE THRU RETURN-ONE-EXIT
        UNTIL SORT-EOF = 'Y'.
    IF HAVE-PREV = 'Y'
        PERFORM VALUE-TOTAL THRU VALUE-TOTAL-EXIT
    END-IF.
SORT-OUT-EXIT.
    EXIT.
RETURN-ONE.
    RETURN SORT-WORK
        AT END MOVE 'Y' TO SORT-EOF
    END-RETURN.
    IF SORT-EOF = 'Y'
        GO TO RETURN-ONE-EXIT
    END-IF.
    IF HAVE-PREV = 'Y' AND SR-VALUE NOT = PREV-VALUE
        PERFORM VALUE-TOTAL THRU VALUE-TOTAL-EXIT
    END-IF.
    IF HAVE-PREV = 'N' OR SR-VALUE NOT = PREV-VALUE
        PERFORM VALUE-HEAD THRU VALUE-HEAD-EXIT
    END-IF.
    ADD 1 TO CNT-OCCURS.
    PERFORM NOTE-FORM THRU NOTE-FORM-EXIT.
    MOVE SR-LINE TO OUT-LINE.
    MOVE SR-COL TO OUT-COL.
    MOVE SR-FORM TO OUT-FORM.
    WRITE STDOUT-RECORD FROM OCCUR-LINE AFTER ADVANCING 1 LINE.
RETURN-ONE-EXIT.
    EXIT.
VALUE-HEAD.
    ADD 1 TO CNT-VALUES.
    MOVE SR-VALUE TO PREV-VALUE.
    MOVE 'Y' TO HAVE-PREV.
    MOVE ZERO TO CNT-OCCURS.
    MOVE ZERO TO FORM-CNT.
    MOVE SR-VALUE TO OUT-VALUE.
    WRITE STDOUT-RECORD FROM VALUE-LINE AFTER ADVANCING 1 LINE.
VALUE-HEAD-EXIT.
    EXIT.
NOTE-FORM.
    MOVE 'N' TO FORM-FOUND.
    PERFORM FORM-STEP THRU FORM-STEP-EXIT
        VARYING FORM-K FROM 1 BY 1
            UNTIL FORM-K IS GREATER THAN FORM-CNT
            OR FORM-K IS GREATER THAN FORM-MAX
            OR FORM-FOUND = 'Y'.
    IF FORM-FOUND = 'Y'
        GO TO NOTE-FORM-EXIT
    END-IF.
    ADD 1 TO FORM-CNT.
    IF FORM-CNT IS NOT GREATER THAN FORM-MAX
        MOVE SR-FORM TO FORM-ENTRY(FORM-CNT)
    END-IF.
NOTE-FORM-EXIT.
    EXIT.
FORM-STEP.
    IF FORM-ENTRY(FORM-K) = SR-FORM
        MOVE 'Y' TO FORM-FOUND
    END-IF.
FORM-STEP-EXIT.
    EXIT.
VALUE-TOTAL.
    MOVE CNT-OCCURS TO OUT-OCCURS.
    MOVE FORM-CNT TO OUT-FORMS.
    IF FORM-CNT IS GREATER THAN 1
        ADD 1 TO CNT-MULTI
        MOVE '  *** MORE THAN ONE FORM ***' TO OUT-MULTI
    ELSE
        MOVE SPACES TO OUT-MULTI
    END-IF.
    WRITE STDOUT-RECORD FROM VALUE-TOTAL-LINE AFTER ADVANCING 1 LINE.
VALUE-TOTAL-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMCONCX' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
