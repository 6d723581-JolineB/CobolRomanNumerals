IDENTIFICATION DIVISION.
PROGRAM-ID. CONVS.
*>   roman numeral to decimal.  NUM-STYLE is the style the numeral
*>   was written in, as for DCONV: S standard, C clock face (IIII
*>   taken as 4), M medieval (a terminal j read as i), A apostrophus
*>   (leading CI), I)) ... forms read as the thousands).  the
*>   standard forms and the bracket notation are read in every style.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
77  LAST-SINGLE-CHAR PICTURE X.
77  LAST-SINGLE-POS  PICTURE S99.
77  TABLE-LOADED PICTURE X VALUE 'N'.
77  REPEAT-MAX PICTURE S9.
COPY "RNTABLEX.cpy".
COPY "RNAPOS.cpy".

LINKAGE SECTION.
77  M    PICTURE S99.
77  EPOS PICTURE 99.
77  ECHAR PICTURE X.
77  TWELFTHS PICTURE S9(2).
77  NUM-STYLE PICTURE X.
01  ARRAY-AREA.
    02 S PICTURE X(1) OCCURS 80 TIMES.

PROCEDURE DIVISION USING ARRAY-AREA, M, ERR, SUM1, EPOS, ECHAR,
        TWELFTHS, NUM-STYLE.
    IF TABLE-LOADED = 'N'
        CALL "RNTLOAD" USING RN-LOADED-TABLE
        MOVE 'Y' TO TABLE-LOADED
    END-IF.
    INSPECT ARRAY-AREA CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF NUM-STYLE = 'A' AND S(1) NOT = '['
        PERFORM SCAN-APOSTROPHUS THRU SCAN-APOSTROPHUS-EXIT
    END-IF.
    IF S(1) = '['
        PERFORM FIND-CLOSE-BRACKET THRU FIND-CLOSE-BRACKET-EXIT
        IF CB = 0 OR CB = 2
    END-IF.
CHECK-OOR-STEP-EXIT.
    EXIT.
*>   apostrophus thousands stand where the bracket would; when any
*>   are found the rest of the numeral is read as after a bracket
SCAN-APOSTROPHUS.
    MOVE ZERO TO BSUM.
    PERFORM MATCH-APOS THRU MATCH-APOS-EXIT VARYING T FROM 1 BY 1
        UNTIL T IS GREATER THAN 7.
    IF PP IS GREATER THAN 1
        COMPUTE SUM1 = BSUM * 1000
        COMPUTE CB = PP - 1
        MOVE 'Y' TO BRACKET-USED
    END-IF.
SCAN-APOSTROPHUS-EXIT.
    EXIT.
MATCH-APOS.
    MOVE 0 TO CNT.
MA-LOOP.
    IF CNT = 4 OR PP + APOS-LEN(T) - 1 IS GREATER THAN M
        GO TO MATCH-APOS-EXIT
    END-IF.
    IF ARRAY-AREA(PP:APOS-LEN(T)) NOT = APOS-CHARS(T)(1:APOS-LEN(T))
        GO TO MATCH-APOS-EXIT
    END-IF.
    ADD APOS-VALUE(T) TO BSUM.
    ADD APOS-LEN(T) TO PP.
    ADD 1 TO CNT.
    GO TO MA-LOOP.
MATCH-APOS-EXIT.
    EXIT.
FIND-CLOSE-BRACKET.
    MOVE 0 TO CB.
    PERFORM FIND-CB-STEP THRU FIND-CB-STEP-EXIT VARYING K FROM 2 BY 1
    EXIT.
MATCH-REPEAT.
    MOVE 0 TO CNT.
    MOVE 3 TO REPEAT-MAX.
    IF NUM-STYLE = 'C' AND RNX-CHARS(T)(1:1) = 'I'
        MOVE 4 TO REPEAT-MAX
    END-IF.
MR-LOOP.
    IF PP IS GREATER THAN BOUND OR CNT = REPEAT-MAX
        GO TO MATCH-REPEAT-EXIT
    END-IF.
*>   a medieval j is a final i - nothing of the integer part follows it
    IF NUM-STYLE = 'M' AND RNX-CHARS(T)(1:1) = 'I' AND S(PP) = 'J'
        ADD RNX-VALUE(T) TO SUM1
        ADD 1 TO PP
        GO TO MATCH-REPEAT-EXIT
    END-IF.
    IF S(PP) NOT = RNX-CHARS(T)(1:1)
