IDENTIFICATION DIVISION.
PROGRAM-ID. DCONV.
*>   decimal to roman numeral.  NUM-STYLE picks how the result is
*>   drawn: S standard, C clock face (IIII for 4), M medieval (lower
*>   case with a terminal j, as in viij), A apostrophus (thousands
*>   written CI) = 1000, I)) = 5000 and so on in place of the bracket
*>   notation).  fractions are written the same way in every style.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
77  REMDR  PICTURE S9(4).
77  FRAC-LEFT PICTURE S9(2).
77  TABLE-LOADED PICTURE X VALUE 'N'.
77  A      PICTURE S99.
77  FIT    PICTURE X.
COPY "RNTABLEX.cpy".
COPY "RNAPOS.cpy".

LINKAGE SECTION.
77  M    PICTURE S99.
77  ERR  PICTURE S9 COMP-3.
77  SUM1 PICTURE S9(8).
77  TWELFTHS PICTURE S9(2).
77  NUM-STYLE PICTURE X.
01  ARRAY-AREA.
    02 S PICTURE X(1) OCCURS 80 TIMES.

PROCEDURE DIVISION USING ARRAY-AREA, M, ERR, SUM1, TWELFTHS,
        NUM-STYLE.
    IF TABLE-LOADED = 'N'
        CALL "RNTLOAD" USING RN-LOADED-TABLE
        MOVE 'Y' TO TABLE-LOADED
        MOVE 2 TO ERR
        GO TO DCONV-EXIT
    END-IF.
    IF NUM-STYLE = 'A' AND SUM1 IS NOT LESS THAN 1000
        PERFORM EMIT-APOSTROPHUS THRU EMIT-APOSTROPHUS-EXIT
        IF FIT = 'N'
            MOVE SPACES TO ARRAY-AREA
            MOVE 2 TO ERR
            GO TO DCONV-EXIT
        END-IF
        GO TO EMIT-STYLED
    END-IF.
    IF SUM1 IS GREATER THAN 3999
        COMPUTE THOUS = SUM1 / 1000
        COMPUTE REMDR = SUM1 - THOUS * 1000
                VARYING T FROM 1 BY 1 UNTIL T IS GREATER THAN RNX-COUNT
        END-IF
    END-IF.
EMIT-STYLED.
    IF NUM-STYLE = 'C'
        PERFORM CLOCK-FOUR THRU CLOCK-FOUR-EXIT
    END-IF.
    IF NUM-STYLE = 'M' AND P IS GREATER THAN 1
        IF S(P - 1) = 'I'
            MOVE 'J' TO S(P - 1)
        END-IF
    END-IF.
    PERFORM EMIT-FRACTION THRU EMIT-FRACTION-EXIT.
    COMPUTE M = P - 1.
    IF NUM-STYLE = 'M'
        INSPECT ARRAY-AREA CONVERTING
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO 'abcdefghijklmnopqrstuvwxyz'
    END-IF.
    MOVE 1 TO ERR.
    GO TO DCONV-EXIT.
*>   clock faces write four as IIII - only the units can end in IV
CLOCK-FOUR.
    IF P IS LESS THAN 3
        GO TO CLOCK-FOUR-EXIT
    END-IF.
    IF S(P - 2) = 'I' AND S(P - 1) = 'V'
        MOVE 'I' TO S(P - 1)
        MOVE 'I' TO S(P)
        MOVE 'I' TO S(P + 1)
        ADD 2 TO P
    END-IF.
CLOCK-FOUR-EXIT.
    EXIT.
*>   apostrophus thousands are additive, largest form first; the
*>   hundreds and below follow in the ordinary way.  FIT goes to N
*>   if the whole numeral would not fit the 80-byte area - each form
*>   keeps back room for the longest hundreds-and-below (DCCCLXXXVIII)
*>   and the longest fraction (S.....).
EMIT-APOSTROPHUS.
    MOVE 'Y' TO FIT.
    COMPUTE THOUS = SUM1 / 1000.
    COMPUTE REMDR = SUM1 - THOUS * 1000.
    PERFORM EMIT-APOS-FORM THRU EMIT-APOS-FORM-EXIT
        VARYING A FROM 1 BY 1 UNTIL A IS GREATER THAN 7 OR FIT = 'N'.
    IF FIT = 'N'
        GO TO EMIT-APOSTROPHUS-EXIT
    END-IF.
    IF REMDR IS GREATER THAN 0
        MOVE REMDR TO REMAIN
        PERFORM EMIT-DIGITS THRU EMIT-DIGITS-EXIT VARYING T FROM 1 BY 1
            UNTIL T IS GREATER THAN RNX-COUNT
    END-IF.
EMIT-APOSTROPHUS-EXIT.
    EXIT.
EMIT-APOS-FORM.
    IF THOUS IS LESS THAN APOS-VALUE(A)
        GO TO EMIT-APOS-FORM-EXIT
    END-IF.
    IF P + APOS-LEN(A) + 18 IS GREATER THAN 81
        MOVE 'N' TO FIT
        GO TO EMIT-APOS-FORM-EXIT
    END-IF.
    MOVE APOS-CHARS(A)(1:APOS-LEN(A)) TO ARRAY-AREA(P:APOS-LEN(A)).
    ADD APOS-LEN(A) TO P.
    SUBTRACT APOS-VALUE(A) FROM THOUS.
    GO TO EMIT-APOS-FORM.
EMIT-APOS-FORM-EXIT.
    EXIT.
EMIT-FRACTION.
    MOVE TWELFTHS TO FRAC-LEFT.
    IF FRAC-LEFT IS NOT LESS THAN 6
