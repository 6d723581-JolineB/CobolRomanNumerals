*>   its value, covering the same 0 - 3999999 range NUMWORDS can
*>   produce.  hyphens read as separators and AND is accepted
*>   between words.  RET is 1 when the text parses, 2 when it does
*>   not, 3 when the value passes 3999999.  ordinals are read too
*>   ("FOURTEENTH", "TWENTY-FIRST", "ONE HUNDREDTH") when the ordinal
*>   word ends the phrase; WORD-FORM comes back O for an ordinal and
*>   C for a cardinal.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
77  ANY-WORD  PICTURE X.
77  LAST-AND  PICTURE X.
77  PARSE-BAD PICTURE X.
77  ORD-SEEN  PICTURE X.
01  WORK-TEXT PICTURE X(74).
01  WORD-BUF  PICTURE X(12).
01  ONES-DATA.
    02 FILLER PICTURE X(7) VALUE 'NINETY '.
01  TENS-TAB REDEFINES TENS-DATA.
    02 TENS-WORD PICTURE X(7) OCCURS 8 TIMES.
01  ORD-ONES-DATA.
    02 FILLER PICTURE X(11) VALUE 'FIRST      '.
    02 FILLER PICTURE X(11) VALUE 'SECOND     '.
    02 FILLER PICTURE X(11) VALUE 'THIRD      '.
    02 FILLER PICTURE X(11) VALUE 'FOURTH     '.
    02 FILLER PICTURE X(11) VALUE 'FIFTH      '.
    02 FILLER PICTURE X(11) VALUE 'SIXTH      '.
    02 FILLER PICTURE X(11) VALUE 'SEVENTH    '.
    02 FILLER PICTURE X(11) VALUE 'EIGHTH     '.
    02 FILLER PICTURE X(11) VALUE 'NINTH      '.
    02 FILLER PICTURE X(11) VALUE 'TENTH      '.
    02 FILLER PICTURE X(11) VALUE 'ELEVENTH   '.
    02 FILLER PICTURE X(11) VALUE 'TWELFTH    '.
    02 FILLER PICTURE X(11) VALUE 'THIRTEENTH '.
    02 FILLER PICTURE X(11) VALUE 'FOURTEENTH '.
    02 FILLER PICTURE X(11) VALUE 'FIFTEENTH  '.
    02 FILLER PICTURE X(11) VALUE 'SIXTEENTH  '.
    02 FILLER PICTURE X(11) VALUE 'SEVENTEENTH'.
    02 FILLER PICTURE X(11) VALUE 'EIGHTEENTH '.
    02 FILLER PICTURE X(11) VALUE 'NINETEENTH '.
01  ORD-ONES-TAB REDEFINES ORD-ONES-DATA.
    02 ORD-ONES-WORD PICTURE X(11) OCCURS 19 TIMES.
01  ORD-TENS-DATA.
    02 FILLER PICTURE X(10) VALUE 'TWENTIETH '.
    02 FILLER PICTURE X(10) VALUE 'THIRTIETH '.
    02 FILLER PICTURE X(10) VALUE 'FORTIETH  '.
    02 FILLER PICTURE X(10) VALUE 'FIFTIETH  '.
    02 FILLER PICTURE X(10) VALUE 'SIXTIETH  '.
    02 FILLER PICTURE X(10) VALUE 'SEVENTIETH'.
    02 FILLER PICTURE X(10) VALUE 'EIGHTIETH '.
    02 FILLER PICTURE X(10) VALUE 'NINETIETH '.
01  ORD-TENS-TAB REDEFINES ORD-TENS-DATA.
    02 ORD-TENS-WORD PICTURE X(10) OCCURS 8 TIMES.

LINKAGE SECTION.
01  WORDS-IN PICTURE X(74).
77  VAL PICTURE S9(8).
77  RET PICTURE S9 COMP-3.
77  WORD-FORM PICTURE X.

PROCEDURE DIVISION USING WORDS-IN, VAL, RET, WORD-FORM.
    MOVE ZERO TO VAL.
    MOVE 'C' TO WORD-FORM.
    MOVE 'N' TO ORD-SEEN.
    MOVE ZERO TO TOTAL-VAL.
    MOVE ZERO TO CUR-VAL.
    MOVE 'N' TO ANY-WORD.
    END-IF.
    MOVE TOTAL-VAL TO VAL.
    MOVE 1 TO RET.
    IF ORD-SEEN = 'Y'
        MOVE 'O' TO WORD-FORM
    END-IF.
WRDNUM-EXIT.
    GOBACK.

TAKE-CHAR-EXIT.
    EXIT.
JUDGE-WORD.
    IF ORD-SEEN = 'Y'
        MOVE 'Y' TO PARSE-BAD
        GO TO JUDGE-WORD-EXIT
    END-IF.
    PERFORM ORDINAL-WORD THRU ORDINAL-WORD-EXIT.
    MOVE 'N' TO LAST-AND.
    IF WORD-BUF = 'AND'
        MOVE 'Y' TO LAST-AND
    END-IF.
JUDGE-WORD-EXIT.
    EXIT.
*>   an ordinal word is read as its cardinal and marks the phrase
*>   finished - nothing may follow it
ORDINAL-WORD.
    IF WORD-BUF = 'ZEROTH' OR WORD-BUF = 'HUNDREDTH'
        OR WORD-BUF = 'THOUSANDTH' OR WORD-BUF = 'MILLIONTH'
        MOVE SPACES TO WORD-BUF(WORD-LEN - 1:2)
        MOVE 'Y' TO ORD-SEEN
        GO TO ORDINAL-WORD-EXIT
    END-IF.
    PERFORM FIND-ORD-ONES THRU FIND-ORD-ONES-EXIT
        VARYING T FROM 1 BY 1 UNTIL T IS GREATER THAN 19
            OR ORD-SEEN = 'Y'.
    IF ORD-SEEN = 'Y'
        GO TO ORDINAL-WORD-EXIT
    END-IF.
    PERFORM FIND-ORD-TENS THRU FIND-ORD-TENS-EXIT
        VARYING T FROM 1 BY 1 UNTIL T IS GREATER THAN 8
            OR ORD-SEEN = 'Y'.
ORDINAL-WORD-EXIT.
    EXIT.
FIND-ORD-ONES.
    IF WORD-BUF = ORD-ONES-WORD(T)
        MOVE ONES-WORD(T) TO WORD-BUF
        MOVE 'Y' TO ORD-SEEN
    END-IF.
FIND-ORD-ONES-EXIT.
    EXIT.
FIND-ORD-TENS.
    IF WORD-BUF = ORD-TENS-WORD(T)
        MOVE TENS-WORD(T) TO WORD-BUF
        MOVE 'Y' TO ORD-SEEN
    END-IF.
FIND-ORD-TENS-EXIT.
    EXIT.
FIND-ONES.
    IF WORD-BUF = ONES-WORD(T)
        ADD T TO CUR-VAL
