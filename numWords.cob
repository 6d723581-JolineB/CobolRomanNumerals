IDENTIFICATION DIVISION.
PROGRAM-ID. NUMWORDS.
*>   spells a value 0 - 3999999 out in English.  WORD-FORM O gives
*>   the ordinal ("FOURTEENTH", "TWENTY-FIRST", "ONE HUNDREDTH") by
*>   turning the last word round; anything else gives the cardinal.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
77  OUT-POS   PICTURE S9(3).
77  WORD-LEN  PICTURE S9(2).
77  K         PICTURE S9(2).
77  T         PICTURE S9(2).
77  TAIL-POS  PICTURE S9(3).
77  TAIL-LEN  PICTURE S9(2).
77  ORD-HIT   PICTURE X.
01  WORD-BUF  PICTURE X(17).
01  ONES-DATA.
    02 FILLER PICTURE X(9) VALUE 'ONE      '.
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
77  VAL PICTURE S9(8).
01  WORDS-OUT PICTURE X(74).
77  WORD-FORM PICTURE X.

PROCEDURE DIVISION USING WORDS-OUT, VAL, WORD-FORM.
    MOVE SPACES TO WORDS-OUT.
    MOVE 1 TO OUT-POS.
    IF VAL IS LESS THAN ZERO OR VAL IS GREATER THAN 3999999
    IF VAL = ZERO
        MOVE 'ZERO' TO WORD-BUF
        PERFORM APPEND-WORD THRU APPEND-WORD-EXIT
        GO TO NUMWORDS-ORDINAL
    END-IF.
    MOVE VAL TO WORK-VAL.
    IF WORK-VAL IS NOT LESS THAN 1000000
        MOVE WORK-VAL TO GRP
        PERFORM SAY-GROUP THRU SAY-GROUP-EXIT
    END-IF.
NUMWORDS-ORDINAL.
    IF WORD-FORM = 'O'
        PERFORM ORDINAL-LAST THRU ORDINAL-LAST-EXIT
    END-IF.
NUMWORDS-EXIT.
    GOBACK.

    END-IF.
SAY-GROUP-EXIT.
    EXIT.
*>   the last word (after the hyphen of TWENTY-ONE) becomes its
*>   ordinal - from the tables for one to ninety, by adding TH to
*>   ZERO, HUNDRED, THOUSAND and MILLION.  a word that would no
*>   longer fit the 74 columns is left as the cardinal
ORDINAL-LAST.
    IF OUT-POS IS NOT GREATER THAN 1
        GO TO ORDINAL-LAST-EXIT
    END-IF.
    MOVE OUT-POS TO TAIL-POS.
    PERFORM TAIL-STEP THRU TAIL-STEP-EXIT
        UNTIL TAIL-POS IS NOT GREATER THAN 1
            OR WORDS-OUT(TAIL-POS - 1:1) = SPACE
            OR WORDS-OUT(TAIL-POS - 1:1) = '-'.
    COMPUTE TAIL-LEN = OUT-POS - TAIL-POS.
    MOVE SPACES TO WORD-BUF.
    MOVE WORDS-OUT(TAIL-POS:TAIL-LEN) TO WORD-BUF.
    MOVE 'N' TO ORD-HIT.
    PERFORM ORD-ONES-STEP THRU ORD-ONES-STEP-EXIT
        VARYING T FROM 1 BY 1 UNTIL T IS GREATER THAN 19
            OR ORD-HIT = 'Y'.
    IF ORD-HIT = 'N'
        PERFORM ORD-TENS-STEP THRU ORD-TENS-STEP-EXIT
            VARYING T FROM 1 BY 1 UNTIL T IS GREATER THAN 8
                OR ORD-HIT = 'Y'
    END-IF.
    IF ORD-HIT = 'N'
        MOVE 'TH' TO WORD-BUF(TAIL-LEN + 1:2)
    END-IF.
    PERFORM FIND-WORD-LEN THRU FIND-WORD-LEN-EXIT.
    IF TAIL-POS + WORD-LEN - 1 IS GREATER THAN 74
        GO TO ORDINAL-LAST-EXIT
    END-IF.
    MOVE WORD-BUF(1:WORD-LEN) TO WORDS-OUT(TAIL-POS:WORD-LEN).
    COMPUTE OUT-POS = TAIL-POS + WORD-LEN.
ORDINAL-LAST-EXIT.
    EXIT.
TAIL-STEP.
    SUBTRACT 1 FROM TAIL-POS.
TAIL-STEP-EXIT.
    EXIT.
ORD-ONES-STEP.
    IF WORD-BUF = ONES-WORD(T)
        MOVE ORD-ONES-WORD(T) TO WORD-BUF
        MOVE 'Y' TO ORD-HIT
    END-IF.
ORD-ONES-STEP-EXIT.
    EXIT.
ORD-TENS-STEP.
    IF WORD-BUF = TENS-WORD(T)
        MOVE ORD-TENS-WORD(T) TO WORD-BUF
        MOVE 'Y' TO ORD-HIT
    END-IF.
ORD-TENS-STEP-EXIT.
    EXIT.
HYPHENATE.
    PERFORM FIND-WORD-LEN THRU FIND-WORD-LEN-EXIT.
    MOVE '-' TO WORD-BUF(WORD-LEN + 1:1).
