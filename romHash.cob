IDENTIFICATION DIVISION.
PROGRAM-ID. ROMHASH.
*>   audit trail chain value - folds the 117 content bytes of one
*>   ROMLOG line into the check value carried by the line before it
*>   and returns the check value for this line.  every byte, and
*>   where it sits in the line, moves the result, so altering,
*>   inserting or dropping any line breaks every link after it.
*>   ROMANMENU calls this as each audit line is written; ROMLVRFY
*>   calls it again to prove the trail.
*>     HS-PREV    9(10)   check value of the previous line, zero for
*>                        the first line of a new chain
*>     HS-TEXT    X(117)  the line as written, check field excluded
*>     HS-RESULT  9(10)   check value for this line
ENVIRONMENT DIVISION.

DATA DIVISION.
WORKING-STORAGE SECTION.
77  HS-I       PICTURE S9(4) COMP.
77  HS-WORK    PICTURE S9(13) COMP-3.
77  HS-QUOT    PICTURE S9(13) COMP-3.
77  HS-ACC     PICTURE S9(11) COMP-3.
*>   9999999967 is the largest prime below ten to the tenth, so the
*>   running value always fits the 10-digit check field
77  HS-MODULUS PICTURE S9(11) COMP-3 VALUE 9999999967.
*>   one text byte dropped into the low half of a halfword gives its
*>   character code as a number
01  CODE-WORK.
    02 CODE-HI PICTURE X VALUE LOW-VALUE.
    02 CODE-LO PICTURE X.
01  CODE-NUM REDEFINES CODE-WORK PICTURE 9(4) COMP.

LINKAGE SECTION.
01  HS-PREV    PICTURE 9(10).
01  HS-TEXT.
    02 HS-CHAR PICTURE X OCCURS 117 TIMES.
01  HS-RESULT  PICTURE 9(10).

PROCEDURE DIVISION USING HS-PREV, HS-TEXT, HS-RESULT.
    MOVE HS-PREV TO HS-ACC.
    PERFORM FOLD-ONE THRU FOLD-ONE-EXIT
        VARYING HS-I FROM 1 BY 1 UNTIL HS-I IS GREATER THAN 117.
    MOVE HS-ACC TO HS-RESULT.
    GOBACK.

FOLD-ONE.
    MOVE LOW-VALUE TO CODE-HI.
    MOVE HS-CHAR(HS-I) TO CODE-LO.
    COMPUTE HS-WORK = HS-ACC * 31 + CODE-NUM * 7 + HS-I.
    DIVIDE HS-WORK BY HS-MODULUS GIVING HS-QUOT REMAINDER HS-ACC.
FOLD-ONE-EXIT.
    EXIT.
