*>     * comment / blank lines ignored
*>   any validation failure falls back to the compiled-in table and
*>   reports the version as BUILTIN.
*>   when the batch driver has set a selection date through RNTSEL
*>   and the ROMTLIB library is present, the table is taken from the
*>   library instead.  ROMTLIB holds several certified versions, each
*>   one a block headed by
*>     VERSION vvvvvvvv ccyymmdd (effective-from date, cols 18-25)
*>   followed by entry lines in the ROMTAB layout.  the block with
*>   the latest effective-from date not after the selection date is
*>   loaded.  if no block is in force on that date ROMTAB is read.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TABLE-FILE ASSIGN TO "ROMTAB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TAB-STATUS.
    SELECT LIB-FILE ASSIGN TO "ROMTLIB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LIB-STATUS.

DATA DIVISION.
FILE SECTION.
FD TABLE-FILE.
    01 TAB-RECORD PICTURE X(80).
FD LIB-FILE.
    01 LIB-RECORD PICTURE X(80).

WORKING-STORAGE SECTION.
77  TAB-STATUS PICTURE X(02).
77  T          PICTURE S99.
77  PREV-VALUE PICTURE S9(5).
77  ENTRY-VALUE PICTURE 9(4).
*>   library selection
77  LIB-STATUS PICTURE X(02).
77  LIB-EOF    PICTURE X VALUE 'N'.
77  SEL-FUNC   PICTURE X VALUE 'G'.
77  SEL-DATE   PICTURE 9(8) VALUE ZERO.
77  LIB-BLOCK  PICTURE S9(4) VALUE ZERO.
77  LIB-PICK   PICTURE S9(4) VALUE ZERO.
77  PICK-DATE  PICTURE 9(8) VALUE ZERO.
77  IN-BLOCK   PICTURE X VALUE 'N'.
01  TAB-LINE PICTURE X(80).
01  TAB-SPLIT REDEFINES TAB-LINE.
    02 TL-VALUE  PICTURE X(4).
    02 FILLER    PICTURE X.
    02 TL-REPEAT PICTURE X.
    02 FILLER    PICTURE X(71).
01  LIB-SPLIT REDEFINES TAB-LINE.
    02 LV-TAG     PICTURE X(8).
    02 LV-VERSION PICTURE X(8).
    02 FILLER     PICTURE X.
    02 LV-DATE    PICTURE X(8).
    02 LV-DATE-N REDEFINES LV-DATE PICTURE 9(8).
    02 FILLER     PICTURE X(55).
COPY "RNTABLE.cpy".

LINKAGE SECTION.
    MOVE ZERO TO RNX-COUNT.
    MOVE 'NOVERS  ' TO RNX-VERSION.
    MOVE 10000 TO PREV-VALUE.
    MOVE 'G' TO SEL-FUNC.
    CALL "RNTSEL" USING SEL-FUNC, SEL-DATE.
    IF SEL-DATE IS GREATER THAN ZERO
        PERFORM PICK-FROM-LIBRARY THRU PICK-FROM-LIBRARY-EXIT
        IF LIB-PICK IS GREATER THAN ZERO
            GO TO LOAD-FROM-LIBRARY
        END-IF
    END-IF.
    OPEN INPUT TABLE-FILE.
    IF TAB-STATUS NOT = "00"
        GO TO USE-BUILTIN
        GO TO USE-BUILTIN
    END-IF.
    GO TO RNTLOAD-EXIT.
LOAD-FROM-LIBRARY.
    OPEN INPUT LIB-FILE.
    IF LIB-STATUS NOT = "00"
        GO TO USE-BUILTIN
    END-IF.
    MOVE 'N' TO LIB-EOF.
    MOVE 'N' TO IN-BLOCK.
    MOVE ZERO TO LIB-BLOCK.
    PERFORM LOAD-LIB-ONE THRU LOAD-LIB-ONE-EXIT
        UNTIL LIB-EOF = 'Y' OR LOAD-OK = 'N'.
    CLOSE LIB-FILE.
    IF LOAD-OK = 'N' OR RNX-COUNT = ZERO
        GO TO USE-BUILTIN
    END-IF.
    GO TO RNTLOAD-EXIT.
USE-BUILTIN.
    MOVE 'BUILTIN ' TO RNX-VERSION.
    MOVE 13 TO RNX-COUNT.
        MOVE TAB-LINE(9:8) TO RNX-VERSION
        GO TO LOAD-ONE-EXIT
    END-IF.
    PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT.
LOAD-ONE-EXIT.
    EXIT.
ADD-ENTRY.
    IF TL-VALUE IS NOT NUMERIC
        MOVE 'N' TO LOAD-OK
        GO TO ADD-ENTRY-EXIT
    END-IF.
    MOVE TL-VALUE TO ENTRY-VALUE.
    IF ENTRY-VALUE = ZERO
        OR (TL-REPEAT NOT = 'Y' AND TL-REPEAT NOT = 'N')
        OR RNX-COUNT = 20
        MOVE 'N' TO LOAD-OK
        GO TO ADD-ENTRY-EXIT
    END-IF.
    ADD 1 TO RNX-COUNT.
    MOVE ENTRY-VALUE TO RNX-VALUE(RNX-COUNT).
    MOVE TL-CHARS TO RNX-CHARS(RNX-COUNT).
    MOVE TL-REPEAT TO RNX-REPEAT(RNX-COUNT).
    MOVE ENTRY-VALUE TO PREV-VALUE.
ADD-ENTRY-EXIT.
    EXIT.
*>   first pass over the library - find the block whose effective
*>   date is the latest one not after the selection date.  a block
*>   without a valid date is never chosen.
PICK-FROM-LIBRARY.
    MOVE ZERO TO LIB-PICK.
    MOVE ZERO TO PICK-DATE.
    MOVE ZERO TO LIB-BLOCK.
    OPEN INPUT LIB-FILE.
    IF LIB-STATUS NOT = "00"
        GO TO PICK-FROM-LIBRARY-EXIT
    END-IF.
    MOVE 'N' TO LIB-EOF.
    PERFORM SCAN-LIB-ONE THRU SCAN-LIB-ONE-EXIT
        UNTIL LIB-EOF = 'Y'.
    CLOSE LIB-FILE.
PICK-FROM-LIBRARY-EXIT.
    EXIT.
SCAN-LIB-ONE.
    READ LIB-FILE INTO TAB-LINE
        AT END MOVE 'Y' TO LIB-EOF
    END-READ.
    IF LIB-EOF = 'Y'
        GO TO SCAN-LIB-ONE-EXIT
    END-IF.
    INSPECT TAB-LINE CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF LV-TAG NOT = 'VERSION '
        GO TO SCAN-LIB-ONE-EXIT
    END-IF.
    ADD 1 TO LIB-BLOCK.
    IF LV-DATE IS NOT NUMERIC
        GO TO SCAN-LIB-ONE-EXIT
    END-IF.
    IF LV-DATE-N IS GREATER THAN SEL-DATE
        GO TO SCAN-LIB-ONE-EXIT
    END-IF.
    IF LIB-PICK = ZERO OR LV-DATE-N IS GREATER THAN PICK-DATE
        MOVE LIB-BLOCK TO LIB-PICK
        MOVE LV-DATE-N TO PICK-DATE
    END-IF.
SCAN-LIB-ONE-EXIT.
    EXIT.
*>   second pass - load the entries of the chosen block only.
LOAD-LIB-ONE.
    READ LIB-FILE INTO TAB-LINE
        AT END MOVE 'Y' TO LIB-EOF
    END-READ.
    IF LIB-EOF = 'Y'
        GO TO LOAD-LIB-ONE-EXIT
    END-IF.
    IF TAB-LINE = SPACES OR TAB-LINE(1:1) = '*'
        GO TO LOAD-LIB-ONE-EXIT
    END-IF.
    INSPECT TAB-LINE CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF LV-TAG = 'VERSION '
        ADD 1 TO LIB-BLOCK
        MOVE 'N' TO IN-BLOCK
        IF LIB-BLOCK = LIB-PICK
            MOVE 'Y' TO IN-BLOCK
            MOVE LV-VERSION TO RNX-VERSION
        END-IF
        IF LIB-BLOCK IS GREATER THAN LIB-PICK
            MOVE 'Y' TO LIB-EOF
        END-IF
        GO TO LOAD-LIB-ONE-EXIT
    END-IF.
    IF IN-BLOCK = 'Y'
        PERFORM ADD-ENTRY THRU ADD-ENTRY-EXIT
    END-IF.
LOAD-LIB-ONE-EXIT.
    EXIT.
COPY-BUILTIN.
    MOVE RN-VALUE(T) TO RNX-VALUE(T).
