IDENTIFICATION DIVISION.
PROGRAM-ID. RNTSEL.
*>   holds the date used to choose a Roman symbol table version from
*>   the ROMTLIB library.  the batch driver sets the date before each
*>   envelope is converted and RNTLOAD asks for it when it loads.
*>     SEL-FUNCTION  X     S set the selection date
*>                         G get the selection date
*>     SEL-DATE      9(8)  ccyymmdd, in on S, out on G (zero if none
*>                           set)
*>   while no date has been set RNTLOAD reads ROMTAB as it always
*>   has, so programs that never call RNTSEL are unaffected.
DATA DIVISION.
WORKING-STORAGE SECTION.
77  SELECTED-DATE PICTURE 9(8) VALUE ZERO.

LINKAGE SECTION.
01  SEL-FUNCTION PICTURE X.
01  SEL-DATE     PICTURE 9(8).

PROCEDURE DIVISION USING SEL-FUNCTION, SEL-DATE.
    IF SEL-FUNCTION = 'S'
        MOVE SEL-DATE TO SELECTED-DATE
        GO TO RNTSEL-EXIT
    END-IF.
    MOVE SELECTED-DATE TO SEL-DATE.
RNTSEL-EXIT.
    GOBACK.
