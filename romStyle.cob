IDENTIFICATION DIVISION.
PROGRAM-ID. ROMSTYLE.
*>   department output style lookup - the ROMSTYL profile file is
*>   read into a table on the first call, and each call returns the
*>   style profiled for one department source code.  a code with no
*>   profile, or no profile file at all, leaves the caller's default
*>   style in place.
*>     SY-SOURCE  X(3)  department source code (HDR-SOURCE)
*>     SY-STYLE   X     in: the default style for the run
*>                      out: the department's profiled style, if any
*>   ROMSTYL records: source code in columns 1-3, style letter in
*>   column 5 (S standard, C clock face, M medieval, A apostrophus),
*>   anything after that is comment.  blank lines, lines starting
*>   with an asterisk and unknown style letters are ignored.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STYLE-FILE ASSIGN TO "ROMSTYL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STY-STATUS.

DATA DIVISION.
FILE SECTION.
FD STYLE-FILE.
    01 STY-RECORD PICTURE X(80).

WORKING-STORAGE SECTION.
77  STY-STATUS PICTURE X(02).
77  STY-LOADED PICTURE X VALUE 'N'.
77  STY-EOF    PICTURE X VALUE 'N'.
77  STY-USED   PICTURE S9(4) VALUE ZERO.
77  STY-K      PICTURE S9(4) VALUE ZERO.
77  STY-FOUND  PICTURE X VALUE 'N'.
01  STY-LINE.
    02 STL-SOURCE PICTURE X(3).
    02 FILLER     PICTURE X.
    02 STL-STYLE  PICTURE X.
       88 STL-STYLE-VALID VALUE 'S' 'C' 'M' 'A'.
    02 FILLER     PICTURE X(75).
01  STY-TAB.
    02 STY-ENTRY OCCURS 200 TIMES.
       03 STY-SOURCE PICTURE X(3).
       03 STY-STYLE  PICTURE X.

LINKAGE SECTION.
01  SY-SOURCE PICTURE X(3).
01  SY-STYLE  PICTURE X.

PROCEDURE DIVISION USING SY-SOURCE, SY-STYLE.
    IF STY-LOADED = 'N'
        PERFORM LOAD-STYLES THRU LOAD-STYLES-EXIT
        MOVE 'Y' TO STY-LOADED
    END-IF.
    MOVE 'N' TO STY-FOUND.
    PERFORM FIND-STYLE-STEP THRU FIND-STYLE-STEP-EXIT
        VARYING STY-K FROM 1 BY 1 UNTIL STY-K IS GREATER THAN STY-USED
            OR STY-FOUND = 'Y'.
    GOBACK.

FIND-STYLE-STEP.
    IF STY-SOURCE(STY-K) = SY-SOURCE
        MOVE STY-STYLE(STY-K) TO SY-STYLE
        MOVE 'Y' TO STY-FOUND
    END-IF.
FIND-STYLE-STEP-EXIT.
    EXIT.
LOAD-STYLES.
    MOVE ZERO TO STY-USED.
    MOVE 'N' TO STY-EOF.
    OPEN INPUT STYLE-FILE.
    IF STY-STATUS NOT = "00"
        GO TO LOAD-STYLES-EXIT
    END-IF.
    PERFORM READ-STYLE-REC THRU READ-STYLE-REC-EXIT
        UNTIL STY-EOF = 'Y'.
    CLOSE STYLE-FILE.
LOAD-STYLES-EXIT.
    EXIT.
READ-STYLE-REC.
    READ STYLE-FILE INTO STY-LINE
        AT END MOVE 'Y' TO STY-EOF
    END-READ.
    IF STY-EOF = 'Y'
        GO TO READ-STYLE-REC-EXIT
    END-IF.
    IF STY-LINE = SPACES OR STY-LINE(1:1) = '*'
        GO TO READ-STYLE-REC-EXIT
    END-IF.
    INSPECT STL-STYLE CONVERTING 'scma' TO 'SCMA'.
    IF NOT STL-STYLE-VALID OR STL-SOURCE = SPACES
        GO TO READ-STYLE-REC-EXIT
    END-IF.
    IF STY-USED IS LESS THAN 200
        ADD 1 TO STY-USED
        MOVE STL-SOURCE TO STY-SOURCE(STY-USED)
        MOVE STL-STYLE TO STY-STYLE(STY-USED)
    END-IF.
READ-STYLE-REC-EXIT.
    EXIT.
