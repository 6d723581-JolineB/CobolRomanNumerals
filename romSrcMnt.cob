IDENTIFICATION DIVISION.
PROGRAM-ID. ROMSMNT.
*>   source department registry maintenance - applies the ROMSCTL
*>   add/change/deactivate commands to the ROMSRC master that mode 2
*>   checks every HDR-SOURCE against, and lists the master on request.
*>   a command the master cannot take (duplicate add, unknown code,
*>   missing name) is refused on the report and sets RETURN-CODE 4.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMMAND-FILE ASSIGN TO "ROMSCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CMD-STATUS.
    SELECT SOURCE-FILE ASSIGN TO "ROMSRC"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS SRC-CODE
        FILE STATUS IS SRC-STATUS.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMSRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD COMMAND-FILE.
    01 CMD-RECORD    PICTURE X(80).
*>   ROMSRC: one record per department code - name and contact, the
*>   active flag, the run modes the department may submit in (any
*>   of the mode digits, e.g. 2 or 25), and Y when its HDR dates
*>   must pass the ROMCAL business calendar
FD SOURCE-FILE.
    01 SRC-RECORD.
       02 SRC-CODE    PICTURE X(3).
       02 SRC-NAME    PICTURE X(24).
       02 SRC-CONTACT PICTURE X(24).
       02 SRC-ACTIVE  PICTURE X.
       02 SRC-MODES   PICTURE X(6).
       02 SRC-CALCHK  PICTURE X.
       02 SRC-ADDED   PICTURE 9(8).
       02 SRC-CHANGED PICTURE 9(8).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

WORKING-STORAGE SECTION.
77  CMD-STATUS  PICTURE X(02).
77  SRC-STATUS  PICTURE X(02).
77  BROWSE-EOF  PICTURE X VALUE 'N'.
77  SRC-FOUND   PICTURE X VALUE 'N'.
77  RUN-DATE    PICTURE 9(8) VALUE ZERO.
77  CNT-ADDED   PICTURE S9(5) VALUE ZERO.
77  CNT-CHANGED PICTURE S9(5) VALUE ZERO.
77  CNT-DEACT   PICTURE S9(5) VALUE ZERO.
77  CNT-REFUSED PICTURE S9(5) VALUE ZERO.
77  CNT-LISTED  PICTURE S9(5) VALUE ZERO.
*>   ROMSCTL command layout - verb, department code, then the fields
*>   an ADD supplies; on a CHANGE only the non-blank fields replace
*>   what is on the master.  REACT puts a deactivated code back.
01  CMD-LINE.
    02 CMD-VERB    PICTURE X(6).
    02 CMD-CODE    PICTURE X(3).
    02 FILLER      PICTURE X.
    02 CMD-NAME    PICTURE X(24).
    02 FILLER      PICTURE X.
    02 CMD-CONTACT PICTURE X(24).
    02 FILLER      PICTURE X.
    02 CMD-MODES   PICTURE X(6).
    02 FILLER      PICTURE X.
    02 CMD-CALCHK  PICTURE X.
    02 FILLER      PICTURE X(12).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(33) VALUE 'SOURCE DEPARTMENT REGISTRY UPDATE'.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  CMD-ECHO-LINE.
    02 FILLER PICTURE X(10) VALUE ' COMMAND: '.
    02 OUT-VERB PICTURE X(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-CODE PICTURE X(3).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NOTE PICTURE X(40).
01  LIST-HEAD-LINE.
    02 FILLER PICTURE X(30) VALUE ' SRC NAME                     '.
    02 FILLER PICTURE X(41) VALUE
       'CONTACT                  A MODES  C ADDED'.
01  LIST-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-CODE PICTURE X(3).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-NAME PICTURE X(24).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-CONTACT PICTURE X(24).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-ACTIVE PICTURE X.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-MODES PICTURE X(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-CALCHK PICTURE X.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-ADDED PICTURE 9(8).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  TRAILER-2.
    02 FILLER PICTURE X(8) VALUE ' ADDED: '.
    02 OUT-ADDED PICTURE Z(4)9.
    02 FILLER PICTURE X(11) VALUE '  CHANGED: '.
    02 OUT-CHANGED PICTURE Z(4)9.
    02 FILLER PICTURE X(15) VALUE '  DEACTIVATED: '.
    02 OUT-DEACT PICTURE Z(4)9.
    02 FILLER PICTURE X(11) VALUE '  REFUSED: '.
    02 OUT-REFUSED PICTURE Z(4)9.
01  NO-CMD-MESS.
    02 FILLER PICTURE X(40) VALUE
       ' MISSING OR EMPTY ROMSCTL COMMAND FILE'.
01  NO-SRC-MESS.
    02 FILLER PICTURE X(42) VALUE
       ' SOURCE REGISTRY MASTER ROMSRC NOT USABLE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    OPEN INPUT COMMAND-FILE.
    IF CMD-STATUS NOT = "00"
        GO TO NO-COMMAND-FILE
    END-IF.
    OPEN I-O SOURCE-FILE.
    IF SRC-STATUS = "35"
        OPEN OUTPUT SOURCE-FILE
        IF SRC-STATUS = "00"
            CLOSE SOURCE-FILE
            OPEN I-O SOURCE-FILE
        END-IF
    END-IF.
    IF SRC-STATUS NOT = "00"
        GO TO NO-SOURCE-FILE
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
ML1. READ COMMAND-FILE INTO CMD-LINE AT END GO TO ML-END END-READ.
    PERFORM DO-COMMAND THRU DO-COMMAND-EXIT.
    GO TO ML1.
ML-END.
    CLOSE COMMAND-FILE, SOURCE-FILE.
    MOVE CNT-ADDED TO OUT-ADDED.
    MOVE CNT-CHANGED TO OUT-CHANGED.
    MOVE CNT-DEACT TO OUT-DEACT.
    MOVE CNT-REFUSED TO OUT-REFUSED.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-REFUSED IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'REFUSED' TO ALR-CODE
        MOVE 'SOURCE MAINTENANCE COMMANDS REFUSED' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.
NO-COMMAND-FILE.
    WRITE STDOUT-RECORD FROM NO-CMD-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOCTL' TO ALR-CODE.
    MOVE NO-CMD-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-SOURCE-FILE.
    WRITE STDOUT-RECORD FROM NO-SRC-MESS AFTER ADVANCING 1 LINE.
    CLOSE COMMAND-FILE, STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-SRC-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

DO-COMMAND.
    IF CMD-LINE = SPACES OR CMD-LINE(1:1) = '*'
        GO TO DO-COMMAND-EXIT
    END-IF.
    INSPECT CMD-VERB CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    INSPECT CMD-CODE CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    INSPECT CMD-CALCHK CONVERTING 'yn' TO 'YN'.
    MOVE CMD-VERB TO OUT-VERB.
    MOVE CMD-CODE TO OUT-CODE.
    MOVE SPACES TO OUT-NOTE.
    IF CMD-VERB = 'LIST  '
        WRITE STDOUT-RECORD FROM CMD-ECHO-LINE AFTER ADVANCING 2 LINES
        PERFORM DO-LIST THRU DO-LIST-EXIT
        GO TO DO-COMMAND-EXIT
    END-IF.
    IF CMD-CODE = SPACES
        MOVE 'REFUSED - NO DEPARTMENT CODE' TO OUT-NOTE
        GO TO DO-COMMAND-REFUSED
    END-IF.
    MOVE CMD-CODE TO SRC-CODE.
    MOVE 'Y' TO SRC-FOUND.
    READ SOURCE-FILE KEY IS SRC-CODE
        INVALID KEY MOVE 'N' TO SRC-FOUND
    END-READ.
    IF CMD-VERB = 'ADD   '
        PERFORM DO-ADD THRU DO-ADD-EXIT
        GO TO DO-COMMAND-ECHO
    END-IF.
    IF SRC-FOUND = 'N'
        IF CMD-VERB = 'CHANGE' OR CMD-VERB = 'DEACT '
            OR CMD-VERB = 'REACT '
            MOVE 'REFUSED - CODE NOT ON REGISTRY' TO OUT-NOTE
            GO TO DO-COMMAND-REFUSED
        END-IF
    END-IF.
    IF CMD-VERB = 'CHANGE'
        PERFORM DO-CHANGE THRU DO-CHANGE-EXIT
        GO TO DO-COMMAND-ECHO
    END-IF.
    IF CMD-VERB = 'DEACT '
        MOVE 'N' TO SRC-ACTIVE
        MOVE RUN-DATE TO SRC-CHANGED
        REWRITE SRC-RECORD
            INVALID KEY CONTINUE
        END-REWRITE
        ADD 1 TO CNT-DEACT
        MOVE 'DEACTIVATED' TO OUT-NOTE
        GO TO DO-COMMAND-ECHO
    END-IF.
    IF CMD-VERB = 'REACT '
        MOVE 'Y' TO SRC-ACTIVE
        MOVE RUN-DATE TO SRC-CHANGED
        REWRITE SRC-RECORD
            INVALID KEY CONTINUE
        END-REWRITE
        ADD 1 TO CNT-CHANGED
        MOVE 'REACTIVATED' TO OUT-NOTE
        GO TO DO-COMMAND-ECHO
    END-IF.
    MOVE 'REFUSED - UNKNOWN COMMAND' TO OUT-NOTE.
DO-COMMAND-REFUSED.
    ADD 1 TO CNT-REFUSED.
DO-COMMAND-ECHO.
    WRITE STDOUT-RECORD FROM CMD-ECHO-LINE AFTER ADVANCING 2 LINES.
    IF SRC-FOUND = 'Y' AND CMD-VERB NOT = 'LIST  '
        AND OUT-NOTE(1:7) NOT = 'REFUSED'
        PERFORM PRINT-SOURCE THRU PRINT-SOURCE-EXIT
    END-IF.
DO-COMMAND-EXIT.
    EXIT.
*>   a new department defaults to mode 2 only and no calendar check
*>   when those fields are left blank on the command
DO-ADD.
    IF SRC-FOUND = 'Y'
        MOVE 'REFUSED - CODE ALREADY ON REGISTRY' TO OUT-NOTE
        ADD 1 TO CNT-REFUSED
        GO TO DO-ADD-EXIT
    END-IF.
    IF CMD-NAME = SPACES
        MOVE 'REFUSED - NO DEPARTMENT NAME' TO OUT-NOTE
        ADD 1 TO CNT-REFUSED
        GO TO DO-ADD-EXIT
    END-IF.
    MOVE CMD-CODE TO SRC-CODE.
    MOVE CMD-NAME TO SRC-NAME.
    MOVE CMD-CONTACT TO SRC-CONTACT.
    MOVE 'Y' TO SRC-ACTIVE.
    MOVE CMD-MODES TO SRC-MODES.
    IF SRC-MODES = SPACES
        MOVE '2' TO SRC-MODES
    END-IF.
    MOVE 'N' TO SRC-CALCHK.
    IF CMD-CALCHK = 'Y'
        MOVE 'Y' TO SRC-CALCHK
    END-IF.
    MOVE RUN-DATE TO SRC-ADDED.
    MOVE RUN-DATE TO SRC-CHANGED.
    WRITE SRC-RECORD
        INVALID KEY
            MOVE 'REFUSED - MASTER WRITE FAILED' TO OUT-NOTE
            ADD 1 TO CNT-REFUSED
            GO TO DO-ADD-EXIT
    END-WRITE.
    MOVE 'Y' TO SRC-FOUND.
    ADD 1 TO CNT-ADDED.
    MOVE 'ADDED' TO OUT-NOTE.
DO-ADD-EXIT.
    EXIT.
DO-CHANGE.
    IF CMD-NAME NOT = SPACES
        MOVE CMD-NAME TO SRC-NAME
    END-IF.
    IF CMD-CONTACT NOT = SPACES
        MOVE CMD-CONTACT TO SRC-CONTACT
    END-IF.
    IF CMD-MODES NOT = SPACES
        MOVE CMD-MODES TO SRC-MODES
    END-IF.
    IF CMD-CALCHK = 'Y' OR CMD-CALCHK = 'N'
        MOVE CMD-CALCHK TO SRC-CALCHK
    END-IF.
    MOVE RUN-DATE TO SRC-CHANGED.
    REWRITE SRC-RECORD
        INVALID KEY CONTINUE
    END-REWRITE.
    ADD 1 TO CNT-CHANGED.
    MOVE 'CHANGED' TO OUT-NOTE.
DO-CHANGE-EXIT.
    EXIT.
DO-LIST.
    WRITE STDOUT-RECORD FROM LIST-HEAD-LINE AFTER ADVANCING 1 LINE.
    MOVE 'N' TO BROWSE-EOF.
    MOVE LOW-VALUES TO SRC-CODE.
    START SOURCE-FILE KEY IS NOT LESS THAN SRC-CODE
        INVALID KEY MOVE 'Y' TO BROWSE-EOF
    END-START.
    PERFORM LIST-ONE THRU LIST-ONE-EXIT
        UNTIL BROWSE-EOF = 'Y'.
DO-LIST-EXIT.
    EXIT.
LIST-ONE.
    READ SOURCE-FILE NEXT RECORD
        AT END MOVE 'Y' TO BROWSE-EOF
    END-READ.
    IF BROWSE-EOF = 'Y'
        GO TO LIST-ONE-EXIT
    END-IF.
    ADD 1 TO CNT-LISTED.
    PERFORM PRINT-SOURCE THRU PRINT-SOURCE-EXIT.
LIST-ONE-EXIT.
    EXIT.
PRINT-SOURCE.
    MOVE SRC-CODE TO OUT-LS-CODE.
    MOVE SRC-NAME TO OUT-LS-NAME.
    MOVE SRC-CONTACT TO OUT-LS-CONTACT.
    MOVE SRC-ACTIVE TO OUT-LS-ACTIVE.
    MOVE SRC-MODES TO OUT-LS-MODES.
    MOVE SRC-CALCHK TO OUT-LS-CALCHK.
    MOVE SRC-ADDED TO OUT-LS-ADDED.
    WRITE STDOUT-RECORD FROM LIST-LINE AFTER ADVANCING 1 LINE.
PRINT-SOURCE-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMSMNT' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
