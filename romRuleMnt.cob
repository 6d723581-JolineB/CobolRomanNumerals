IDENTIFICATION DIVISION.
PROGRAM-ID. ROMRMNT.
*>   reject repair rule maintenance - ROMRCTL commands stage changes
*>   to the ROMRULES rules ROMRFIX applies.  nothing is written to
*>   ROMRULES here: an ADD or DELETE goes on the ROMPEND pending-
*>   change file under the maker's operator id and takes effect only
*>   when ROMAPPR is run by a different operator and approves it.
*>   ROMRCTL records (column 1 * and blank lines ignored):
*>     OPER   id           operator id of the maker, columns 8-15
*>     ADD    rule         rule exactly as it is to appear in ROMRULES,
*>     DELETE rule         starting in column 8 (verb in 8-13, the
*>                         arguments from column 15)
*>     LIST                rules in force and changes still pending
*>   an ADD must be a rule ROMRFIX understands and not already in
*>   force; a DELETE must match a rule in force.  a refused command
*>   sets RETURN-CODE 4.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMMAND-FILE ASSIGN TO "ROMRCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CMD-STATUS.
    SELECT RULES-FILE ASSIGN TO "ROMRULES"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RUL-STATUS.
    SELECT PENDING-FILE ASSIGN TO "ROMPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PND-STATUS.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMRMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD COMMAND-FILE.
    01 CMD-RECORD    PICTURE X(80).
FD RULES-FILE.
    01 RUL-RECORD    PICTURE X(80).
*>   ROMPEND: the pending-change file ROMXMNT also stages to and
*>   ROMAPPR closes
FD PENDING-FILE.
    01 PND-RECORD.
       02 PND-NO      PICTURE 9(7).
       02 PND-FILE    PICTURE X.
       02 PND-ACTION  PICTURE X(6).
       02 PND-KEY     PICTURE X(30).
       02 PND-VALUE   PICTURE 9(9).
       02 PND-MAKER   PICTURE X(8).
       02 PND-MADE    PICTURE 9(8).
       02 PND-STATE   PICTURE X.
       02 PND-CHECKER PICTURE X(8).
       02 PND-CLOSED  PICTURE 9(8).
       02 PND-REASON  PICTURE X(20).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

WORKING-STORAGE SECTION.
77  CMD-STATUS  PICTURE X(02).
77  RUL-STATUS  PICTURE X(02).
77  PND-STATUS  PICTURE X(02).
77  RUL-EOF     PICTURE X VALUE 'N'.
77  PND-EOF     PICTURE X VALUE 'N'.
77  RULE-FOUND  PICTURE X VALUE 'N'.
77  RUN-DATE    PICTURE 9(8) VALUE ZERO.
77  MAKER-ID    PICTURE X(8) VALUE SPACES.
77  LAST-PND-NO PICTURE 9(7) VALUE ZERO.
77  RULE-MAX    PICTURE S9(4) COMP VALUE 200.
77  RULE-COUNT  PICTURE S9(4) COMP VALUE ZERO.
77  R           PICTURE S9(4) COMP VALUE ZERO.
77  CNT-STAGED  PICTURE S9(5) VALUE ZERO.
77  CNT-REFUSED PICTURE S9(5) VALUE ZERO.
77  CNT-LISTED  PICTURE S9(5) VALUE ZERO.
*>   the rules now in force, each with its verb upshifted the way
*>   ROMRFIX reads it, for comparison with a command's rule text
01  RULE-TAB.
    02 RULE-LINE PICTURE X(30) OCCURS 200 TIMES.
01  CMD-LINE.
    02 CMD-VERB    PICTURE X(6).
    02 FILLER      PICTURE X.
    02 CMD-RULE    PICTURE X(30).
    02 FILLER      PICTURE X(43).
*>   the rule text laid out as ROMRFIX lays out a ROMRULES record
01  RULE-WORK.
    02 RW-VERB PICTURE X(6).
    02 FILLER  PICTURE X.
    02 RW-ARG1 PICTURE X.
    02 FILLER  PICTURE X.
    02 RW-ARG2 PICTURE X.
    02 FILLER  PICTURE X(20).
01  RULE-SET-VIEW REDEFINES RULE-WORK.
    02 FILLER  PICTURE X(7).
    02 RW-SET  PICTURE X(10).
    02 FILLER  PICTURE X(13).
01  RULE-CYC-VIEW REDEFINES RULE-WORK.
    02 FILLER  PICTURE X(7).
    02 RW-CYC  PICTURE X(2).
    02 FILLER  PICTURE X(21).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(33) VALUE 'REJECT REPAIR RULE MAINTENANCE   '.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  CMD-ECHO-LINE.
    02 FILLER PICTURE X(10) VALUE ' COMMAND: '.
    02 OUT-VERB PICTURE X(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-RULE PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NOTE PICTURE X(30).
01  PENDING-NOTE.
    02 FILLER PICTURE X(8) VALUE 'PENDING '.
    02 OUT-PND-NO PICTURE 9(7).
01  RULES-HEAD-LINE.
    02 FILLER PICTURE X(17) VALUE ' RULES IN FORCE'.
01  RULE-LIST-LINE.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-LS-RULE PICTURE X(30).
01  PENDING-HEAD-LINE.
    02 FILLER PICTURE X(30) VALUE ' CHANGES AWAITING APPROVAL    '.
01  PENDING-LIST-LINE.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-LP-NO PICTURE 9(7).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LP-ACTION PICTURE X(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LP-RULE PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LP-MAKER PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LP-MADE PICTURE 9(8).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  TRAILER-2.
    02 FILLER PICTURE X(25) VALUE ' STAGED FOR APPROVAL:    '.
    02 OUT-STAGED PICTURE Z(4)9.
    02 FILLER PICTURE X(11) VALUE '  REFUSED: '.
    02 OUT-REFUSED PICTURE Z(4)9.
01  NO-CMD-MESS.
    02 FILLER PICTURE X(40) VALUE
       ' MISSING OR EMPTY ROMRCTL COMMAND FILE'.
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
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
*>   no ROMRULES yet simply means no rules are in force
    OPEN INPUT RULES-FILE.
    IF RUL-STATUS = "00"
        PERFORM LOAD-RULE THRU LOAD-RULE-EXIT
            UNTIL RUL-EOF = 'Y'
        CLOSE RULES-FILE
    END-IF.
    PERFORM FIND-LAST-PENDING THRU FIND-LAST-PENDING-EXIT.
ML1. READ COMMAND-FILE INTO CMD-LINE AT END GO TO ML-END END-READ.
    PERFORM DO-COMMAND THRU DO-COMMAND-EXIT.
    GO TO ML1.
ML-END.
    CLOSE COMMAND-FILE.
    MOVE CNT-STAGED TO OUT-STAGED.
    MOVE CNT-REFUSED TO OUT-REFUSED.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-REFUSED IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'REFUSED' TO ALR-CODE
        MOVE 'RULE CHANGES REFUSED FOR STAGING' TO ALR-TEXT
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

LOAD-RULE.
    READ RULES-FILE
        AT END MOVE 'Y' TO RUL-EOF
    END-READ.
    IF RUL-EOF = 'Y'
        GO TO LOAD-RULE-EXIT
    END-IF.
    IF RUL-RECORD = SPACES OR RUL-RECORD(1:1) = '*'
        GO TO LOAD-RULE-EXIT
    END-IF.
    IF RULE-COUNT = RULE-MAX
        GO TO LOAD-RULE-EXIT
    END-IF.
    ADD 1 TO RULE-COUNT.
    MOVE RUL-RECORD(1:30) TO RULE-LINE(RULE-COUNT).
    INSPECT RULE-LINE(RULE-COUNT)(1:6) CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
LOAD-RULE-EXIT.
    EXIT.

*>   only the command verb and the rule verb are upshifted - rule
*>   arguments are taken as keyed, as ROMRFIX takes them
DO-COMMAND.
    IF CMD-LINE = SPACES OR CMD-LINE(1:1) = '*'
        GO TO DO-COMMAND-EXIT
    END-IF.
    INSPECT CMD-VERB CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    MOVE CMD-RULE TO RULE-WORK.
    INSPECT RW-VERB CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    MOVE CMD-VERB TO OUT-VERB.
    MOVE RULE-WORK TO OUT-RULE.
    MOVE SPACES TO OUT-NOTE.
    IF CMD-VERB = 'LIST  '
        WRITE STDOUT-RECORD FROM CMD-ECHO-LINE AFTER ADVANCING 2 LINES
        PERFORM DO-LIST THRU DO-LIST-EXIT
        GO TO DO-COMMAND-EXIT
    END-IF.
    IF CMD-VERB = 'OPER  '
        MOVE CMD-RULE(1:8) TO MAKER-ID
        MOVE SPACES TO OUT-RULE
        MOVE CMD-RULE(1:8) TO OUT-RULE
        MOVE 'MAKER FOR FOLLOWING CHANGES' TO OUT-NOTE
        GO TO DO-COMMAND-ECHO
    END-IF.
    IF CMD-VERB NOT = 'ADD   ' AND CMD-VERB NOT = 'DELETE'
        MOVE 'REFUSED - UNKNOWN COMMAND' TO OUT-NOTE
        GO TO DO-COMMAND-REFUSED
    END-IF.
    IF MAKER-ID = SPACES
        MOVE 'REFUSED - NO OPER ID' TO OUT-NOTE
        GO TO DO-COMMAND-REFUSED
    END-IF.
    MOVE 'N' TO RULE-FOUND.
    PERFORM FIND-RULE-STEP THRU FIND-RULE-STEP-EXIT
        VARYING R FROM 1 BY 1
        UNTIL R IS GREATER THAN RULE-COUNT OR RULE-FOUND = 'Y'.
    IF CMD-VERB = 'DELETE'
        IF RULE-FOUND = 'N'
            MOVE 'REFUSED - RULE NOT IN FORCE' TO OUT-NOTE
            GO TO DO-COMMAND-REFUSED
        END-IF
        GO TO DO-COMMAND-STAGE
    END-IF.
    IF RULE-FOUND = 'Y'
        MOVE 'REFUSED - ALREADY IN FORCE' TO OUT-NOTE
        GO TO DO-COMMAND-REFUSED
    END-IF.
    PERFORM CHECK-RULE THRU CHECK-RULE-EXIT.
    IF OUT-NOTE NOT = SPACES
        GO TO DO-COMMAND-REFUSED
    END-IF.
DO-COMMAND-STAGE.
    PERFORM STAGE-CHANGE THRU STAGE-CHANGE-EXIT.
    GO TO DO-COMMAND-ECHO.
DO-COMMAND-REFUSED.
    ADD 1 TO CNT-REFUSED.
DO-COMMAND-ECHO.
    WRITE STDOUT-RECORD FROM CMD-ECHO-LINE AFTER ADVANCING 2 LINES.
DO-COMMAND-EXIT.
    EXIT.
FIND-RULE-STEP.
    IF RULE-LINE(R) = RULE-WORK
        MOVE 'Y' TO RULE-FOUND
    END-IF.
FIND-RULE-STEP-EXIT.
    EXIT.
*>   a new rule must be one ROMRFIX can use; OUT-NOTE comes back
*>   blank when it is
CHECK-RULE.
    IF RW-VERB = 'REP   '
        IF RW-ARG1 = SPACE OR RW-ARG2 = SPACE
            MOVE 'REFUSED - REP NEEDS TWO CHARS' TO OUT-NOTE
        END-IF
        GO TO CHECK-RULE-EXIT
    END-IF.
    IF RW-VERB = 'DROP  '
        IF RW-ARG1 = SPACE
            MOVE 'REFUSED - DROP NEEDS A CHAR' TO OUT-NOTE
        END-IF
        GO TO CHECK-RULE-EXIT
    END-IF.
    IF RW-VERB = 'TRIM  '
        IF RW-SET = SPACES
            MOVE 'REFUSED - TRIM NEEDS A SET' TO OUT-NOTE
        END-IF
        GO TO CHECK-RULE-EXIT
    END-IF.
    IF RW-VERB = 'MAXCYC'
        IF RW-CYC IS NOT NUMERIC
            MOVE 'REFUSED - MAXCYC NEEDS NN' TO OUT-NOTE
        END-IF
        GO TO CHECK-RULE-EXIT
    END-IF.
    MOVE 'REFUSED - NOT A REPAIR RULE' TO OUT-NOTE.
CHECK-RULE-EXIT.
    EXIT.
STAGE-CHANGE.
    ADD 1 TO LAST-PND-NO.
    MOVE LAST-PND-NO TO PND-NO.
    MOVE 'R' TO PND-FILE.
    MOVE CMD-VERB TO PND-ACTION.
    MOVE RULE-WORK TO PND-KEY.
    MOVE ZERO TO PND-VALUE.
    MOVE MAKER-ID TO PND-MAKER.
    MOVE RUN-DATE TO PND-MADE.
    MOVE 'P' TO PND-STATE.
    MOVE SPACES TO PND-CHECKER.
    MOVE ZERO TO PND-CLOSED.
    MOVE SPACES TO PND-REASON.
    OPEN EXTEND PENDING-FILE.
    IF PND-STATUS = "35"
        OPEN OUTPUT PENDING-FILE
    END-IF.
    WRITE PND-RECORD.
    CLOSE PENDING-FILE.
    ADD 1 TO CNT-STAGED.
    MOVE LAST-PND-NO TO OUT-PND-NO.
    MOVE PENDING-NOTE TO OUT-NOTE.
STAGE-CHANGE-EXIT.
    EXIT.

DO-LIST.
    WRITE STDOUT-RECORD FROM RULES-HEAD-LINE AFTER ADVANCING 1 LINE.
    PERFORM LIST-RULE-STEP THRU LIST-RULE-STEP-EXIT
        VARYING R FROM 1 BY 1 UNTIL R IS GREATER THAN RULE-COUNT.
    WRITE STDOUT-RECORD FROM PENDING-HEAD-LINE AFTER ADVANCING 1 LINE.
    OPEN INPUT PENDING-FILE.
    IF PND-STATUS NOT = "00"
        GO TO DO-LIST-EXIT
    END-IF.
    MOVE 'N' TO PND-EOF.
    PERFORM LIST-PENDING-STEP THRU LIST-PENDING-STEP-EXIT
        UNTIL PND-EOF = 'Y'.
    CLOSE PENDING-FILE.
DO-LIST-EXIT.
    EXIT.
LIST-RULE-STEP.
    MOVE RULE-LINE(R) TO OUT-LS-RULE.
    WRITE STDOUT-RECORD FROM RULE-LIST-LINE AFTER ADVANCING 1 LINE.
    ADD 1 TO CNT-LISTED.
LIST-RULE-STEP-EXIT.
    EXIT.
LIST-PENDING-STEP.
    READ PENDING-FILE
        AT END MOVE 'Y' TO PND-EOF
    END-READ.
    IF PND-EOF = 'Y'
        GO TO LIST-PENDING-STEP-EXIT
    END-IF.
    IF PND-FILE NOT = 'R' OR PND-STATE NOT = 'P'
        GO TO LIST-PENDING-STEP-EXIT
    END-IF.
    MOVE PND-NO TO OUT-LP-NO.
    MOVE PND-ACTION TO OUT-LP-ACTION.
    MOVE PND-KEY TO OUT-LP-RULE.
    MOVE PND-MAKER TO OUT-LP-MAKER.
    MOVE PND-MADE TO OUT-LP-MADE.
    WRITE STDOUT-RECORD FROM PENDING-LIST-LINE AFTER ADVANCING 1 LINE.
LIST-PENDING-STEP-EXIT.
    EXIT.

*>   pending changes are numbered on from the highest number on file
FIND-LAST-PENDING.
    MOVE ZERO TO LAST-PND-NO.
    OPEN INPUT PENDING-FILE.
    IF PND-STATUS NOT = "00"
        GO TO FIND-LAST-PENDING-EXIT
    END-IF.
    MOVE 'N' TO PND-EOF.
    PERFORM LAST-PENDING-STEP THRU LAST-PENDING-STEP-EXIT
        UNTIL PND-EOF = 'Y'.
    CLOSE PENDING-FILE.
FIND-LAST-PENDING-EXIT.
    EXIT.
LAST-PENDING-STEP.
    READ PENDING-FILE
        AT END MOVE 'Y' TO PND-EOF
    END-READ.
    IF PND-EOF = 'N' AND PND-NO IS NUMERIC
        IF PND-NO IS GREATER THAN LAST-PND-NO
            MOVE PND-NO TO LAST-PND-NO
        END-IF
    END-IF.
LAST-PENDING-STEP-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMRMNT' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
