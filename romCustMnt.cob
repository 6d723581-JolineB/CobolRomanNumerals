IDENTIFICATION DIVISION.
PROGRAM-ID. ROMCMNT.
*>   exhibit custody register maintenance - applies the ROMCCTL
*>   commands to the ROMCUST custody master, which records for each
*>   exhibit label value the case it was issued to, the document it
*>   marks, where the exhibit stands and the date it reached each
*>   status.  a label can only be issued if its value lies inside a
*>   range ROMLABELS has entered on the ROMLREG register.  a command
*>   the master cannot take (value outside every issued range, label
*>   already issued, unknown label, a status change out of turn) is
*>   refused on the report and sets RETURN-CODE 4.  LIST prints the
*>   exhibits of one case, or of every case when no case is given.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMMAND-FILE ASSIGN TO "ROMCCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CMD-STATUS.
    SELECT CUSTODY-FILE ASSIGN TO "ROMCUST"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS CUS-LABEL
        FILE STATUS IS CUS-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "ROMLREG"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS REG-KEY
        FILE STATUS IS REG-STATUS.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMCRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD COMMAND-FILE.
    01 CMD-RECORD    PICTURE X(80).
*>   ROMCUST: one record per exhibit label value - the case and the
*>   document it was issued for, the current status (I issued, F
*>   affixed, A admitted, W withdrawn, V voided), the date it went
*>   into each status (zero if it never has), the start of the
*>   ROMLREG range it was issued from and the date last changed
FD CUSTODY-FILE.
    01 CUS-RECORD.
       02 CUS-LABEL     PICTURE 9(7).
       02 CUS-CASE      PICTURE X(12).
       02 CUS-DOC       PICTURE X(30).
       02 CUS-STATE     PICTURE X.
          88 CUS-ISSUED    VALUE 'I'.
          88 CUS-AFFIXED   VALUE 'F'.
          88 CUS-ADMITTED  VALUE 'A'.
          88 CUS-WITHDRAWN VALUE 'W'.
          88 CUS-VOIDED    VALUE 'V'.
       02 CUS-ISSUE-DATE PICTURE 9(8).
       02 CUS-AFFIX-DATE PICTURE 9(8).
       02 CUS-ADMIT-DATE PICTURE 9(8).
       02 CUS-WDRAW-DATE PICTURE 9(8).
       02 CUS-VOID-DATE  PICTURE 9(8).
       02 CUS-RANGE     PICTURE 9(7).
       02 CUS-CHANGED   PICTURE 9(8).
*>   ROMLREG: the issued-range register ROMLABELS maintains
FD REGISTER-FILE.
    01 REG-RECORD.
       02 REG-KEY    PICTURE 9(7).
       02 REG-END    PICTURE 9(7).
       02 REG-DATE   PICTURE 9(8).
       02 REG-LAYOUT PICTURE X.
       02 REG-PREFIX PICTURE X(12).
       02 REG-SUFFIX PICTURE X(12).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(132).

WORKING-STORAGE SECTION.
77  CMD-STATUS  PICTURE X(02).
77  CUS-STATUS  PICTURE X(02).
77  REG-STATUS  PICTURE X(02).
77  REG-AVAIL   PICTURE X VALUE 'N'.
77  REG-EOF     PICTURE X VALUE 'N'.
77  BROWSE-EOF  PICTURE X VALUE 'N'.
77  CUS-FOUND   PICTURE X VALUE 'N'.
77  RUN-DATE    PICTURE 9(8) VALUE ZERO.
77  CMD-DAY     PICTURE 9(8) VALUE ZERO.
77  CMD-VALUE   PICTURE 9(7) VALUE ZERO.
77  IN-RANGE    PICTURE 9(7) VALUE ZERO.
77  CNT-ISSUED  PICTURE S9(5) VALUE ZERO.
77  CNT-MOVED   PICTURE S9(5) VALUE ZERO.
77  CNT-CHANGED PICTURE S9(5) VALUE ZERO.
77  CNT-REFUSED PICTURE S9(5) VALUE ZERO.
77  CNT-LISTED  PICTURE S9(5) VALUE ZERO.
*>   ROMCCTL command layout - verb, label value, then case number and
*>   document description for an ISSUE (on a CHANGE only the
*>   non-blank fields replace what is on the master), and the date
*>   (CCYYMMDD) the event happened when it was not today.  AFFIX,
*>   ADMIT, WDRAW and VOID move the exhibit on; LIST takes a case in
*>   the case field, or lists every exhibit when the case is left
*>   blank.
01  CMD-LINE.
    02 CMD-VERB    PICTURE X(6).
    02 CMD-LABEL   PICTURE X(7).
    02 FILLER      PICTURE X.
    02 CMD-CASE    PICTURE X(12).
    02 FILLER      PICTURE X.
    02 CMD-DOC     PICTURE X(30).
    02 FILLER      PICTURE X.
    02 CMD-DATE    PICTURE X(8).
    02 FILLER      PICTURE X(14).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(32) VALUE 'EXHIBIT CUSTODY REGISTER UPDATE'.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  CMD-ECHO-LINE.
    02 FILLER PICTURE X(10) VALUE ' COMMAND: '.
    02 OUT-VERB PICTURE X(6).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LABEL PICTURE X(7).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NOTE PICTURE X(44).
01  LIST-HEAD-LINE.
    02 FILLER PICTURE X(30) VALUE '   LABEL CASE         DOCUMENT'.
    02 FILLER PICTURE X(23) VALUE SPACES.
    02 FILLER PICTURE X(25) VALUE 'S ISSUED   LAST EVENT'.
01  LIST-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-LABEL PICTURE Z(6)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-CASE PICTURE X(12).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-DOC PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-STATE PICTURE X.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-ISSUED PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-EVENT PICTURE X(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LS-EVDATE PICTURE 9(8).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  TRAILER-2.
    02 FILLER PICTURE X(9) VALUE ' ISSUED: '.
    02 OUT-ISSUED PICTURE Z(4)9.
    02 FILLER PICTURE X(10) VALUE '  STATUS: '.
    02 OUT-MOVED PICTURE Z(4)9.
    02 FILLER PICTURE X(11) VALUE '  CHANGED: '.
    02 OUT-CHANGED PICTURE Z(4)9.
    02 FILLER PICTURE X(11) VALUE '  REFUSED: '.
    02 OUT-REFUSED PICTURE Z(4)9.
01  NO-CMD-MESS.
    02 FILLER PICTURE X(38) VALUE
       ' MISSING OR EMPTY ROMCCTL COMMAND FILE'.
01  NO-CUS-MESS.
    02 FILLER PICTURE X(43) VALUE
       ' CUSTODY REGISTER MASTER ROMCUST NOT USABLE'.
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
    OPEN I-O CUSTODY-FILE.
    IF CUS-STATUS = "35"
        OPEN OUTPUT CUSTODY-FILE
        IF CUS-STATUS = "00"
            CLOSE CUSTODY-FILE
            OPEN I-O CUSTODY-FILE
        END-IF
    END-IF.
    IF CUS-STATUS NOT = "00"
        GO TO NO-CUSTODY-FILE
    END-IF.
*>   without the register no value can be shown to be issued, so
*>   every ISSUE is refused - the other commands still apply
    OPEN INPUT REGISTER-FILE.
    IF REG-STATUS = "00"
        MOVE 'Y' TO REG-AVAIL
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
ML1. READ COMMAND-FILE INTO CMD-LINE AT END GO TO ML-END END-READ.
    PERFORM DO-COMMAND THRU DO-COMMAND-EXIT.
    GO TO ML1.
ML-END.
    CLOSE COMMAND-FILE, CUSTODY-FILE.
    IF REG-AVAIL = 'Y'
        CLOSE REGISTER-FILE
    END-IF.
    MOVE CNT-ISSUED TO OUT-ISSUED.
    MOVE CNT-MOVED TO OUT-MOVED.
    MOVE CNT-CHANGED TO OUT-CHANGED.
    MOVE CNT-REFUSED TO OUT-REFUSED.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-REFUSED IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'REFUSED' TO ALR-CODE
        MOVE 'CUSTODY COMMANDS REFUSED' TO ALR-TEXT
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
NO-CUSTODY-FILE.
    WRITE STDOUT-RECORD FROM NO-CUS-MESS AFTER ADVANCING 1 LINE.
    CLOSE COMMAND-FILE, STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-CUS-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

DO-COMMAND.
    IF CMD-LINE = SPACES OR CMD-LINE(1:1) = '*'
        GO TO DO-COMMAND-EXIT
    END-IF.
    INSPECT CMD-VERB CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    INSPECT CMD-CASE CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    MOVE CMD-VERB TO OUT-VERB.
    MOVE CMD-LABEL TO OUT-LABEL.
    MOVE SPACES TO OUT-NOTE.
    MOVE 'N' TO CUS-FOUND.
    IF CMD-VERB = 'LIST  '
        WRITE STDOUT-RECORD FROM CMD-ECHO-LINE AFTER ADVANCING 2 LINES
        PERFORM DO-LIST THRU DO-LIST-EXIT
        GO TO DO-COMMAND-EXIT
    END-IF.
    IF CMD-LABEL IS NOT NUMERIC
        MOVE 'REFUSED - LABEL VALUE NOT NUMERIC' TO OUT-NOTE
        GO TO DO-COMMAND-REFUSED
    END-IF.
    MOVE CMD-LABEL TO CMD-VALUE.
    IF CMD-VALUE = ZERO
        MOVE 'REFUSED - LABEL VALUE NOT NUMERIC' TO OUT-NOTE
        GO TO DO-COMMAND-REFUSED
    END-IF.
    MOVE RUN-DATE TO CMD-DAY.
    IF CMD-DATE NOT = SPACES
        IF CMD-DATE IS NOT NUMERIC
            MOVE 'REFUSED - EVENT DATE NOT NUMERIC' TO OUT-NOTE
            GO TO DO-COMMAND-REFUSED
        END-IF
        MOVE CMD-DATE TO CMD-DAY
    END-IF.
    MOVE CMD-VALUE TO CUS-LABEL.
    MOVE 'Y' TO CUS-FOUND.
    READ CUSTODY-FILE KEY IS CUS-LABEL
        INVALID KEY MOVE 'N' TO CUS-FOUND
    END-READ.
    IF CMD-VERB = 'ISSUE '
        PERFORM DO-ISSUE THRU DO-ISSUE-EXIT
        GO TO DO-COMMAND-ECHO
    END-IF.
    IF CUS-FOUND = 'N'
        IF CMD-VERB = 'CHANGE' OR CMD-VERB = 'AFFIX '
            OR CMD-VERB = 'ADMIT ' OR CMD-VERB = 'WDRAW '
            OR CMD-VERB = 'VOID  '
            MOVE 'REFUSED - LABEL NOT ON CUSTODY REGISTER' TO OUT-NOTE
            GO TO DO-COMMAND-REFUSED
        END-IF
    END-IF.
    IF CMD-VERB = 'CHANGE'
        PERFORM DO-CHANGE THRU DO-CHANGE-EXIT
        GO TO DO-COMMAND-ECHO
    END-IF.
    IF CMD-VERB = 'AFFIX '
        IF NOT CUS-ISSUED
            MOVE 'REFUSED - ONLY AN ISSUED LABEL IS AFFIXED' TO OUT-NOTE
            GO TO DO-COMMAND-REFUSED
        END-IF
        MOVE 'F' TO CUS-STATE
        MOVE CMD-DAY TO CUS-AFFIX-DATE
        MOVE 'AFFIXED' TO OUT-NOTE
        GO TO DO-COMMAND-MOVE
    END-IF.
    IF CMD-VERB = 'ADMIT '
        IF NOT CUS-AFFIXED
            MOVE 'REFUSED - EXHIBIT NOT AFFIXED' TO OUT-NOTE
            GO TO DO-COMMAND-REFUSED
        END-IF
        MOVE 'A' TO CUS-STATE
        MOVE CMD-DAY TO CUS-ADMIT-DATE
        MOVE 'ADMITTED' TO OUT-NOTE
        GO TO DO-COMMAND-MOVE
    END-IF.
    IF CMD-VERB = 'WDRAW '
        IF CUS-WITHDRAWN OR CUS-VOIDED
            MOVE 'REFUSED - EXHIBIT ALREADY CLOSED' TO OUT-NOTE
            GO TO DO-COMMAND-REFUSED
        END-IF
        MOVE 'W' TO CUS-STATE
        MOVE CMD-DAY TO CUS-WDRAW-DATE
        MOVE 'WITHDRAWN' TO OUT-NOTE
        GO TO DO-COMMAND-MOVE
    END-IF.
*>   an admitted exhibit is on the court record - it has to be
*>   withdrawn, not voided
    IF CMD-VERB = 'VOID  '
        IF NOT CUS-ISSUED AND NOT CUS-AFFIXED
            MOVE 'REFUSED - ONLY ISSUED OR AFFIXED IS VOIDED'
                TO OUT-NOTE
            GO TO DO-COMMAND-REFUSED
        END-IF
        MOVE 'V' TO CUS-STATE
        MOVE CMD-DAY TO CUS-VOID-DATE
        MOVE 'VOIDED' TO OUT-NOTE
        GO TO DO-COMMAND-MOVE
    END-IF.
    MOVE 'REFUSED - UNKNOWN COMMAND' TO OUT-NOTE.
DO-COMMAND-REFUSED.
    ADD 1 TO CNT-REFUSED.
    GO TO DO-COMMAND-ECHO.
DO-COMMAND-MOVE.
    MOVE RUN-DATE TO CUS-CHANGED.
    REWRITE CUS-RECORD
        INVALID KEY CONTINUE
    END-REWRITE.
    ADD 1 TO CNT-MOVED.
DO-COMMAND-ECHO.
    WRITE STDOUT-RECORD FROM CMD-ECHO-LINE AFTER ADVANCING 2 LINES.
    IF CUS-FOUND = 'Y' AND OUT-NOTE(1:7) NOT = 'REFUSED'
        PERFORM PRINT-EXHIBIT THRU PRINT-EXHIBIT-EXIT
    END-IF.
DO-COMMAND-EXIT.
    EXIT.
DO-ISSUE.
    IF CUS-FOUND = 'Y'
        MOVE 'REFUSED - LABEL ALREADY ISSUED' TO OUT-NOTE
        ADD 1 TO CNT-REFUSED
        GO TO DO-ISSUE-EXIT
    END-IF.
    IF CMD-CASE = SPACES OR CMD-DOC = SPACES
        MOVE 'REFUSED - CASE AND DOCUMENT REQUIRED' TO OUT-NOTE
        ADD 1 TO CNT-REFUSED
        GO TO DO-ISSUE-EXIT
    END-IF.
    PERFORM FIND-RANGE THRU FIND-RANGE-EXIT.
    IF IN-RANGE = ZERO
        MOVE 'REFUSED - NOT IN AN ISSUED ROMLREG RANGE' TO OUT-NOTE
        ADD 1 TO CNT-REFUSED
        GO TO DO-ISSUE-EXIT
    END-IF.
    MOVE CMD-VALUE TO CUS-LABEL.
    MOVE CMD-CASE TO CUS-CASE.
    MOVE CMD-DOC TO CUS-DOC.
    MOVE 'I' TO CUS-STATE.
    MOVE CMD-DAY TO CUS-ISSUE-DATE.
    MOVE ZERO TO CUS-AFFIX-DATE.
    MOVE ZERO TO CUS-ADMIT-DATE.
    MOVE ZERO TO CUS-WDRAW-DATE.
    MOVE ZERO TO CUS-VOID-DATE.
    MOVE IN-RANGE TO CUS-RANGE.
    MOVE RUN-DATE TO CUS-CHANGED.
    WRITE CUS-RECORD
        INVALID KEY
            MOVE 'REFUSED - MASTER WRITE FAILED' TO OUT-NOTE
            ADD 1 TO CNT-REFUSED
            GO TO DO-ISSUE-EXIT
    END-WRITE.
    MOVE 'Y' TO CUS-FOUND.
    ADD 1 TO CNT-ISSUED.
    MOVE 'ISSUED' TO OUT-NOTE.
DO-ISSUE-EXIT.
    EXIT.
DO-CHANGE.
    IF CMD-CASE NOT = SPACES
        MOVE CMD-CASE TO CUS-CASE
    END-IF.
    IF CMD-DOC NOT = SPACES
        MOVE CMD-DOC TO CUS-DOC
    END-IF.
    MOVE RUN-DATE TO CUS-CHANGED.
    REWRITE CUS-RECORD
        INVALID KEY CONTINUE
    END-REWRITE.
    ADD 1 TO CNT-CHANGED.
    MOVE 'CHANGED' TO OUT-NOTE.
DO-CHANGE-EXIT.
    EXIT.
*>   ranges never overlap, so the only candidate is the last range
*>   starting at or below the value
FIND-RANGE.
    MOVE ZERO TO IN-RANGE.
    IF REG-AVAIL = 'N'
        GO TO FIND-RANGE-EXIT
    END-IF.
    MOVE 'N' TO REG-EOF.
    MOVE ZERO TO REG-KEY.
    START REGISTER-FILE KEY IS NOT LESS THAN REG-KEY
        INVALID KEY MOVE 'Y' TO REG-EOF
    END-START.
    PERFORM RANGE-STEP THRU RANGE-STEP-EXIT
        UNTIL REG-EOF = 'Y'.
FIND-RANGE-EXIT.
    EXIT.
RANGE-STEP.
    READ REGISTER-FILE NEXT RECORD
        AT END MOVE 'Y' TO REG-EOF
    END-READ.
    IF REG-EOF = 'Y'
        GO TO RANGE-STEP-EXIT
    END-IF.
    IF REG-KEY IS GREATER THAN CMD-VALUE
        MOVE 'Y' TO REG-EOF
        GO TO RANGE-STEP-EXIT
    END-IF.
    IF REG-END IS NOT LESS THAN CMD-VALUE
        MOVE REG-KEY TO IN-RANGE
        MOVE 'Y' TO REG-EOF
    END-IF.
RANGE-STEP-EXIT.
    EXIT.
DO-LIST.
    WRITE STDOUT-RECORD FROM LIST-HEAD-LINE AFTER ADVANCING 1 LINE.
    MOVE 'N' TO BROWSE-EOF.
    MOVE ZERO TO CUS-LABEL.
    START CUSTODY-FILE KEY IS NOT LESS THAN CUS-LABEL
        INVALID KEY MOVE 'Y' TO BROWSE-EOF
    END-START.
    PERFORM LIST-ONE THRU LIST-ONE-EXIT
        UNTIL BROWSE-EOF = 'Y'.
DO-LIST-EXIT.
    EXIT.
LIST-ONE.
    READ CUSTODY-FILE NEXT RECORD
        AT END MOVE 'Y' TO BROWSE-EOF
    END-READ.
    IF BROWSE-EOF = 'Y'
        GO TO LIST-ONE-EXIT
    END-IF.
    IF CMD-CASE NOT = SPACES AND CUS-CASE NOT = CMD-CASE
        GO TO LIST-ONE-EXIT
    END-IF.
    ADD 1 TO CNT-LISTED.
    PERFORM PRINT-EXHIBIT THRU PRINT-EXHIBIT-EXIT.
LIST-ONE-EXIT.
    EXIT.
PRINT-EXHIBIT.
    MOVE CUS-LABEL TO OUT-LS-LABEL.
    MOVE CUS-CASE TO OUT-LS-CASE.
    MOVE CUS-DOC TO OUT-LS-DOC.
    MOVE CUS-STATE TO OUT-LS-STATE.
    MOVE CUS-ISSUE-DATE TO OUT-LS-ISSUED.
    MOVE 'ISSUED' TO OUT-LS-EVENT.
    MOVE CUS-ISSUE-DATE TO OUT-LS-EVDATE.
    IF CUS-AFFIXED
        MOVE 'AFFIXED' TO OUT-LS-EVENT
        MOVE CUS-AFFIX-DATE TO OUT-LS-EVDATE
    END-IF.
    IF CUS-ADMITTED
        MOVE 'ADMITTED' TO OUT-LS-EVENT
        MOVE CUS-ADMIT-DATE TO OUT-LS-EVDATE
    END-IF.
    IF CUS-WITHDRAWN
        MOVE 'WITHDRAWN' TO OUT-LS-EVENT
        MOVE CUS-WDRAW-DATE TO OUT-LS-EVDATE
    END-IF.
    IF CUS-VOIDED
        MOVE 'VOIDED' TO OUT-LS-EVENT
        MOVE CUS-VOID-DATE TO OUT-LS-EVDATE
    END-IF.
    WRITE STDOUT-RECORD FROM LIST-LINE AFTER ADVANCING 1 LINE.
PRINT-EXHIBIT-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMCMNT' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
