IDENTIFICATION DIVISION.
PROGRAM-ID. ROMXMNT.
*>   numeral cross-reference maintenance - ROMXCTL commands list,
*>   verify, report on and age the ROMXREF master and sweep it after
*>   a symbol-table change.  a change keyed against one entry (SET a
*>   value, PURGE an entry) is not applied here: it is staged on the
*>   ROMPEND pending-change file under the maker's operator id (an
*>   OPER command names it) and takes effect only when ROMAPPR is run
*>   by a different operator and approves it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        ACCESS IS DYNAMIC
        RECORD KEY IS XREF-KEY
        FILE STATUS IS XREF-STATUS.
    SELECT PENDING-FILE ASSIGN TO "ROMPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PND-STATUS.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMXRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

       02 XREF-KEY      PICTURE X(30).
       02 XREF-VALUE    PICTURE 9(9).
       02 XREF-HITS     PICTURE 9(7).
       02 XREF-LAST-HIT PICTURE 9(8).
       02 XREF-ADDED    PICTURE 9(8).
       02 XREF-VERSION  PICTURE X(8).
*>   ROMPEND: changes waiting for a second operator - number, file
*>   (X ROMXREF, R ROMRULES), action, entry key or rule text, new
*>   value, maker and date staged, then the state (P pending, A
*>   applied, R rejected, E expired, F could not be applied) and
*>   the checker, date and reason ROMAPPR records when it closes one
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
    01 STDOUT-RECORD PICTURE X(132).

WORKING-STORAGE SECTION.
77  CMD-STATUS  PICTURE X(02).
77  XREF-STATUS PICTURE X(02).
77  PND-STATUS  PICTURE X(02).
77  PND-EOF     PICTURE X VALUE 'N'.
77  LAST-PND-NO PICTURE 9(7) VALUE ZERO.
77  MAKER-ID    PICTURE X(8) VALUE SPACES.
77  NEW-VALUE   PICTURE 9(9) VALUE ZERO.
77  CNT-STAGED  PICTURE S9(7) VALUE ZERO.
77  CNT-REFUSED PICTURE S9(7) VALUE ZERO.
77  CMD-EOF     PICTURE X VALUE 'N'.
77  BROWSE-EOF  PICTURE X VALUE 'N'.
77  M           PICTURE S99.
77  EPOS        PICTURE 99.
77  ECHAR       PICTURE X.
77  FRAC-TW     PICTURE S9(2) VALUE ZERO.
77  STD-STYLE   PICTURE X VALUE 'S'.
77  K           PICTURE 99.
77  CNT-LISTED  PICTURE S9(7) VALUE ZERO.
77  CNT-GOOD    PICTURE S9(7) VALUE ZERO.
77  CNT-WRONG   PICTURE S9(7) VALUE ZERO.
77  CNT-PURGED  PICTURE S9(7) VALUE ZERO.
*>   revalidation - every entry is converted again under the symbol
*>   table now in force and restamped with its RNX-VERSION
77  CNT-REVAL   PICTURE S9(7) VALUE ZERO.
77  CNT-REFRESH PICTURE S9(7) VALUE ZERO.
77  CNT-CHANGED PICTURE S9(7) VALUE ZERO.
77  CNT-DROPPED PICTURE S9(7) VALUE ZERO.
77  OLD-VALUE   PICTURE 9(9) VALUE ZERO.
77  OLD-VERSION PICTURE X(8).
*>   usage reporting and aging - last-hit dates are turned into a
*>   serial day count so entries unused for AGE-LIMIT days can be
*>   found and purged
77  RUN-DATE    PICTURE 9(8) VALUE ZERO.
77  AGE-LIMIT   PICTURE S9(5) VALUE ZERO.
77  AGE-DATE    PICTURE 9(8) VALUE ZERO.
77  AGE-CCYY    PICTURE 9(4).
77  AGE-MM      PICTURE 9(2).
77  AGE-DD      PICTURE 9(2).
77  AGE-WORK    PICTURE 9(6).
77  AGE-YEARS   PICTURE 9(4).
77  AGE-Q4      PICTURE 9(4).
77  AGE-Q100    PICTURE 9(4).
77  AGE-Q400    PICTURE 9(4).
77  AGE-REM     PICTURE 9(4).
77  AGE-LEAP    PICTURE X VALUE 'N'.
77  AGE-DAYS    PICTURE S9(7) VALUE ZERO.
77  TODAY-DAYS  PICTURE S9(7) VALUE ZERO.
77  CUTOFF-DAYS PICTURE S9(7) VALUE ZERO.
77  ENT-HITS    PICTURE S9(7) VALUE ZERO.
77  ENT-LAST    PICTURE 9(8) VALUE ZERO.
77  ENT-ADDED   PICTURE 9(8) VALUE ZERO.
77  CNT-ENTRIES PICTURE S9(7) VALUE ZERO.
77  CNT-DEAD    PICTURE S9(7) VALUE ZERO.
77  CNT-STALE   PICTURE S9(7) VALUE ZERO.
77  TOT-HITS    PICTURE S9(9) VALUE ZERO.
COPY "RNTABLEX.cpy".
01  MONTH-CUM-DATA.
    02 FILLER PICTURE X(18) VALUE '000031059090120151'.
    02 FILLER PICTURE X(18) VALUE '181212243273304334'.
    02 CMD-VERB    PICTURE X(6).
    02 CMD-OPERAND PICTURE X(30).
    02 FILLER      PICTURE X(44).
*>   SET numeral value - the new value goes in columns 38-46
01  CMD-SET-VIEW REDEFINES CMD-LINE.
    02 FILLER        PICTURE X(37).
    02 CMD-SET-VALUE PICTURE X(9).
    02 FILLER        PICTURE X(34).
01  ARRAY-AREA.
    02 S PICTURE X(1) OCCURS 80 TIMES.
01  TITLE-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-HITS PICTURE Z(6)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-LAST PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-ADDED PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-NOTE PICTURE X(16).
01  USAGE-HEAD-LINE.
    02 FILLER PICTURE X(32) VALUE ' KEY                          '.
    02 FILLER PICTURE X(40) VALUE
       '    VALUE    HITS LASTHIT  ADDED    NOTE'.
01  USAGE-SUM-LINE.
    02 FILLER PICTURE X(10) VALUE ' ENTRIES: '.
    02 OUT-ENTRIES PICTURE Z(6)9.
    02 OUT-DEAD PICTURE Z(6)9.
    02 FILLER PICTURE X(9) VALUE '  STALE: '.
    02 OUT-STALE PICTURE Z(6)9.
01  REVAL-HEAD-LINE.
    02 FILLER PICTURE X(32) VALUE ' KEY                          '.
    02 FILLER PICTURE X(45) VALUE
       ' OLD VALUE NEW VALUE OLD VERS NOTE'.
01  REVAL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-RV-KEY PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-RV-OLD PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-RV-NEW PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-RV-VERS PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-RV-NOTE PICTURE X(16).
01  REVAL-SUM-LINE.
    02 FILLER PICTURE X(8) VALUE ' TABLE: '.
    02 OUT-RV-TABLE PICTURE X(8).
    02 FILLER PICTURE X(10) VALUE '  CHECKED:'.
    02 OUT-RV-CHECKED PICTURE Z(6)9.
    02 FILLER PICTURE X(12) VALUE '  REFRESHED:'.
    02 OUT-RV-REFRESH PICTURE Z(6)9.
    02 FILLER PICTURE X(10) VALUE '  CHANGED:'.
    02 OUT-RV-CHANGED PICTURE Z(6)9.
    02 FILLER PICTURE X(10) VALUE '  DROPPED:'.
    02 OUT-RV-DROPPED PICTURE Z(6)9.
01  CMD-ECHO-LINE.
    02 FILLER PICTURE X(10) VALUE ' COMMAND: '.
    02 OUT-VERB PICTURE X(6).
    02 OUT-WRONG PICTURE Z(6)9.
    02 FILLER PICTURE X(11) VALUE '  PURGED: '.
    02 OUT-PURGED PICTURE Z(6)9.
01  STAGE-COUNT-LINE.
    02 FILLER PICTURE X(25) VALUE ' STAGED FOR APPROVAL:    '.
    02 OUT-STAGED PICTURE Z(6)9.
    02 FILLER PICTURE X(12) VALUE '  REFUSED: '.
    02 OUT-REFUSED PICTURE Z(6)9.
01  PENDING-NOTE.
    02 FILLER PICTURE X(8) VALUE 'PENDING '.
    02 OUT-PND-NO PICTURE 9(7).
01  NO-CMD-MESS.
    02 FILLER PICTURE X(40) VALUE
       ' MISSING OR EMPTY ROMXCTL COMMAND FILE'.
01  NO-XREF-MESS.
    02 FILLER PICTURE X(42) VALUE
       ' CROSS-REFERENCE MASTER ROMXREF NOT USABLE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    IF XREF-STATUS NOT = "00"
        GO TO NO-XREF-FILE
    END-IF.
    CALL "RNTLOAD" USING RN-LOADED-TABLE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    PERFORM FIND-LAST-PENDING THRU FIND-LAST-PENDING-EXIT.
    MOVE RUN-DATE TO AGE-DATE.
    PERFORM DATE-TO-DAYS THRU DATE-TO-DAYS-EXIT.
    MOVE AGE-DAYS TO TODAY-DAYS.
    MOVE CNT-WRONG TO OUT-WRONG. MOVE CNT-PURGED TO OUT-PURGED.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE CNT-STAGED TO OUT-STAGED. MOVE CNT-REFUSED TO OUT-REFUSED.
    WRITE STDOUT-RECORD FROM STAGE-COUNT-LINE AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 0 TO RETURN-CODE.
    IF CNT-WRONG IS GREATER THAN ZERO
        OR CNT-CHANGED IS GREATER THAN ZERO
        OR CNT-DROPPED IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'XREFCHG' TO ALR-CODE
        MOVE 'XREF ENTRIES WRONG, CHANGED OR DROPPED' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF CNT-REFUSED IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'REFUSED' TO ALR-CODE
        MOVE 'XREF CHANGES REFUSED FOR STAGING' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
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
NO-XREF-FILE.
    WRITE STDOUT-RECORD FROM NO-XREF-MESS AFTER ADVANCING 1 LINE.
    CLOSE COMMAND-FILE, STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-XREF-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

        PERFORM DO-VERIFY THRU DO-VERIFY-EXIT
        GO TO DO-COMMAND-EXIT
    END-IF.
    IF CMD-VERB = 'OPER  '
        MOVE CMD-OPERAND(1:8) TO MAKER-ID
        GO TO DO-COMMAND-EXIT
    END-IF.
    IF CMD-VERB = 'PURGE '
        PERFORM DO-PURGE THRU DO-PURGE-EXIT
        GO TO DO-COMMAND-EXIT
    END-IF.
    IF CMD-VERB = 'SET   '
        PERFORM DO-SET THRU DO-SET-EXIT
        GO TO DO-COMMAND-EXIT
    END-IF.
    IF CMD-VERB = 'USAGE '
        PERFORM DO-USAGE THRU DO-USAGE-EXIT
        GO TO DO-COMMAND-EXIT
        PERFORM DO-AGE THRU DO-AGE-EXIT
        GO TO DO-COMMAND-EXIT
    END-IF.
    IF CMD-VERB = 'REVAL '
        PERFORM DO-REVAL THRU DO-REVAL-EXIT
        GO TO DO-COMMAND-EXIT
    END-IF.
    MOVE SPACES TO ENTRY-LINE.
    MOVE 'UNKNOWN COMMAND' TO OUT-NOTE.
    WRITE STDOUT-RECORD FROM ENTRY-LINE AFTER ADVANCING 1 LINE.
    MOVE ENT-HITS TO OUT-HITS.
    MOVE ENT-LAST TO OUT-LAST.
    MOVE ENT-ADDED TO OUT-ADDED.
    MOVE XREF-VERSION TO OUT-NOTE.
    WRITE STDOUT-RECORD FROM ENTRY-LINE AFTER ADVANCING 1 LINE.
LIST-ONE-EXIT.
    EXIT.
        VARYING K FROM 30 BY -1 UNTIL K IS LESS THAN 1
            OR M IS GREATER THAN ZERO.
    CALL "CONVS" USING ARRAY-AREA, M, RET, TEMP, EPOS, ECHAR,
        FRAC-TW, STD-STYLE.
    IF RET = 1 AND FRAC-TW = ZERO AND TEMP = XREF-VALUE
        ADD 1 TO CNT-GOOD
    ELSE
    END-IF.
VERIFY-ONE-EXIT.
    EXIT.
*>   REVAL - sweep the whole master after a symbol-table change.
*>   each entry is converted again: one that no longer converts is
*>   dropped, one whose value moves is corrected, and any entry not
*>   already stamped with the table in force is restamped.  dropped
*>   and changed entries are listed and set return code 4; entries
*>   merely restamped are counted as refreshed
DO-REVAL.
    MOVE ZERO TO CNT-REVAL. MOVE ZERO TO CNT-REFRESH.
    MOVE ZERO TO CNT-CHANGED. MOVE ZERO TO CNT-DROPPED.
    WRITE STDOUT-RECORD FROM REVAL-HEAD-LINE AFTER ADVANCING 1 LINE.
    PERFORM START-BROWSE THRU START-BROWSE-EXIT.
    PERFORM REVAL-ONE THRU REVAL-ONE-EXIT
        UNTIL BROWSE-EOF = 'Y'.
    MOVE RNX-VERSION TO OUT-RV-TABLE.
    MOVE CNT-REVAL TO OUT-RV-CHECKED.
    MOVE CNT-REFRESH TO OUT-RV-REFRESH.
    MOVE CNT-CHANGED TO OUT-RV-CHANGED.
    MOVE CNT-DROPPED TO OUT-RV-DROPPED.
    WRITE STDOUT-RECORD FROM REVAL-SUM-LINE AFTER ADVANCING 1 LINE.
DO-REVAL-EXIT.
    EXIT.
REVAL-ONE.
    READ XREF-FILE NEXT RECORD
        AT END MOVE 'Y' TO BROWSE-EOF
    END-READ.
    IF BROWSE-EOF = 'Y'
        GO TO REVAL-ONE-EXIT
    END-IF.
    ADD 1 TO CNT-REVAL.
    MOVE XREF-VALUE TO OLD-VALUE.
    MOVE XREF-VERSION TO OLD-VERSION.
    MOVE SPACES TO ARRAY-AREA.
    MOVE XREF-KEY TO ARRAY-AREA(1:30).
    MOVE ZERO TO M.
    PERFORM KEY-LEN-STEP THRU KEY-LEN-STEP-EXIT
        VARYING K FROM 30 BY -1 UNTIL K IS LESS THAN 1
            OR M IS GREATER THAN ZERO.
    CALL "CONVS" USING ARRAY-AREA, M, RET, TEMP, EPOS, ECHAR,
        FRAC-TW, STD-STYLE.
    MOVE SPACES TO REVAL-LINE.
    MOVE XREF-KEY TO OUT-RV-KEY.
    MOVE OLD-VALUE TO OUT-RV-OLD.
    MOVE OLD-VERSION TO OUT-RV-VERS.
    IF RET NOT = 1 OR FRAC-TW NOT = ZERO
        DELETE XREF-FILE END-DELETE
        ADD 1 TO CNT-DROPPED
        MOVE 'NO LONGER VALID' TO OUT-RV-NOTE
        WRITE STDOUT-RECORD FROM REVAL-LINE AFTER ADVANCING 1 LINE
        GO TO REVAL-ONE-EXIT
    END-IF.
    IF TEMP = OLD-VALUE AND OLD-VERSION = RNX-VERSION
        GO TO REVAL-ONE-EXIT
    END-IF.
    MOVE TEMP TO XREF-VALUE.
    MOVE RNX-VERSION TO XREF-VERSION.
    REWRITE XREF-RECORD END-REWRITE.
    ADD 1 TO CNT-REFRESH.
    IF TEMP NOT = OLD-VALUE
        ADD 1 TO CNT-CHANGED
        MOVE TEMP TO OUT-RV-NEW
        MOVE 'VALUE CHANGED' TO OUT-RV-NOTE
        WRITE STDOUT-RECORD FROM REVAL-LINE AFTER ADVANCING 1 LINE
    END-IF.
REVAL-ONE-EXIT.
    EXIT.
KEY-LEN-STEP.
    IF XREF-KEY(K:1) NOT = SPACE
        MOVE K TO M
    END-IF.
KEY-LEN-STEP-EXIT.
    EXIT.
*>   PURGE and SET only stage the change; ROMAPPR applies it once
*>   a second operator approves
DO-PURGE.
    MOVE SPACES TO ENTRY-LINE.
    MOVE CMD-OPERAND TO OUT-KEY.
    IF MAKER-ID = SPACES
        MOVE 'NO OPER ID' TO OUT-NOTE
        GO TO DO-PURGE-REFUSED
    END-IF.
    MOVE CMD-OPERAND TO XREF-KEY.
    READ XREF-FILE KEY IS XREF-KEY
        INVALID KEY
            MOVE 'NOT ON MASTER' TO OUT-NOTE
            GO TO DO-PURGE-REFUSED
    END-READ.
    MOVE XREF-VALUE TO OUT-VALUE.
    MOVE 'PURGE ' TO PND-ACTION.
    MOVE ZERO TO PND-VALUE.
    PERFORM STAGE-CHANGE THRU STAGE-CHANGE-EXIT.
    GO TO DO-PURGE-EXIT.
DO-PURGE-REFUSED.
    ADD 1 TO CNT-REFUSED.
    WRITE STDOUT-RECORD FROM ENTRY-LINE AFTER ADVANCING 1 LINE.
DO-PURGE-EXIT.
    EXIT.
*>   SET numeral value - adds the entry or replaces its value
DO-SET.
    MOVE SPACES TO ENTRY-LINE.
    MOVE CMD-OPERAND TO OUT-KEY.
    IF MAKER-ID = SPACES
        MOVE 'NO OPER ID' TO OUT-NOTE
        GO TO DO-SET-REFUSED
    END-IF.
    IF CMD-OPERAND = SPACES
        MOVE 'NO NUMERAL' TO OUT-NOTE
        GO TO DO-SET-REFUSED
    END-IF.
    MOVE ZERO TO NEW-VALUE.
    PERFORM VALUE-DIGIT-STEP THRU VALUE-DIGIT-STEP-EXIT
        VARYING K FROM 1 BY 1 UNTIL K IS GREATER THAN 9
            OR CMD-SET-VALUE(K:1) IS NOT NUMERIC.
    IF K = 1 OR NEW-VALUE = ZERO
        MOVE 'BAD VALUE' TO OUT-NOTE
        GO TO DO-SET-REFUSED
    END-IF.
    IF K IS NOT GREATER THAN 9
        IF CMD-SET-VALUE(K:) NOT = SPACES
            MOVE 'BAD VALUE' TO OUT-NOTE
            GO TO DO-SET-REFUSED
        END-IF
    END-IF.
    MOVE NEW-VALUE TO OUT-VALUE.
    MOVE 'SET   ' TO PND-ACTION.
    MOVE NEW-VALUE TO PND-VALUE.
    PERFORM STAGE-CHANGE THRU STAGE-CHANGE-EXIT.
    GO TO DO-SET-EXIT.
DO-SET-REFUSED.
    ADD 1 TO CNT-REFUSED.
    WRITE STDOUT-RECORD FROM ENTRY-LINE AFTER ADVANCING 1 LINE.
DO-SET-EXIT.
    EXIT.
VALUE-DIGIT-STEP.
    MOVE CMD-SET-VALUE(K:1) TO DIGIT-X.
    COMPUTE NEW-VALUE = NEW-VALUE * 10 + DIGIT-9.
VALUE-DIGIT-STEP-EXIT.
    EXIT.
*>   PND-ACTION and PND-VALUE are set by the caller
STAGE-CHANGE.
    ADD 1 TO LAST-PND-NO.
    MOVE LAST-PND-NO TO PND-NO.
    MOVE 'X' TO PND-FILE.
    MOVE CMD-OPERAND TO PND-KEY.
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
    WRITE STDOUT-RECORD FROM ENTRY-LINE AFTER ADVANCING 1 LINE.
STAGE-CHANGE-EXIT.
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
START-BROWSE.
    MOVE 'N' TO BROWSE-EOF.
    MOVE LOW-VALUES TO XREF-KEY.
    ADD 1 TO CNT-PURGED.
AGE-ONE-EXIT.
    EXIT.
*>   a master written before the usage fields or the table version
*>   went in has a shorter record and fails the open outright (file
*>   status 39) - it must be rebuilt before this program can read it,
*>   so every record seen here carries the full usage fields
GET-ENTRY-USAGE.
    MOVE XREF-HITS TO ENT-HITS.
    MOVE XREF-LAST-HIT TO ENT-LAST.
    COMPUTE AGE-LIMIT = AGE-LIMIT * 10 + DIGIT-9.
OPERAND-DIGIT-STEP-EXIT.
    EXIT.
*>   CCYYMMDD to a serial day count - days since 1 January of the
*>   year 1 on the Gregorian calendar, so counts run on across a
*>   year or century end
DATE-TO-DAYS.
    MOVE ZERO TO AGE-DAYS.
    IF AGE-DATE = ZERO
        GO TO DATE-TO-DAYS-EXIT
    END-IF.
    DIVIDE AGE-DATE BY 100 GIVING AGE-WORK REMAINDER AGE-DD.
    DIVIDE AGE-WORK BY 100 GIVING AGE-CCYY REMAINDER AGE-MM.
    IF AGE-MM IS LESS THAN 1 OR AGE-MM IS GREATER THAN 12
        MOVE 1 TO AGE-MM
    END-IF.
    IF AGE-CCYY = ZERO
        MOVE 1 TO AGE-CCYY
    END-IF.
    SUBTRACT 1 FROM AGE-CCYY GIVING AGE-YEARS.
    DIVIDE AGE-YEARS BY 4 GIVING AGE-Q4.
    DIVIDE AGE-YEARS BY 100 GIVING AGE-Q100.
    DIVIDE AGE-YEARS BY 400 GIVING AGE-Q400.
    COMPUTE AGE-DAYS = AGE-YEARS * 365 + AGE-Q4 - AGE-Q100
        + AGE-Q400 + MONTH-CUM(AGE-MM) + AGE-DD.
    MOVE 'N' TO AGE-LEAP.
    DIVIDE AGE-CCYY BY 4 GIVING AGE-WORK REMAINDER AGE-REM.
    IF AGE-REM = ZERO
        MOVE 'Y' TO AGE-LEAP
    END-IF.
    DIVIDE AGE-CCYY BY 100 GIVING AGE-WORK REMAINDER AGE-REM.
    IF AGE-REM = ZERO
        MOVE 'N' TO AGE-LEAP
    END-IF.
    DIVIDE AGE-CCYY BY 400 GIVING AGE-WORK REMAINDER AGE-REM.
    IF AGE-REM = ZERO
        MOVE 'Y' TO AGE-LEAP
    END-IF.
    IF AGE-LEAP = 'Y' AND AGE-MM IS GREATER THAN 2
        ADD 1 TO AGE-DAYS
    END-IF.
DATE-TO-DAYS-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMXMNT' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
