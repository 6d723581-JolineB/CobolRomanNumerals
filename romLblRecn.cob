*>   control range, so any range DCONV can generate (up to 3999999)
*>   reconciles without an in-core tally table.  strays and invalid
*>   scans are reported while the scan file is released to the sort;
*>   gaps and duplicates fall out of the sorted walk.  each gap is
*>   followed by the case and document the ROMCUST custody register
*>   holds for that label, so a missing label can be traced to the
*>   exhibit it was issued for.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        ACCESS IS RANDOM
        RECORD KEY IS REG-KEY
        FILE STATUS IS REG-STATUS.
    SELECT CUSTODY-FILE ASSIGN TO "ROMCUST"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS CUS-LABEL
        FILE STATUS IS CUS-STATUS.
    SELECT EXCEPT-FILE ASSIGN TO "ROMLEXC"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMLRPT"
*>   ROMLCTL as ROMLABELS reads it; the trailing big-count field was
*>   appended so ranges past the old 9(5) count can be keyed without
*>   shifting the layout older decks still use - when numeric and
*>   nonzero it overrides CTL-COUNT.  the department code and style
*>   letter say what style the labels were printed in, so scans are
*>   read back in that style
FD CONTROL-FILE.
    01 CTL-RECORD.
       02 CTL-START  PICTURE 9(7).
       02 CTL-LOWER  PICTURE X.
       02 FILLER     PICTURE X.
       02 CTL-COUNT-7 PICTURE X(7).
       02 FILLER     PICTURE X.
       02 CTL-SOURCE PICTURE X(3).
       02 FILLER     PICTURE X.
       02 CTL-STYLE  PICTURE X.
FD SCAN-FILE.
    01 SCAN-RECORD PICTURE X(80).
SD SORT-WORK.
    01 REG-RECORD.
       02 REG-KEY    PICTURE 9(7).
       02 REG-END    PICTURE 9(7).
       02 REG-DATE   PICTURE 9(8).
       02 REG-LAYOUT PICTURE X.
       02 REG-PREFIX PICTURE X(12).
       02 REG-SUFFIX PICTURE X(12).
*>   ROMCUST: the custody master ROMCMNT maintains
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
*>   machine-readable exceptions - one GAP or DUP record per finding,
*>   read back by ROMLABELS as a replacement-printing list
FD EXCEPT-FILE.
77  SCAN-STATUS PICTURE X(02).
77  REG-STATUS  PICTURE X(02).
77  REG-FOUND   PICTURE X VALUE 'N'.
77  CUS-STATUS  PICTURE X(02).
77  CUS-AVAIL   PICTURE X VALUE 'N'.
77  CTL-OPEN    PICTURE X VALUE 'N'.
77  SCAN-EOF    PICTURE X VALUE 'N'.
77  SORT-EOF    PICTURE X VALUE 'N'.
77  EPOS     PICTURE 99.
77  ECHAR    PICTURE X.
77  FRAC-TW  PICTURE S9(2) VALUE ZERO.
77  LABEL-STYLE PICTURE X VALUE 'S'.
77  K        PICTURE 99.
77  SCAN-LEN PICTURE 99 VALUE ZERO.
77  SCAN-START PICTURE 99 VALUE 1.
    02 OUT-STRAYS PICTURE Z(5)9.
    02 FILLER PICTURE X(10) VALUE ' INVALID: '.
    02 OUT-INVALID PICTURE Z(5)9.
01  CUSTODY-LINE.
    02 FILLER PICTURE X(14) VALUE SPACES.
    02 FILLER PICTURE X(6) VALUE 'CASE: '.
    02 OUT-CU-CASE PICTURE X(12).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-CU-DOC PICTURE X(30).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-CU-STATE PICTURE X(9).
01  EXC-LINE.
    02 EXC-TAG   PICTURE X(3).
    02 FILLER    PICTURE X VALUE SPACE.
01  NO-REG-MESS.
    02 FILLER PICTURE X(41) VALUE
       ' RANGE NOT FOUND ON THE ROMLREG REGISTER'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
        END-IF
    END-IF.
    COMPUTE RANGE-END = RANGE-START + RANGE-COUNT - 1.
    PERFORM SET-LABEL-STYLE THRU SET-LABEL-STYLE-EXIT.
*>   scans of sheet-layout labels carry the fixed prefix/suffix text
*>   from the control record - recognize and strip it before CONVS
    MOVE CTL-PREFIX TO PFX-UP.
    MOVE RANGE-COUNT TO OUT-RG-COUNT.
    WRITE STDOUT-RECORD FROM RANGE-LINE AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    OPEN INPUT CUSTODY-FILE.
    IF CUS-STATUS = "00"
        MOVE 'Y' TO CUS-AVAIL
    END-IF.
    SORT SORT-WORK ON ASCENDING KEY SW-VALUE
        INPUT PROCEDURE IS SORT-IN THRU SORT-IN-EXIT
        OUTPUT PROCEDURE IS SORT-OUT THRU SORT-OUT-EXIT.
    IF CUS-AVAIL = 'Y'
        CLOSE CUSTODY-FILE
    END-IF.
    IF EXC-OPEN = 'Y'
        CLOSE EXCEPT-FILE
    END-IF.
        OR CNT-DUPS IS GREATER THAN ZERO
        OR CNT-STRAYS IS GREATER THAN ZERO
        OR CNT-INVALID IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'LBLRECN' TO ALR-CODE
        MOVE 'LABEL GAPS, DUPLICATES, STRAYS OR BAD SCANS' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
        MOVE 'N' TO CTL-OPEN
    END-IF.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOCTL' TO ALR-CODE.
    MOVE NO-CTL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-SCAN-FILE.
    WRITE STDOUT-RECORD FROM NO-SCAN-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-SCAN-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-REGISTER-RANGE.
    WRITE STDOUT-RECORD FROM NO-REG-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-REG-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

SET-LABEL-STYLE.
    MOVE 'S' TO LABEL-STYLE.
    INSPECT CTL-STYLE CONVERTING 'scma' TO 'SCMA'.
    IF CTL-STYLE = 'C' OR CTL-STYLE = 'M' OR CTL-STYLE = 'A'
        MOVE CTL-STYLE TO LABEL-STYLE
    END-IF.
    IF CTL-SOURCE NOT = SPACES
        CALL "ROMSTYLE" USING CTL-SOURCE, LABEL-STYLE
    END-IF.
SET-LABEL-STYLE-EXIT.
    EXIT.
FETCH-REGISTER-RANGE.
    MOVE 'N' TO REG-FOUND.
    OPEN INPUT REGISTER-FILE.
    COMPUTE M = SCAN-LEN - SCAN-START + 1.
    MOVE SCAN-UP(SCAN-START:M) TO ARRAY-AREA.
    CALL "CONVS" USING ARRAY-AREA, M, RET, TEMP, EPOS, ECHAR,
        FRAC-TW, LABEL-STYLE.
    IF RET NOT = 1 OR FRAC-TW NOT = ZERO
        ADD 1 TO CNT-INVALID
        MOVE 'INVALID    ' TO OUT-TAG
    MOVE NEXT-EXPECT TO CUR-VALUE.
    MOVE SPACES TO ARRAY-AREA.
    MOVE ZERO TO FRAC-TW.
    CALL "DCONV" USING ARRAY-AREA, M, RET, CUR-VALUE, FRAC-TW,
        LABEL-STYLE.
    MOVE 'GAP        ' TO OUT-TAG.
    MOVE CUR-VALUE TO OUT-VALUE.
    IF RET = 1
    END-IF.
    MOVE 'LABEL NEVER APPLIED' TO OUT-NOTE.
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    PERFORM SHOW-CUSTODY THRU SHOW-CUSTODY-EXIT.
    MOVE 'GAP' TO EXC-TAG.
    MOVE CUR-VALUE TO EXC-VALUE.
    PERFORM PUT-EXC-RECORD THRU PUT-EXC-RECORD-EXIT.
    ADD 1 TO NEXT-EXPECT.
REPORT-GAP-EXIT.
    EXIT.
SHOW-CUSTODY.
    MOVE SPACES TO OUT-CU-DOC.
    MOVE SPACES TO OUT-CU-STATE.
    IF CUS-AVAIL = 'N'
        MOVE 'UNKNOWN' TO OUT-CU-CASE
        MOVE 'CUSTODY REGISTER NOT AVAILABLE' TO OUT-CU-DOC
        GO TO SHOW-CUSTODY-PRINT
    END-IF.
    MOVE CUR-VALUE TO CUS-LABEL.
    READ CUSTODY-FILE
        INVALID KEY
            MOVE 'NOT ASSIGNED' TO OUT-CU-CASE
            GO TO SHOW-CUSTODY-PRINT
    END-READ.
    MOVE CUS-CASE TO OUT-CU-CASE.
    MOVE CUS-DOC TO OUT-CU-DOC.
    IF CUS-ISSUED
        MOVE 'ISSUED' TO OUT-CU-STATE
    END-IF.
    IF CUS-AFFIXED
        MOVE 'AFFIXED' TO OUT-CU-STATE
    END-IF.
    IF CUS-ADMITTED
        MOVE 'ADMITTED' TO OUT-CU-STATE
    END-IF.
    IF CUS-WITHDRAWN
        MOVE 'WITHDRAWN' TO OUT-CU-STATE
    END-IF.
    IF CUS-VOIDED
        MOVE 'VOIDED' TO OUT-CU-STATE
    END-IF.
SHOW-CUSTODY-PRINT.
    WRITE STDOUT-RECORD FROM CUSTODY-LINE AFTER ADVANCING 1 LINE.
SHOW-CUSTODY-EXIT.
    EXIT.
*>   the exceptions file is created only when there is a finding to
*>   put in it - a clean reconciliation must not leave an empty
*>   ROMLEXC behind to flip ROMLABELS into replacement-list mode
    WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
PRINT-DETAIL-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMLRECN' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
