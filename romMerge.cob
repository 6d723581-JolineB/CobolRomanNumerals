IDENTIFICATION DIVISION.
PROGRAM-ID. ROMMERGE.
*>   partition merge - puts the outputs of the partition runs of a
*>   deck split by ROMSPLIT back together as one run.  partition n
*>   is run through ROMANMENU mode 2 with ROMIN1..4 as its ROMIN and
*>   its own ROMCSVn, ROMRSLTn, ROMREJn, ROMLOGn and ROMHISTn (the
*>   log new and empty, with no ROMLCHN anchor, so its chain starts
*>   from zero).  the partitions are contiguous pieces of the deck,
*>   so copying them in partition order gives ROMCSV, ROMRSLT and
*>   ROMREJ in original deck order.
*>   nothing is written until every partition has been proved: all
*>   five outputs present, the run complete (history on file, last
*>   entry not a suspend), and the partition log's hash chain intact.
*>   the ROMPCTL totals must also add up to the deck's.  any failure
*>   ends the run with RETURN-CODE 8 and nothing merged.
*>   the partition audit lines are added to the live ROMLOG chained
*>   on from its last line (or the ROMLCHN anchor), and restamped
*>   with the date/time of the first partition run; one ROMHIST entry
*>   under that date/time carries the summed counts and the highest
*>   partition return code, so the daily close still pairs one
*>   history record with one group of audit lines.
*>   the ROMRSLT trailer counts and hash totals of each partition are
*>   then proved against the TRL totals the departments declared in
*>   that partition of the deck, and all partitions against the
*>   whole deck; any difference ends the run with RETURN-CODE 4.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PART-CONTROL ASSIGN TO "ROMPCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PCT-STATUS.
    SELECT CSV-IN-1 ASSIGN TO "ROMCSV1"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT CSV-IN-2 ASSIGN TO "ROMCSV2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT CSV-IN-3 ASSIGN TO "ROMCSV3"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT CSV-IN-4 ASSIGN TO "ROMCSV4"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT RSL-IN-1 ASSIGN TO "ROMRSLT1"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT RSL-IN-2 ASSIGN TO "ROMRSLT2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT RSL-IN-3 ASSIGN TO "ROMRSLT3"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT RSL-IN-4 ASSIGN TO "ROMRSLT4"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT REJ-IN-1 ASSIGN TO "ROMREJ1"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT REJ-IN-2 ASSIGN TO "ROMREJ2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT REJ-IN-3 ASSIGN TO "ROMREJ3"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT REJ-IN-4 ASSIGN TO "ROMREJ4"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT LOG-IN-1 ASSIGN TO "ROMLOG1"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT LOG-IN-2 ASSIGN TO "ROMLOG2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT LOG-IN-3 ASSIGN TO "ROMLOG3"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT LOG-IN-4 ASSIGN TO "ROMLOG4"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT HIST-IN-1 ASSIGN TO "ROMHIST1"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT HIST-IN-2 ASSIGN TO "ROMHIST2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT HIST-IN-3 ASSIGN TO "ROMHIST3"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT HIST-IN-4 ASSIGN TO "ROMHIST4"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PIN-STATUS.
    SELECT CSV-OUTPUT ASSIGN TO "ROMCSV"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RESULT-FILE ASSIGN TO "ROMRSLT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REJECT-FILE ASSIGN TO "ROMREJ"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AUDIT-LOG ASSIGN TO "ROMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOG-STATUS.
    SELECT CHAIN-ANCHOR ASSIGN TO "ROMLCHN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHN-STATUS.
    SELECT RUN-HISTORY ASSIGN TO "ROMHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-STATUS.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PART-CONTROL.
    01 PCT-RECORD     PICTURE X(80).
FD CSV-IN-1.
    01 CSV-IN-RECORD-1 PICTURE X(45).
FD CSV-IN-2.
    01 CSV-IN-RECORD-2 PICTURE X(45).
FD CSV-IN-3.
    01 CSV-IN-RECORD-3 PICTURE X(45).
FD CSV-IN-4.
    01 CSV-IN-RECORD-4 PICTURE X(45).
FD RSL-IN-1.
    01 RSL-IN-RECORD-1 PICTURE X(62).
FD RSL-IN-2.
    01 RSL-IN-RECORD-2 PICTURE X(62).
FD RSL-IN-3.
    01 RSL-IN-RECORD-3 PICTURE X(62).
FD RSL-IN-4.
    01 RSL-IN-RECORD-4 PICTURE X(62).
FD REJ-IN-1.
    01 REJ-IN-RECORD-1 PICTURE X(111).
FD REJ-IN-2.
    01 REJ-IN-RECORD-2 PICTURE X(111).
FD REJ-IN-3.
    01 REJ-IN-RECORD-3 PICTURE X(111).
FD REJ-IN-4.
    01 REJ-IN-RECORD-4 PICTURE X(111).
FD LOG-IN-1.
    01 LOG-IN-RECORD-1 PICTURE X(128).
FD LOG-IN-2.
    01 LOG-IN-RECORD-2 PICTURE X(128).
FD LOG-IN-3.
    01 LOG-IN-RECORD-3 PICTURE X(128).
FD LOG-IN-4.
    01 LOG-IN-RECORD-4 PICTURE X(128).
FD HIST-IN-1.
    01 HIST-IN-RECORD-1 PICTURE X(54).
FD HIST-IN-2.
    01 HIST-IN-RECORD-2 PICTURE X(54).
FD HIST-IN-3.
    01 HIST-IN-RECORD-3 PICTURE X(54).
FD HIST-IN-4.
    01 HIST-IN-RECORD-4 PICTURE X(54).
FD CSV-OUTPUT.
    01 CSV-RECORD     PICTURE X(45).
FD RESULT-FILE.
    01 RSL-RECORD     PICTURE X(62).
FD REJECT-FILE.
    01 REJ-RECORD     PICTURE X(111).
FD AUDIT-LOG.
    01 AUDIT-RECORD   PICTURE X(128).
FD CHAIN-ANCHOR.
    01 CHN-RECORD     PICTURE X(80).
FD RUN-HISTORY.
    01 HIST-RECORD    PICTURE X(54).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD  PICTURE X(80).

WORKING-STORAGE SECTION.
77  PCT-STATUS  PICTURE X(02).
77  PIN-STATUS  PICTURE X(02).
77  LOG-STATUS  PICTURE X(02).
77  CHN-STATUS  PICTURE X(02).
77  HIST-STATUS PICTURE X(02).
77  PCT-EOF     PICTURE X VALUE 'N'.
77  PART-EOF    PICTURE X VALUE 'N'.
77  DECK-SEEN   PICTURE X VALUE 'N'.
77  MERGE-FAIL  PICTURE X VALUE 'N'.
77  OUT-OF-BAL  PICTURE X VALUE 'N'.
77  PARTS       PICTURE 9 VALUE ZERO.
77  PART-K      PICTURE 9 VALUE ZERO.
77  PARTS-SEEN  PICTURE 9 VALUE ZERO.
*>   the consolidated run's date/time - the first partition run's
77  CON-DATE    PICTURE 9(8) VALUE ZERO.
77  CON-TIME    PICTURE 9(8) VALUE ZERO.
77  CON-OK      PICTURE S9(7) VALUE ZERO.
77  CON-ERR     PICTURE S9(7) VALUE ZERO.
77  CON-SUM     PICTURE S9(11) VALUE ZERO.
77  CON-AVG     PICTURE S9(9) VALUE ZERO.
77  CON-RC      PICTURE 99 VALUE ZERO.
77  CON-LINES   PICTURE S9(7) VALUE ZERO.
77  LINE-NUM    PICTURE S9(7) VALUE ZERO.
77  BREAK-LINE  PICTURE S9(7) VALUE ZERO.
77  VFY-PREV    PICTURE 9(10) VALUE ZERO.
77  VFY-CHECK   PICTURE 9(10) VALUE ZERO.
77  CHAIN-VALUE PICTURE 9(10) VALUE ZERO.
77  CHAIN-EOF   PICTURE X VALUE 'N'.
77  CHAIN-FOUND PICTURE X VALUE 'N'.
*>   deck totals from the ROMPCTL DCK record, and the sum of its PRT
*>   records, which must agree before anything is merged
77  DECK-DATE   PICTURE 9(8) VALUE ZERO.
77  DECK-RECS   PICTURE 9(8) VALUE ZERO.
77  DECK-ENVS   PICTURE 9(5) VALUE ZERO.
77  DECK-COUNT  PICTURE 9(7) VALUE ZERO.
77  DECK-HASH   PICTURE 9(11) VALUE ZERO.
77  SUM-RECS    PICTURE 9(8) VALUE ZERO.
77  SUM-ENVS    PICTURE 9(5) VALUE ZERO.
77  SUM-COUNT   PICTURE 9(7) VALUE ZERO.
77  SUM-HASH    PICTURE 9(11) VALUE ZERO.
77  RES-COUNT   PICTURE 9(7) VALUE ZERO.
77  RES-HASH    PICTURE 9(11) VALUE ZERO.
01  PCT-LINE.
    02 PCT-TAG    PICTURE X(3).
    02 FILLER     PICTURE X(77).
01  PCT-DCK-LINE REDEFINES PCT-LINE.
    02 FILLER     PICTURE X(4).
    02 PD-PARTS   PICTURE 9.
    02 FILLER     PICTURE X.
    02 PD-DATE    PICTURE 9(8).
    02 FILLER     PICTURE X.
    02 PD-RECS    PICTURE 9(8).
    02 FILLER     PICTURE X.
    02 PD-ENVS    PICTURE 9(5).
    02 FILLER     PICTURE X.
    02 PD-COUNT   PICTURE 9(7).
    02 FILLER     PICTURE X.
    02 PD-HASH    PICTURE 9(11).
    02 FILLER     PICTURE X(31).
01  PCT-PRT-LINE REDEFINES PCT-LINE.
    02 FILLER     PICTURE X(4).
    02 PP-PART    PICTURE 9.
    02 FILLER     PICTURE X.
    02 PP-FIRST   PICTURE 9(8).
    02 FILLER     PICTURE X.
    02 PP-RECS    PICTURE 9(8).
    02 FILLER     PICTURE X.
    02 PP-ENVS    PICTURE 9(5).
    02 FILLER     PICTURE X.
    02 PP-COUNT   PICTURE 9(7).
    02 FILLER     PICTURE X.
    02 PP-HASH    PICTURE 9(11).
    02 FILLER     PICTURE X(31).
*>   per partition - the split's figures, then what its run produced
01  PART-TAB.
    02 PART-ENTRY OCCURS 4 TIMES.
       03 PT-SEEN    PICTURE X.
       03 PT-FIRST   PICTURE 9(8).
       03 PT-RECS    PICTURE 9(8).
       03 PT-ENVS    PICTURE 9(5).
       03 PT-COUNT   PICTURE 9(7).
       03 PT-HASH    PICTURE 9(11).
       03 PT-CSV     PICTURE S9(7).
       03 PT-RSL     PICTURE S9(7).
       03 PT-REJ     PICTURE S9(7).
       03 PT-LOG     PICTURE S9(7).
       03 PT-R-COUNT PICTURE 9(7).
       03 PT-R-HASH  PICTURE 9(11).
       03 PT-H-RUNS  PICTURE S9(3).
       03 PT-H-RC    PICTURE 99.
01  CSV-LINE      PICTURE X(45).
01  REJ-LINE      PICTURE X(111).
01  RSL-LINE.
    02 RSL-TAG    PICTURE X(3).
    02 FILLER     PICTURE X(59).
01  RSL-TRL-LINE REDEFINES RSL-LINE.
    02 FILLER     PICTURE X(8).
    02 RT-COUNT   PICTURE 9(5).
    02 FILLER     PICTURE X.
    02 RT-HASH    PICTURE 9(9).
    02 FILLER     PICTURE X(39).
01  LOG-LINE.
    02 LG-TEXT    PICTURE X(117).
    02 FILLER     PICTURE X.
    02 LG-CHECK   PICTURE X(10).
01  LOG-CHECK-9 REDEFINES LOG-LINE.
    02 FILLER     PICTURE X(118).
    02 LG-CHECK-9 PICTURE 9(10).
01  AUDIT-LINE.
    02 AL-TEXT.
       03 AL-DATE PICTURE 9(8).
       03 FILLER  PICTURE X.
       03 AL-TIME PICTURE 9(8).
       03 FILLER  PICTURE X(100).
    02 FILLER     PICTURE X.
    02 AL-CHECK   PICTURE 9(10).
01  CHAIN-LINE.
    02 CL-TEXT  PICTURE X(117).
    02 FILLER   PICTURE X.
    02 CL-CHECK PICTURE X(10).
01  CHN-LINE.
    02 CHN-CHECK PICTURE X(10).
    02 FILLER    PICTURE X(70).
01  HIST-LINE.
    02 HIST-DATE PICTURE 9(8).
    02 FILLER    PICTURE X VALUE SPACE.
    02 HIST-TIME PICTURE 9(8).
    02 FILLER    PICTURE X VALUE SPACE.
    02 HIST-MODE PICTURE X.
    02 FILLER    PICTURE X VALUE SPACE.
    02 HIST-OK   PICTURE 9(5).
    02 FILLER    PICTURE X VALUE SPACE.
    02 HIST-ERR  PICTURE 9(5).
    02 FILLER    PICTURE X VALUE SPACE.
    02 HIST-SUM  PICTURE 9(9).
    02 FILLER    PICTURE X VALUE SPACE.
    02 HIST-AVG  PICTURE 9(9).
    02 FILLER    PICTURE X VALUE SPACE.
    02 HIST-RC   PICTURE 9(2).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(34) VALUE 'PARTITION MERGE - CONSOLIDATED RUN'.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  DECK-LINE.
    02 FILLER PICTURE X(9) VALUE ' DECK OF '.
    02 OUT-DK-RECS PICTURE Z(7)9.
    02 FILLER PICTURE X(12) VALUE ' RECORDS IN '.
    02 OUT-DK-PARTS PICTURE 9.
    02 FILLER PICTURE X(19) VALUE ' PARTITIONS, SPLIT '.
    02 OUT-DK-DATE PICTURE 9(8).
01  MERGE-HEADS.
    02 FILLER PICTURE X(41) VALUE
       ' PART   CSV LINES  RSLT LINES   REJ LINES'.
    02 FILLER PICTURE X(23) VALUE
       '   LOG LINES  RUNS  RC'.
01  MERGE-LINE.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-MG-PART PICTURE 9.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 OUT-MG-CSV PICTURE Z(6)9.
    02 FILLER PICTURE X(5) VALUE SPACES.
    02 OUT-MG-RSL PICTURE Z(6)9.
    02 FILLER PICTURE X(5) VALUE SPACES.
    02 OUT-MG-REJ PICTURE Z(6)9.
    02 FILLER PICTURE X(5) VALUE SPACES.
    02 OUT-MG-LOG PICTURE Z(6)9.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-MG-RUNS PICTURE ZZ9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-MG-RC PICTURE Z9.
01  PROOF-HEADS.
    02 FILLER PICTURE X(40) VALUE
       ' PART  DECK COUNT  RSLT COUNT     DECK H'.
    02 FILLER PICTURE X(30) VALUE
       'ASH     RSLT HASH  DISPOSITION'.
01  PROOF-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-PF-PART PICTURE X(4).
    02 FILLER PICTURE X(4) VALUE SPACES.
    02 OUT-PF-DCOUNT PICTURE Z(7)9.
    02 FILLER PICTURE X(4) VALUE SPACES.
    02 OUT-PF-RCOUNT PICTURE Z(7)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-PF-DHASH PICTURE Z(11)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-PF-RHASH PICTURE Z(11)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-PF-DISP PICTURE X(14).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  HIST-SUM-LINE.
    02 FILLER PICTURE X(23) VALUE ' CONSOLIDATED HISTORY  '.
    02 OUT-HS-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-HS-TIME PICTURE 9(8).
    02 FILLER PICTURE X(6) VALUE '  OK: '.
    02 OUT-HS-OK PICTURE Z(4)9.
    02 FILLER PICTURE X(7) VALUE '  ERR: '.
    02 OUT-HS-ERR PICTURE Z(4)9.
    02 FILLER PICTURE X(6) VALUE '  RC: '.
    02 OUT-HS-RC PICTURE Z9.
01  CHAIN-SUM-LINE.
    02 FILLER PICTURE X(31) VALUE ' AUDIT LINES ADDED TO ROMLOG:  '.
    02 OUT-CS-LINES PICTURE Z(6)9.
    02 FILLER PICTURE X(15) VALUE '  CHAIN NOW AT '.
    02 OUT-CS-CHAIN PICTURE 9(10).
01  FLAG-LINE.
    02 FILLER PICTURE X(15) VALUE ' *** PARTITION '.
    02 OUT-FL-PART PICTURE 9.
    02 FILLER PICTURE X(3) VALUE ' - '.
    02 OUT-FL-TEXT PICTURE X(44).
    02 FILLER PICTURE X(4) VALUE ' ***'.
01  BREAK-TEXT.
    02 FILLER PICTURE X(28) VALUE 'LOG HASH CHAIN BROKEN, LINE '.
    02 OUT-BK-LINE PICTURE Z(6)9.
01  NO-CTL-MESS.
    02 FILLER PICTURE X(51) VALUE
       ' MISSING OR INVALID ROMPCTL PARTITION CONTROL FILE'.
01  CTL-BAL-MESS.
    02 FILLER PICTURE X(49) VALUE
       ' *** ROMPCTL PARTITIONS DO NOT ADD UP TO THE DECK'.
01  NOTHING-MESS.
    02 FILLER PICTURE X(27) VALUE ' *** NOTHING MERGED *** '.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    PERFORM READ-CONTROL THRU READ-CONTROL-EXIT.
    IF DECK-SEEN = 'N'
        OR PARTS IS LESS THAN 2 OR PARTS IS GREATER THAN 4
        GO TO NO-CONTROL-FILE
    END-IF.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    MOVE DECK-RECS TO OUT-DK-RECS.
    MOVE PARTS TO OUT-DK-PARTS.
    MOVE DECK-DATE TO OUT-DK-DATE.
    WRITE STDOUT-RECORD FROM DECK-LINE AFTER ADVANCING 1 LINE.
    IF PARTS-SEEN NOT = PARTS
        OR SUM-RECS NOT = DECK-RECS OR SUM-ENVS NOT = DECK-ENVS
        OR SUM-COUNT NOT = DECK-COUNT OR SUM-HASH NOT = DECK-HASH
        WRITE STDOUT-RECORD FROM CTL-BAL-MESS AFTER ADVANCING 2 LINES
        GO TO NOTHING-MERGED
    END-IF.
    PERFORM CHECK-PARTITION THRU CHECK-PARTITION-EXIT
        VARYING PART-K FROM 1 BY 1 UNTIL PART-K IS GREATER THAN PARTS.
    IF MERGE-FAIL = 'Y'
        GO TO NOTHING-MERGED
    END-IF.
    PERFORM SEED-CHAIN THRU SEED-CHAIN-EXIT.
    OPEN OUTPUT CSV-OUTPUT, RESULT-FILE, REJECT-FILE.
    OPEN EXTEND AUDIT-LOG.
    IF LOG-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG
    END-IF.
    PERFORM MERGE-PARTITION THRU MERGE-PARTITION-EXIT
        VARYING PART-K FROM 1 BY 1 UNTIL PART-K IS GREATER THAN PARTS.
    CLOSE CSV-OUTPUT, RESULT-FILE, REJECT-FILE, AUDIT-LOG.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 2 LINES.
    WRITE STDOUT-RECORD FROM MERGE-HEADS AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    PERFORM REPORT-MERGED THRU REPORT-MERGED-EXIT
        VARYING PART-K FROM 1 BY 1 UNTIL PART-K IS GREATER THAN PARTS.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 2 LINES.
    WRITE STDOUT-RECORD FROM PROOF-HEADS AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    PERFORM REPORT-PROOF THRU REPORT-PROOF-EXIT
        VARYING PART-K FROM 1 BY 1 UNTIL PART-K IS GREATER THAN PARTS.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    MOVE 'DECK' TO OUT-PF-PART.
    MOVE DECK-COUNT TO OUT-PF-DCOUNT.
    MOVE RES-COUNT TO OUT-PF-RCOUNT.
    MOVE DECK-HASH TO OUT-PF-DHASH.
    MOVE RES-HASH TO OUT-PF-RHASH.
    IF RES-COUNT = DECK-COUNT AND RES-HASH = DECK-HASH
        MOVE 'BALANCED' TO OUT-PF-DISP
    ELSE
        MOVE 'OUT OF BALANCE' TO OUT-PF-DISP
        MOVE 'Y' TO OUT-OF-BAL
    END-IF.
    WRITE STDOUT-RECORD FROM PROOF-LINE AFTER ADVANCING 1 LINE.
    PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT.
    MOVE CON-DATE TO OUT-HS-DATE.
    MOVE CON-TIME TO OUT-HS-TIME.
    MOVE CON-OK TO OUT-HS-OK.
    MOVE CON-ERR TO OUT-HS-ERR.
    MOVE CON-RC TO OUT-HS-RC.
    WRITE STDOUT-RECORD FROM HIST-SUM-LINE AFTER ADVANCING 2 LINES.
    MOVE CON-LINES TO OUT-CS-LINES.
    MOVE CHAIN-VALUE TO OUT-CS-CHAIN.
    WRITE STDOUT-RECORD FROM CHAIN-SUM-LINE AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF OUT-OF-BAL = 'Y'
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'OUTBAL' TO ALR-CODE
        MOVE 'MERGED RESULTS OUT OF BALANCE WITH TRAILERS' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.
NO-CONTROL-FILE.
    WRITE STDOUT-RECORD FROM NO-CTL-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOCTL' TO ALR-CODE.
    MOVE NO-CTL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NOTHING-MERGED.
    WRITE STDOUT-RECORD FROM NOTHING-MESS AFTER ADVANCING 2 LINES.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOMERGE' TO ALR-CODE.
    MOVE NOTHING-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

*>   ROMPCTL - the DCK deck record and one PRT record per partition
READ-CONTROL.
    PERFORM CLEAR-PART THRU CLEAR-PART-EXIT
        VARYING PART-K FROM 1 BY 1 UNTIL PART-K IS GREATER THAN 4.
    OPEN INPUT PART-CONTROL.
    IF PCT-STATUS NOT = "00"
        GO TO READ-CONTROL-EXIT
    END-IF.
    PERFORM READ-CONTROL-REC THRU READ-CONTROL-REC-EXIT
        UNTIL PCT-EOF = 'Y'.
    CLOSE PART-CONTROL.
READ-CONTROL-EXIT.
    EXIT.
READ-CONTROL-REC.
    READ PART-CONTROL INTO PCT-LINE
        AT END MOVE 'Y' TO PCT-EOF
    END-READ.
    IF PCT-EOF = 'Y'
        GO TO READ-CONTROL-REC-EXIT
    END-IF.
    IF PCT-TAG = 'DCK' AND PD-PARTS IS NUMERIC AND PD-DATE IS NUMERIC
        AND PD-RECS IS NUMERIC AND PD-ENVS IS NUMERIC
        AND PD-COUNT IS NUMERIC AND PD-HASH IS NUMERIC
        MOVE 'Y' TO DECK-SEEN
        MOVE PD-PARTS TO PARTS
        MOVE PD-DATE TO DECK-DATE
        MOVE PD-RECS TO DECK-RECS
        MOVE PD-ENVS TO DECK-ENVS
        MOVE PD-COUNT TO DECK-COUNT
        MOVE PD-HASH TO DECK-HASH
        GO TO READ-CONTROL-REC-EXIT
    END-IF.
    IF PCT-TAG NOT = 'PRT' OR PP-PART IS NOT NUMERIC
        GO TO READ-CONTROL-REC-EXIT
    END-IF.
    IF PP-PART IS LESS THAN 1 OR PP-PART IS GREATER THAN 4
        GO TO READ-CONTROL-REC-EXIT
    END-IF.
    IF PP-FIRST IS NOT NUMERIC OR PP-RECS IS NOT NUMERIC
        OR PP-ENVS IS NOT NUMERIC OR PP-COUNT IS NOT NUMERIC
        OR PP-HASH IS NOT NUMERIC OR PT-SEEN(PP-PART) = 'Y'
        GO TO READ-CONTROL-REC-EXIT
    END-IF.
    MOVE PP-PART TO PART-K.
    MOVE 'Y' TO PT-SEEN(PART-K).
    ADD 1 TO PARTS-SEEN.
    MOVE PP-FIRST TO PT-FIRST(PART-K).
    MOVE PP-RECS TO PT-RECS(PART-K).
    MOVE PP-ENVS TO PT-ENVS(PART-K).
    MOVE PP-COUNT TO PT-COUNT(PART-K).
    MOVE PP-HASH TO PT-HASH(PART-K).
    ADD PP-RECS TO SUM-RECS.
    ADD PP-ENVS TO SUM-ENVS.
    ADD PP-COUNT TO SUM-COUNT.
    ADD PP-HASH TO SUM-HASH.
READ-CONTROL-REC-EXIT.
    EXIT.
CLEAR-PART.
    MOVE 'N' TO PT-SEEN(PART-K).
    MOVE ZERO TO PT-FIRST(PART-K).
    MOVE ZERO TO PT-RECS(PART-K).
    MOVE ZERO TO PT-ENVS(PART-K).
    MOVE ZERO TO PT-COUNT(PART-K).
    MOVE ZERO TO PT-HASH(PART-K).
    MOVE ZERO TO PT-CSV(PART-K).
    MOVE ZERO TO PT-RSL(PART-K).
    MOVE ZERO TO PT-REJ(PART-K).
    MOVE ZERO TO PT-LOG(PART-K).
    MOVE ZERO TO PT-R-COUNT(PART-K).
    MOVE ZERO TO PT-R-HASH(PART-K).
    MOVE ZERO TO PT-H-RUNS(PART-K).
    MOVE ZERO TO PT-H-RC(PART-K).
CLEAR-PART-EXIT.
    EXIT.

*>   ====  proving a partition before anything is written  ====
CHECK-PARTITION.
    MOVE PART-K TO OUT-FL-PART.
    PERFORM OPEN-PART-CSV THRU OPEN-PART-CSV-EXIT.
    IF PIN-STATUS NOT = "00"
        MOVE 'ROMCSV OUTPUT MISSING' TO OUT-FL-TEXT
        PERFORM PART-FAILED THRU PART-FAILED-EXIT
    ELSE
        PERFORM CLOSE-PART-CSV THRU CLOSE-PART-CSV-EXIT
    END-IF.
    PERFORM OPEN-PART-RSL THRU OPEN-PART-RSL-EXIT.
    IF PIN-STATUS NOT = "00"
        MOVE 'ROMRSLT OUTPUT MISSING' TO OUT-FL-TEXT
        PERFORM PART-FAILED THRU PART-FAILED-EXIT
    ELSE
        PERFORM CLOSE-PART-RSL THRU CLOSE-PART-RSL-EXIT
    END-IF.
    PERFORM OPEN-PART-REJ THRU OPEN-PART-REJ-EXIT.
    IF PIN-STATUS NOT = "00"
        MOVE 'ROMREJ OUTPUT MISSING' TO OUT-FL-TEXT
        PERFORM PART-FAILED THRU PART-FAILED-EXIT
    ELSE
        PERFORM CLOSE-PART-REJ THRU CLOSE-PART-REJ-EXIT
    END-IF.
    PERFORM CHECK-PART-HIST THRU CHECK-PART-HIST-EXIT.
    PERFORM CHECK-PART-LOG THRU CHECK-PART-LOG-EXIT.
CHECK-PARTITION-EXIT.
    EXIT.
PART-FAILED.
    WRITE STDOUT-RECORD FROM FLAG-LINE AFTER ADVANCING 1 LINE.
    MOVE 'Y' TO MERGE-FAIL.
PART-FAILED-EXIT.
    EXIT.
*>   every history entry of the partition run counts - a suspended
*>   and resumed run has one per leg - but the last must not be a
*>   suspend (RC 6), or the partition has not finished
CHECK-PART-HIST.
    PERFORM OPEN-PART-HIST THRU OPEN-PART-HIST-EXIT.
    IF PIN-STATUS NOT = "00"
        MOVE 'ROMHIST OUTPUT MISSING' TO OUT-FL-TEXT
        PERFORM PART-FAILED THRU PART-FAILED-EXIT
        GO TO CHECK-PART-HIST-EXIT
    END-IF.
    MOVE 'N' TO PART-EOF.
    MOVE ZERO TO HIST-RC.
    PERFORM CHECK-HIST-REC THRU CHECK-HIST-REC-EXIT
        UNTIL PART-EOF = 'Y'.
    PERFORM CLOSE-PART-HIST THRU CLOSE-PART-HIST-EXIT.
    IF PT-H-RUNS(PART-K) = ZERO OR HIST-RC = 6
        MOVE 'RUN NOT COMPLETE - NO FINAL HISTORY ENTRY' TO OUT-FL-TEXT
        PERFORM PART-FAILED THRU PART-FAILED-EXIT
    END-IF.
CHECK-PART-HIST-EXIT.
    EXIT.
CHECK-HIST-REC.
    PERFORM READ-PART-HIST THRU READ-PART-HIST-EXIT.
    IF PART-EOF = 'Y'
        GO TO CHECK-HIST-REC-EXIT
    END-IF.
    IF HIST-LINE = SPACES OR HIST-OK IS NOT NUMERIC
        OR HIST-ERR IS NOT NUMERIC OR HIST-SUM IS NOT NUMERIC
        OR HIST-RC IS NOT NUMERIC
        GO TO CHECK-HIST-REC-EXIT
    END-IF.
    ADD 1 TO PT-H-RUNS(PART-K).
    IF PART-K = 1 AND PT-H-RUNS(1) = 1
        MOVE HIST-DATE TO CON-DATE
        MOVE HIST-TIME TO CON-TIME
    END-IF.
    ADD HIST-OK TO CON-OK.
    ADD HIST-ERR TO CON-ERR.
    ADD HIST-SUM TO CON-SUM.
    IF HIST-RC NOT = 6 AND HIST-RC IS GREATER THAN PT-H-RC(PART-K)
        MOVE HIST-RC TO PT-H-RC(PART-K)
    END-IF.
CHECK-HIST-REC-EXIT.
    EXIT.
*>   the partition log must chain from zero through its last line
CHECK-PART-LOG.
    PERFORM OPEN-PART-LOG THRU OPEN-PART-LOG-EXIT.
    IF PIN-STATUS NOT = "00"
        MOVE 'ROMLOG OUTPUT MISSING' TO OUT-FL-TEXT
        PERFORM PART-FAILED THRU PART-FAILED-EXIT
        GO TO CHECK-PART-LOG-EXIT
    END-IF.
    MOVE 'N' TO PART-EOF.
    MOVE ZERO TO VFY-PREV.
    MOVE ZERO TO LINE-NUM.
    MOVE ZERO TO BREAK-LINE.
    PERFORM CHECK-LOG-REC THRU CHECK-LOG-REC-EXIT
        UNTIL PART-EOF = 'Y'.
    PERFORM CLOSE-PART-LOG THRU CLOSE-PART-LOG-EXIT.
    IF BREAK-LINE IS GREATER THAN ZERO
        MOVE BREAK-LINE TO OUT-BK-LINE
        MOVE BREAK-TEXT TO OUT-FL-TEXT
        PERFORM PART-FAILED THRU PART-FAILED-EXIT
    END-IF.
CHECK-PART-LOG-EXIT.
    EXIT.
CHECK-LOG-REC.
    PERFORM READ-PART-LOG THRU READ-PART-LOG-EXIT.
    IF PART-EOF = 'Y' OR LOG-LINE = SPACES
        GO TO CHECK-LOG-REC-EXIT
    END-IF.
    ADD 1 TO LINE-NUM.
    IF BREAK-LINE IS GREATER THAN ZERO
        GO TO CHECK-LOG-REC-EXIT
    END-IF.
    IF LG-CHECK IS NOT NUMERIC
        MOVE LINE-NUM TO BREAK-LINE
        GO TO CHECK-LOG-REC-EXIT
    END-IF.
    CALL "ROMHASH" USING VFY-PREV, LG-TEXT, VFY-CHECK.
    IF VFY-CHECK NOT = LG-CHECK-9
        MOVE LINE-NUM TO BREAK-LINE
        GO TO CHECK-LOG-REC-EXIT
    END-IF.
    MOVE VFY-CHECK TO VFY-PREV.
CHECK-LOG-REC-EXIT.
    EXIT.

*>   ====  merging a proved partition  ====
MERGE-PARTITION.
    PERFORM OPEN-PART-CSV THRU OPEN-PART-CSV-EXIT.
    MOVE 'N' TO PART-EOF.
    PERFORM COPY-CSV-REC THRU COPY-CSV-REC-EXIT
        UNTIL PART-EOF = 'Y'.
    PERFORM CLOSE-PART-CSV THRU CLOSE-PART-CSV-EXIT.
    PERFORM OPEN-PART-RSL THRU OPEN-PART-RSL-EXIT.
    MOVE 'N' TO PART-EOF.
    PERFORM COPY-RSL-REC THRU COPY-RSL-REC-EXIT
        UNTIL PART-EOF = 'Y'.
    PERFORM CLOSE-PART-RSL THRU CLOSE-PART-RSL-EXIT.
    PERFORM OPEN-PART-REJ THRU OPEN-PART-REJ-EXIT.
    MOVE 'N' TO PART-EOF.
    PERFORM COPY-REJ-REC THRU COPY-REJ-REC-EXIT
        UNTIL PART-EOF = 'Y'.
    PERFORM CLOSE-PART-REJ THRU CLOSE-PART-REJ-EXIT.
    PERFORM OPEN-PART-LOG THRU OPEN-PART-LOG-EXIT.
    MOVE 'N' TO PART-EOF.
    PERFORM COPY-LOG-REC THRU COPY-LOG-REC-EXIT
        UNTIL PART-EOF = 'Y'.
    PERFORM CLOSE-PART-LOG THRU CLOSE-PART-LOG-EXIT.
MERGE-PARTITION-EXIT.
    EXIT.
COPY-CSV-REC.
    PERFORM READ-PART-CSV THRU READ-PART-CSV-EXIT.
    IF PART-EOF = 'Y' OR CSV-LINE = SPACES
        GO TO COPY-CSV-REC-EXIT
    END-IF.
    WRITE CSV-RECORD FROM CSV-LINE.
    ADD 1 TO PT-CSV(PART-K).
COPY-CSV-REC-EXIT.
    EXIT.
COPY-RSL-REC.
    PERFORM READ-PART-RSL THRU READ-PART-RSL-EXIT.
    IF PART-EOF = 'Y' OR RSL-LINE = SPACES
        GO TO COPY-RSL-REC-EXIT
    END-IF.
    WRITE RSL-RECORD FROM RSL-LINE.
    ADD 1 TO PT-RSL(PART-K).
    IF RSL-TAG = 'TRL' AND RT-COUNT IS NUMERIC AND RT-HASH IS NUMERIC
        ADD RT-COUNT TO PT-R-COUNT(PART-K)
        ADD RT-HASH TO PT-R-HASH(PART-K)
    END-IF.
COPY-RSL-REC-EXIT.
    EXIT.
COPY-REJ-REC.
    PERFORM READ-PART-REJ THRU READ-PART-REJ-EXIT.
    IF PART-EOF = 'Y' OR REJ-LINE = SPACES
        GO TO COPY-REJ-REC-EXIT
    END-IF.
    WRITE REJ-RECORD FROM REJ-LINE.
    ADD 1 TO PT-REJ(PART-K).
COPY-REJ-REC-EXIT.
    EXIT.
*>   restamp to the consolidated date/time and chain on from ROMLOG
COPY-LOG-REC.
    PERFORM READ-PART-LOG THRU READ-PART-LOG-EXIT.
    IF PART-EOF = 'Y' OR LOG-LINE = SPACES
        GO TO COPY-LOG-REC-EXIT
    END-IF.
    MOVE LOG-LINE TO AUDIT-LINE.
    MOVE CON-DATE TO AL-DATE.
    MOVE CON-TIME TO AL-TIME.
    CALL "ROMHASH" USING CHAIN-VALUE, AL-TEXT, AL-CHECK.
    MOVE AL-CHECK TO CHAIN-VALUE.
    WRITE AUDIT-RECORD FROM AUDIT-LINE.
    ADD 1 TO PT-LOG(PART-K).
    ADD 1 TO CON-LINES.
COPY-LOG-REC-EXIT.
    EXIT.
SEED-CHAIN.
    MOVE ZERO TO CHAIN-VALUE.
    MOVE 'N' TO CHAIN-FOUND.
    MOVE 'N' TO CHAIN-EOF.
    OPEN INPUT AUDIT-LOG.
    IF LOG-STATUS = "00"
        PERFORM SEED-CHAIN-REC THRU SEED-CHAIN-REC-EXIT
            UNTIL CHAIN-EOF = 'Y'
        CLOSE AUDIT-LOG
    END-IF.
    IF CHAIN-FOUND = 'Y'
        GO TO SEED-CHAIN-EXIT
    END-IF.
    OPEN INPUT CHAIN-ANCHOR.
    IF CHN-STATUS NOT = "00"
        GO TO SEED-CHAIN-EXIT
    END-IF.
    READ CHAIN-ANCHOR INTO CHN-LINE
        AT END MOVE SPACES TO CHN-LINE
    END-READ.
    CLOSE CHAIN-ANCHOR.
    IF CHN-CHECK IS NUMERIC
        MOVE CHN-CHECK TO CHAIN-VALUE
    END-IF.
SEED-CHAIN-EXIT.
    EXIT.
SEED-CHAIN-REC.
    READ AUDIT-LOG INTO CHAIN-LINE
        AT END MOVE 'Y' TO CHAIN-EOF
    END-READ.
    IF CHAIN-EOF = 'Y'
        GO TO SEED-CHAIN-REC-EXIT
    END-IF.
    IF CL-CHECK IS NUMERIC
        MOVE CL-CHECK TO CHAIN-VALUE
        MOVE 'Y' TO CHAIN-FOUND
    END-IF.
SEED-CHAIN-REC-EXIT.
    EXIT.
WRITE-HISTORY.
    MOVE ZERO TO CON-RC.
    PERFORM TAKE-PART-RC THRU TAKE-PART-RC-EXIT
        VARYING PART-K FROM 1 BY 1 UNTIL PART-K IS GREATER THAN PARTS.
    OPEN EXTEND RUN-HISTORY.
    IF HIST-STATUS = "35"
        OPEN OUTPUT RUN-HISTORY
    END-IF.
    IF HIST-STATUS NOT = "00"
        GO TO WRITE-HISTORY-EXIT
    END-IF.
    MOVE CON-DATE TO HIST-DATE.
    MOVE CON-TIME TO HIST-TIME.
    MOVE '2' TO HIST-MODE.
    MOVE CON-OK TO HIST-OK.
    MOVE CON-ERR TO HIST-ERR.
    MOVE CON-SUM TO HIST-SUM.
    MOVE ZERO TO CON-AVG.
    IF CON-OK IS GREATER THAN ZERO
        COMPUTE CON-AVG = CON-SUM / CON-OK
    END-IF.
    MOVE CON-AVG TO HIST-AVG.
    MOVE CON-RC TO HIST-RC.
    WRITE HIST-RECORD FROM HIST-LINE.
    CLOSE RUN-HISTORY.
WRITE-HISTORY-EXIT.
    EXIT.
TAKE-PART-RC.
    IF PT-H-RC(PART-K) IS GREATER THAN CON-RC
        MOVE PT-H-RC(PART-K) TO CON-RC
    END-IF.
TAKE-PART-RC-EXIT.
    EXIT.
REPORT-MERGED.
    MOVE PART-K TO OUT-MG-PART.
    MOVE PT-CSV(PART-K) TO OUT-MG-CSV.
    MOVE PT-RSL(PART-K) TO OUT-MG-RSL.
    MOVE PT-REJ(PART-K) TO OUT-MG-REJ.
    MOVE PT-LOG(PART-K) TO OUT-MG-LOG.
    MOVE PT-H-RUNS(PART-K) TO OUT-MG-RUNS.
    MOVE PT-H-RC(PART-K) TO OUT-MG-RC.
    WRITE STDOUT-RECORD FROM MERGE-LINE AFTER ADVANCING 1 LINE.
REPORT-MERGED-EXIT.
    EXIT.
REPORT-PROOF.
    MOVE SPACES TO OUT-PF-PART.
    MOVE PART-K TO OUT-PF-PART(3:1).
    MOVE PT-COUNT(PART-K) TO OUT-PF-DCOUNT.
    MOVE PT-R-COUNT(PART-K) TO OUT-PF-RCOUNT.
    MOVE PT-HASH(PART-K) TO OUT-PF-DHASH.
    MOVE PT-R-HASH(PART-K) TO OUT-PF-RHASH.
    IF PT-R-COUNT(PART-K) = PT-COUNT(PART-K)
        AND PT-R-HASH(PART-K) = PT-HASH(PART-K)
        MOVE 'BALANCED' TO OUT-PF-DISP
    ELSE
        MOVE 'OUT OF BALANCE' TO OUT-PF-DISP
        MOVE 'Y' TO OUT-OF-BAL
    END-IF.
    ADD PT-R-COUNT(PART-K) TO RES-COUNT.
    ADD PT-R-HASH(PART-K) TO RES-HASH.
    WRITE STDOUT-RECORD FROM PROOF-LINE AFTER ADVANCING 1 LINE.
REPORT-PROOF-EXIT.
    EXIT.

*>   ====  partition file access, by partition number  ====
OPEN-PART-CSV.
    IF PART-K = 1
        OPEN INPUT CSV-IN-1
    END-IF.
    IF PART-K = 2
        OPEN INPUT CSV-IN-2
    END-IF.
    IF PART-K = 3
        OPEN INPUT CSV-IN-3
    END-IF.
    IF PART-K = 4
        OPEN INPUT CSV-IN-4
    END-IF.
OPEN-PART-CSV-EXIT.
    EXIT.
READ-PART-CSV.
    IF PART-K = 1
        READ CSV-IN-1 INTO CSV-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 2
        READ CSV-IN-2 INTO CSV-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 3
        READ CSV-IN-3 INTO CSV-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 4
        READ CSV-IN-4 INTO CSV-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
READ-PART-CSV-EXIT.
    EXIT.
CLOSE-PART-CSV.
    IF PART-K = 1
        CLOSE CSV-IN-1
    END-IF.
    IF PART-K = 2
        CLOSE CSV-IN-2
    END-IF.
    IF PART-K = 3
        CLOSE CSV-IN-3
    END-IF.
    IF PART-K = 4
        CLOSE CSV-IN-4
    END-IF.
CLOSE-PART-CSV-EXIT.
    EXIT.
OPEN-PART-RSL.
    IF PART-K = 1
        OPEN INPUT RSL-IN-1
    END-IF.
    IF PART-K = 2
        OPEN INPUT RSL-IN-2
    END-IF.
    IF PART-K = 3
        OPEN INPUT RSL-IN-3
    END-IF.
    IF PART-K = 4
        OPEN INPUT RSL-IN-4
    END-IF.
OPEN-PART-RSL-EXIT.
    EXIT.
READ-PART-RSL.
    IF PART-K = 1
        READ RSL-IN-1 INTO RSL-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 2
        READ RSL-IN-2 INTO RSL-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 3
        READ RSL-IN-3 INTO RSL-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 4
        READ RSL-IN-4 INTO RSL-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
READ-PART-RSL-EXIT.
    EXIT.
CLOSE-PART-RSL.
    IF PART-K = 1
        CLOSE RSL-IN-1
    END-IF.
    IF PART-K = 2
        CLOSE RSL-IN-2
    END-IF.
    IF PART-K = 3
        CLOSE RSL-IN-3
    END-IF.
    IF PART-K = 4
        CLOSE RSL-IN-4
    END-IF.
CLOSE-PART-RSL-EXIT.
    EXIT.
OPEN-PART-REJ.
    IF PART-K = 1
        OPEN INPUT REJ-IN-1
    END-IF.
    IF PART-K = 2
        OPEN INPUT REJ-IN-2
    END-IF.
    IF PART-K = 3
        OPEN INPUT REJ-IN-3
    END-IF.
    IF PART-K = 4
        OPEN INPUT REJ-IN-4
    END-IF.
OPEN-PART-REJ-EXIT.
    EXIT.
READ-PART-REJ.
    IF PART-K = 1
        READ REJ-IN-1 INTO REJ-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 2
        READ REJ-IN-2 INTO REJ-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 3
        READ REJ-IN-3 INTO REJ-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 4
        READ REJ-IN-4 INTO REJ-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
READ-PART-REJ-EXIT.
    EXIT.
CLOSE-PART-REJ.
    IF PART-K = 1
        CLOSE REJ-IN-1
    END-IF.
    IF PART-K = 2
        CLOSE REJ-IN-2
    END-IF.
    IF PART-K = 3
        CLOSE REJ-IN-3
    END-IF.
    IF PART-K = 4
        CLOSE REJ-IN-4
    END-IF.
CLOSE-PART-REJ-EXIT.
    EXIT.
OPEN-PART-LOG.
    IF PART-K = 1
        OPEN INPUT LOG-IN-1
    END-IF.
    IF PART-K = 2
        OPEN INPUT LOG-IN-2
    END-IF.
    IF PART-K = 3
        OPEN INPUT LOG-IN-3
    END-IF.
    IF PART-K = 4
        OPEN INPUT LOG-IN-4
    END-IF.
OPEN-PART-LOG-EXIT.
    EXIT.
READ-PART-LOG.
    IF PART-K = 1
        READ LOG-IN-1 INTO LOG-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 2
        READ LOG-IN-2 INTO LOG-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 3
        READ LOG-IN-3 INTO LOG-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 4
        READ LOG-IN-4 INTO LOG-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
READ-PART-LOG-EXIT.
    EXIT.
CLOSE-PART-LOG.
    IF PART-K = 1
        CLOSE LOG-IN-1
    END-IF.
    IF PART-K = 2
        CLOSE LOG-IN-2
    END-IF.
    IF PART-K = 3
        CLOSE LOG-IN-3
    END-IF.
    IF PART-K = 4
        CLOSE LOG-IN-4
    END-IF.
CLOSE-PART-LOG-EXIT.
    EXIT.
OPEN-PART-HIST.
    IF PART-K = 1
        OPEN INPUT HIST-IN-1
    END-IF.
    IF PART-K = 2
        OPEN INPUT HIST-IN-2
    END-IF.
    IF PART-K = 3
        OPEN INPUT HIST-IN-3
    END-IF.
    IF PART-K = 4
        OPEN INPUT HIST-IN-4
    END-IF.
OPEN-PART-HIST-EXIT.
    EXIT.
READ-PART-HIST.
    IF PART-K = 1
        READ HIST-IN-1 INTO HIST-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 2
        READ HIST-IN-2 INTO HIST-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 3
        READ HIST-IN-3 INTO HIST-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
    IF PART-K = 4
        READ HIST-IN-4 INTO HIST-LINE
            AT END MOVE 'Y' TO PART-EOF
        END-READ
    END-IF.
READ-PART-HIST-EXIT.
    EXIT.
CLOSE-PART-HIST.
    IF PART-K = 1
        CLOSE HIST-IN-1
    END-IF.
    IF PART-K = 2
        CLOSE HIST-IN-2
    END-IF.
    IF PART-K = 3
        CLOSE HIST-IN-3
    END-IF.
    IF PART-K = 4
        CLOSE HIST-IN-4
    END-IF.
CLOSE-PART-HIST-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMMERGE' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
