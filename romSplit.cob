IDENTIFICATION DIVISION.
PROGRAM-ID. ROMSPLIT.
*>   deck partition split - divides a ROMIN deck into as many as four
*>   partition decks, ROMIN1 to ROMIN4, so the parts can be run through
*>   ROMANMENU mode 2 side by side.  the number of partitions comes
*>   from the ROMPSCTL control card (column 1, 2 to 4).  partitions
*>   are cut only where no HDR/TRL envelope is open - after a TRL,
*>   ahead of an HDR, or between loose records - so a batch is never
*>   divided, and each cut is taken at the first such point once the
*>   partition holds its share of the deck's records.  the deck is
*>   read twice: once for the deck totals, once to write the parts.
*>   ROMPCTL describes the split for ROMMERGE - a DCK record with the
*>   deck totals, then a PRT record per partition with its first
*>   record number, record and envelope counts, and the TRL counts
*>   and hash totals the departments declared inside it.  each
*>   partition run is given ROMPARM PARTBASE= its first record number
*>   less one, so reject record numbers stay deck numbers; the report
*>   shows the value for each partition.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "ROMPSCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-STATUS.
    SELECT STANDARD-INPUT ASSIGN TO "ROMIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IN-STATUS.
    SELECT PART-FILE-1 ASSIGN TO "ROMIN1"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PART-FILE-2 ASSIGN TO "ROMIN2"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PART-FILE-3 ASSIGN TO "ROMIN3"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PART-FILE-4 ASSIGN TO "ROMIN4"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PART-CONTROL ASSIGN TO "ROMPCTL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMSRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CONTROL-FILE.
    01 CTL-RECORD.
       02 CTL-PARTS PICTURE X.
       02 FILLER    PICTURE X(79).
FD STANDARD-INPUT.
    01 STDIN-RECORD  PICTURE X(80).
FD PART-FILE-1.
    01 PART-RECORD-1 PICTURE X(80).
FD PART-FILE-2.
    01 PART-RECORD-2 PICTURE X(80).
FD PART-FILE-3.
    01 PART-RECORD-3 PICTURE X(80).
FD PART-FILE-4.
    01 PART-RECORD-4 PICTURE X(80).
FD PART-CONTROL.
    01 PCT-RECORD    PICTURE X(80).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

WORKING-STORAGE SECTION.
77  CTL-STATUS  PICTURE X(02).
77  IN-STATUS   PICTURE X(02).
77  CTL-OPEN    PICTURE X VALUE 'N'.
77  RUN-DATE    PICTURE 9(8) VALUE ZERO.
77  PARTS       PICTURE 9 VALUE ZERO.
77  PART-K      PICTURE 9 VALUE ZERO.
77  PART-EMPTY  PICTURE 9 VALUE ZERO.
77  ENV-OPEN    PICTURE X VALUE 'N'.
77  CUT-OK      PICTURE X VALUE 'N'.
77  REC-NUM     PICTURE 9(8) VALUE ZERO.
77  CUT-AT      PICTURE 9(8) VALUE ZERO.
*>   deck totals from the first pass
77  DECK-RECS   PICTURE 9(8) VALUE ZERO.
77  DECK-ENVS   PICTURE 9(5) VALUE ZERO.
77  DECK-COUNT  PICTURE 9(7) VALUE ZERO.
77  DECK-HASH   PICTURE 9(11) VALUE ZERO.
77  SUM-RECS    PICTURE 9(8) VALUE ZERO.
77  SUM-ENVS    PICTURE 9(5) VALUE ZERO.
77  SUM-COUNT   PICTURE 9(7) VALUE ZERO.
77  SUM-HASH    PICTURE 9(11) VALUE ZERO.
01  IN-LINE     PICTURE X(80).
01  HDR-SPLIT REDEFINES IN-LINE.
    02 HDR-TAG    PICTURE X(3).
    02 FILLER     PICTURE X(77).
01  TRL-SPLIT REDEFINES IN-LINE.
    02 TRL-TAG    PICTURE X(3).
    02 FILLER     PICTURE X.
    02 TRL-COUNT  PICTURE 9(5).
    02 FILLER     PICTURE X.
    02 TRL-SUM    PICTURE 9(9).
    02 FILLER     PICTURE X(61).
*>   per-partition totals from the second pass
01  PART-TAB.
    02 PART-ENTRY OCCURS 4 TIMES.
       03 PT-FIRST  PICTURE 9(8).
       03 PT-RECS   PICTURE 9(8).
       03 PT-ENVS   PICTURE 9(5).
       03 PT-COUNT  PICTURE 9(7).
       03 PT-HASH   PICTURE 9(11).
*>   ROMPCTL layouts, shared with ROMMERGE
01  PCT-DCK-LINE.
    02 FILLER     PICTURE X(3) VALUE 'DCK'.
    02 FILLER     PICTURE X VALUE SPACE.
    02 PD-PARTS   PICTURE 9.
    02 FILLER     PICTURE X VALUE SPACE.
    02 PD-DATE    PICTURE 9(8).
    02 FILLER     PICTURE X VALUE SPACE.
    02 PD-RECS    PICTURE 9(8).
    02 FILLER     PICTURE X VALUE SPACE.
    02 PD-ENVS    PICTURE 9(5).
    02 FILLER     PICTURE X VALUE SPACE.
    02 PD-COUNT   PICTURE 9(7).
    02 FILLER     PICTURE X VALUE SPACE.
    02 PD-HASH    PICTURE 9(11).
    02 FILLER     PICTURE X(31) VALUE SPACES.
01  PCT-PRT-LINE.
    02 FILLER     PICTURE X(3) VALUE 'PRT'.
    02 FILLER     PICTURE X VALUE SPACE.
    02 PP-PART    PICTURE 9.
    02 FILLER     PICTURE X VALUE SPACE.
    02 PP-FIRST   PICTURE 9(8).
    02 FILLER     PICTURE X VALUE SPACE.
    02 PP-RECS    PICTURE 9(8).
    02 FILLER     PICTURE X VALUE SPACE.
    02 PP-ENVS    PICTURE 9(5).
    02 FILLER     PICTURE X VALUE SPACE.
    02 PP-COUNT   PICTURE 9(7).
    02 FILLER     PICTURE X VALUE SPACE.
    02 PP-HASH    PICTURE 9(11).
    02 FILLER     PICTURE X(31) VALUE SPACES.
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(27) VALUE 'DECK PARTITION SPLIT - RUN '.
    02 OUT-RUN-DATE PICTURE 9(8).
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  COL-HEADS.
    02 FILLER PICTURE X(39) VALUE
       ' PART  FIRST REC   RECORDS  ENVELOPES  '.
    02 FILLER PICTURE X(36) VALUE
       'TRL COUNT     TRL HASH    PARTBASE'.
01  PART-LINE.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-PART PICTURE 9.
    02 FILLER PICTURE X(4) VALUE SPACES.
    02 OUT-FIRST PICTURE Z(7)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-RECS PICTURE Z(7)9.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 OUT-ENVS PICTURE Z(4)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-COUNT PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-HASH PICTURE Z(11)9.
    02 FILLER PICTURE X(4) VALUE SPACES.
    02 OUT-BASE PICTURE 9(8).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  DECK-LINE.
    02 FILLER PICTURE X(18) VALUE ' DECK'.
    02 OUT-DK-RECS PICTURE Z(7)9.
    02 FILLER PICTURE X(6) VALUE SPACES.
    02 OUT-DK-ENVS PICTURE Z(4)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-DK-COUNT PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-DK-HASH PICTURE Z(11)9.
01  EMPTY-LINE.
    02 FILLER PICTURE X(28) VALUE
       ' *** PARTITIONS LEFT EMPTY: '.
    02 OUT-EMPTY PICTURE 9.
    02 FILLER PICTURE X(34) VALUE
       ' - TOO FEW ENVELOPE BOUNDARIES ***'.
01  NO-CTL-MESS.
    02 FILLER PICTURE X(50) VALUE
       ' MISSING OR INVALID ROMPSCTL PARTITION COUNT (2-4)'.
01  NO-IN-MESS.
    02 FILLER PICTURE X(30) VALUE
       ' MISSING OR EMPTY ROMIN DECK'.
01  NO-BAL-MESS.
    02 FILLER PICTURE X(46) VALUE
       ' *** PARTITIONS DO NOT ADD UP TO THE DECK *** '.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    OPEN INPUT CONTROL-FILE.
    IF CTL-STATUS NOT = "00"
        GO TO NO-CONTROL-RECORD
    END-IF.
    MOVE 'Y' TO CTL-OPEN.
    READ CONTROL-FILE
        AT END GO TO NO-CONTROL-RECORD
    END-READ.
    CLOSE CONTROL-FILE.
    MOVE 'N' TO CTL-OPEN.
    IF CTL-PARTS IS NOT NUMERIC
        GO TO NO-CONTROL-RECORD
    END-IF.
    MOVE CTL-PARTS TO PARTS.
    IF PARTS IS LESS THAN 2 OR PARTS IS GREATER THAN 4
        GO TO NO-CONTROL-RECORD
    END-IF.
*>   first pass - deck totals
    OPEN INPUT STANDARD-INPUT.
    IF IN-STATUS NOT = "00"
        GO TO NO-INPUT-DECK
    END-IF.
CL1. READ STANDARD-INPUT INTO IN-LINE AT END GO TO CL-END END-READ.
    ADD 1 TO DECK-RECS.
    IF HDR-TAG = 'HDR'
        ADD 1 TO DECK-ENVS
    END-IF.
    IF TRL-TAG = 'TRL' AND TRL-COUNT IS NUMERIC AND TRL-SUM IS NUMERIC
        ADD TRL-COUNT TO DECK-COUNT
        ADD TRL-SUM TO DECK-HASH
    END-IF.
    GO TO CL1.
CL-END.
    CLOSE STANDARD-INPUT.
    IF DECK-RECS = ZERO
        GO TO NO-INPUT-DECK
    END-IF.
*>   second pass - write the partitions
    PERFORM CLEAR-PART THRU CLEAR-PART-EXIT
        VARYING PART-K FROM 1 BY 1 UNTIL PART-K IS GREATER THAN 4.
    OPEN OUTPUT PART-FILE-1, PART-FILE-2.
    IF PARTS IS GREATER THAN 2
        OPEN OUTPUT PART-FILE-3
    END-IF.
    IF PARTS IS GREATER THAN 3
        OPEN OUTPUT PART-FILE-4
    END-IF.
    OPEN INPUT STANDARD-INPUT.
    MOVE 1 TO PART-K.
    MOVE 1 TO PT-FIRST(1).
    COMPUTE CUT-AT = DECK-RECS / PARTS.
SL1. READ STANDARD-INPUT INTO IN-LINE AT END GO TO SL-END END-READ.
    ADD 1 TO REC-NUM.
    PERFORM CHECK-CUT THRU CHECK-CUT-EXIT.
    PERFORM WRITE-PART THRU WRITE-PART-EXIT.
    ADD 1 TO PT-RECS(PART-K).
    IF HDR-TAG = 'HDR'
        ADD 1 TO PT-ENVS(PART-K)
        MOVE 'Y' TO ENV-OPEN
    END-IF.
    IF TRL-TAG = 'TRL'
        MOVE 'N' TO ENV-OPEN
        IF TRL-COUNT IS NUMERIC AND TRL-SUM IS NUMERIC
            ADD TRL-COUNT TO PT-COUNT(PART-K)
            ADD TRL-SUM TO PT-HASH(PART-K)
        END-IF
    END-IF.
    GO TO SL1.
SL-END.
    CLOSE STANDARD-INPUT, PART-FILE-1, PART-FILE-2.
    IF PARTS IS GREATER THAN 2
        CLOSE PART-FILE-3
    END-IF.
    IF PARTS IS GREATER THAN 3
        CLOSE PART-FILE-4
    END-IF.
    OPEN OUTPUT PART-CONTROL.
    MOVE PARTS TO PD-PARTS.
    MOVE RUN-DATE TO PD-DATE.
    MOVE DECK-RECS TO PD-RECS.
    MOVE DECK-ENVS TO PD-ENVS.
    MOVE DECK-COUNT TO PD-COUNT.
    MOVE DECK-HASH TO PD-HASH.
    WRITE PCT-RECORD FROM PCT-DCK-LINE.
    MOVE RUN-DATE TO OUT-RUN-DATE.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    PERFORM REPORT-PART THRU REPORT-PART-EXIT
        VARYING PART-K FROM 1 BY 1 UNTIL PART-K IS GREATER THAN PARTS.
    CLOSE PART-CONTROL.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    MOVE DECK-RECS TO OUT-DK-RECS.
    MOVE DECK-ENVS TO OUT-DK-ENVS.
    MOVE DECK-COUNT TO OUT-DK-COUNT.
    MOVE DECK-HASH TO OUT-DK-HASH.
    WRITE STDOUT-RECORD FROM DECK-LINE AFTER ADVANCING 1 LINE.
    IF SUM-RECS NOT = DECK-RECS OR SUM-ENVS NOT = DECK-ENVS
        OR SUM-COUNT NOT = DECK-COUNT OR SUM-HASH NOT = DECK-HASH
        WRITE STDOUT-RECORD FROM NO-BAL-MESS AFTER ADVANCING 2 LINES
        CLOSE STANDARD-OUTPUT
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'SPLITBAL' TO ALR-CODE
        MOVE NO-BAL-MESS TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF PART-EMPTY IS GREATER THAN ZERO
        MOVE PART-EMPTY TO OUT-EMPTY
        WRITE STDOUT-RECORD FROM EMPTY-LINE AFTER ADVANCING 2 LINES
        CLOSE STANDARD-OUTPUT
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'PARTEMPT' TO ALR-CODE
        MOVE 'PARTITIONS LEFT EMPTY - TOO FEW BOUNDARIES' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE STANDARD-OUTPUT.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.
NO-CONTROL-RECORD.
    WRITE STDOUT-RECORD FROM NO-CTL-MESS AFTER ADVANCING 1 LINE.
    IF CTL-OPEN = 'Y'
        CLOSE CONTROL-FILE
        MOVE 'N' TO CTL-OPEN
    END-IF.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOCTL' TO ALR-CODE.
    MOVE NO-CTL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-INPUT-DECK.
    WRITE STDOUT-RECORD FROM NO-IN-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-IN-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

CLEAR-PART.
    MOVE ZERO TO PT-FIRST(PART-K).
    MOVE ZERO TO PT-RECS(PART-K).
    MOVE ZERO TO PT-ENVS(PART-K).
    MOVE ZERO TO PT-COUNT(PART-K).
    MOVE ZERO TO PT-HASH(PART-K).
CLEAR-PART-EXIT.
    EXIT.
*>   move on to the next partition once this one holds its share and
*>   the record about to be written does not fall inside an envelope
CHECK-CUT.
    IF PART-K = PARTS OR REC-NUM NOT GREATER THAN CUT-AT
        GO TO CHECK-CUT-EXIT
    END-IF.
    MOVE 'N' TO CUT-OK.
    IF ENV-OPEN = 'N' OR HDR-TAG = 'HDR'
        MOVE 'Y' TO CUT-OK
    END-IF.
    IF CUT-OK = 'N'
        GO TO CHECK-CUT-EXIT
    END-IF.
    ADD 1 TO PART-K.
    MOVE REC-NUM TO PT-FIRST(PART-K).
    MOVE 'N' TO ENV-OPEN.
    COMPUTE CUT-AT = DECK-RECS * PART-K / PARTS.
CHECK-CUT-EXIT.
    EXIT.
WRITE-PART.
    IF PART-K = 1
        WRITE PART-RECORD-1 FROM IN-LINE
    END-IF.
    IF PART-K = 2
        WRITE PART-RECORD-2 FROM IN-LINE
    END-IF.
    IF PART-K = 3
        WRITE PART-RECORD-3 FROM IN-LINE
    END-IF.
    IF PART-K = 4
        WRITE PART-RECORD-4 FROM IN-LINE
    END-IF.
WRITE-PART-EXIT.
    EXIT.
*>   an empty partition is still described, starting after the deck,
*>   so ROMMERGE finds the full set and its totals still add up
REPORT-PART.
    IF PT-RECS(PART-K) = ZERO
        ADD 1 TO PART-EMPTY
        COMPUTE PT-FIRST(PART-K) = DECK-RECS + 1
    END-IF.
    MOVE PART-K TO PP-PART.
    MOVE PT-FIRST(PART-K) TO PP-FIRST.
    MOVE PT-RECS(PART-K) TO PP-RECS.
    MOVE PT-ENVS(PART-K) TO PP-ENVS.
    MOVE PT-COUNT(PART-K) TO PP-COUNT.
    MOVE PT-HASH(PART-K) TO PP-HASH.
    WRITE PCT-RECORD FROM PCT-PRT-LINE.
    ADD PT-RECS(PART-K) TO SUM-RECS.
    ADD PT-ENVS(PART-K) TO SUM-ENVS.
    ADD PT-COUNT(PART-K) TO SUM-COUNT.
    ADD PT-HASH(PART-K) TO SUM-HASH.
    MOVE PART-K TO OUT-PART.
    MOVE PT-FIRST(PART-K) TO OUT-FIRST.
    MOVE PT-RECS(PART-K) TO OUT-RECS.
    MOVE PT-ENVS(PART-K) TO OUT-ENVS.
    MOVE PT-COUNT(PART-K) TO OUT-COUNT.
    MOVE PT-HASH(PART-K) TO OUT-HASH.
    COMPUTE OUT-BASE = PT-FIRST(PART-K) - 1.
    WRITE STDOUT-RECORD FROM PART-LINE AFTER ADVANCING 1 LINE.
REPORT-PART-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMSPLIT' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
