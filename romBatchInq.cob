IDENTIFICATION DIVISION.
PROGRAM-ID. ROMBFINQ.
*>   batch fingerprint inquiry - lists every envelope fingerprint
*>   mode 2 has recorded in ROMBFP (source, batch date, trailer count
*>   and sum) in key order with the run date/time it was first
*>   received, how many times it has been seen and when last, so a
*>   held suspected duplicate can be traced back to the original.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT FPRINT-FILE ASSIGN TO "ROMBFP"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS BFP-KEY
        FILE STATUS IS BFP-STATUS.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMBRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FPRINT-FILE.
    01 BFP-RECORD.
       02 BFP-KEY.
          03 BFP-SOURCE PICTURE X(3).
          03 BFP-DATE   PICTURE 9(8).
          03 BFP-COUNT  PICTURE 9(5).
          03 BFP-SUM    PICTURE 9(9).
       02 BFP-FIRST-DATE PICTURE 9(8).
       02 BFP-FIRST-TIME PICTURE 9(8).
       02 BFP-SEEN       PICTURE 9(5).
       02 BFP-LAST-DATE  PICTURE 9(8).
       02 BFP-LAST-TIME  PICTURE 9(8).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

WORKING-STORAGE SECTION.
77  BFP-STATUS  PICTURE X(02).
77  CNT-BATCHES PICTURE S9(5) VALUE ZERO.
77  CNT-REPEATS PICTURE S9(5) VALUE ZERO.
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(30) VALUE 'BATCH FINGERPRINT REGISTER'.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  COL-HEADS.
    02 FILLER PICTURE X(32) VALUE
       ' SRC  BATCH     COUNT       SUM'.
    02 FILLER PICTURE X(35) VALUE
       ' FIRST RECEIVED     SEEN  LAST SEEN'.
01  DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-SOURCE PICTURE X(3).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-DATE PICTURE 9(8).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-COUNT PICTURE Z(4)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-SUM PICTURE Z(8)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-FIRST-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-FIRST-TIME PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-SEEN PICTURE Z(4)9.
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-LAST-DATE PICTURE 9(8).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  TRAILER-2.
    02 FILLER PICTURE X(10) VALUE ' BATCHES: '.
    02 OUT-BATCHES PICTURE Z(4)9.
    02 FILLER PICTURE X(22) VALUE '  RECEIVED MORE THAN '.
    02 FILLER PICTURE X(6) VALUE 'ONCE: '.
    02 OUT-REPEATS PICTURE Z(4)9.
01  NO-BFP-MESS.
    02 FILLER PICTURE X(43) VALUE
       ' BATCH FINGERPRINT MASTER ROMBFP NOT USABLE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    OPEN INPUT FPRINT-FILE.
    IF BFP-STATUS NOT = "00"
        GO TO NO-FPRINT
    END-IF.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
RL1. READ FPRINT-FILE NEXT RECORD AT END GO TO RL-END END-READ.
    PERFORM LIST-ONE THRU LIST-ONE-EXIT.
    GO TO RL1.
RL-END.
    CLOSE FPRINT-FILE.
    MOVE CNT-BATCHES TO OUT-BATCHES.
    MOVE CNT-REPEATS TO OUT-REPEATS.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.
NO-FPRINT.
    WRITE STDOUT-RECORD FROM NO-BFP-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-BFP-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

LIST-ONE.
    ADD 1 TO CNT-BATCHES.
    IF BFP-SEEN IS GREATER THAN 1
        ADD 1 TO CNT-REPEATS
    END-IF.
    MOVE BFP-SOURCE TO OUT-SOURCE.
    MOVE BFP-DATE TO OUT-DATE.
    MOVE BFP-COUNT TO OUT-COUNT.
    MOVE BFP-SUM TO OUT-SUM.
    MOVE BFP-FIRST-DATE TO OUT-FIRST-DATE.
    MOVE BFP-FIRST-TIME TO OUT-FIRST-TIME.
    MOVE BFP-SEEN TO OUT-SEEN.
    MOVE BFP-LAST-DATE TO OUT-LAST-DATE.
    WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
LIST-ONE-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMBFINQ' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
