IDENTIFICATION DIVISION.
PROGRAM-ID. ROMDCONV.
*>   one-time expansion of every dated master and archive file from
*>   six-digit YYMMDD dates to eight-digit CCYYMMDD dates.  each file
*>   is read in its old layout, every date field is widened where it
*>   stands (the rest of the record moves two places right for each
*>   date before it) and the file is written back in the new layout.
*>   century window: a two-digit year 00-49 is taken as 20YY and
*>   50-99 as 19YY, so 491231 becomes 20491231 and 500101 becomes
*>   19500101.  a zero date stays zero (00000000) and a blank date
*>   stays blank.  a date that is not numeric is kept as it was with
*>   two leading spaces, counted as bad on the report, and the run
*>   ends with return code 4 so the record can be repaired by hand.
*>   a record whose first date is already eight digits is copied as
*>   it stands, so a second run (or a file that was partly rebuilt
*>   by the new programs before this ran) does no harm.  the indexed
*>   masters are read in their old record size; one that will not
*>   open in that size has already been converted and is left alone.
*>   the audit log check values cover the date, so ROMLARCH and then
*>   ROMLOG are re-chained with ROMHASH as they are widened and the
*>   ROMLCHN anchor is rewritten from the archive.  run ROMLVRFY and
*>   take a copy of every file first, and run this with nothing else
*>   running.  the retained daily ROMRSLT files are converted by
*>   pointing ROMRSLT at each in turn; ROMCAL and ROMTLIB are
*>   converted too.  ROMDCRPT shows, per file, the records before
*>   and after, how many were widened, how many were already in the
*>   new form and how many bad dates were met.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARCHIVE-LOG ASSIGN TO "ROMLARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT AUDIT-LOG ASSIGN TO "ROMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT CHAIN-ANCHOR ASSIGN TO "ROMLCHN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHN-STATUS.
    SELECT RUN-HISTORY ASSIGN TO "ROMHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT HIST-ARCHIVE ASSIGN TO "ROMHARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT VENDOR-HISTORY ASSIGN TO "ROMVHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT RESULTS-FILE ASSIGN TO "ROMRSLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT ALERT-FILE ASSIGN TO "ROMALERT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT ALERT-ARCHIVE ASSIGN TO "ROMALARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT PENDING-FILE ASSIGN TO "ROMPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT CHANGE-HISTORY ASSIGN TO "ROMCHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT SENT-FILE ASSIGN TO "ROMSENT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "ROMCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT LIB-FILE ASSIGN TO "ROMTLIB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILE-STATUS.
    SELECT OLD-XREF ASSIGN TO "ROMXREF"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS OXR-KEY
        FILE STATUS IS FILE-STATUS.
    SELECT XREF-FILE ASSIGN TO "ROMXREF"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS XREF-KEY
        FILE STATUS IS FILE-STATUS.
    SELECT OLD-SOURCE ASSIGN TO "ROMSRC"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS OSR-CODE
        FILE STATUS IS FILE-STATUS.
    SELECT SOURCE-FILE ASSIGN TO "ROMSRC"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS SRC-CODE
        FILE STATUS IS FILE-STATUS.
    SELECT OLD-FPRINT ASSIGN TO "ROMBFP"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS OBF-KEY
        FILE STATUS IS FILE-STATUS.
    SELECT FPRINT-FILE ASSIGN TO "ROMBFP"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS BFP-KEY
        FILE STATUS IS FILE-STATUS.
    SELECT OLD-LEDGER ASSIGN TO "ROMRLDG"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS OLD-KEY
        FILE STATUS IS FILE-STATUS.
    SELECT LEDGER-FILE ASSIGN TO "ROMRLDG"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS LDG-KEY
        FILE STATUS IS FILE-STATUS.
    SELECT OLD-REGISTER ASSIGN TO "ROMLREG"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS ORG-KEY
        FILE STATUS IS FILE-STATUS.
    SELECT REGISTER-FILE ASSIGN TO "ROMLREG"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS REG-KEY
        FILE STATUS IS FILE-STATUS.
    SELECT OLD-CUSTODY ASSIGN TO "ROMCUST"
        ORGANIZATION IS INDEXED
        ACCESS IS SEQUENTIAL
        RECORD KEY IS OCU-LABEL
        FILE STATUS IS FILE-STATUS.
    SELECT CUSTODY-FILE ASSIGN TO "ROMCUST"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS CUS-LABEL
        FILE STATUS IS FILE-STATUS.
    SELECT CONV-TEMP ASSIGN TO "ROMDCTMP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TEMP-STATUS.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMDCRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ARCHIVE-LOG.
    01 LARCH-RECORD  PICTURE X(128).
FD AUDIT-LOG.
    01 LOG-RECORD    PICTURE X(128).
FD CHAIN-ANCHOR.
    01 CHN-RECORD    PICTURE X(80).
FD RUN-HISTORY.
    01 HIST-RECORD   PICTURE X(54).
FD HIST-ARCHIVE.
    01 HARCH-RECORD  PICTURE X(54).
FD VENDOR-HISTORY.
    01 VHIST-RECORD  PICTURE X(45).
FD RESULTS-FILE.
    01 RSL-RECORD    PICTURE X(62).
FD ALERT-FILE.
    01 ALERT-RECORD  PICTURE X(98).
FD ALERT-ARCHIVE.
    01 ALARC-RECORD  PICTURE X(116).
FD PENDING-FILE.
    01 PND-RECORD    PICTURE X(106).
FD CHANGE-HISTORY.
    01 HST-RECORD    PICTURE X(154).
FD SENT-FILE.
    01 SNT-RECORD    PICTURE X(64).
FD CALENDAR-FILE.
    01 CAL-RECORD    PICTURE X(80).
FD LIB-FILE.
    01 LIB-RECORD    PICTURE X(80).
*>   the indexed masters, first in the six-digit layout they are read
*>   in and then in the layout they are reloaded in
FD OLD-XREF.
    01 OXR-RECORD.
       02 OXR-KEY     PICTURE X(30).
       02 FILLER      PICTURE X(36).
FD XREF-FILE.
    01 XREF-RECORD.
       02 XREF-KEY    PICTURE X(30).
       02 FILLER      PICTURE X(40).
FD OLD-SOURCE.
    01 OSR-RECORD.
       02 OSR-CODE    PICTURE X(3).
       02 FILLER      PICTURE X(68).
FD SOURCE-FILE.
    01 SRC-RECORD.
       02 SRC-CODE    PICTURE X(3).
       02 FILLER      PICTURE X(72).
FD OLD-FPRINT.
    01 OBF-RECORD.
       02 OBF-KEY     PICTURE X(23).
       02 FILLER      PICTURE X(33).
FD FPRINT-FILE.
    01 BFP-RECORD.
       02 BFP-KEY     PICTURE X(25).
       02 FILLER      PICTURE X(37).
FD OLD-LEDGER.
    01 OLD-RECORD.
       02 OLD-KEY     PICTURE X(11).
       02 FILLER      PICTURE X(51).
FD LEDGER-FILE.
    01 LDG-RECORD.
       02 LDG-KEY     PICTURE X(11).
       02 FILLER      PICTURE X(57).
FD OLD-REGISTER.
    01 ORG-RECORD.
       02 ORG-KEY     PICTURE 9(7).
       02 FILLER      PICTURE X(38).
FD REGISTER-FILE.
    01 REG-RECORD.
       02 REG-KEY     PICTURE 9(7).
       02 FILLER      PICTURE X(40).
FD OLD-CUSTODY.
    01 OCU-RECORD.
       02 OCU-LABEL   PICTURE 9(7).
       02 FILLER      PICTURE X(86).
FD CUSTODY-FILE.
    01 CUS-RECORD.
       02 CUS-LABEL   PICTURE 9(7).
       02 FILLER      PICTURE X(98).
FD CONV-TEMP.
    01 TEMP-RECORD   PICTURE X(160).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(80).

WORKING-STORAGE SECTION.
77  FILE-STATUS PICTURE X(02).
77  CHN-STATUS  PICTURE X(02).
77  TEMP-STATUS PICTURE X(02).
77  CUR-FILE    PICTURE X(8) VALUE SPACES.
77  FILE-KIND   PICTURE X VALUE SPACE.
77  CHECK-FORM  PICTURE X VALUE 'Y'.
77  FORM-POS    PICTURE S9(4) VALUE 1.
77  CHAIN-FILE  PICTURE X VALUE 'N'.
77  LINE-SKIP   PICTURE X VALUE 'N'.
77  P           PICTURE S9(4).
77  DP          PICTURE S9(4).
77  CHAIN-VALUE PICTURE 9(10) VALUE ZERO.
77  NEW-CHECK   PICTURE 9(10) VALUE ZERO.
77  ANCHOR-OLD  PICTURE 9(10) VALUE ZERO.
77  ANCHOR-SEEN PICTURE X VALUE 'N'.
77  ARCH-CHAINS PICTURE S9(7) VALUE ZERO.
77  CNT-CHAINED PICTURE S9(7) VALUE ZERO.
77  CNT-BEFORE  PICTURE S9(7) VALUE ZERO.
77  CNT-AFTER   PICTURE S9(7) VALUE ZERO.
77  CNT-WIDENED PICTURE S9(7) VALUE ZERO.
77  CNT-ALREADY PICTURE S9(7) VALUE ZERO.
77  CNT-BAD     PICTURE S9(7) VALUE ZERO.
77  CNT-LOST    PICTURE S9(7) VALUE ZERO.
77  FILES-DONE  PICTURE S9(4) VALUE ZERO.
77  FILES-ABSENT PICTURE S9(4) VALUE ZERO.
77  FILES-LEFT  PICTURE S9(4) VALUE ZERO.
77  TOTAL-BAD   PICTURE S9(7) VALUE ZERO.
77  TOTAL-LOST  PICTURE S9(7) VALUE ZERO.
*>   where each date of the record stands at the moment it is
*>   widened - each one is two places further right than in the
*>   old layout for every date widened before it
01  POS-TAB.
    02 POS-USED  PICTURE S9(4) VALUE ZERO.
    02 DATE-POS  PICTURE S9(4) OCCURS 6 TIMES.
01  WORK-LINE    PICTURE X(160).
01  SHIFT-AREA   PICTURE X(160).
01  OLD-DATE-X   PICTURE X(6).
01  OLD-DATE-N REDEFINES OLD-DATE-X PICTURE 9(6).
01  NEW-DATE-X   PICTURE X(8).
01  NEW-DATE-N REDEFINES NEW-DATE-X PICTURE 9(8).
01  LOG-WORK.
    02 LW-TEXT   PICTURE X(117).
    02 FILLER    PICTURE X.
    02 LW-CHECK  PICTURE X(10).
    02 FILLER    PICTURE X(32).
01  LOG-WORK-9 REDEFINES LOG-WORK.
    02 FILLER     PICTURE X(118).
    02 LW-CHECK-N PICTURE 9(10).
    02 FILLER     PICTURE X(32).
01  CHN-LINE.
    02 CHN-CHECK PICTURE X(10).
    02 FILLER    PICTURE X(70) VALUE SPACES.
01  CHN-LINE-9 REDEFINES CHN-LINE.
    02 CHN-CHECK-N PICTURE 9(10).
    02 FILLER      PICTURE X(70).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(35) VALUE 'DATE CONVERSION TO CCYYMMDD - FILES'.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  WINDOW-LINE.
    02 FILLER PICTURE X(50) VALUE
       ' CENTURY WINDOW: YY 00-49 TAKEN AS 20YY, 50-99 AS '.
    02 FILLER PICTURE X(4) VALUE '19YY'.
01  COL-HEAD.
    02 FILLER PICTURE X(30) VALUE
       ' FILE       BEFORE    AFTER  W'.
    02 FILLER PICTURE X(30) VALUE
       'IDENED  ALREADY  BAD DATE  NOT'.
    02 FILLER PICTURE X VALUE 'E'.
01  FILE-LINE.
    02 FILLER     PICTURE X VALUE SPACE.
    02 OUT-FILE   PICTURE X(8).
    02 FILLER     PICTURE X(2) VALUE SPACES.
    02 OUT-BEFORE PICTURE Z(6)9.
    02 FILLER     PICTURE X(2) VALUE SPACES.
    02 OUT-AFTER  PICTURE Z(6)9.
    02 FILLER     PICTURE X(2) VALUE SPACES.
    02 OUT-WIDENED PICTURE Z(6)9.
    02 FILLER     PICTURE X(2) VALUE SPACES.
    02 OUT-ALREADY PICTURE Z(6)9.
    02 FILLER     PICTURE X(3) VALUE SPACES.
    02 OUT-BAD    PICTURE Z(6)9.
    02 FILLER     PICTURE X(2) VALUE SPACES.
    02 OUT-NOTE   PICTURE X(23).
01  ABSENT-LINE.
    02 FILLER     PICTURE X VALUE SPACE.
    02 OUT-ABS-FILE PICTURE X(8).
    02 FILLER     PICTURE X(48) VALUE SPACES.
    02 OUT-ABS-NOTE PICTURE X(21).
    02 OUT-ABS-STATUS PICTURE X(2).
01  TOTAL-LINE.
    02 FILLER PICTURE X(11) VALUE ' CONVERTED:'.
    02 OUT-DONE PICTURE ZZZ9.
    02 FILLER PICTURE X(16) VALUE '   NOT PRESENT:'.
    02 OUT-ABSENT PICTURE ZZZ9.
    02 FILLER PICTURE X(16) VALUE '   LEFT AS IS:'.
    02 OUT-LEFT PICTURE ZZZ9.
01  ANCHOR-LINE.
    02 FILLER PICTURE X(30) VALUE ' ROMLCHN ANCHOR REWRITTEN AS '.
    02 OUT-ANCHOR PICTURE 9(10).
01  NO-TEMP-MESS.
    02 FILLER PICTURE X(36) VALUE
       ' ROMDCTMP WORK FILE CANNOT BE OPENED'.
01  BAD-MESS.
    02 FILLER PICTURE X(49) VALUE
       ' FILES OR DATES LEFT TO BE SEEN TO - SEE ROMDCRPT'.
COPY "RNALERT.cpy".
PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM WINDOW-LINE AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM COL-HEAD AFTER ADVANCING 2 LINES.
    PERFORM READ-ANCHOR THRU READ-ANCHOR-EXIT.
    PERFORM CONV-LARCH THRU CONV-LARCH-EXIT.
    PERFORM CONV-LOG THRU CONV-LOG-EXIT.
    PERFORM CONV-HIST THRU CONV-HIST-EXIT.
    PERFORM CONV-HARCH THRU CONV-HARCH-EXIT.
    PERFORM CONV-VHIST THRU CONV-VHIST-EXIT.
    PERFORM CONV-RSLT THRU CONV-RSLT-EXIT.
    PERFORM CONV-ALERT THRU CONV-ALERT-EXIT.
    PERFORM CONV-ALARC THRU CONV-ALARC-EXIT.
    PERFORM CONV-PEND THRU CONV-PEND-EXIT.
    PERFORM CONV-CHIST THRU CONV-CHIST-EXIT.
    PERFORM CONV-SENT THRU CONV-SENT-EXIT.
    PERFORM CONV-CAL THRU CONV-CAL-EXIT.
    PERFORM CONV-TLIB THRU CONV-TLIB-EXIT.
    PERFORM CONV-XREF THRU CONV-XREF-EXIT.
    PERFORM CONV-SRC THRU CONV-SRC-EXIT.
    PERFORM CONV-BFP THRU CONV-BFP-EXIT.
    PERFORM CONV-RLDG THRU CONV-RLDG-EXIT.
    PERFORM CONV-LREG THRU CONV-LREG-EXIT.
    PERFORM CONV-CUST THRU CONV-CUST-EXIT.
    MOVE FILES-DONE TO OUT-DONE.
    MOVE FILES-ABSENT TO OUT-ABSENT.
    MOVE FILES-LEFT TO OUT-LEFT.
    WRITE STDOUT-RECORD FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
    IF ARCH-CHAINS IS GREATER THAN ZERO
        MOVE CHN-CHECK-N TO OUT-ANCHOR
        WRITE STDOUT-RECORD FROM ANCHOR-LINE AFTER ADVANCING 1 LINE
    END-IF.
    IF TOTAL-BAD IS GREATER THAN ZERO
        OR TOTAL-LOST IS GREATER THAN ZERO
        OR FILES-LEFT IS GREATER THAN ZERO
        WRITE STDOUT-RECORD FROM BAD-MESS AFTER ADVANCING 1 LINE
        CLOSE STANDARD-OUTPUT
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'BADDATE' TO ALR-CODE
        MOVE BAD-MESS TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE STANDARD-OUTPUT.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.
NO-TEMP-FILE.
    WRITE STDOUT-RECORD FROM NO-TEMP-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-TEMP-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

*>   the anchor as it stood, for a log whose archive carries no
*>   chained lines to continue from
READ-ANCHOR.
    OPEN INPUT CHAIN-ANCHOR.
    IF CHN-STATUS NOT = "00"
        GO TO READ-ANCHOR-EXIT
    END-IF.
    READ CHAIN-ANCHOR INTO CHN-LINE
        AT END MOVE SPACES TO CHN-LINE
    END-READ.
    CLOSE CHAIN-ANCHOR.
    IF CHN-CHECK IS NUMERIC
        MOVE CHN-CHECK-N TO ANCHOR-OLD
        MOVE 'Y' TO ANCHOR-SEEN
    END-IF.
READ-ANCHOR-EXIT.
    EXIT.

*>   ---------------------------------------------------------------
*>   the line sequential files - pass 1 widens into ROMDCTMP, pass 2
*>   copies ROMDCTMP back over the file in the new record size
*>   ---------------------------------------------------------------
CONV-LARCH.
    MOVE 'ROMLARCH' TO CUR-FILE.
    MOVE 1 TO POS-USED. MOVE 1 TO DATE-POS(1).
    PERFORM START-FILE THRU START-FILE-EXIT.
    MOVE 'Y' TO CHAIN-FILE.
    MOVE ZERO TO CHAIN-VALUE.
    OPEN INPUT ARCHIVE-LOG.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO LA-ANCHOR
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
LA1. READ ARCHIVE-LOG INTO WORK-LINE AT END GO TO LA-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO LA1.
LA-END.
    CLOSE ARCHIVE-LOG, CONV-TEMP.
    MOVE CNT-CHAINED TO ARCH-CHAINS.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT ARCHIVE-LOG.
LA2. READ CONV-TEMP INTO WORK-LINE AT END GO TO LA-DONE END-READ.
    WRITE LARCH-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO LA2.
LA-DONE.
    CLOSE CONV-TEMP, ARCHIVE-LOG.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
*>   the anchor is the last archived check value, as ROMLPURG leaves
*>   it; with nothing chained in the archive the log carries on from
*>   the anchor as it stood
LA-ANCHOR.
    IF ARCH-CHAINS IS GREATER THAN ZERO
        MOVE CHAIN-VALUE TO CHN-CHECK-N
        OPEN OUTPUT CHAIN-ANCHOR
        WRITE CHN-RECORD FROM CHN-LINE
        CLOSE CHAIN-ANCHOR
    ELSE
        MOVE ANCHOR-OLD TO CHAIN-VALUE
    END-IF.
    MOVE 'N' TO CHAIN-FILE.
CONV-LARCH-EXIT.
    EXIT.
CONV-LOG.
    MOVE 'ROMLOG' TO CUR-FILE.
    MOVE 1 TO POS-USED. MOVE 1 TO DATE-POS(1).
    PERFORM START-FILE THRU START-FILE-EXIT.
    MOVE 'Y' TO CHAIN-FILE.
    OPEN INPUT AUDIT-LOG.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO LG-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
LG1. READ AUDIT-LOG INTO WORK-LINE AT END GO TO LG-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO LG1.
LG-END.
    CLOSE AUDIT-LOG, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT AUDIT-LOG.
LG2. READ CONV-TEMP INTO WORK-LINE AT END GO TO LG-DONE END-READ.
    WRITE LOG-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO LG2.
LG-DONE.
    CLOSE CONV-TEMP, AUDIT-LOG.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
LG-EXIT.
    MOVE 'N' TO CHAIN-FILE.
CONV-LOG-EXIT.
    EXIT.
CONV-HIST.
    MOVE 'ROMHIST' TO CUR-FILE.
    MOVE 1 TO POS-USED. MOVE 1 TO DATE-POS(1).
    PERFORM START-FILE THRU START-FILE-EXIT.
    OPEN INPUT RUN-HISTORY.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-HIST-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
HS1. READ RUN-HISTORY INTO WORK-LINE AT END GO TO HS-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO HS1.
HS-END.
    CLOSE RUN-HISTORY, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT RUN-HISTORY.
HS2. READ CONV-TEMP INTO WORK-LINE AT END GO TO HS-DONE END-READ.
    WRITE HIST-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO HS2.
HS-DONE.
    CLOSE CONV-TEMP, RUN-HISTORY.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-HIST-EXIT.
    EXIT.
CONV-HARCH.
    MOVE 'ROMHARCH' TO CUR-FILE.
    MOVE 1 TO POS-USED. MOVE 1 TO DATE-POS(1).
    PERFORM START-FILE THRU START-FILE-EXIT.
    OPEN INPUT HIST-ARCHIVE.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-HARCH-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
HA1. READ HIST-ARCHIVE INTO WORK-LINE AT END GO TO HA-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO HA1.
HA-END.
    CLOSE HIST-ARCHIVE, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT HIST-ARCHIVE.
HA2. READ CONV-TEMP INTO WORK-LINE AT END GO TO HA-DONE END-READ.
    WRITE HARCH-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO HA2.
HA-DONE.
    CLOSE CONV-TEMP, HIST-ARCHIVE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-HARCH-EXIT.
    EXIT.
CONV-VHIST.
    MOVE 'ROMVHIST' TO CUR-FILE.
    MOVE 1 TO POS-USED. MOVE 10 TO DATE-POS(1).
    PERFORM START-FILE THRU START-FILE-EXIT.
    OPEN INPUT VENDOR-HISTORY.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-VHIST-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
VH1. READ VENDOR-HISTORY INTO WORK-LINE AT END GO TO VH-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO VH1.
VH-END.
    CLOSE VENDOR-HISTORY, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT VENDOR-HISTORY.
VH2. READ CONV-TEMP INTO WORK-LINE AT END GO TO VH-DONE END-READ.
    WRITE VHIST-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO VH2.
VH-DONE.
    CLOSE CONV-TEMP, VENDOR-HISTORY.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-VHIST-EXIT.
    EXIT.
*>   only the HDR and DTL records carry the batch date; the TRL
*>   record is copied as it stands
CONV-RSLT.
    MOVE 'ROMRSLT' TO CUR-FILE.
    MOVE 1 TO POS-USED. MOVE 9 TO DATE-POS(1).
    PERFORM START-FILE THRU START-FILE-EXIT.
    MOVE 'R' TO FILE-KIND.
    OPEN INPUT RESULTS-FILE.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-RSLT-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
RS1. READ RESULTS-FILE INTO WORK-LINE AT END GO TO RS-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO RS1.
RS-END.
    CLOSE RESULTS-FILE, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT RESULTS-FILE.
RS2. READ CONV-TEMP INTO WORK-LINE AT END GO TO RS-DONE END-READ.
    WRITE RSL-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO RS2.
RS-DONE.
    CLOSE CONV-TEMP, RESULTS-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-RSLT-EXIT.
    EXIT.
CONV-ALERT.
    MOVE 'ROMALERT' TO CUR-FILE.
    MOVE 1 TO POS-USED. MOVE 20 TO DATE-POS(1).
    PERFORM START-FILE THRU START-FILE-EXIT.
    OPEN INPUT ALERT-FILE.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-ALERT-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
AQ1. READ ALERT-FILE INTO WORK-LINE AT END GO TO AQ-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO AQ1.
AQ-END.
    CLOSE ALERT-FILE, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT ALERT-FILE.
AQ2. READ CONV-TEMP INTO WORK-LINE AT END GO TO AQ-DONE END-READ.
    WRITE ALERT-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO AQ2.
AQ-DONE.
    CLOSE CONV-TEMP, ALERT-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-ALERT-EXIT.
    EXIT.
*>   the alert as queued, then the date it was acknowledged (col 98
*>   in the old layout, col 100 once the queued date is widened)
CONV-ALARC.
    MOVE 'ROMALARC' TO CUR-FILE.
    MOVE 2 TO POS-USED. MOVE 20 TO DATE-POS(1).
    MOVE 100 TO DATE-POS(2).
    PERFORM START-FILE THRU START-FILE-EXIT.
    OPEN INPUT ALERT-ARCHIVE.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-ALARC-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
AA1. READ ALERT-ARCHIVE INTO WORK-LINE AT END GO TO AA-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO AA1.
AA-END.
    CLOSE ALERT-ARCHIVE, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT ALERT-ARCHIVE.
AA2. READ CONV-TEMP INTO WORK-LINE AT END GO TO AA-DONE END-READ.
    WRITE ALARC-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO AA2.
AA-DONE.
    CLOSE CONV-TEMP, ALERT-ARCHIVE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-ALARC-EXIT.
    EXIT.
*>   made date at col 62, closed date at col 77 (col 79 once the
*>   made date is widened)
CONV-PEND.
    MOVE 'ROMPEND' TO CUR-FILE.
    MOVE 2 TO POS-USED. MOVE 62 TO DATE-POS(1).
    MOVE 79 TO DATE-POS(2).
    PERFORM START-FILE THRU START-FILE-EXIT.
    OPEN INPUT PENDING-FILE.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-PEND-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
PN1. READ PENDING-FILE INTO WORK-LINE AT END GO TO PN-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO PN1.
PN-END.
    CLOSE PENDING-FILE, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT PENDING-FILE.
PN2. READ CONV-TEMP INTO WORK-LINE AT END GO TO PN-DONE END-READ.
    WRITE PND-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO PN2.
PN-DONE.
    CLOSE CONV-TEMP, PENDING-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-PEND-EXIT.
    EXIT.
*>   made date at col 120, decision date at col 136 (col 138 once
*>   the made date is widened)
CONV-CHIST.
    MOVE 'ROMCHIST' TO CUR-FILE.
    MOVE 2 TO POS-USED. MOVE 120 TO DATE-POS(1).
    MOVE 138 TO DATE-POS(2).
    PERFORM START-FILE THRU START-FILE-EXIT.
    OPEN INPUT CHANGE-HISTORY.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-CHIST-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
CH1. READ CHANGE-HISTORY INTO WORK-LINE AT END GO TO CH-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO CH1.
CH-END.
    CLOSE CHANGE-HISTORY, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT CHANGE-HISTORY.
CH2. READ CONV-TEMP INTO WORK-LINE AT END GO TO CH-DONE END-READ.
    WRITE HST-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO CH2.
CH-DONE.
    CLOSE CONV-TEMP, CHANGE-HISTORY.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-CHIST-EXIT.
    EXIT.
*>   batch date at col 5, sent date at col 28 and acknowledged date
*>   at col 37 in the old layout
CONV-SENT.
    MOVE 'ROMSENT' TO CUR-FILE.
    MOVE 3 TO POS-USED. MOVE 5 TO DATE-POS(1).
    MOVE 30 TO DATE-POS(2). MOVE 41 TO DATE-POS(3).
    PERFORM START-FILE THRU START-FILE-EXIT.
    OPEN INPUT SENT-FILE.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-SENT-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
SN1. READ SENT-FILE INTO WORK-LINE AT END GO TO SN-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO SN1.
SN-END.
    CLOSE SENT-FILE, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT SENT-FILE.
SN2. READ CONV-TEMP INTO WORK-LINE AT END GO TO SN-DONE END-READ.
    WRITE SNT-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO SN2.
SN-DONE.
    CLOSE CONV-TEMP, SENT-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-SENT-EXIT.
    EXIT.
*>   one processing day per line; comment and blank lines are kept
CONV-CAL.
    MOVE 'ROMCAL' TO CUR-FILE.
    MOVE 1 TO POS-USED. MOVE 1 TO DATE-POS(1).
    PERFORM START-FILE THRU START-FILE-EXIT.
    MOVE 'C' TO FILE-KIND.
    OPEN INPUT CALENDAR-FILE.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-CAL-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
CA1. READ CALENDAR-FILE INTO WORK-LINE AT END GO TO CA-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO CA1.
CA-END.
    CLOSE CALENDAR-FILE, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT CALENDAR-FILE.
CA2. READ CONV-TEMP INTO WORK-LINE AT END GO TO CA-DONE END-READ.
    WRITE CAL-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO CA2.
CA-DONE.
    CLOSE CONV-TEMP, CALENDAR-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-CAL-EXIT.
    EXIT.
*>   only the VERSION lines carry a date (the effective-from date,
*>   cols 18-23 in the old layout); the table lines are copied
CONV-TLIB.
    MOVE 'ROMTLIB' TO CUR-FILE.
    MOVE 1 TO POS-USED. MOVE 18 TO DATE-POS(1).
    PERFORM START-FILE THRU START-FILE-EXIT.
    MOVE 'T' TO FILE-KIND.
    OPEN INPUT LIB-FILE.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-TLIB-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
TL1. READ LIB-FILE INTO WORK-LINE AT END GO TO TL-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO TL1.
TL-END.
    CLOSE LIB-FILE, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT LIB-FILE.
TL2. READ CONV-TEMP INTO WORK-LINE AT END GO TO TL-DONE END-READ.
    WRITE LIB-RECORD FROM WORK-LINE.
    ADD 1 TO CNT-AFTER.
    GO TO TL2.
TL-DONE.
    CLOSE CONV-TEMP, LIB-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-TLIB-EXIT.
    EXIT.

*>   ---------------------------------------------------------------
*>   the indexed masters - read in key order in the old record size
*>   into ROMDCTMP, then the file is re-created in the new record
*>   size and loaded by key (the ROMBFP key holds the batch date, so
*>   its key order may change)
*>   ---------------------------------------------------------------
*>   last hit at col 47, added at col 53 in the old layout
CONV-XREF.
    MOVE 'ROMXREF' TO CUR-FILE.
    MOVE 2 TO POS-USED. MOVE 47 TO DATE-POS(1).
    MOVE 55 TO DATE-POS(2).
    PERFORM START-FILE THRU START-FILE-EXIT.
    MOVE 'N' TO CHECK-FORM.
    OPEN INPUT OLD-XREF.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-XREF-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
XR1. READ OLD-XREF INTO WORK-LINE AT END GO TO XR-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO XR1.
XR-END.
    CLOSE OLD-XREF, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT XREF-FILE.
XR2. READ CONV-TEMP INTO WORK-LINE AT END GO TO XR-DONE END-READ.
    WRITE XREF-RECORD FROM WORK-LINE
        INVALID KEY ADD 1 TO CNT-LOST
        NOT INVALID KEY ADD 1 TO CNT-AFTER
    END-WRITE.
    GO TO XR2.
XR-DONE.
    CLOSE CONV-TEMP, XREF-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-XREF-EXIT.
    EXIT.
*>   added at col 60, changed at col 66 in the old layout
CONV-SRC.
    MOVE 'ROMSRC' TO CUR-FILE.
    MOVE 2 TO POS-USED. MOVE 60 TO DATE-POS(1).
    MOVE 68 TO DATE-POS(2).
    PERFORM START-FILE THRU START-FILE-EXIT.
    MOVE 'N' TO CHECK-FORM.
    OPEN INPUT OLD-SOURCE.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-SRC-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
SR1. READ OLD-SOURCE INTO WORK-LINE AT END GO TO SR-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO SR1.
SR-END.
    CLOSE OLD-SOURCE, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT SOURCE-FILE.
SR2. READ CONV-TEMP INTO WORK-LINE AT END GO TO SR-DONE END-READ.
    WRITE SRC-RECORD FROM WORK-LINE
        INVALID KEY ADD 1 TO CNT-LOST
        NOT INVALID KEY ADD 1 TO CNT-AFTER
    END-WRITE.
    GO TO SR2.
SR-DONE.
    CLOSE CONV-TEMP, SOURCE-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-SRC-EXIT.
    EXIT.
*>   batch date (in the key) at col 4, first seen at col 24 and last
*>   seen at col 43 in the old layout
CONV-BFP.
    MOVE 'ROMBFP' TO CUR-FILE.
    MOVE 3 TO POS-USED. MOVE 4 TO DATE-POS(1).
    MOVE 26 TO DATE-POS(2). MOVE 47 TO DATE-POS(3).
    PERFORM START-FILE THRU START-FILE-EXIT.
    MOVE 'N' TO CHECK-FORM.
    OPEN INPUT OLD-FPRINT.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-BFP-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
BF1. READ OLD-FPRINT INTO WORK-LINE AT END GO TO BF-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO BF1.
BF-END.
    CLOSE OLD-FPRINT, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT FPRINT-FILE.
BF2. READ CONV-TEMP INTO WORK-LINE AT END GO TO BF-DONE END-READ.
    WRITE BFP-RECORD FROM WORK-LINE
        INVALID KEY ADD 1 TO CNT-LOST
        NOT INVALID KEY ADD 1 TO CNT-AFTER
    END-WRITE.
    GO TO BF2.
BF-DONE.
    CLOSE CONV-TEMP, FPRINT-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-BFP-EXIT.
    EXIT.
*>   opened at col 13, last reject at col 19 and closed at col 25 in
*>   the old layout
CONV-RLDG.
    MOVE 'ROMRLDG' TO CUR-FILE.
    MOVE 3 TO POS-USED. MOVE 13 TO DATE-POS(1).
    MOVE 21 TO DATE-POS(2). MOVE 29 TO DATE-POS(3).
    PERFORM START-FILE THRU START-FILE-EXIT.
    MOVE 'N' TO CHECK-FORM.
    OPEN INPUT OLD-LEDGER.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-RLDG-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
RL1. READ OLD-LEDGER INTO WORK-LINE AT END GO TO RL-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO RL1.
RL-END.
    CLOSE OLD-LEDGER, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT LEDGER-FILE.
RL2. READ CONV-TEMP INTO WORK-LINE AT END GO TO RL-DONE END-READ.
    WRITE LDG-RECORD FROM WORK-LINE
        INVALID KEY ADD 1 TO CNT-LOST
        NOT INVALID KEY ADD 1 TO CNT-AFTER
    END-WRITE.
    GO TO RL2.
RL-DONE.
    CLOSE CONV-TEMP, LEDGER-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-RLDG-EXIT.
    EXIT.
*>   issue date at col 15
CONV-LREG.
    MOVE 'ROMLREG' TO CUR-FILE.
    MOVE 1 TO POS-USED. MOVE 15 TO DATE-POS(1).
    PERFORM START-FILE THRU START-FILE-EXIT.
    MOVE 'N' TO CHECK-FORM.
    OPEN INPUT OLD-REGISTER.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-LREG-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
LR1. READ OLD-REGISTER INTO WORK-LINE AT END GO TO LR-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO LR1.
LR-END.
    CLOSE OLD-REGISTER, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT REGISTER-FILE.
LR2. READ CONV-TEMP INTO WORK-LINE AT END GO TO LR-DONE END-READ.
    WRITE REG-RECORD FROM WORK-LINE
        INVALID KEY ADD 1 TO CNT-LOST
        NOT INVALID KEY ADD 1 TO CNT-AFTER
    END-WRITE.
    GO TO LR2.
LR-DONE.
    CLOSE CONV-TEMP, REGISTER-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-LREG-EXIT.
    EXIT.
*>   issued, affixed, admitted, withdrawn and voided dates from col
*>   51 and the changed date at col 88 in the old layout
CONV-CUST.
    MOVE 'ROMCUST' TO CUR-FILE.
    MOVE 6 TO POS-USED. MOVE 51 TO DATE-POS(1).
    MOVE 59 TO DATE-POS(2). MOVE 67 TO DATE-POS(3).
    MOVE 75 TO DATE-POS(4). MOVE 83 TO DATE-POS(5).
    MOVE 98 TO DATE-POS(6).
    PERFORM START-FILE THRU START-FILE-EXIT.
    MOVE 'N' TO CHECK-FORM.
    OPEN INPUT OLD-CUSTODY.
    IF FILE-STATUS NOT = "00"
        PERFORM FILE-NOT-OPENED THRU FILE-NOT-OPENED-EXIT
        GO TO CONV-CUST-EXIT
    END-IF.
    PERFORM OPEN-TEMP-OUT THRU OPEN-TEMP-OUT-EXIT.
CU1. READ OLD-CUSTODY INTO WORK-LINE AT END GO TO CU-END END-READ.
    PERFORM CONVERT-LINE THRU CONVERT-LINE-EXIT.
    GO TO CU1.
CU-END.
    CLOSE OLD-CUSTODY, CONV-TEMP.
    OPEN INPUT CONV-TEMP.
    OPEN OUTPUT CUSTODY-FILE.
CU2. READ CONV-TEMP INTO WORK-LINE AT END GO TO CU-DONE END-READ.
    WRITE CUS-RECORD FROM WORK-LINE
        INVALID KEY ADD 1 TO CNT-LOST
        NOT INVALID KEY ADD 1 TO CNT-AFTER
    END-WRITE.
    GO TO CU2.
CU-DONE.
    CLOSE CONV-TEMP, CUSTODY-FILE.
    PERFORM FILE-DONE THRU FILE-DONE-EXIT.
CONV-CUST-EXIT.
    EXIT.

*>   ---------------------------------------------------------------
*>   common paragraphs
*>   ---------------------------------------------------------------
START-FILE.
    MOVE ZERO TO CNT-BEFORE, CNT-AFTER, CNT-WIDENED, CNT-ALREADY.
    MOVE ZERO TO CNT-BAD, CNT-LOST, CNT-CHAINED.
    MOVE SPACE TO FILE-KIND.
    MOVE 'Y' TO CHECK-FORM.
    MOVE DATE-POS(1) TO FORM-POS.
START-FILE-EXIT.
    EXIT.
OPEN-TEMP-OUT.
    OPEN OUTPUT CONV-TEMP.
    IF TEMP-STATUS NOT = "00"
        GO TO NO-TEMP-FILE
    END-IF.
OPEN-TEMP-OUT-EXIT.
    EXIT.
*>   one record from the old file: lines with nothing dated on them
*>   are copied, lines already in the new form are left as they
*>   are, and the rest have each date widened in turn
CONVERT-LINE.
    ADD 1 TO CNT-BEFORE.
    MOVE 'N' TO LINE-SKIP.
    IF WORK-LINE = SPACES
        MOVE 'Y' TO LINE-SKIP
    END-IF.
    IF FILE-KIND = 'R'
        AND WORK-LINE(1:3) NOT = 'HDR' AND WORK-LINE(1:3) NOT = 'DTL'
        MOVE 'Y' TO LINE-SKIP
    END-IF.
    IF FILE-KIND = 'C' AND WORK-LINE(1:6) IS NOT NUMERIC
        MOVE 'Y' TO LINE-SKIP
    END-IF.
    IF FILE-KIND = 'T' AND WORK-LINE(1:8) NOT = 'VERSION '
        MOVE 'Y' TO LINE-SKIP
    END-IF.
    IF LINE-SKIP = 'Y'
        GO TO CL-PUT
    END-IF.
    IF CHECK-FORM = 'Y'
        AND WORK-LINE(FORM-POS:8) IS NUMERIC
        AND WORK-LINE(FORM-POS + 8:1) IS NOT NUMERIC
        ADD 1 TO CNT-ALREADY
        GO TO CL-CHAIN
    END-IF.
*>   a bad date kept by an earlier run stands as two spaces and the
*>   six characters found, so the record is not shifted a second time
    IF CHECK-FORM = 'Y'
        AND WORK-LINE(FORM-POS:2) = SPACES
        AND WORK-LINE(FORM-POS + 6:1) NOT = SPACE
        ADD 1 TO CNT-ALREADY
        ADD 1 TO CNT-BAD
        GO TO CL-CHAIN
    END-IF.
    PERFORM WIDEN-AT THRU WIDEN-AT-EXIT
        VARYING P FROM 1 BY 1 UNTIL P IS GREATER THAN POS-USED.
    ADD 1 TO CNT-WIDENED.
CL-CHAIN.
    IF CHAIN-FILE = 'Y'
        PERFORM RECHAIN-LINE THRU RECHAIN-LINE-EXIT
    END-IF.
CL-PUT.
    WRITE TEMP-RECORD FROM WORK-LINE.
CONVERT-LINE-EXIT.
    EXIT.
*>   widen the date standing at DATE-POS(P); the rest of the record
*>   moves two places right
WIDEN-AT.
    MOVE DATE-POS(P) TO DP.
    MOVE WORK-LINE(DP:6) TO OLD-DATE-X.
    MOVE WORK-LINE(DP + 6:) TO SHIFT-AREA.
    PERFORM WIDEN-DATE THRU WIDEN-DATE-EXIT.
    MOVE NEW-DATE-X TO WORK-LINE(DP:8).
    MOVE SHIFT-AREA TO WORK-LINE(DP + 8:).
WIDEN-AT-EXIT.
    EXIT.
*>   the century window: 00-49 is 20YY, 50-99 is 19YY
WIDEN-DATE.
    IF OLD-DATE-X = SPACES
        MOVE SPACES TO NEW-DATE-X
        GO TO WIDEN-DATE-EXIT
    END-IF.
    IF OLD-DATE-X IS NOT NUMERIC
        ADD 1 TO CNT-BAD
        MOVE SPACES TO NEW-DATE-X
        MOVE OLD-DATE-X TO NEW-DATE-X(3:6)
        GO TO WIDEN-DATE-EXIT
    END-IF.
    MOVE OLD-DATE-N TO NEW-DATE-N.
    IF OLD-DATE-N = ZERO
        GO TO WIDEN-DATE-EXIT
    END-IF.
    IF OLD-DATE-N < 500000
        ADD 20000000 TO NEW-DATE-N
    ELSE
        ADD 19000000 TO NEW-DATE-N
    END-IF.
WIDEN-DATE-EXIT.
    EXIT.
*>   the check value of a chained audit line is worked out again over
*>   the widened line, carrying on from the line before; a line that
*>   was never chained stays unchained
RECHAIN-LINE.
    MOVE WORK-LINE TO LOG-WORK.
    IF LW-CHECK IS NOT NUMERIC
        GO TO RECHAIN-LINE-EXIT
    END-IF.
    CALL "ROMHASH" USING CHAIN-VALUE, LOG-WORK, NEW-CHECK.
    MOVE NEW-CHECK TO LW-CHECK-N.
    MOVE NEW-CHECK TO CHAIN-VALUE.
    ADD 1 TO CNT-CHAINED.
    MOVE LOG-WORK TO WORK-LINE.
RECHAIN-LINE-EXIT.
    EXIT.
FILE-DONE.
    ADD 1 TO FILES-DONE.
    ADD CNT-BAD TO TOTAL-BAD.
    ADD CNT-LOST TO TOTAL-LOST.
    MOVE CUR-FILE TO OUT-FILE.
    MOVE CNT-BEFORE TO OUT-BEFORE.
    MOVE CNT-AFTER TO OUT-AFTER.
    MOVE CNT-WIDENED TO OUT-WIDENED.
    MOVE CNT-ALREADY TO OUT-ALREADY.
    MOVE CNT-BAD TO OUT-BAD.
    MOVE 'CONVERTED' TO OUT-NOTE.
    IF CNT-BAD IS GREATER THAN ZERO
        MOVE 'CONVERTED - BAD DATES' TO OUT-NOTE
    END-IF.
    IF CNT-LOST IS GREATER THAN ZERO
        MOVE 'RECORDS NOT RELOADED' TO OUT-NOTE
    END-IF.
    WRITE STDOUT-RECORD FROM FILE-LINE AFTER ADVANCING 1 LINE.
FILE-DONE-EXIT.
    EXIT.
*>   status 35 is a file this installation does not keep; an indexed
*>   master that will not open in its old record size has most likely
*>   been converted already and is left as it is
FILE-NOT-OPENED.
    MOVE CUR-FILE TO OUT-ABS-FILE.
    MOVE SPACES TO OUT-ABS-STATUS.
    IF FILE-STATUS = "35"
        ADD 1 TO FILES-ABSENT
        MOVE 'NOT PRESENT' TO OUT-ABS-NOTE
        GO TO FNO-WRITE
    END-IF.
    ADD 1 TO FILES-LEFT.
    IF CHECK-FORM = 'N'
        MOVE 'NOT OLD LAYOUT - LEFT' TO OUT-ABS-NOTE
    ELSE
        MOVE 'NOT OPENED - STATUS' TO OUT-ABS-NOTE
        MOVE FILE-STATUS TO OUT-ABS-STATUS
    END-IF.
FNO-WRITE.
    WRITE STDOUT-RECORD FROM ABSENT-LINE AFTER ADVANCING 1 LINE.
FILE-NOT-OPENED-EXIT.
    EXIT.
RAISE-ALERT.
    MOVE 'ROMDCONV' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
