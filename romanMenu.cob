    SELECT STANDARD-OUTPUT ASSIGN TO "ROMOUT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT AUDIT-LOG ASSIGN TO "ROMLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOG-STATUS.
    SELECT CHAIN-ANCHOR ASSIGN TO "ROMLCHN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHN-STATUS.
    SELECT CHECKPOINT-FILE ASSIGN TO "ROMCKPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CKPT-STATUS.
        ACCESS IS RANDOM
        RECORD KEY IS XREF-KEY
        FILE STATUS IS XREF-STATUS.
    SELECT SOURCE-FILE ASSIGN TO "ROMSRC"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS SRC-CODE
        FILE STATUS IS SRC-STATUS.
    SELECT PRESCAN-INPUT ASSIGN TO "ROMIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PSC-STATUS.
    SELECT FPRINT-FILE ASSIGN TO "ROMBFP"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS BFP-KEY
        FILE STATUS IS BFP-STATUS.
    SELECT HOLD-FILE ASSIGN TO "ROMHOLD"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CONC-FILE ASSIGN TO "ROMCONC"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT HEADKW-FILE ASSIGN TO "ROMHDKW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HKW-STATUS.
    SELECT LEDGER-FILE ASSIGN TO "ROMRLDG"
        ORGANIZATION IS INDEXED
        ACCESS IS RANDOM
        RECORD KEY IS LDG-KEY
        FILE STATUS IS LDG-STATUS.

DATA DIVISION.
FILE SECTION.
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD  PICTURE X(80).
FD AUDIT-LOG.
    01 AUDIT-RECORD   PICTURE X(128).
FD CHAIN-ANCHOR.
    01 CHN-RECORD     PICTURE X(80).
FD CHECKPOINT-FILE.
    01 CKPT-RECORD    PICTURE X(30).
FD CSV-OUTPUT.
    01 CSV-RECORD     PICTURE X(45).
FD REJECT-FILE.
    01 REJ-RECORD     PICTURE X(111).
FD PARAM-FILE.
    01 PARM-RECORD    PICTURE X(80).
FD RUN-HISTORY.
    01 HIST-RECORD    PICTURE X(54).
FD RESULT-FILE.
    01 RSL-RECORD     PICTURE X(62).
FD ANNOT-FILE.
    01 ANO-RECORD     PICTURE X(132).
FD CALENDAR-FILE.
    01 CAL-RECORD     PICTURE X(80).
FD VENDOR-HISTORY.
    01 VHIST-RECORD   PICTURE X(45).
FD DIAG-FILE.
    01 DIAG-RECORD    PICTURE X(100).
FD STOP-FILE.
       02 XREF-KEY      PICTURE X(30).
       02 XREF-VALUE    PICTURE 9(9).
       02 XREF-HITS     PICTURE 9(7).
       02 XREF-LAST-HIT PICTURE 9(8).
       02 XREF-ADDED    PICTURE 9(8).
       02 XREF-VERSION  PICTURE X(8).
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
FD PRESCAN-INPUT.
    01 PSC-RECORD     PICTURE X(80).
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
FD HOLD-FILE.
    01 HOLD-RECORD    PICTURE X(80).
FD CONC-FILE.
    01 CONC-RECORD    PICTURE X(91).
FD HEADKW-FILE.
    01 HKW-RECORD     PICTURE X(80).
FD LEDGER-FILE.
    01 LDG-RECORD.
       02 LDG-KEY.
          03 LDG-SOURCE  PICTURE X(3).
          03 LDG-ORIG    PICTURE 9(8).
       02 LDG-STATE      PICTURE X.
       02 LDG-OPENED     PICTURE 9(8).
       02 LDG-LAST-REJ   PICTURE 9(8).
       02 LDG-CLOSED     PICTURE 9(8).
       02 LDG-CYCLE      PICTURE 9(2).
       02 LDG-TOKEN      PICTURE X(30).

WORKING-STORAGE SECTION.
77  MODE-CHOICE PICTURE X.
    88 MODE-IS-SCAN     VALUE '4'.
    88 MODE-IS-VENDOR   VALUE '5'.
    88 MODE-IS-WORDNUM  VALUE '6'.
    88 MODE-IS-DATE     VALUE '7'.
77  N    PICTURE S99.
77  TEMP PICTURE S9(8).
77  RET  PICTURE S9 COMP-3.
77  EPOS PICTURE 99.
77  ECHAR PICTURE X.
77  RUN-DATE PICTURE 9(8).
77  RUN-TIME PICTURE 9(8).
77  CNT-OK  PICTURE S9(5) VALUE ZERO.
77  CNT-ERR PICTURE S9(5) VALUE ZERO.
    02 FILLER PICTURE X VALUE SPACE.
    02 PH-TITLE PICTURE X(30).
    02 FILLER PICTURE X(6) VALUE ' DATE '.
    02 PH-DATE PICTURE 9(8).
    02 FILLER PICTURE X(6) VALUE ' MODE '.
    02 PH-MODE PICTURE X.
    02 FILLER PICTURE X(4) VALUE ' PG '.
    02 FILLER PICTURE X(9) VALUE 'AVERAGE: '.
    02 OUT-AVG       PICTURE Z(7)9-.
01  AUDIT-LINE.
    02 AL-DATE  PICTURE 9(8).
    02 FILLER   PICTURE X VALUE SPACE.
    02 AL-TIME  PICTURE 9(8).
    02 FILLER   PICTURE X VALUE SPACE.
    02 AL-POS   PICTURE Z9.
    02 FILLER   PICTURE X VALUE SPACE.
    02 AL-CHAR  PICTURE X.
    02 FILLER   PICTURE X(3) VALUE SPACES.
    02 AL-CHECK PICTURE 9(10).
*>   every audit line carries a check value chained from the line
*>   before it (ROMHASH over the previous check and this line's 117
*>   content bytes), so any edit to ROMLOG or ROMLARCH shows up when
*>   ROMLVRFY walks the trail.  the chain is picked up from the last
*>   line already on ROMLOG, or from the ROMLCHN anchor ROMLPURG
*>   leaves when it has archived the whole live log
77  LOG-STATUS  PICTURE X(02).
77  CHN-STATUS  PICTURE X(02).
77  CHAIN-VALUE PICTURE 9(10) VALUE ZERO.
77  CHAIN-EOF   PICTURE X VALUE 'N'.
77  CHAIN-FOUND PICTURE X VALUE 'N'.
01  CHAIN-LINE.
    02 CL-TEXT  PICTURE X(117).
    02 FILLER   PICTURE X.
    02 CL-CHECK PICTURE X(10).
01  CHN-LINE.
    02 CHN-CHECK PICTURE X(10).
    02 FILLER    PICTURE X(70).

*>   ----  mode 1 (simple, 30-character ARRAY-AREA, rConv)  ----
01  ARRAY-AREA-A.
01  inputNum PICTURE X(80).
*>   batch header and trailer records supplied by the departments
*>   inside ROMIN - 'HDR' source-code batch-date, 'TRL' record-count
*>   hash-total - parsed positionally before space stripping.  the
*>   batch date is ccyymmdd; a department still sending the old
*>   yymmdd form is read through HDR-DATE-OLD and widened by the
*>   century window in HDR-BATCH-DATE
01  HDR-SPLIT REDEFINES inputNum.
    02 HDR-TAG    PICTURE X(3).
    02 FILLER     PICTURE X.
    02 HDR-SOURCE PICTURE X(3).
    02 FILLER     PICTURE X.
    02 HDR-DATE   PICTURE 9(8).
    02 HDR-DATE-OLD REDEFINES HDR-DATE.
       03 HDR-YYMMDD PICTURE 9(6).
       03 HDR-PAD    PICTURE X(2).
    02 FILLER     PICTURE X(64).
01  TRL-SPLIT REDEFINES inputNum.
    02 TRL-TAG    PICTURE X(3).
    02 FILLER     PICTURE X.
    02 FILLER     PICTURE X.
    02 VR-EXP-X   PICTURE X(9).
    02 FILLER     PICTURE X(40).
77  HDR-FULL-DATE PICTURE 9(8) VALUE ZERO.
01  WORK-LINE PICTURE X(80).
77  OUTLEN  PICTURE 99 VALUE ZERO.
77  SCANPOS PICTURE 99 VALUE ZERO.
       03 DR-TEXT  PICTURE X(80).
01  DIAG-HEAD-LINE.
    02 FILLER PICTURE X(24) VALUE 'ABORT DIAGNOSTICS  DATE '.
    02 DG-DATE PICTURE 9(8).
    02 FILLER PICTURE X(6) VALUE ' TIME '.
    02 DG-TIME PICTURE 9(8).
    02 FILLER PICTURE X(6) VALUE ' MODE '.
    02 FILLER PICTURE X(8) VALUE ' SOURCE '.
    02 DG-BSOURCE PICTURE X(3).
    02 FILLER PICTURE X(6) VALUE ' DATE '.
    02 DG-BDATE PICTURE 9(8).
01  DIAG-RING-HEAD.
    02 FILLER PICTURE X(33) VALUE
       'LAST RECORDS READ - OLDEST FIRST'.
77  XREF-STATUS PICTURE X(02).
77  XREF-AVAIL  PICTURE X VALUE 'N'.
77  XREF-HIT    PICTURE X VALUE 'N'.
*>   every entry carries the RNX-VERSION of the symbol table it was
*>   converted under; an entry from any other version is a miss, is
*>   converted again and is rewritten (or dropped, when the numeral
*>   no longer converts) under the table in force
77  XREF-STALE  PICTURE X VALUE 'N'.
77  XREFRESH-CNT PICTURE S9(7) VALUE ZERO.
*>   per-run cache effectiveness - every entry carries times hit,
*>   date last hit and date added, maintained here during mode-2
*>   runs and reported/aged by ROMXMNT
    02 OUT-XHIT PICTURE Z(6)9.
    02 FILLER PICTURE X(11) VALUE '  HIT PCT: '.
    02 OUT-XPCT PICTURE Z(2)9.
    02 FILLER PICTURE X(14) VALUE '  REFRESHED: '.
    02 OUT-XREFRESH PICTURE Z(6)9.
*>   ROMRLDG open-reject ledger - one item per department source and
*>   original record number.  every mode-2 reject opens its item (or
*>   re-dates an open one) and a resubmitted record carrying that
*>   original number closes it by converting with no errors.  items
*>   are aged by ROMRJAGE.  no ledger can be opened means no
*>   tracking, as before.
77  LDG-STATUS  PICTURE X(02).
77  LDG-AVAIL   PICTURE X VALUE 'N'.
77  LDG-USED    PICTURE X VALUE 'N'.
77  LDG-OK-BASE  PICTURE S9(5) VALUE ZERO.
77  LDG-ERR-BASE PICTURE S9(5) VALUE ZERO.
77  LDG-OPEN-CNT PICTURE S9(7) VALUE ZERO.
77  LDG-AGAIN-CNT PICTURE S9(7) VALUE ZERO.
77  LDG-CLOSE-CNT PICTURE S9(7) VALUE ZERO.
01  LDG-SUM-LINE.
    02 FILLER PICTURE X(24) VALUE ' REJECT LEDGER  OPENED: '.
    02 OUT-LDG-OPEN PICTURE Z(6)9.
    02 FILLER PICTURE X(16) VALUE '  RE-REJECTED: '.
    02 OUT-LDG-AGAIN PICTURE Z(6)9.
    02 FILLER PICTURE X(11) VALUE '  CLOSED: '.
    02 OUT-LDG-CLOSE PICTURE Z(6)9.
*>   arithmetic transactions - ADD,SUB,MUL followed by two numerals,
*>   both converted through CONVS, the result rendered back by DCONV
77  ARITH-OP     PICTURE X(3).
    02 FILLER PICTURE X(3) VALUE ' = '.
    02 OUT-AR-RES PICTURE X(26).
01  HIST-LINE.
    02 HIST-DATE PICTURE 9(8).
    02 FILLER    PICTURE X VALUE SPACE.
    02 HIST-TIME PICTURE 9(8).
    02 FILLER    PICTURE X VALUE SPACE.
77  CKPT-REM      PICTURE 9(4).
77  REC-NUM       PICTURE 9(8) VALUE ZERO.
77  SKIP-COUNT    PICTURE 9(8) VALUE ZERO.
*>   symbol table in force for the envelope being converted - taken
*>   from the ROMTLIB library by batch date, or by run date outside
*>   an envelope.  the cross-reference cache only serves and learns
*>   conversions made under the run-date table.
77  TAB-SEL-FUNC  PICTURE X VALUE 'S'.
77  TAB-SEL-DATE  PICTURE 9(8) VALUE ZERO.
77  TAB-PREV      PICTURE X(8) VALUE SPACES.
77  RUN-TABLE     PICTURE X(8) VALUE SPACES.
77  TOK-SAVE-LEN  PICTURE S99.
77  DIR-CODE      PICTURE X.
77  DEC-POS       PICTURE 99 VALUE ZERO.
    02 CSV-EQ PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE ','.
    02 CSV-TW PICTURE 99.
    02 FILLER PICTURE X VALUE ','.
    02 CSV-STYLE PICTURE X VALUE 'S'.
*>   twelfths returned by CONVS / fed to DCONV for the current token
77  FRAC-TW PICTURE S9(2) VALUE ZERO.
01  FRAC-BUILD.
    02 FB-NUM PICTURE Z9.
    02 FILLER PICTURE X(3) VALUE '/12'.
*>   WORDS=Y prints the converted value spelled out in English on a
*>   continuation line under each detail entry (legal exhibit option);
*>   WORDS=O prints the ordinal instead, as THE FOURTEENTH under XIV
77  WORDS-OPT PICTURE X VALUE 'N'.
01  WORDS-AREA PICTURE X(74).
01  WORDS-LINE.
77  ANO-K       PICTURE 99 VALUE ZERO.
01  ANO-LINE    PICTURE X(132).
01  ANO-EQ-Z    PICTURE Z(8)9.
*>   every confirmed numeral - Roman or spelled out - also goes to
*>   the ROMCONC concordance work file with its value, the form it
*>   was written in and where it stands; ROMCONCX sorts it by value
*>   into the concordance index
01  CONC-LINE.
    02 CNC-VALUE PICTURE 9(9).
    02 CNC-LINE  PICTURE 9(6).
    02 CNC-COL   PICTURE 9(2).
    02 CNC-FORM  PICTURE X(74).
*>   HEADCHK=Y audits numbered headings - a line whose first word is
*>   a heading keyword (one per ROMHDKW record, or ARTICLE, CHAPTER,
*>   SECTION, SCHEDULE and PART when there is no ROMHDKW) followed
*>   by a Roman numeral is a heading; each keyword keeps its own
*>   sequence and every gap, duplicate or out-of-order heading is
*>   printed where it is met and fails the run with return code 4
77  HEAD-CHK     PICTURE X VALUE 'N'.
77  HKW-STATUS   PICTURE X(02).
77  HKW-EOF      PICTURE X VALUE 'N'.
77  HD-MAX       PICTURE S9(3) VALUE 20.
77  HD-CNT       PICTURE S9(3) VALUE ZERO.
77  HD-K         PICTURE S9(3) VALUE ZERO.
77  HD-PEND      PICTURE S9(3) VALUE ZERO.
77  HD-WORD-NO   PICTURE S9(3) VALUE ZERO.
77  HD-VAL       PICTURE S9(8) VALUE ZERO.
77  HAD-HEADING  PICTURE X VALUE 'N'.
01  HD-WORD      PICTURE X(12).
01  HKW-LINE     PICTURE X(80).
01  HD-TAB.
    02 HD-ENTRY OCCURS 20 TIMES.
       03 HD-KW        PICTURE X(12).
       03 HD-SEEN      PICTURE S9(5).
       03 HD-LAST      PICTURE S9(8).
       03 HD-LAST-LINE PICTURE 9(6).
       03 HD-BREAKS    PICTURE S9(5).
01  HEAD-BREAK-LINE.
    02 FILLER PICTURE X(10) VALUE ' *** LINE '.
    02 OUT-HB-LINE PICTURE Z(5)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-HB-KW PICTURE X(12).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-HB-R PICTURE X(15).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-HB-REASON PICTURE X(20).
    02 OUT-HB-REF PICTURE Z(5)9 BLANK WHEN ZERO.
01  HEAD-SUM-TITLE.
    02 FILLER PICTURE X(24) VALUE ' HEADING SEQUENCE AUDIT'.
01  HEAD-SUM-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-HS-KW PICTURE X(12).
    02 FILLER PICTURE X(11) VALUE ' HEADINGS: '.
    02 OUT-HS-SEEN PICTURE Z(4)9.
    02 FILLER PICTURE X(10) VALUE '  HIGHEST:'.
    02 OUT-HS-LAST PICTURE Z(7)9.
    02 FILLER PICTURE X(10) VALUE '  BREAKS: '.
    02 OUT-HS-BREAKS PICTURE Z(4)9.
77  WORD-START   PICTURE 99 VALUE ZERO.
77  WORD-LEN     PICTURE 99 VALUE ZERO.
77  IS-CAND      PICTURE X VALUE 'N'.
*>   an ordinal numeral (XXIst, XIVth) is a capital numeral followed
*>   by a lower-case suffix that agrees with its value; CAND-LEN is
*>   the numeral part, WORD-LEN still the whole word
77  CAND-LEN     PICTURE 99 VALUE ZERO.
77  SFX-CAND     PICTURE X VALUE 'N'.
77  SFX-K        PICTURE 99 VALUE ZERO.
77  SFX-REM      PICTURE S9(8) VALUE ZERO.
77  SFX-QUOT     PICTURE S9(8) VALUE ZERO.
01  SFX-TEXT     PICTURE X(2).
01  ORD-SFX      PICTURE X(2).
77  SCAN-C       PICTURE X.
01  SCAN-UP      PICTURE X(80).
01  SCAN-COL-HEADS.
*>   mode-4 pickup of spelled-out references in free text  ----
77  WN-VAL      PICTURE S9(8) VALUE ZERO.
77  WN-RET      PICTURE S9 COMP-3.
*>   C cardinal, O ordinal ("FOURTEENTH") as WRDNUM read the phrase
77  WN-FORM     PICTURE X VALUE 'C'.
77  WN-OK       PICTURE X VALUE 'N'.
77  WN-MORE     PICTURE X VALUE 'N'.
77  WN-FOUND    PICTURE X VALUE 'N'.
01  VHIST-LINE.
    02 VH-VENDOR PICTURE X(8).
    02 FILLER    PICTURE X VALUE SPACE.
    02 VH-DATE   PICTURE 9(8).
    02 FILLER    PICTURE X VALUE SPACE.
    02 VH-TIME   PICTURE 9(8).
    02 FILLER    PICTURE X VALUE SPACE.
    02 OUT-VD-MATCH PICTURE Z(4)9.
    02 FILLER PICTURE X(14) VALUE '  MISMATCHED: '.
    02 OUT-VD-MISS PICTURE Z(4)9.

*>   ----  mode 7 (dates written in Roman numerals)  ----
*>   a Roman date is three numerals split by the DATESEP= separator
*>   (default '.') in the DATEORD= order - D day-month-year (the
*>   default) or M month-day-year; it is proved a real calendar date
*>   and given in ISO form.  a record starting with a digit runs the
*>   other way, YYYY-MM-DD or YYYYMMDD in and the Roman date out.
*>   return 4 on the audit line is an impossible date (XXXI.II)
77  DATE-ORD   PICTURE X VALUE 'D'.
77  DATE-SEP   PICTURE X VALUE '.'.
77  DT-K       PICTURE S9(3) VALUE ZERO.
77  DT-P       PICTURE S9(3) VALUE ZERO.
77  DT-BAD     PICTURE X VALUE 'N'.
77  DT-DAY     PICTURE S9(8) VALUE ZERO.
77  DT-MONTH   PICTURE S9(8) VALUE ZERO.
77  DT-YEAR    PICTURE S9(8) VALUE ZERO.
77  DT-DIM     PICTURE S9(2) VALUE ZERO.
77  DT-QUOT    PICTURE S9(8) VALUE ZERO.
77  DT-REM4    PICTURE S9(4) VALUE ZERO.
77  DT-REM100  PICTURE S9(4) VALUE ZERO.
77  DT-REM400  PICTURE S9(4) VALUE ZERO.
77  DT-OUT-LEN PICTURE S9(3) VALUE ZERO.
01  DT-TEXT    PICTURE X(80).
01  DT-PART-AREA.
    02 DT-PART PICTURE X(30) OCCURS 4 TIMES.
01  DT-PART-LENS.
    02 DT-LEN  PICTURE S9(3) OCCURS 4 TIMES.
01  DT-PART-VALS.
    02 DT-VAL  PICTURE S9(8) OCCURS 3 TIMES.
01  DT-ROMAN   PICTURE X(80).
01  DT-ISO.
    02 DT-ISO-YEAR  PICTURE 9(4).
    02 FILLER       PICTURE X VALUE '-'.
    02 DT-ISO-MONTH PICTURE 9(2).
    02 FILLER       PICTURE X VALUE '-'.
    02 DT-ISO-DAY   PICTURE 9(2).
01  DT-ISO-IN.
    02 DT-IN-YEAR   PICTURE X(4).
    02 DT-IN-SEP1   PICTURE X.
    02 DT-IN-MONTH  PICTURE X(2).
    02 DT-IN-SEP2   PICTURE X.
    02 DT-IN-DAY    PICTURE X(2).
01  DT-YMD.
    02 DT-YMD-YEAR  PICTURE 9(4).
    02 DT-YMD-MONTH PICTURE 9(2).
    02 DT-YMD-DAY   PICTURE 9(2).
01  DT-YMD-N REDEFINES DT-YMD PICTURE 9(8).
01  DT-MONTH-DAYS-INIT.
    02 FILLER PICTURE X(24) VALUE '312831303130313130313031'.
01  DT-MONTH-DAYS REDEFINES DT-MONTH-DAYS-INIT.
    02 DT-MDAYS PICTURE 99 OCCURS 12 TIMES.
01  DATE-COL-HEADS.
    02 FILLER PICTURE X(31) VALUE ' DATE AS RECEIVED'.
    02 FILLER PICTURE X(12) VALUE '  ISO DATE'.
    02 FILLER PICTURE X(11) VALUE 'ROMAN DATE'.
01  DATE-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-DT-IN PICTURE X(30).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-DT-ISO PICTURE X(10).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-DT-R PICTURE X(35).
01  DATE-ERR-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-DE-IN PICTURE X(30).
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 OUT-DE-REASON PICTURE X(22).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-DE-PART PICTURE X(7).
    02 OUT-DE-PNO PICTURE Z.
*>   rejects carry the token in 1-70 plus a resubmission tracking
*>   area in 71-80 (cycle count, original record number) which is
*>   recognized and blanked when a reject deck is read back in
77  RESUB-CYCLE PICTURE 99 VALUE ZERO.
77  RESUB-ORIG  PICTURE 9(8) VALUE ZERO.
*>   ROMPARM PARTBASE= is set on each partition run of a deck split
*>   by ROMSPLIT - the number of deck records ahead of the partition,
*>   added to fresh reject record numbers so ROMREJ and the reject
*>   ledger carry the same numbers as an unsplit run would
77  PART-BASE   PICTURE 9(8) VALUE ZERO.
01  REJ-LINE.
    02 REJ-TOKEN    PICTURE X(70).
    02 REJ-CYCLE    PICTURE 9(2).
*>   department HDR/TRL envelope is written to ROMRSLT tagged with
*>   its HDR-SOURCE and batch date, wrapped in its own header and a
*>   trailer carrying record count and hash total so the receiving
*>   systems can balance the transmission.  each DTL also carries
*>   its transaction type - R roman to decimal, D decimal to roman,
*>   A ADD/SUB/MUL arithmetic - and the trailer the count of the
*>   envelope's rejected records, which is what the monthly
*>   chargeback run prices from
77  RSL-OPEN   PICTURE X VALUE 'N'.
77  RSL-COUNT  PICTURE S9(5) VALUE ZERO.
77  RSL-HASH   PICTURE S9(10) VALUE ZERO.
77  RSL-REJECTS PICTURE S9(5) VALUE ZERO.
77  RSL-TYPE   PICTURE X VALUE 'R'.
01  RSL-HDR-LINE.
    02 FILLER    PICTURE X(3) VALUE 'HDR'.
    02 FILLER    PICTURE X VALUE SPACE.
    02 RH-SOURCE PICTURE X(3).
    02 FILLER    PICTURE X VALUE SPACE.
    02 RH-DATE   PICTURE 9(8).
    02 FILLER    PICTURE X VALUE SPACE.
    02 RH-TABLE  PICTURE X(8).
01  RSL-DTL-LINE.
    02 FILLER    PICTURE X(3) VALUE 'DTL'.
    02 FILLER    PICTURE X VALUE SPACE.
    02 RD-SOURCE PICTURE X(3).
    02 FILLER    PICTURE X VALUE SPACE.
    02 RD-DATE   PICTURE 9(8).
    02 FILLER    PICTURE X VALUE SPACE.
    02 RD-R      PICTURE X(30).
    02 FILLER    PICTURE X VALUE SPACE.
    02 RD-EQ     PICTURE 9(9).
    02 FILLER    PICTURE X VALUE SPACE.
    02 RD-TW     PICTURE 9(2).
    02 FILLER    PICTURE X VALUE SPACE.
    02 RD-TYPE   PICTURE X.
01  RSL-TRL-LINE.
    02 FILLER    PICTURE X(3) VALUE 'TRL'.
    02 FILLER    PICTURE X VALUE SPACE.
    02 RT-COUNT  PICTURE 9(5).
    02 FILLER    PICTURE X VALUE SPACE.
    02 RT-HASH   PICTURE 9(9).
    02 FILLER    PICTURE X VALUE SPACE.
    02 RT-REJECTS PICTURE 9(5).
*>   ROMCAL business calendar - one CCYYMMDD processing day per record,
*>   ascending, comments and blanks ignored.  when the file is
*>   present each batch HDR-DATE is validated against it: dates in
*>   the future, on a non-processing day, or more than STALEDAYS
77  BATCH-SKIP  PICTURE X VALUE 'N'.
77  BATCH-BYPASSED PICTURE S9(5) VALUE ZERO.
01  CAL-TAB.
    02 CAL-DAY PICTURE 9(8) OCCURS 500 TIMES.
01  CAL-LINE PICTURE X(80).
01  DATE-FLAG-LINE.
    02 FILLER PICTURE X(16) VALUE ' *** BATCH DATE '.
    02 OUT-DF-DATE PICTURE 9(8).
    02 FILLER PICTURE X(3) VALUE ' - '.
    02 OUT-DF-REASON PICTURE X(18).
    02 FILLER PICTURE X(4) VALUE ' ***'.
    02 FILLER PICTURE X(41) VALUE
       ' *** BATCH REJECTED - RECORDS BYPASSED: '.
    02 OUT-BYPASSED PICTURE Z(4)9.
*>   ROMSRC department registry - when the master is present every
*>   HDR-SOURCE must be on it, active, and allowed to submit in the
*>   mode being run, or the whole envelope is bypassed like a
*>   DATEMODE=R date failure.  a rejected envelope writes nothing to
*>   ROMRSLT, so a mistyped code never turns into a phantom
*>   department.  SRC-CALCHK decides whether the department's HDR
*>   dates go through the ROMCAL check at all.  no master means no
*>   validation, as before.
77  SRC-STATUS  PICTURE X(02).
77  SRC-AVAIL   PICTURE X VALUE 'N'.
77  SRC-REJECT  PICTURE X VALUE 'N'.
77  SRC-CAL-DONE PICTURE X VALUE 'N'.
77  SRC-MODE-HITS PICTURE S9(2) VALUE ZERO.
01  SRC-FLAG-LINE.
    02 FILLER PICTURE X(18) VALUE ' *** BATCH SOURCE '.
    02 OUT-SF-SOURCE PICTURE X(3).
    02 FILLER PICTURE X(3) VALUE ' - '.
    02 OUT-SF-REASON PICTURE X(28).
    02 FILLER PICTURE X(4) VALUE ' ***'.
*>   ROMBFP batch fingerprint master - source, batch date, trailer
*>   count and trailer sum of every envelope that balanced, with the
*>   run date/time it was first received.  ROMIN is pre-read so each
*>   HDR already knows its own trailer; an envelope whose fingerprint
*>   is on file is held as a suspected duplicate - copied to ROMHOLD
*>   and neither converted nor posted to ROMRSLT - unless ROMPARM
*>   DUPOK=Y lets a deliberate resubmission through.  no master can
*>   be opened means no checking, as before.
77  PSC-STATUS  PICTURE X(02).
77  PSC-EOF     PICTURE X VALUE 'N'.
77  PSC-REC     PICTURE 9(8) VALUE ZERO.
77  PSC-USED    PICTURE S9(4) VALUE ZERO.
77  PSC-K       PICTURE S9(4) VALUE ZERO.
77  PSC-FOUND   PICTURE S9(4) VALUE ZERO.
77  BFP-STATUS  PICTURE X(02).
77  BFP-AVAIL   PICTURE X VALUE 'N'.
77  DUP-OK      PICTURE X VALUE 'N'.
77  BATCH-HELD  PICTURE X VALUE 'N'.
01  PSC-LINE    PICTURE X(80).
01  PSC-HDR-SPLIT REDEFINES PSC-LINE.
    02 PSC-TAG    PICTURE X(3).
    02 FILLER     PICTURE X.
    02 PSC-COUNT-X PICTURE X(5).
    02 FILLER     PICTURE X.
    02 PSC-SUM-X  PICTURE X(9).
    02 FILLER     PICTURE X(61).
01  PSC-TAB.
    02 PSC-ENTRY OCCURS 500 TIMES.
       03 PSC-HDR-REC PICTURE 9(8).
       03 PSC-TRL-SET PICTURE X.
       03 PSC-COUNT   PICTURE 9(5).
       03 PSC-SUM     PICTURE 9(9).
01  DUP-FLAG-LINE.
    02 FILLER PICTURE X(33) VALUE
       ' *** SUSPECTED DUPLICATE - FIRST '.
    02 FILLER PICTURE X(9) VALUE 'RECEIVED '.
    02 OUT-DUP-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-DUP-TIME PICTURE 9(8).
    02 FILLER PICTURE X(4) VALUE ' ***'.
01  DUP-REL-LINE.
    02 FILLER PICTURE X(41) VALUE
       ' *** DUPLICATE RELEASED BY DUPOK - FIRST '.
    02 FILLER PICTURE X(9) VALUE 'RECEIVED '.
    02 OUT-REL-DATE PICTURE 9(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-REL-TIME PICTURE 9(8).
01  BATCH-HELD-LINE.
    02 FILLER PICTURE X(43) VALUE
       ' *** BATCH HELD IN ROMHOLD - RECORDS HELD: '.
    02 OUT-HELD PICTURE Z(4)9.
*>   numeral output style - S standard, C clock face (IIII), M
*>   medieval (viij), A apostrophus (CI) for 1000).  ROMPARM STYLE=
*>   sets the run's style; within an envelope the ROMSTYL profile of
*>   its HDR-SOURCE, when there is one, takes over until the TRL.
*>   only mode 2 draws numerals in a style - every other mode runs
*>   standard.  styled numerals bypass the ROMXREF cache, whose
*>   entries are all standard forms.
77  RUN-STYLE      PICTURE X VALUE 'S'.
77  CUR-STYLE      PICTURE X VALUE 'S'.
77  STD-STYLE      PICTURE X VALUE 'S'.
01  STYLE-FLAG-LINE.
    02 FILLER PICTURE X(20) VALUE ' *** OUTPUT STYLE - '.
    02 OUT-STY-NAME PICTURE X(11).
    02 FILLER PICTURE X(4) VALUE ' ***'.
77  BATCH-OPEN     PICTURE X VALUE 'N'.
77  BATCH-SOURCE   PICTURE X(3).
77  BATCH-DATE     PICTURE 9(8) VALUE ZERO.
77  BATCH-OK-BASE  PICTURE S9(5) VALUE ZERO.
77  BATCH-ERR-BASE PICTURE S9(5) VALUE ZERO.
77  BATCH-SUM-BASE PICTURE S9(9) VALUE ZERO.
    02 FILLER PICTURE X(9) VALUE ' SOURCE: '.
    02 OUT-BH-SOURCE PICTURE X(3).
    02 FILLER PICTURE X(14) VALUE '  BATCH DATE: '.
    02 OUT-BH-DATE PICTURE 9(8).
    02 FILLER PICTURE X(9) VALUE '  TABLE: '.
    02 OUT-BH-TABLE PICTURE X(8).
01  BATCH-SUB-LINE.
    02 FILLER PICTURE X(9) VALUE ' SOURCE: '.
    02 OUT-BS-SOURCE PICTURE X(3).
    02 FILLER  PICTURE X(2) VALUE ' ('.
    02 EXC-CHAR-OUT PICTURE X.
    02 FILLER  PICTURE X VALUE ')'.
*>   operator alerts - abnormal run endings and envelope problems go
*>   to the ROMALERT queue as well as the report; an alert about an
*>   envelope names its source and HDR date
COPY "RNALERT.cpy".
01  ALERT-BATCH-TEXT.
    02 ABT-WHAT   PICTURE X(24).
    02 FILLER     PICTURE X(8) VALUE ' SOURCE '.
    02 ABT-SOURCE PICTURE X(3).
    02 FILLER     PICTURE X(6) VALUE ' DATE '.
    02 ABT-DATE   PICTURE 9(8).

PROCEDURE DIVISION.
MAINLINE.
    MOVE RNX-VERSION TO PH-TAB.
    PERFORM GET-MODE THRU GET-MODE-EXIT
        UNTIL MODE-IS-SIMPLE OR MODE-IS-FULL OR MODE-IS-VALIDATE
            OR MODE-IS-SCAN OR MODE-IS-VENDOR OR MODE-IS-WORDNUM
            OR MODE-IS-DATE.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT RUN-TIME FROM TIME.
    IF MODE-IS-FULL
        PERFORM READ-CHECKPOINT THRU READ-CHECKPOINT-EXIT
        PERFORM READ-CALENDAR THRU READ-CALENDAR-EXIT
    END-IF.
    PERFORM SEED-CHAIN THRU SEED-CHAIN-EXIT.
    OPEN INPUT STANDARD-INPUT.
    IF MODE-IS-FULL AND SKIP-COUNT IS GREATER THAN ZERO
        OPEN EXTEND STANDARD-OUTPUT, AUDIT-LOG
    IF MODE-IS-WORDNUM
        GO TO F-START
    END-IF.
    IF MODE-IS-DATE
        GO TO G-START
    END-IF.
    GO TO B-START.
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
WRITE-AUDIT.
    CALL "ROMHASH" USING CHAIN-VALUE, AUDIT-LINE, AL-CHECK.
    MOVE AL-CHECK TO CHAIN-VALUE.
    WRITE AUDIT-RECORD FROM AUDIT-LINE AFTER ADVANCING 1 LINE.
WRITE-AUDIT-EXIT.
    EXIT.
GET-MODE.
    DISPLAY 'SELECT MODE - 1=SIMPLE (30-CHAR, RCONV)' UPON CONSOLE.
    DISPLAY '             2=FULL (80-CHAR, CONV/CSV/CHECKPOINT/HEX)'
        UPON CONSOLE.
    DISPLAY '             6=SPELLED ENGLISH NUMBERS TO NUMERALS'
        UPON CONSOLE.
    DISPLAY '             7=ROMAN NUMERAL DATES TO/FROM ISO DATES'
        UPON CONSOLE.
    ACCEPT MODE-CHOICE FROM CONSOLE.
GET-MODE-EXIT.
    EXIT.
            AFTER ADVANCING 1 LINE
        WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE
    END-IF.
    IF MODE-IS-DATE
        WRITE STDOUT-RECORD FROM DATE-COL-HEADS AFTER ADVANCING 1 LINE
        WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE
    END-IF.
    MOVE 4 TO LINE-COUNT.
PAGE-HEADINGS-EXIT.
    EXIT.
    IF PARM-KEY = 'VENDOR'
        MOVE PARM-LINE(PARM-K + 1:8) TO VEND-ID
    END-IF.
    IF PARM-KEY = 'DUPOK'
        MOVE PARM-LINE(PARM-K + 1:1) TO DUP-OK
    END-IF.
    IF PARM-KEY = 'HEADCHK'
        MOVE PARM-LINE(PARM-K + 1:1) TO HEAD-CHK
    END-IF.
    IF PARM-KEY = 'DATEORD'
        MOVE PARM-LINE(PARM-K + 1:1) TO DATE-ORD
    END-IF.
    IF PARM-KEY = 'DATESEP'
        AND PARM-LINE(PARM-K + 1:1) NOT = SPACE
        MOVE PARM-LINE(PARM-K + 1:1) TO DATE-SEP
    END-IF.
    IF PARM-KEY = 'STYLE'
        AND (PARM-LINE(PARM-K + 1:1) = 'S' OR
             PARM-LINE(PARM-K + 1:1) = 'C' OR
             PARM-LINE(PARM-K + 1:1) = 'M' OR
             PARM-LINE(PARM-K + 1:1) = 'A')
        MOVE PARM-LINE(PARM-K + 1:1) TO RUN-STYLE
    END-IF.
    IF PARM-KEY = 'PARTBASE'
        MOVE PARM-VALUE TO PART-BASE
    END-IF.
    IF PARM-KEY = 'LINESPP'
        AND PARM-VALUE IS NOT LESS THAN 10
        AND PARM-VALUE IS NOT GREATER THAN 999
    MOVE ARRAY-AREA-A TO AL-INPUT. MOVE TEMP TO AL-VALUE.
    MOVE RET TO AL-RET.
    MOVE EPOS TO AL-POS. MOVE ECHAR TO AL-CHAR.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
    GO TO AB2, A-B-ERR, A-B-ERR DEPENDING ON RET.
AB2. MOVE TEMP TO OUT-EQ-A. MOVE ARRAY-AREA-A TO OUT-R-A.
    MOVE PRINT-LINE-A TO PRT-AREA
*>   ====  mode 2 - full 80-character flow (was romanA3_1.cob)  ====
B-START.
    IF SKIP-COUNT IS GREATER THAN ZERO
        OPEN EXTEND CSV-OUTPUT, REJECT-FILE, RESULT-FILE, HOLD-FILE
    ELSE
        OPEN OUTPUT CSV-OUTPUT, REJECT-FILE, RESULT-FILE, HOLD-FILE
    END-IF.
    PERFORM OPEN-XREF THRU OPEN-XREF-EXIT.
    PERFORM OPEN-LEDGER THRU OPEN-LEDGER-EXIT.
    PERFORM OPEN-SOURCES THRU OPEN-SOURCES-EXIT.
    MOVE RUN-STYLE TO CUR-STYLE.
    MOVE ZERO TO TAB-SEL-DATE.
    PERFORM SELECT-RUN-TABLE THRU SELECT-RUN-TABLE-EXIT.
    MOVE RNX-VERSION TO RUN-TABLE.
    MOVE RNX-VERSION TO PH-TAB.
    PERFORM OPEN-FPRINT THRU OPEN-FPRINT-EXIT.
    IF BFP-AVAIL = 'Y'
        PERFORM PRESCAN-INPUT-DECK THRU PRESCAN-INPUT-DECK-EXIT
    END-IF.
    MOVE 'ROMAN NUMBER EQUIVALENTS' TO PH-TITLE.
    PERFORM PAGE-HEADINGS THRU PAGE-HEADINGS-EXIT.
BL1. MOVE 1 TO N. MOVE SPACES TO ARRAY-AREA-B.
    MOVE inputNum TO DIAG-TEXT-W.
    PERFORM SAVE-DIAG-REC THRU SAVE-DIAG-REC-EXIT.
    PERFORM CHECK-RESUB THRU CHECK-RESUB-EXIT.
    MOVE CNT-OK TO LDG-OK-BASE.
    MOVE CNT-ERR TO LDG-ERR-BASE.
    IF REC-NUM NOT GREATER THAN SKIP-COUNT
        IF HDR-TAG = 'HDR'
            PERFORM SET-BATCH-STYLE THRU SET-BATCH-STYLE-EXIT
            PERFORM SELECT-BATCH-TABLE THRU SELECT-BATCH-TABLE-EXIT
        END-IF
        IF TRL-TAG = 'TRL'
            MOVE RUN-STYLE TO CUR-STYLE
            PERFORM SELECT-RUN-TABLE THRU SELECT-RUN-TABLE-EXIT
        END-IF
        GO TO BL1
    END-IF.
    IF HDR-TAG = 'HDR'
    END-IF.
    IF BATCH-SKIP = 'Y'
        ADD 1 TO BATCH-BYPASSED
        IF BATCH-HELD = 'Y'
            WRITE HOLD-RECORD FROM inputNum
        END-IF
        GO TO BL1
    END-IF.
    PERFORM STRIP-SPACES THRU STRIP-SPACES-EXIT.
    IF ARITH-TAG = 'ADD,' OR ARITH-TAG = 'SUB,'
        OR ARITH-TAG = 'MUL,'
        PERFORM ARITH-RECORD THRU ARITH-RECORD-EXIT
        PERFORM SETTLE-LEDGER-ITEM THRU SETTLE-LEDGER-ITEM-EXIT
        GO TO BL1
    END-IF.
    PERFORM SPLIT-TOKENS-B THRU SPLIT-TOKENS-B-EXIT.
    PERFORM SETTLE-LEDGER-ITEM THRU SETTLE-LEDGER-ITEM-EXIT.
    GO TO BL1.
ARITH-RECORD.
    MOVE inputNum TO TOKEN-SAVE.
    END-IF.
    MOVE ARITH-RES TO TEMP.
    MOVE SPACES TO ARRAY-AREA-B.
    CALL "DCONV" USING ARRAY-AREA-B, N, RET, TEMP, FRAC-TW, CUR-STYLE.
    IF RET NOT = 1
        MOVE 3 TO RET
        MOVE ZERO TO EPOS
    MOVE TEMP TO OUT-EQ-B.
    MOVE OUT-EQ-B TO CSV-EQ.
    MOVE FRAC-TW TO CSV-TW.
    MOVE CUR-STYLE TO CSV-STYLE.
    WRITE CSV-RECORD FROM CSV-LINE.
    MOVE 'A' TO RSL-TYPE.
    PERFORM WRITE-RSL-DTL THRU WRITE-RSL-DTL-EXIT.
    PERFORM ARITH-AUDIT THRU ARITH-AUDIT-EXIT.
    PERFORM TAKE-CHECKPOINT THRU TAKE-CHECKPOINT-EXIT.
    MOVE TOKEN-SAVE TO AL-INPUT. MOVE TEMP TO AL-VALUE.
    MOVE RET TO AL-RET.
    MOVE EPOS TO AL-POS. MOVE ECHAR TO AL-CHAR.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
ARITH-AUDIT-EXIT.
    EXIT.
BATCH-HEADER.
        PERFORM BATCH-SUBTOTAL THRU BATCH-SUBTOTAL-EXIT
        MOVE BATCH-NOTRL-LINE TO PRT-AREA
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'NOTRL' TO ALR-CODE
        MOVE 'BATCH HAD NO TRAILER' TO ABT-WHAT
        PERFORM BATCH-ALERT THRU BATCH-ALERT-EXIT
    END-IF.
    PERFORM WRITE-RSL-TRL THRU WRITE-RSL-TRL-EXIT.
    MOVE HDR-SOURCE TO BATCH-SOURCE.
    PERFORM HDR-BATCH-DATE THRU HDR-BATCH-DATE-EXIT.
    MOVE HDR-FULL-DATE TO BATCH-DATE.
    PERFORM SELECT-BATCH-TABLE THRU SELECT-BATCH-TABLE-EXIT.
    MOVE BATCH-SOURCE TO OUT-BH-SOURCE.
    MOVE BATCH-DATE TO OUT-BH-DATE.
    MOVE RNX-VERSION TO OUT-BH-TABLE.
    MOVE BATCH-HEAD-LINE TO PRT-AREA
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    PERFORM SET-BATCH-STYLE THRU SET-BATCH-STYLE-EXIT.
    IF CUR-STYLE NOT = 'S'
        MOVE STYLE-FLAG-LINE TO PRT-AREA
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
    END-IF.
    MOVE 'N' TO BATCH-SKIP.
    MOVE 'N' TO SRC-REJECT.
    MOVE 'N' TO SRC-CAL-DONE.
    MOVE 'N' TO BATCH-HELD.
    MOVE ZERO TO BATCH-BYPASSED.
    IF SRC-AVAIL = 'Y'
        PERFORM VALIDATE-SOURCE THRU VALIDATE-SOURCE-EXIT
    END-IF.
    IF SRC-CAL-DONE = 'N' AND CAL-AVAIL = 'Y'
        AND BATCH-DATE IS GREATER THAN ZERO
        PERFORM VALIDATE-BATCH-DATE THRU VALIDATE-BATCH-DATE-EXIT
    END-IF.
    IF BFP-AVAIL = 'Y' AND BATCH-SKIP = 'N'
        PERFORM CHECK-DUPLICATE THRU CHECK-DUPLICATE-EXIT
    END-IF.
    MOVE CNT-OK TO BATCH-OK-BASE.
    MOVE CNT-ERR TO BATCH-ERR-BASE.
    MOVE SUM-EQ TO BATCH-SUM-BASE.
    MOVE 'Y' TO BATCH-OPEN.
    IF SRC-REJECT = 'Y' OR BATCH-HELD = 'Y'
        GO TO BATCH-HEADER-EXIT
    END-IF.
    MOVE BATCH-SOURCE TO RH-SOURCE.
    MOVE BATCH-DATE TO RH-DATE.
    MOVE RNX-VERSION TO RH-TABLE.
    WRITE RSL-RECORD FROM RSL-HDR-LINE.
    MOVE 'Y' TO RSL-OPEN.
    MOVE ZERO TO RSL-COUNT.
    MOVE ZERO TO RSL-HASH.
    MOVE ZERO TO RSL-REJECTS.
BATCH-HEADER-EXIT.
    EXIT.
*>   the envelope is converted under the table version in force on
*>   its batch date.  an undated envelope takes the run-date table.
SELECT-BATCH-TABLE.
    PERFORM HDR-BATCH-DATE THRU HDR-BATCH-DATE-EXIT.
    IF HDR-FULL-DATE IS GREATER THAN ZERO
        MOVE HDR-FULL-DATE TO TAB-SEL-DATE
    ELSE
        MOVE RUN-DATE TO TAB-SEL-DATE
    END-IF.
    PERFORM LOAD-SELECTED-TABLE THRU LOAD-SELECTED-TABLE-EXIT.
SELECT-BATCH-TABLE-EXIT.
    EXIT.
*>   the HDR batch date as ccyymmdd.  an old-form yymmdd date is
*>   widened by the century window - yy 00-49 is 20yy, 50-99 is
*>   19yy, the window ROMDCONV used on the files.  an unreadable
*>   date leaves the envelope undated (zero).
HDR-BATCH-DATE.
    MOVE ZERO TO HDR-FULL-DATE.
    IF HDR-DATE IS NUMERIC
        MOVE HDR-DATE TO HDR-FULL-DATE
        GO TO HDR-BATCH-DATE-EXIT
    END-IF.
    IF HDR-YYMMDD IS NOT NUMERIC OR HDR-PAD NOT = SPACES
        GO TO HDR-BATCH-DATE-EXIT
    END-IF.
    MOVE HDR-YYMMDD TO HDR-FULL-DATE.
    IF HDR-YYMMDD IS LESS THAN 500000
        ADD 20000000 TO HDR-FULL-DATE
    ELSE
        ADD 19000000 TO HDR-FULL-DATE
    END-IF.
HDR-BATCH-DATE-EXIT.
    EXIT.
SELECT-RUN-TABLE.
    IF TAB-SEL-DATE = RUN-DATE
        GO TO SELECT-RUN-TABLE-EXIT
    END-IF.
    MOVE RUN-DATE TO TAB-SEL-DATE.
    PERFORM LOAD-SELECTED-TABLE THRU LOAD-SELECTED-TABLE-EXIT.
SELECT-RUN-TABLE-EXIT.
    EXIT.
*>   the converters load their own copy of the table on first call,
*>   so a change of version releases them to load it afresh.
LOAD-SELECTED-TABLE.
    MOVE RNX-VERSION TO TAB-PREV.
    MOVE 'S' TO TAB-SEL-FUNC.
    CALL "RNTSEL" USING TAB-SEL-FUNC, TAB-SEL-DATE.
    CALL "RNTLOAD" USING RN-LOADED-TABLE.
    IF RNX-VERSION NOT = TAB-PREV
        CANCEL "CONVS"
        CANCEL "DCONV"
    END-IF.
LOAD-SELECTED-TABLE-EXIT.
    EXIT.
SET-BATCH-STYLE.
    MOVE RUN-STYLE TO CUR-STYLE.
    CALL "ROMSTYLE" USING HDR-SOURCE, CUR-STYLE.
    MOVE 'STANDARD' TO OUT-STY-NAME.
    IF CUR-STYLE = 'C'
        MOVE 'CLOCK FACE' TO OUT-STY-NAME
    END-IF.
    IF CUR-STYLE = 'M'
        MOVE 'MEDIEVAL' TO OUT-STY-NAME
    END-IF.
    IF CUR-STYLE = 'A'
        MOVE 'APOSTROPHUS' TO OUT-STY-NAME
    END-IF.
SET-BATCH-STYLE-EXIT.
    EXIT.
VALIDATE-SOURCE.
    MOVE SPACES TO OUT-SF-REASON.
    MOVE BATCH-SOURCE TO SRC-CODE.
    READ SOURCE-FILE
        INVALID KEY
            MOVE 'UNKNOWN DEPARTMENT CODE' TO OUT-SF-REASON
            GO TO VALIDATE-SOURCE-FLAG
    END-READ.
    IF SRC-ACTIVE NOT = 'Y'
        MOVE 'DEPARTMENT INACTIVE' TO OUT-SF-REASON
        GO TO VALIDATE-SOURCE-FLAG
    END-IF.
    MOVE ZERO TO SRC-MODE-HITS.
    INSPECT SRC-MODES TALLYING SRC-MODE-HITS FOR ALL MODE-CHOICE.
    IF SRC-MODE-HITS = ZERO
        MOVE 'NOT AUTHORISED FOR THIS MODE' TO OUT-SF-REASON
        GO TO VALIDATE-SOURCE-FLAG
    END-IF.
*>   a department flagged for the calendar check has its envelope
*>   bypassed on a bad date whatever DATEMODE says; one not flagged
*>   is exempt from the check
    MOVE 'Y' TO SRC-CAL-DONE.
    IF SRC-CALCHK = 'Y'
        AND CAL-AVAIL = 'Y' AND BATCH-DATE IS GREATER THAN ZERO
        PERFORM VALIDATE-BATCH-DATE THRU VALIDATE-BATCH-DATE-EXIT
        IF OUT-DF-REASON NOT = SPACES
            MOVE 'Y' TO BATCH-SKIP
        END-IF
    END-IF.
    GO TO VALIDATE-SOURCE-EXIT.
VALIDATE-SOURCE-FLAG.
    MOVE BATCH-SOURCE TO OUT-SF-SOURCE.
    MOVE SRC-FLAG-LINE TO PRT-AREA.
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    MOVE 'W' TO ALR-SEVERITY.
    MOVE 'SRCREJ' TO ALR-CODE.
    MOVE SRC-FLAG-LINE(6:47) TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 'Y' TO BATCH-SKIP.
    MOVE 'Y' TO SRC-REJECT.
    MOVE 'Y' TO SRC-CAL-DONE.
VALIDATE-SOURCE-EXIT.
    EXIT.
OPEN-SOURCES.
    MOVE 'N' TO SRC-AVAIL.
    OPEN INPUT SOURCE-FILE.
    IF SRC-STATUS = "00"
        MOVE 'Y' TO SRC-AVAIL
    END-IF.
OPEN-SOURCES-EXIT.
    EXIT.
OPEN-FPRINT.
    MOVE 'N' TO BFP-AVAIL.
    OPEN I-O FPRINT-FILE.
    IF BFP-STATUS = "35"
        OPEN OUTPUT FPRINT-FILE
        IF BFP-STATUS = "00"
            CLOSE FPRINT-FILE
            OPEN I-O FPRINT-FILE
        END-IF
    END-IF.
    IF BFP-STATUS = "00"
        MOVE 'Y' TO BFP-AVAIL
    END-IF.
OPEN-FPRINT-EXIT.
    EXIT.
*>   one pass over ROMIN before the run proper, noting the record
*>   number of every HDR and the count and sum off the TRL that
*>   closes it, so BATCH-HEADER can fingerprint an envelope before
*>   any of its records are converted
PRESCAN-INPUT-DECK.
    MOVE 'N' TO PSC-EOF.
    MOVE ZERO TO PSC-REC.
    MOVE ZERO TO PSC-USED.
    OPEN INPUT PRESCAN-INPUT.
    IF PSC-STATUS NOT = "00"
        GO TO PRESCAN-INPUT-DECK-EXIT
    END-IF.
    PERFORM PRESCAN-REC THRU PRESCAN-REC-EXIT
        UNTIL PSC-EOF = 'Y'.
    CLOSE PRESCAN-INPUT.
PRESCAN-INPUT-DECK-EXIT.
    EXIT.
PRESCAN-REC.
    READ PRESCAN-INPUT INTO PSC-LINE
        AT END MOVE 'Y' TO PSC-EOF
    END-READ.
    IF PSC-EOF = 'Y'
        GO TO PRESCAN-REC-EXIT
    END-IF.
    ADD 1 TO PSC-REC.
    IF PSC-TAG = 'HDR'
        IF PSC-USED IS LESS THAN 500
            ADD 1 TO PSC-USED
            MOVE PSC-REC TO PSC-HDR-REC(PSC-USED)
            MOVE 'N' TO PSC-TRL-SET(PSC-USED)
            MOVE ZERO TO PSC-COUNT(PSC-USED)
            MOVE ZERO TO PSC-SUM(PSC-USED)
        END-IF
        GO TO PRESCAN-REC-EXIT
    END-IF.
    IF PSC-TAG = 'TRL' AND PSC-USED IS GREATER THAN ZERO
        IF PSC-TRL-SET(PSC-USED) = 'N'
            AND PSC-COUNT-X IS NUMERIC AND PSC-SUM-X IS NUMERIC
            MOVE 'Y' TO PSC-TRL-SET(PSC-USED)
            MOVE PSC-COUNT-X TO PSC-COUNT(PSC-USED)
            MOVE PSC-SUM-X TO PSC-SUM(PSC-USED)
        END-IF
    END-IF.
PRESCAN-REC-EXIT.
    EXIT.
CHECK-DUPLICATE.
    MOVE ZERO TO PSC-FOUND.
    PERFORM PSC-FIND-STEP THRU PSC-FIND-STEP-EXIT
        VARYING PSC-K FROM 1 BY 1
            UNTIL PSC-K IS GREATER THAN PSC-USED
                OR PSC-FOUND IS GREATER THAN ZERO.
    IF PSC-FOUND = ZERO
        GO TO CHECK-DUPLICATE-EXIT
    END-IF.
    IF PSC-TRL-SET(PSC-FOUND) = 'N'
        GO TO CHECK-DUPLICATE-EXIT
    END-IF.
    MOVE BATCH-SOURCE TO BFP-SOURCE.
    MOVE BATCH-DATE TO BFP-DATE.
    MOVE PSC-COUNT(PSC-FOUND) TO BFP-COUNT.
    MOVE PSC-SUM(PSC-FOUND) TO BFP-SUM.
    READ FPRINT-FILE
        INVALID KEY GO TO CHECK-DUPLICATE-EXIT
    END-READ.
    IF DUP-OK = 'Y'
        MOVE BFP-FIRST-DATE TO OUT-REL-DATE
        MOVE BFP-FIRST-TIME TO OUT-REL-TIME
        MOVE DUP-REL-LINE TO PRT-AREA
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
        GO TO CHECK-DUPLICATE-EXIT
    END-IF.
    MOVE BFP-FIRST-DATE TO OUT-DUP-DATE.
    MOVE BFP-FIRST-TIME TO OUT-DUP-TIME.
    MOVE DUP-FLAG-LINE TO PRT-AREA.
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    MOVE 'W' TO ALR-SEVERITY.
    MOVE 'DUPHELD' TO ALR-CODE.
    MOVE 'DUPLICATE BATCH HELD' TO ABT-WHAT.
    PERFORM BATCH-ALERT THRU BATCH-ALERT-EXIT.
    MOVE 'Y' TO BATCH-SKIP.
    MOVE 'Y' TO BATCH-HELD.
    WRITE HOLD-RECORD FROM inputNum.
CHECK-DUPLICATE-EXIT.
    EXIT.
PSC-FIND-STEP.
    IF PSC-HDR-REC(PSC-K) = REC-NUM
        MOVE PSC-K TO PSC-FOUND
    END-IF.
PSC-FIND-STEP-EXIT.
    EXIT.
*>   a balanced envelope is fingerprinted with this run's date and
*>   time; one let through by DUPOK just has its sighting counted
RECORD-FPRINT.
    MOVE BATCH-SOURCE TO BFP-SOURCE.
    MOVE BATCH-DATE TO BFP-DATE.
    MOVE TRL-COUNT TO BFP-COUNT.
    MOVE TRL-SUM TO BFP-SUM.
    READ FPRINT-FILE
        INVALID KEY
            MOVE RUN-DATE TO BFP-FIRST-DATE
            MOVE RUN-TIME TO BFP-FIRST-TIME
            MOVE 1 TO BFP-SEEN
            MOVE RUN-DATE TO BFP-LAST-DATE
            MOVE RUN-TIME TO BFP-LAST-TIME
            WRITE BFP-RECORD
                INVALID KEY CONTINUE
            END-WRITE
            GO TO RECORD-FPRINT-EXIT
    END-READ.
    IF BFP-SEEN IS LESS THAN 99999
        ADD 1 TO BFP-SEEN
    END-IF.
    MOVE RUN-DATE TO BFP-LAST-DATE.
    MOVE RUN-TIME TO BFP-LAST-TIME.
    REWRITE BFP-RECORD
        INVALID KEY CONTINUE
    END-REWRITE.
RECORD-FPRINT-EXIT.
    EXIT.
BATCH-TRAILER.
    MOVE RUN-STYLE TO CUR-STYLE.
    PERFORM SELECT-RUN-TABLE THRU SELECT-RUN-TABLE-EXIT.
    PERFORM WRITE-RSL-TRL THRU WRITE-RSL-TRL-EXIT.
    IF BATCH-HELD = 'Y'
        WRITE HOLD-RECORD FROM inputNum
        MOVE BATCH-BYPASSED TO OUT-HELD
        MOVE BATCH-HELD-LINE TO PRT-AREA
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
        MOVE 'N' TO BATCH-HELD
        MOVE 'N' TO BATCH-SKIP
        MOVE 'N' TO BATCH-OPEN
        MOVE CNT-OK TO BATCH-OK-BASE
        MOVE CNT-ERR TO BATCH-ERR-BASE
        MOVE SUM-EQ TO BATCH-SUM-BASE
        GO TO BATCH-TRAILER-EXIT
    END-IF.
    IF BATCH-SKIP = 'Y'
        MOVE BATCH-BYPASSED TO OUT-BYPASSED
        MOVE BATCH-REJ-LINE TO PRT-AREA
    IF TRL-COUNT IS NOT NUMERIC OR TRL-SUM IS NOT NUMERIC
        MOVE BATCH-BADTRL-LINE TO PRT-AREA
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'BADTRL' TO ALR-CODE
        MOVE 'BATCH TRAILER UNREADABLE' TO ABT-WHAT
        PERFORM BATCH-ALERT THRU BATCH-ALERT-EXIT
    ELSE
        IF TRL-COUNT NOT = BATCH-OK OR TRL-SUM NOT = BATCH-SUM-ABS
            MOVE TRL-COUNT TO OUT-BF-COUNT
            MOVE TRL-SUM TO OUT-BF-SUM
            MOVE BATCH-FLAG-LINE TO PRT-AREA
            PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
            MOVE 'E' TO ALR-SEVERITY
            MOVE 'OUTBAL' TO ALR-CODE
            MOVE 'BATCH OUT OF BALANCE' TO ABT-WHAT
            PERFORM BATCH-ALERT THRU BATCH-ALERT-EXIT
        ELSE
            IF BFP-AVAIL = 'Y'
                PERFORM RECORD-FPRINT THRU RECORD-FPRINT-EXIT
            END-IF
        END-IF
    END-IF.
    MOVE 'N' TO BATCH-OPEN.
    IF CAL-LINE = SPACES OR CAL-LINE(1:1) = '*'
        GO TO READ-CAL-REC-EXIT
    END-IF.
    IF CAL-LINE(1:8) IS NOT NUMERIC
        GO TO READ-CAL-REC-EXIT
    END-IF.
    IF CAL-USED IS LESS THAN 500
        ADD 1 TO CAL-USED
        MOVE CAL-LINE(1:8) TO CAL-DAY(CAL-USED)
    END-IF.
READ-CAL-REC-EXIT.
    EXIT.
    MOVE BATCH-DATE TO OUT-DF-DATE.
    MOVE DATE-FLAG-LINE TO PRT-AREA.
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    MOVE 'W' TO ALR-SEVERITY.
    MOVE 'BATCHDT' TO ALR-CODE.
    MOVE DATE-FLAG-LINE(6:40) TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    IF DATE-MODE = 'R'
        MOVE 'Y' TO BATCH-SKIP
    END-IF.
    MOVE BATCH-SOURCE TO RT-SOURCE.
    MOVE RSL-COUNT TO RT-COUNT.
    MOVE RSL-HASH TO RT-HASH.
    MOVE RSL-REJECTS TO RT-REJECTS.
    WRITE RSL-RECORD FROM RSL-TRL-LINE.
    MOVE 'N' TO RSL-OPEN.
WRITE-RSL-TRL-EXIT.
    MOVE ARRAY-AREA-B(1:30) TO RD-R.
    MOVE TEMP TO RD-EQ.
    MOVE FRAC-TW TO RD-TW.
    MOVE RSL-TYPE TO RD-TYPE.
    WRITE RSL-RECORD FROM RSL-DTL-LINE.
    ADD 1 TO RSL-COUNT.
    ADD TEMP TO RSL-HASH.
    MOVE TOKEN-SAVE TO AL-INPUT. MOVE TEMP TO AL-VALUE.
    MOVE RET TO AL-RET.
    MOVE EPOS TO AL-POS. MOVE ECHAR TO AL-CHAR.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
    IF RET = 1
        PERFORM BB2 THRU BB2-EXIT
    ELSE
    EXIT.
LOOKUP-OR-CONVERT.
    MOVE 'N' TO XREF-HIT.
    MOVE 'N' TO XREF-STALE.
    INSPECT ARRAY-AREA-B CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    IF XREF-AVAIL = 'Y' AND N IS NOT GREATER THAN 30
        AND CUR-STYLE = 'S' AND RNX-VERSION = RUN-TABLE
        ADD 1 TO XLOOK-CNT
        MOVE ARRAY-AREA-B(1:30) TO XREF-KEY
        READ XREF-FILE
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF XREF-VERSION = RNX-VERSION
                    MOVE XREF-VALUE TO TEMP
                    MOVE 1 TO RET
                    MOVE ZERO TO EPOS
                    MOVE SPACE TO ECHAR
                    MOVE ZERO TO FRAC-TW
                    MOVE 'Y' TO XREF-HIT
                    ADD 1 TO XHIT-CNT
                    PERFORM BUMP-XREF-USAGE THRU BUMP-XREF-USAGE-EXIT
                ELSE
                    MOVE 'Y' TO XREF-STALE
                END-IF
        END-READ
    END-IF.
    IF XREF-HIT = 'N'
        CALL "CONVS" USING ARRAY-AREA-B, N, RET, TEMP, EPOS, ECHAR,
            FRAC-TW, CUR-STYLE
    END-IF.
    IF XREF-STALE = 'Y'
        PERFORM REFRESH-XREF THRU REFRESH-XREF-EXIT
        GO TO LOOKUP-OR-CONVERT-EXIT
    END-IF.
    IF XREF-HIT = 'N'
        IF RET = 1 AND FRAC-TW = ZERO AND XREF-AVAIL = 'Y'
            AND N IS NOT GREATER THAN 30 AND CUR-STYLE = 'S'
            AND RNX-VERSION = RUN-TABLE
            MOVE ARRAY-AREA-B(1:30) TO XREF-KEY
            MOVE TEMP TO XREF-VALUE
            MOVE ZERO TO XREF-HITS
            MOVE RUN-DATE TO XREF-LAST-HIT
            MOVE RUN-DATE TO XREF-ADDED
            MOVE RNX-VERSION TO XREF-VERSION
            WRITE XREF-RECORD
                INVALID KEY CONTINUE
            END-WRITE
    END-IF.
LOOKUP-OR-CONVERT-EXIT.
    EXIT.
REFRESH-XREF.
    ADD 1 TO XREFRESH-CNT.
    IF RET NOT = 1 OR FRAC-TW NOT = ZERO
        DELETE XREF-FILE
            INVALID KEY CONTINUE
        END-DELETE
        GO TO REFRESH-XREF-EXIT
    END-IF.
    MOVE TEMP TO XREF-VALUE.
    MOVE RNX-VERSION TO XREF-VERSION.
    IF XREF-HITS IS LESS THAN 9999999
        ADD 1 TO XREF-HITS
    END-IF.
    MOVE RUN-DATE TO XREF-LAST-HIT.
    REWRITE XREF-RECORD
        INVALID KEY CONTINUE
    END-REWRITE.
REFRESH-XREF-EXIT.
    EXIT.
BUMP-XREF-USAGE.
    IF XREF-HITS IS LESS THAN 9999999
        ADD 1 TO XREF-HITS
    END-REWRITE.
BUMP-XREF-USAGE-EXIT.
    EXIT.
*>   a master written before the usage fields or the table version
*>   went in has a shorter record and fails this open (file status
*>   39), so the cache simply stays disabled until the file is
*>   rebuilt by a run against an empty ROMXREF
OPEN-XREF.
    MOVE 'N' TO XREF-AVAIL.
    OPEN I-O XREF-FILE.
    END-IF.
OPEN-XREF-EXIT.
    EXIT.
OPEN-LEDGER.
    MOVE 'N' TO LDG-AVAIL.
    OPEN I-O LEDGER-FILE.
    IF LDG-STATUS = "35"
        OPEN OUTPUT LEDGER-FILE
        IF LDG-STATUS = "00"
            CLOSE LEDGER-FILE
            OPEN I-O LEDGER-FILE
        END-IF
    END-IF.
    IF LDG-STATUS = "00"
        MOVE 'Y' TO LDG-AVAIL
        MOVE 'Y' TO LDG-USED
    END-IF.
OPEN-LEDGER-EXIT.
    EXIT.
*>   records outside any envelope are filed under a blank source.  a
*>   reject of a resubmission re-dates the open item; a fresh reject
*>   whose number matches a closed item reopens it as new
OPEN-LEDGER-ITEM.
    MOVE SPACES TO LDG-SOURCE.
    IF BATCH-OPEN = 'Y'
        MOVE BATCH-SOURCE TO LDG-SOURCE
    END-IF.
    MOVE REJ-ORIG-REC TO LDG-ORIG.
    READ LEDGER-FILE
        INVALID KEY
            MOVE 'O' TO LDG-STATE
            MOVE RUN-DATE TO LDG-OPENED
            MOVE RUN-DATE TO LDG-LAST-REJ
            MOVE ZERO TO LDG-CLOSED
            MOVE REJ-CYCLE TO LDG-CYCLE
            MOVE TOKEN-SAVE(1:30) TO LDG-TOKEN
            WRITE LDG-RECORD
                INVALID KEY CONTINUE
            END-WRITE
            ADD 1 TO LDG-OPEN-CNT
            GO TO OPEN-LEDGER-ITEM-EXIT
    END-READ.
    IF LDG-STATE = 'O'
        ADD 1 TO LDG-AGAIN-CNT
    ELSE
        MOVE 'O' TO LDG-STATE
        MOVE RUN-DATE TO LDG-OPENED
        MOVE ZERO TO LDG-CLOSED
        ADD 1 TO LDG-OPEN-CNT
    END-IF.
    MOVE RUN-DATE TO LDG-LAST-REJ.
    MOVE REJ-CYCLE TO LDG-CYCLE.
    MOVE TOKEN-SAVE(1:30) TO LDG-TOKEN.
    REWRITE LDG-RECORD
        INVALID KEY CONTINUE
    END-REWRITE.
OPEN-LEDGER-ITEM-EXIT.
    EXIT.
*>   a resubmission that converted at least one value and rejected
*>   nothing closes its item
SETTLE-LEDGER-ITEM.
    IF LDG-AVAIL = 'N' OR RESUB-ORIG = ZERO
        GO TO SETTLE-LEDGER-ITEM-EXIT
    END-IF.
    IF CNT-ERR NOT = LDG-ERR-BASE OR CNT-OK = LDG-OK-BASE
        GO TO SETTLE-LEDGER-ITEM-EXIT
    END-IF.
    MOVE SPACES TO LDG-SOURCE.
    IF BATCH-OPEN = 'Y'
        MOVE BATCH-SOURCE TO LDG-SOURCE
    END-IF.
    MOVE RESUB-ORIG TO LDG-ORIG.
    READ LEDGER-FILE
        INVALID KEY GO TO SETTLE-LEDGER-ITEM-EXIT
    END-READ.
    IF LDG-STATE NOT = 'O'
        GO TO SETTLE-LEDGER-ITEM-EXIT
    END-IF.
    MOVE 'C' TO LDG-STATE.
    MOVE RUN-DATE TO LDG-CLOSED.
    REWRITE LDG-RECORD
        INVALID KEY CONTINUE
    END-REWRITE.
    ADD 1 TO LDG-CLOSE-CNT.
SETTLE-LEDGER-ITEM-EXIT.
    EXIT.
SET-DIRECTION-B.
    MOVE SPACE TO DIR-CODE.
    IF N IS GREATER THAN 1
            OR RET NOT = 1.
    IF RET = 1
        MOVE SPACES TO ARRAY-AREA-B
        CALL "DCONV" USING ARRAY-AREA-B, N, RET, TEMP, FRAC-TW,
            CUR-STYLE
        IF RET = 2
            MOVE 3 TO RET
            MOVE ZERO TO EPOS
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    MOVE OUT-R-B TO CSV-R. MOVE OUT-EQ-B TO CSV-EQ.
    MOVE FRAC-TW TO CSV-TW.
    MOVE CUR-STYLE TO CSV-STYLE.
    WRITE CSV-RECORD FROM CSV-LINE.
    IF DIR-CODE = 'D'
        MOVE 'D' TO RSL-TYPE
    ELSE
        MOVE 'R' TO RSL-TYPE
    END-IF.
    PERFORM WRITE-RSL-DTL THRU WRITE-RSL-DTL-EXIT.
    IF WORDS-OPT = 'Y' OR WORDS-OPT = 'O'
        CALL "NUMWORDS" USING WORDS-AREA, TEMP, WORDS-OPT
        IF WORDS-OPT = 'O'
            MOVE 'THE ' TO OUT-WORDS(1:4)
            MOVE WORDS-AREA(1:70) TO OUT-WORDS(5:70)
        ELSE
            MOVE WORDS-AREA TO OUT-WORDS
        END-IF
        MOVE WORDS-LINE TO PRT-AREA
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
    END-IF.
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
    END-IF.
    PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT.
    IF LDG-AVAIL = 'Y'
        PERFORM OPEN-LEDGER-ITEM THRU OPEN-LEDGER-ITEM-EXIT
    END-IF.
    IF RSL-OPEN = 'Y'
        ADD 1 TO RSL-REJECTS
    END-IF.
    PERFORM CHECK-ERR-THRESHOLD THRU CHECK-ERR-THRESHOLD-EXIT.
B-B-ERR-EXIT.
    EXIT.
    PERFORM WRITE-DIAGNOSTICS THRU WRITE-DIAGNOSTICS-EXIT.
    IF MODE-IS-FULL
        PERFORM WRITE-RSL-TRL THRU WRITE-RSL-TRL-EXIT
        CLOSE CSV-OUTPUT, REJECT-FILE, RESULT-FILE, HOLD-FILE
        PERFORM CLEAR-CHECKPOINT THRU CLEAR-CHECKPOINT-EXIT
    END-IF.
    IF MODE-IS-DATE
        CLOSE CSV-OUTPUT, REJECT-FILE
    END-IF.
    IF XREF-AVAIL = 'Y'
        CLOSE XREF-FILE
        MOVE 'N' TO XREF-AVAIL
    END-IF.
    IF LDG-AVAIL = 'Y'
        CLOSE LEDGER-FILE
        MOVE 'N' TO LDG-AVAIL
    END-IF.
    IF SRC-AVAIL = 'Y'
        CLOSE SOURCE-FILE
        MOVE 'N' TO SRC-AVAIL
    END-IF.
    IF BFP-AVAIL = 'Y'
        CLOSE FPRINT-FILE
        MOVE 'N' TO BFP-AVAIL
    END-IF.
    CLOSE STANDARD-INPUT, STANDARD-OUTPUT, AUDIT-LOG.
    MOVE 'S' TO ALR-SEVERITY.
    MOVE 'THRESHLD' TO ALR-CODE.
    MOVE 'RUN ABORTED ON ERROR THRESHOLD - SEE ROMDIAG' TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 12 TO RUN-RC.
    PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT.
    MOVE RUN-RC TO RETURN-CODE.
    IF RESUB-ORIG IS GREATER THAN ZERO
        MOVE RESUB-ORIG TO REJ-ORIG-REC
    ELSE
        COMPUTE REJ-ORIG-REC = REC-NUM + PART-BASE
    END-IF.
    IF SUGG-FOUND = 'Y'
        MOVE SUGG-ARRAY(1:30) TO REJ-SUGGEST
    MOVE SPACES TO SUGG-ARRAY.
    MOVE ZERO TO SUGG-TW.
    CALL "DCONV" USING SUGG-ARRAY, SUGG-LEN, SUGG-RET, SUGG-VAL,
        SUGG-TW, STD-STYLE.
    IF SUGG-RET NOT = 1
        GO TO BUILD-SUGGESTION-EXIT
    END-IF.
        PERFORM BATCH-SUBTOTAL THRU BATCH-SUBTOTAL-EXIT
        MOVE BATCH-NOTRL-LINE TO PRT-AREA
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'NOTRL' TO ALR-CODE
        MOVE 'BATCH HAD NO TRAILER' TO ABT-WHAT
        PERFORM BATCH-ALERT THRU BATCH-ALERT-EXIT
        MOVE 'N' TO BATCH-OPEN
    END-IF.
    PERFORM WRITE-RSL-TRL THRU WRITE-RSL-TRL-EXIT.
    CLOSE STANDARD-INPUT, AUDIT-LOG, CSV-OUTPUT, REJECT-FILE,
        RESULT-FILE, HOLD-FILE.
    IF XREF-AVAIL = 'Y'
        CLOSE XREF-FILE
        MOVE 'N' TO XREF-AVAIL
    END-IF.
    IF LDG-AVAIL = 'Y'
        CLOSE LEDGER-FILE
        MOVE 'N' TO LDG-AVAIL
    END-IF.
    IF SRC-AVAIL = 'Y'
        CLOSE SOURCE-FILE
        MOVE 'N' TO SRC-AVAIL
    END-IF.
    IF BFP-AVAIL = 'Y'
        CLOSE FPRINT-FILE
        MOVE 'N' TO BFP-AVAIL
    END-IF.
    PERFORM CLEAR-CHECKPOINT THRU CLEAR-CHECKPOINT-EXIT.
    GO TO FINISH-RUN.
READ-CHECKPOINT.
    MOVE TRAILER-2 TO PRT-AREA
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    PERFORM WRITE-RSL-TRL THRU WRITE-RSL-TRL-EXIT.
    CLOSE CSV-OUTPUT, REJECT-FILE, RESULT-FILE, HOLD-FILE.
    IF XREF-AVAIL = 'Y'
        CLOSE XREF-FILE
        MOVE 'N' TO XREF-AVAIL
    END-IF.
    IF LDG-AVAIL = 'Y'
        CLOSE LEDGER-FILE
        MOVE 'N' TO LDG-AVAIL
    END-IF.
    IF SRC-AVAIL = 'Y'
        CLOSE SOURCE-FILE
        MOVE 'N' TO SRC-AVAIL
    END-IF.
    IF BFP-AVAIL = 'Y'
        CLOSE FPRINT-FILE
        MOVE 'N' TO BFP-AVAIL
    END-IF.
    CLOSE STANDARD-INPUT, STANDARD-OUTPUT, AUDIT-LOG.
    MOVE 'W' TO ALR-SEVERITY.
    MOVE 'SUSPEND' TO ALR-CODE.
    MOVE 'RUN SUSPENDED ON OPERATOR STOP REQUEST' TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 6 TO RUN-RC.
    PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT.
    MOVE RUN-RC TO RETURN-CODE.
    GO TO CL1.
PROCESS-ONE-C.
    CALL "CONVS" USING ARRAY-AREA-B, N, RET, TEMP, EPOS, ECHAR,
        FRAC-TW, STD-STYLE.
    MOVE RUN-DATE TO AL-DATE. MOVE RUN-TIME TO AL-TIME.
    MOVE ARRAY-AREA-B TO AL-INPUT. MOVE TEMP TO AL-VALUE.
    MOVE RET TO AL-RET.
    MOVE EPOS TO AL-POS. MOVE ECHAR TO AL-CHAR.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
    IF RET = 1
        PERFORM C-OK THRU C-OK-EXIT
    ELSE
    IF ANNOT-OPT = 'Y'
        OPEN OUTPUT ANNOT-FILE
    END-IF.
    OPEN OUTPUT CONC-FILE.
    IF HEAD-CHK = 'Y'
        PERFORM LOAD-HEAD-KEYWORDS THRU LOAD-HEAD-KEYWORDS-EXIT
    END-IF.
DL1. READ STANDARD-INPUT INTO inputNum AT END PERFORM D-FINISH
     END-READ.
    ADD 1 TO SCAN-LINE-NO.
        MOVE ZERO TO ANO-COPIED
    END-IF.
    MOVE 1 TO SCANPOS.
    MOVE ZERO TO HD-WORD-NO.
    MOVE ZERO TO HD-PEND.
    PERFORM SCAN-WORD THRU SCAN-WORD-EXIT
        UNTIL SCANPOS IS GREATER THAN 80.
    IF ANNOT-OPT = 'Y'
            OR SCAN-UP(SCANPOS:1) = SPACE
            OR SCAN-UP(SCANPOS:1) IS NOT ALPHABETIC.
    COMPUTE WORD-LEN = SCANPOS - WORD-START.
    PERFORM SUFFIX-CHECK THRU SUFFIX-CHECK-EXIT.
    ADD 1 TO HD-WORD-NO.
    MOVE 'N' TO ROMAN-HIT.
    IF IS-CAND = 'Y' AND WORD-LEN IS GREATER THAN ZERO
        PERFORM SCAN-CANDIDATE THRU SCAN-CANDIDATE-EXIT
    END-IF.
    IF HEAD-CHK = 'Y'
        PERFORM HEAD-WORD THRU HEAD-WORD-EXIT
    END-IF.
    IF ROMAN-HIT = 'N' AND WORD-LEN IS GREATER THAN ZERO
        PERFORM SCAN-WORDNUM THRU SCAN-WORDNUM-EXIT
    END-IF.
    ADD 1 TO SCANPOS.
SCAN-WORD-STEP-EXIT.
    EXIT.
SUFFIX-CHECK.
    MOVE 'N' TO SFX-CAND.
    MOVE WORD-LEN TO CAND-LEN.
    IF IS-CAND = 'Y' OR WORD-LEN IS LESS THAN 3
        GO TO SUFFIX-CHECK-EXIT
    END-IF.
    MOVE inputNum(WORD-START + WORD-LEN - 2:2) TO SFX-TEXT.
    IF SFX-TEXT NOT = 'st' AND SFX-TEXT NOT = 'nd'
        AND SFX-TEXT NOT = 'rd' AND SFX-TEXT NOT = 'th'
        GO TO SUFFIX-CHECK-EXIT
    END-IF.
    IF inputNum(WORD-START:WORD-LEN - 2)
            NOT = SCAN-UP(WORD-START:WORD-LEN - 2)
        GO TO SUFFIX-CHECK-EXIT
    END-IF.
    MOVE 'Y' TO IS-CAND.
    PERFORM SFX-ROMAN-STEP THRU SFX-ROMAN-STEP-EXIT
        VARYING SFX-K FROM WORD-START BY 1
            UNTIL SFX-K IS GREATER THAN WORD-START + WORD-LEN - 3.
    IF IS-CAND = 'Y'
        MOVE 'Y' TO SFX-CAND
        COMPUTE CAND-LEN = WORD-LEN - 2
    END-IF.
SUFFIX-CHECK-EXIT.
    EXIT.
SFX-ROMAN-STEP.
    MOVE SCAN-UP(SFX-K:1) TO SCAN-C.
    IF SCAN-C NOT = 'I' AND SCAN-C NOT = 'V' AND SCAN-C NOT = 'X'
        AND SCAN-C NOT = 'L' AND SCAN-C NOT = 'C'
        AND SCAN-C NOT = 'D' AND SCAN-C NOT = 'M'
        MOVE 'N' TO IS-CAND
    END-IF.
SFX-ROMAN-STEP-EXIT.
    EXIT.
*>   English ordinal suffix for TEMP - th for 11 to 13 in any
*>   hundred, otherwise st, nd, rd or th by the last digit
ORDINAL-SUFFIX.
    DIVIDE TEMP BY 100 GIVING SFX-QUOT REMAINDER SFX-REM.
    MOVE 'th' TO ORD-SFX.
    IF SFX-REM IS GREATER THAN 10 AND SFX-REM IS LESS THAN 14
        GO TO ORDINAL-SUFFIX-EXIT
    END-IF.
    DIVIDE TEMP BY 10 GIVING SFX-QUOT REMAINDER SFX-REM.
    IF SFX-REM = 1
        MOVE 'st' TO ORD-SFX
    END-IF.
    IF SFX-REM = 2
        MOVE 'nd' TO ORD-SFX
    END-IF.
    IF SFX-REM = 3
        MOVE 'rd' TO ORD-SFX
    END-IF.
ORDINAL-SUFFIX-EXIT.
    EXIT.
SCAN-CANDIDATE.
    MOVE SPACES TO ARRAY-AREA-B.
    MOVE SCAN-UP(WORD-START:CAND-LEN) TO ARRAY-AREA-B.
    MOVE CAND-LEN TO N.
    PERFORM LOOKUP-OR-CONVERT THRU LOOKUP-OR-CONVERT-EXIT.
    IF RET NOT = 1
        GO TO SCAN-CANDIDATE-EXIT
    END-IF.
    IF SFX-CAND = 'Y'
        PERFORM ORDINAL-SUFFIX THRU ORDINAL-SUFFIX-EXIT
        IF ORD-SFX NOT = SFX-TEXT OR FRAC-TW NOT = ZERO
            GO TO SCAN-CANDIDATE-EXIT
        END-IF
    END-IF.
    MOVE 'Y' TO ROMAN-HIT.
    MOVE SCAN-LINE-NO TO OUT-SC-LINE.
    MOVE WORD-START TO OUT-SC-COL.
    MOVE ARRAY-AREA-B(1:30) TO OUT-SC-R.
    IF SFX-CAND = 'Y'
        MOVE inputNum(WORD-START:WORD-LEN) TO OUT-SC-R
    END-IF.
    MOVE TEMP TO OUT-SC-EQ.
    MOVE SCAN-DETAIL-LINE TO PRT-AREA
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    MOVE ARRAY-AREA-B TO AL-INPUT. MOVE TEMP TO AL-VALUE.
    MOVE RET TO AL-RET.
    MOVE ZERO TO AL-POS. MOVE SPACE TO AL-CHAR.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
    MOVE TEMP TO CNC-VALUE.
    MOVE SCAN-LINE-NO TO CNC-LINE.
    MOVE WORD-START TO CNC-COL.
    MOVE ARRAY-AREA-B TO CNC-FORM.
    WRITE CONC-RECORD FROM CONC-LINE.
    IF ANNOT-OPT = 'Y'
        PERFORM ANNOT-MARK THRU ANNOT-MARK-EXIT
    END-IF.
    MOVE WN-BEST-VAL TO TEMP.
    MOVE SPACES TO ARRAY-AREA-B.
    MOVE ZERO TO FRAC-TW.
    CALL "DCONV" USING ARRAY-AREA-B, N, RET, TEMP, FRAC-TW, STD-STYLE.
    IF RET NOT = 1
        GO TO SCAN-WORDNUM-EXIT
    END-IF.
    MOVE TEMP TO AL-VALUE.
    MOVE RET TO AL-RET.
    MOVE ZERO TO AL-POS. MOVE SPACE TO AL-CHAR.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
    MOVE TEMP TO CNC-VALUE.
    MOVE SCAN-LINE-NO TO CNC-LINE.
    MOVE WORD-START TO CNC-COL.
    MOVE SPACES TO CNC-FORM.
    MOVE SCAN-UP(WORD-START:WN-LEN) TO CNC-FORM.
    WRITE CONC-RECORD FROM CONC-LINE.
    IF ANNOT-OPT = 'Y'
        MOVE WN-LEN TO WORD-LEN
        PERFORM ANNOT-MARK THRU ANNOT-MARK-EXIT
    END-IF.
    MOVE SPACES TO WN-PHRASE.
    MOVE SCAN-UP(WORD-START:WN-LEN) TO WN-PHRASE.
    CALL "WRDNUM" USING WN-PHRASE, WN-VAL, WN-RET, WN-FORM.
    IF WN-RET = 1
        MOVE 'Y' TO WN-OK
    END-IF.
    ADD 1 TO NW-END.
WN-GROW-WORD-EXIT.
    EXIT.
*>   the first word of a line may be a heading keyword; when it is
*>   and the second word is a confirmed Roman numeral the heading is
*>   checked against that keyword's sequence so far
HEAD-WORD.
    IF HD-WORD-NO = 2 AND HD-PEND IS GREATER THAN ZERO
        AND ROMAN-HIT = 'Y'
        MOVE HD-PEND TO HD-K
        PERFORM HEAD-CHECK THRU HEAD-CHECK-EXIT
    END-IF.
    MOVE ZERO TO HD-PEND.
    IF HD-WORD-NO NOT = 1 OR ROMAN-HIT = 'Y'
        OR WORD-LEN IS GREATER THAN 12
        GO TO HEAD-WORD-EXIT
    END-IF.
    MOVE SPACES TO HD-WORD.
    MOVE SCAN-UP(WORD-START:WORD-LEN) TO HD-WORD.
    PERFORM HEAD-FIND-STEP THRU HEAD-FIND-STEP-EXIT
        VARYING HD-K FROM 1 BY 1 UNTIL HD-K IS GREATER THAN HD-CNT
            OR HD-PEND IS GREATER THAN ZERO.
HEAD-WORD-EXIT.
    EXIT.
HEAD-FIND-STEP.
    IF HD-KW(HD-K) = HD-WORD
        MOVE HD-K TO HD-PEND
    END-IF.
HEAD-FIND-STEP-EXIT.
    EXIT.
*>   the sequence runs from I; a heading may repeat the last one
*>   (duplicate), fall below it (out of order) or skip past the next
*>   one (gap) - after an out-of-order heading the sequence carries
*>   on from the highest number met
HEAD-CHECK.
    MOVE TEMP TO HD-VAL.
    MOVE SPACES TO OUT-HB-REASON.
    MOVE ZERO TO OUT-HB-REF.
    IF HD-SEEN(HD-K) = ZERO
        IF HD-VAL IS GREATER THAN 1
            MOVE 'GAP - FIRST HEADING' TO OUT-HB-REASON
        END-IF
    ELSE
        IF HD-VAL = HD-LAST(HD-K)
            MOVE 'DUPLICATE OF LINE' TO OUT-HB-REASON
            MOVE HD-LAST-LINE(HD-K) TO OUT-HB-REF
        ELSE
            IF HD-VAL IS LESS THAN HD-LAST(HD-K)
                MOVE 'OUT OF ORDER AFTER' TO OUT-HB-REASON
                MOVE HD-LAST(HD-K) TO OUT-HB-REF
            ELSE
                IF HD-VAL IS GREATER THAN HD-LAST(HD-K) + 1
                    MOVE 'GAP - PREVIOUS WAS' TO OUT-HB-REASON
                    MOVE HD-LAST(HD-K) TO OUT-HB-REF
                END-IF
            END-IF
        END-IF
    END-IF.
    ADD 1 TO HD-SEEN(HD-K).
    IF OUT-HB-REASON NOT = SPACES
        ADD 1 TO HD-BREAKS(HD-K)
        MOVE 'Y' TO HAD-HEADING
        MOVE SCAN-LINE-NO TO OUT-HB-LINE
        MOVE HD-KW(HD-K) TO OUT-HB-KW
        MOVE ARRAY-AREA-B(1:15) TO OUT-HB-R
        MOVE HEAD-BREAK-LINE TO PRT-AREA
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
    END-IF.
    IF HD-VAL IS NOT LESS THAN HD-LAST(HD-K)
        MOVE HD-VAL TO HD-LAST(HD-K)
        MOVE SCAN-LINE-NO TO HD-LAST-LINE(HD-K)
    END-IF.
HEAD-CHECK-EXIT.
    EXIT.
LOAD-HEAD-KEYWORDS.
    MOVE ZERO TO HD-CNT.
    MOVE 'N' TO HKW-EOF.
    OPEN INPUT HEADKW-FILE.
    IF HKW-STATUS = "00"
        PERFORM LOAD-HEAD-KW-REC THRU LOAD-HEAD-KW-REC-EXIT
            UNTIL HKW-EOF = 'Y'
        CLOSE HEADKW-FILE
    END-IF.
    IF HD-CNT = ZERO
        MOVE 'ARTICLE' TO HD-KW(1)
        MOVE 'CHAPTER' TO HD-KW(2)
        MOVE 'SECTION' TO HD-KW(3)
        MOVE 'SCHEDULE' TO HD-KW(4)
        MOVE 'PART' TO HD-KW(5)
        MOVE 5 TO HD-CNT
    END-IF.
    PERFORM HEAD-CLEAR-STEP THRU HEAD-CLEAR-STEP-EXIT
        VARYING HD-K FROM 1 BY 1 UNTIL HD-K IS GREATER THAN HD-CNT.
LOAD-HEAD-KEYWORDS-EXIT.
    EXIT.
LOAD-HEAD-KW-REC.
    READ HEADKW-FILE INTO HKW-LINE
        AT END MOVE 'Y' TO HKW-EOF
    END-READ.
    IF HKW-EOF = 'Y'
        GO TO LOAD-HEAD-KW-REC-EXIT
    END-IF.
    IF HKW-LINE(1:1) = '*' OR HKW-LINE(1:1) = SPACE
        OR HD-CNT IS NOT LESS THAN HD-MAX
        GO TO LOAD-HEAD-KW-REC-EXIT
    END-IF.
    INSPECT HKW-LINE CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    ADD 1 TO HD-CNT.
    MOVE HKW-LINE(1:12) TO HD-KW(HD-CNT).
LOAD-HEAD-KW-REC-EXIT.
    EXIT.
HEAD-CLEAR-STEP.
    MOVE ZERO TO HD-SEEN(HD-K).
    MOVE ZERO TO HD-LAST(HD-K).
    MOVE ZERO TO HD-LAST-LINE(HD-K).
    MOVE ZERO TO HD-BREAKS(HD-K).
HEAD-CLEAR-STEP-EXIT.
    EXIT.
HEAD-SUMMARY.
    MOVE TRAILER-1 TO PRT-AREA
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    MOVE HEAD-SUM-TITLE TO PRT-AREA
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    PERFORM HEAD-SUMMARY-STEP THRU HEAD-SUMMARY-STEP-EXIT
        VARYING HD-K FROM 1 BY 1 UNTIL HD-K IS GREATER THAN HD-CNT.
HEAD-SUMMARY-EXIT.
    EXIT.
HEAD-SUMMARY-STEP.
    MOVE HD-KW(HD-K) TO OUT-HS-KW.
    MOVE HD-SEEN(HD-K) TO OUT-HS-SEEN.
    MOVE HD-LAST(HD-K) TO OUT-HS-LAST.
    MOVE HD-BREAKS(HD-K) TO OUT-HS-BREAKS.
    MOVE HEAD-SUM-LINE TO PRT-AREA
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
HEAD-SUMMARY-STEP-EXIT.
    EXIT.
D-FINISH.
    IF ANNOT-OPT = 'Y'
        CLOSE ANNOT-FILE
    END-IF.
    CLOSE CONC-FILE.
    IF HEAD-CHK = 'Y'
        PERFORM HEAD-SUMMARY THRU HEAD-SUMMARY-EXIT
    END-IF.
    CLOSE STANDARD-INPUT, AUDIT-LOG.
    GO TO FINISH-RUN.

    MOVE TOKEN-SAVE TO AL-INPUT. MOVE TEMP TO AL-VALUE.
    MOVE RET TO AL-RET.
    MOVE EPOS TO AL-POS. MOVE ECHAR TO AL-CHAR.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
    PERFORM VEND-PARSE-EXP THRU VEND-PARSE-EXP-EXIT.
    MOVE ARRAY-AREA-B(1:30) TO OUT-VD-R.
    IF RET NOT = 1
    GO TO FL1.
WORDNUM-ONE.
    MOVE inputNum(1:74) TO WN-PHRASE.
    CALL "WRDNUM" USING WN-PHRASE, WN-VAL, WN-RET, WN-FORM.
    IF WN-RET = 1
        MOVE WN-VAL TO TEMP
        MOVE SPACES TO ARRAY-AREA-B
        MOVE ZERO TO FRAC-TW
        CALL "DCONV" USING ARRAY-AREA-B, N, RET, TEMP, FRAC-TW,
            STD-STYLE
        IF RET NOT = 1
            MOVE 3 TO WN-RET
        END-IF
    MOVE inputNum TO AL-INPUT. MOVE WN-VAL TO AL-VALUE.
    MOVE WN-RET TO AL-RET.
    MOVE ZERO TO AL-POS. MOVE SPACE TO AL-CHAR.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
    IF WN-RET = 1
        MOVE inputNum(1:38) TO OUT-WN-TEXT
        MOVE WN-VAL TO OUT-WN-EQ
        IF WN-FORM = 'O' AND N IS LESS THAN 29
            PERFORM ORDINAL-SUFFIX THRU ORDINAL-SUFFIX-EXIT
            MOVE ORD-SFX TO ARRAY-AREA-B(N + 1:2)
        END-IF
        MOVE ARRAY-AREA-B(1:30) TO OUT-WN-R
        MOVE WORDNUM-LINE TO PRT-AREA
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
    CLOSE STANDARD-INPUT, AUDIT-LOG.
    GO TO FINISH-RUN.

*>   ====  mode 7 - Roman numeral dates to and from ISO dates  ====
G-START.
    MOVE 'ROMAN NUMERAL DATES' TO PH-TITLE.
    PERFORM PAGE-HEADINGS THRU PAGE-HEADINGS-EXIT.
    OPEN OUTPUT CSV-OUTPUT, REJECT-FILE.
GL1. READ STANDARD-INPUT INTO inputNum AT END PERFORM G-FINISH
     END-READ.
    MOVE inputNum TO DIAG-TEXT-W.
    PERFORM SAVE-DIAG-REC THRU SAVE-DIAG-REC-EXIT.
    IF inputNum = SPACES
        GO TO GL1
    END-IF.
    ADD 1 TO REC-NUM.
    PERFORM DATE-ONE THRU DATE-ONE-EXIT.
    GO TO GL1.
DATE-ONE.
    MOVE 1 TO DT-K.
    PERFORM DATE-SKIP-STEP THRU DATE-SKIP-STEP-EXIT
        UNTIL DT-K IS GREATER THAN 80
            OR inputNum(DT-K:1) NOT = SPACE.
    MOVE SPACES TO DT-TEXT.
    MOVE inputNum(DT-K:) TO DT-TEXT.
    INSPECT DT-TEXT CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    MOVE 1 TO RET.
    MOVE ZERO TO EPOS.
    MOVE SPACE TO ECHAR.
    MOVE ZERO TO DT-P.
    MOVE SPACES TO DT-ROMAN.
    IF DT-TEXT(1:1) IS NUMERIC
        PERFORM DATE-FROM-ISO THRU DATE-FROM-ISO-EXIT
    ELSE
        PERFORM DATE-FROM-ROMAN THRU DATE-FROM-ROMAN-EXIT
    END-IF.
    MOVE RUN-DATE TO AL-DATE. MOVE RUN-TIME TO AL-TIME.
    MOVE DT-TEXT TO AL-INPUT.
    IF RET = 1
        MOVE DT-YMD-N TO AL-VALUE
    ELSE
        MOVE ZERO TO AL-VALUE
    END-IF.
    MOVE RET TO AL-RET.
    MOVE EPOS TO AL-POS. MOVE ECHAR TO AL-CHAR.
    PERFORM WRITE-AUDIT THRU WRITE-AUDIT-EXIT.
    IF RET NOT = 1
        GO TO DATE-ERR
    END-IF.
    MOVE DT-TEXT(1:30) TO OUT-DT-IN.
    MOVE DT-ISO TO OUT-DT-ISO.
    MOVE DT-ROMAN(1:35) TO OUT-DT-R.
    MOVE DATE-LINE TO PRT-AREA
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    ADD 1 TO CNT-OK.
    MOVE DT-ROMAN(1:30) TO CSV-R.
    MOVE DT-YMD-N TO CSV-EQ.
    MOVE ZERO TO CSV-TW.
    MOVE STD-STYLE TO CSV-STYLE.
    WRITE CSV-RECORD FROM CSV-LINE.
    GO TO DATE-ONE-EXIT.
DATE-ERR.
    ADD 1 TO CNT-ERR.
    MOVE DT-TEXT(1:30) TO OUT-DE-IN.
    MOVE SPACES TO OUT-DE-PART.
    MOVE ZERO TO OUT-DE-PNO.
    IF DT-P IS GREATER THAN ZERO
        MOVE '  PART ' TO OUT-DE-PART
        MOVE DT-P TO OUT-DE-PNO
    END-IF.
    IF RET = 2
        MOVE 'Y' TO HAD-ILLEGAL
        ADD 1 TO TLY-ILLEGAL
        IF DT-P IS GREATER THAN ZERO
            MOVE 'ILLEGAL NUMERAL' TO OUT-DE-REASON
        ELSE
            MOVE 'NOT A DATE' TO OUT-DE-REASON
        END-IF
    END-IF.
    IF RET = 3
        MOVE 'Y' TO HAD-RANGE
        ADD 1 TO TLY-RANGE
        MOVE 'OUT OF RANGE' TO OUT-DE-REASON
    END-IF.
    IF RET = 4
        MOVE 'Y' TO HAD-RANGE
        ADD 1 TO TLY-OTHER
        MOVE 'NO SUCH CALENDAR DATE' TO OUT-DE-REASON
    END-IF.
    MOVE DATE-ERR-LINE TO PRT-AREA
    PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT.
    MOVE DT-TEXT TO TOKEN-SAVE.
    MOVE ZERO TO RESUB-CYCLE.
    MOVE ZERO TO RESUB-ORIG.
    MOVE 'N' TO SUGG-FOUND.
    PERFORM WRITE-REJECT THRU WRITE-REJECT-EXIT.
    PERFORM CHECK-ERR-THRESHOLD THRU CHECK-ERR-THRESHOLD-EXIT.
DATE-ONE-EXIT.
    EXIT.
DATE-SKIP-STEP.
    ADD 1 TO DT-K.
DATE-SKIP-STEP-EXIT.
    EXIT.
*>   three numerals and nothing after them; each goes through CONVS
*>   on its own, a fraction or a bad numeral fails that part
DATE-FROM-ROMAN.
    MOVE SPACES TO DT-PART-AREA.
    MOVE ZERO TO DT-LEN(1) DT-LEN(2) DT-LEN(3) DT-LEN(4).
    UNSTRING DT-TEXT DELIMITED BY DATE-SEP OR SPACE
        INTO DT-PART(1) COUNT IN DT-LEN(1)
             DT-PART(2) COUNT IN DT-LEN(2)
             DT-PART(3) COUNT IN DT-LEN(3)
             DT-PART(4) COUNT IN DT-LEN(4)
    END-UNSTRING.
    IF DT-LEN(1) = ZERO OR DT-LEN(2) = ZERO OR DT-LEN(3) = ZERO
        OR DT-LEN(4) NOT = ZERO
        MOVE 2 TO RET
        GO TO DATE-FROM-ROMAN-EXIT
    END-IF.
    PERFORM DATE-PART-STEP THRU DATE-PART-STEP-EXIT
        VARYING DT-P FROM 1 BY 1 UNTIL DT-P IS GREATER THAN 3
            OR RET NOT = 1.
    IF RET NOT = 1
        SUBTRACT 1 FROM DT-P
        GO TO DATE-FROM-ROMAN-EXIT
    END-IF.
    MOVE ZERO TO DT-P.
    IF DATE-ORD = 'M'
        MOVE DT-VAL(1) TO DT-MONTH
        MOVE DT-VAL(2) TO DT-DAY
    ELSE
        MOVE DT-VAL(1) TO DT-DAY
        MOVE DT-VAL(2) TO DT-MONTH
    END-IF.
    MOVE DT-VAL(3) TO DT-YEAR.
    PERFORM DATE-VALIDATE THRU DATE-VALIDATE-EXIT.
    IF RET NOT = 1
        GO TO DATE-FROM-ROMAN-EXIT
    END-IF.
    MOVE DT-TEXT TO DT-ROMAN.
DATE-FROM-ROMAN-EXIT.
    EXIT.
DATE-PART-STEP.
    MOVE SPACES TO ARRAY-AREA-B.
    MOVE DT-PART(DT-P) TO ARRAY-AREA-B.
    MOVE DT-LEN(DT-P) TO N.
    CALL "CONVS" USING ARRAY-AREA-B, N, RET, TEMP, EPOS, ECHAR,
        FRAC-TW, STD-STYLE.
    IF RET = 1 AND FRAC-TW NOT = ZERO
        MOVE 2 TO RET
    END-IF.
    IF RET NOT = 1
        IF DT-P IS GREATER THAN 1
            COMPUTE EPOS = EPOS + DT-LEN(1) + 1
        END-IF
        IF DT-P IS GREATER THAN 2
            COMPUTE EPOS = EPOS + DT-LEN(2) + 1
        END-IF
        GO TO DATE-PART-STEP-EXIT
    END-IF.
    MOVE TEMP TO DT-VAL(DT-P).
DATE-PART-STEP-EXIT.
    EXIT.
*>   YYYY-MM-DD or YYYYMMDD in; the Roman date is built in the
*>   DATEORD= order with the DATESEP= separator
DATE-FROM-ISO.
    MOVE DT-TEXT(1:10) TO DT-ISO-IN.
    IF DT-IN-YEAR IS NUMERIC AND DT-IN-SEP1 = '-'
        AND DT-IN-MONTH IS NUMERIC AND DT-IN-SEP2 = '-'
        AND DT-IN-DAY IS NUMERIC AND DT-TEXT(11:) = SPACES
        MOVE DT-IN-YEAR TO DT-YEAR
        MOVE DT-IN-MONTH TO DT-MONTH
        MOVE DT-IN-DAY TO DT-DAY
    ELSE
        IF DT-TEXT(1:8) IS NUMERIC AND DT-TEXT(9:) = SPACES
            MOVE DT-TEXT(1:8) TO DT-YMD
            MOVE DT-YMD-YEAR TO DT-YEAR
            MOVE DT-YMD-MONTH TO DT-MONTH
            MOVE DT-YMD-DAY TO DT-DAY
        ELSE
            MOVE 2 TO RET
            GO TO DATE-FROM-ISO-EXIT
        END-IF
    END-IF.
    PERFORM DATE-VALIDATE THRU DATE-VALIDATE-EXIT.
    IF RET NOT = 1
        GO TO DATE-FROM-ISO-EXIT
    END-IF.
    IF DATE-ORD = 'M'
        MOVE DT-MONTH TO DT-VAL(1)
        MOVE DT-DAY TO DT-VAL(2)
    ELSE
        MOVE DT-DAY TO DT-VAL(1)
        MOVE DT-MONTH TO DT-VAL(2)
    END-IF.
    MOVE DT-YEAR TO DT-VAL(3).
    MOVE 1 TO DT-OUT-LEN.
    PERFORM DATE-RENDER-STEP THRU DATE-RENDER-STEP-EXIT
        VARYING DT-P FROM 1 BY 1 UNTIL DT-P IS GREATER THAN 3
            OR RET NOT = 1.
    IF RET NOT = 1
        SUBTRACT 1 FROM DT-P
        GO TO DATE-FROM-ISO-EXIT
    END-IF.
    MOVE ZERO TO DT-P.
DATE-FROM-ISO-EXIT.
    EXIT.
DATE-RENDER-STEP.
    MOVE SPACES TO ARRAY-AREA-B.
    MOVE DT-VAL(DT-P) TO TEMP.
    MOVE ZERO TO FRAC-TW.
    CALL "DCONV" USING ARRAY-AREA-B, N, RET, TEMP, FRAC-TW, STD-STYLE.
    IF RET NOT = 1
        GO TO DATE-RENDER-STEP-EXIT
    END-IF.
    IF DT-P IS GREATER THAN 1
        MOVE DATE-SEP TO DT-ROMAN(DT-OUT-LEN:1)
        ADD 1 TO DT-OUT-LEN
    END-IF.
    MOVE ARRAY-AREA-B(1:N) TO DT-ROMAN(DT-OUT-LEN:N).
    ADD N TO DT-OUT-LEN.
DATE-RENDER-STEP-EXIT.
    EXIT.
*>   the calendar proof - month 1 to 12, year 1 to 9999 and a day
*>   inside that month, February taking 29 days in a leap year
DATE-VALIDATE.
    IF DT-YEAR IS LESS THAN 1 OR DT-YEAR IS GREATER THAN 9999
        OR DT-MONTH IS LESS THAN 1 OR DT-MONTH IS GREATER THAN 12
        OR DT-DAY IS LESS THAN 1
        MOVE 4 TO RET
        GO TO DATE-VALIDATE-EXIT
    END-IF.
    MOVE DT-MDAYS(DT-MONTH) TO DT-DIM.
    IF DT-MONTH = 2
        DIVIDE DT-YEAR BY 4 GIVING DT-QUOT REMAINDER DT-REM4
        DIVIDE DT-YEAR BY 100 GIVING DT-QUOT REMAINDER DT-REM100
        DIVIDE DT-YEAR BY 400 GIVING DT-QUOT REMAINDER DT-REM400
        IF DT-REM4 = ZERO
            AND (DT-REM100 NOT = ZERO OR DT-REM400 = ZERO)
            MOVE 29 TO DT-DIM
        END-IF
    END-IF.
    IF DT-DAY IS GREATER THAN DT-DIM
        MOVE 4 TO RET
        GO TO DATE-VALIDATE-EXIT
    END-IF.
    MOVE DT-YEAR TO DT-ISO-YEAR DT-YMD-YEAR.
    MOVE DT-MONTH TO DT-ISO-MONTH DT-YMD-MONTH.
    MOVE DT-DAY TO DT-ISO-DAY DT-YMD-DAY.
DATE-VALIDATE-EXIT.
    EXIT.
G-FINISH.
    CLOSE CSV-OUTPUT, REJECT-FILE.
    CLOSE STANDARD-INPUT, AUDIT-LOG.
    GO TO FINISH-RUN.

*>   ====  common trailer + return code, all modes join here  ====
FINISH-RUN.
    MOVE CNT-OK TO OUT-PROCESSED. MOVE CNT-ERR TO OUT-ERRORS.
    IF XREF-USED = 'Y'
        MOVE XLOOK-CNT TO OUT-XLOOK
        MOVE XHIT-CNT TO OUT-XHIT
        MOVE XREFRESH-CNT TO OUT-XREFRESH
        MOVE ZERO TO XREF-PCT
        IF XLOOK-CNT IS GREATER THAN ZERO
            COMPUTE XREF-PCT = XHIT-CNT * 100 / XLOOK-CNT
        MOVE XREF-SUM-LINE TO PRT-AREA
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
    END-IF.
    IF LDG-USED = 'Y'
        MOVE LDG-OPEN-CNT TO OUT-LDG-OPEN
        MOVE LDG-AGAIN-CNT TO OUT-LDG-AGAIN
        MOVE LDG-CLOSE-CNT TO OUT-LDG-CLOSE
        MOVE LDG-SUM-LINE TO PRT-AREA
        PERFORM PRINT-DETAIL THRU PRINT-DETAIL-EXIT
    END-IF.
    CLOSE STANDARD-OUTPUT.
    IF HAD-VEND = 'Y'
        MOVE 10 TO RUN-RC
        IF HAD-ILLEGAL = 'Y'
            MOVE 8 TO RUN-RC
        ELSE
            IF HAD-RANGE = 'Y' OR HAD-HEADING = 'Y'
                MOVE 4 TO RUN-RC
            ELSE
                MOVE 0 TO RUN-RC
            END-IF
        END-IF
    END-IF.
    IF HAD-VEND = 'Y'
        MOVE 'E' TO ALR-SEVERITY
        MOVE 'VENDFAIL' TO ALR-CODE
        MOVE 'VENDOR ACCEPTANCE RESULTS DISAGREE' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
    END-IF.
    IF HAD-HEADING = 'Y'
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'HEADSEQ' TO ALR-CODE
        MOVE 'NUMBERED HEADINGS OUT OF SEQUENCE' TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
    END-IF.
    PERFORM WRITE-HISTORY THRU WRITE-HISTORY-EXIT.
    MOVE RUN-RC TO RETURN-CODE.
    STOP RUN.

*>   hands one alert to ROMALRT for the operator alert queue, under
*>   the run date/time ROMHIST carries for this run
RAISE-ALERT.
    MOVE 'ROMANMENU' TO ALR-PROGRAM.
    MOVE RUN-DATE TO ALR-DATE.
    MOVE RUN-TIME TO ALR-TIME.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
BATCH-ALERT.
    MOVE BATCH-SOURCE TO ABT-SOURCE.
    MOVE BATCH-DATE TO ABT-DATE.
    MOVE ALERT-BATCH-TEXT TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
BATCH-ALERT-EXIT.
    EXIT.
