IDENTIFICATION DIVISION.
PROGRAM-ID. ROMLPURG.
*>   audit log archival - moves ROMLOG lines dated before the ROMACTL
*>   cutoff to the end of ROMLARCH and keeps the rest live.  the log
*>   lines are hash chained, so only the leading run of old lines is
*>   archived: the first line kept live ends the archive portion, and
*>   ROMLARCH followed by ROMLOG is always the original trail in its
*>   original order.  the check value of the last line archived is
*>   left in the ROMLCHN anchor, where the next ROMANMENU run picks
*>   the chain up if the live log has been emptied.
*>   ROMACTL record: cutoff date ccyymmdd in columns 1-8, compared
*>   with the full ccyymmdd date on each line so the cut is right
*>   across a century.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
        FILE STATUS IS ARCH-STATUS.
    SELECT RETAIN-FILE ASSIGN TO "ROMLTMP"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CHAIN-ANCHOR ASSIGN TO "ROMLCHN"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMARPT"
        ORGANIZATION IS LINE SEQUENTIAL.

FILE SECTION.
FD CONTROL-FILE.
    01 CTL-RECORD.
       02 CTL-CUTOFF PICTURE 9(8).
FD AUDIT-LOG.
    01 AUDIT-RECORD   PICTURE X(128).
FD ARCHIVE-FILE.
    01 ARCH-RECORD    PICTURE X(128).
FD RETAIN-FILE.
    01 RETAIN-RECORD  PICTURE X(128).
FD CHAIN-ANCHOR.
    01 CHN-RECORD     PICTURE X(80).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD  PICTURE X(80).

77  LOG-STATUS PICTURE X(02).
77  ARCH-STATUS PICTURE X(02).
77  CTL-OPEN   PICTURE X VALUE 'N'.
77  CUTOFF-DATE PICTURE 9(8) VALUE ZERO.
77  REC-DATE    PICTURE 9(8) VALUE ZERO.
77  CNT-READ   PICTURE S9(7) VALUE ZERO.
77  CNT-ARCH   PICTURE S9(7) VALUE ZERO.
77  CNT-KEPT   PICTURE S9(7) VALUE ZERO.
77  CNT-BAD    PICTURE S9(7) VALUE ZERO.
77  CNT-HELD   PICTURE S9(7) VALUE ZERO.
77  ARCH-ENDED PICTURE X VALUE 'N'.
77  ANCHOR-SET PICTURE X VALUE 'N'.
01  LOG-LINE.
    02 LL-DATE-X PICTURE X(8).
    02 FILLER    PICTURE X(109).
    02 FILLER    PICTURE X.
    02 LL-CHECK  PICTURE X(10).
01  CHN-LINE.
    02 CHN-CHECK PICTURE X(10).
    02 FILLER    PICTURE X(70) VALUE SPACES.
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(33) VALUE 'AUDIT LOG ARCHIVAL - DISPOSITION'.
       ' --------------------------------------------'.
01  CUTOFF-LINE.
    02 FILLER PICTURE X(15) VALUE ' CUTOFF DATE: '.
    02 OUT-CUTOFF PICTURE 9(8).
    02 FILLER PICTURE X(32) VALUE
       '  (RECORDS BEFORE THIS ARCHIVED)'.
01  COUNT-LINE.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 FILLER PICTURE X(13) VALUE 'UNPARSEABLE: '.
    02 OUT-BAD PICTURE Z(6)9.
01  HELD-LINE.
    02 FILLER PICTURE X(40) VALUE
       ' OLD LINES KEPT BEHIND A NEWER ONE:    '.
    02 OUT-HELD PICTURE Z(6)9.
01  ANCHOR-LINE.
    02 FILLER PICTURE X(29) VALUE ' CHAIN ANCHOR NOW CARRIES:   '.
    02 OUT-ANCHOR PICTURE X(10).
01  NO-CTL-MESS.
    02 FILLER PICTURE X(41) VALUE
       ' MISSING OR INVALID ROMACTL CUTOFF RECORD'.
01  NO-LOG-MESS.
    02 FILLER PICTURE X(36) VALUE
       ' MISSING OR EMPTY ROMLOG AUDIT FILE'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
PL-END.
    CLOSE AUDIT-LOG, ARCHIVE-FILE, RETAIN-FILE.
    PERFORM REWRITE-LOG THRU REWRITE-LOG-EXIT.
    IF ANCHOR-SET = 'Y'
        OPEN OUTPUT CHAIN-ANCHOR
        WRITE CHN-RECORD FROM CHN-LINE
        CLOSE CHAIN-ANCHOR
    END-IF.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    MOVE CUTOFF-DATE TO OUT-CUTOFF.
    MOVE CNT-READ TO OUT-READ. MOVE CNT-ARCH TO OUT-ARCH.
    MOVE CNT-KEPT TO OUT-KEPT. MOVE CNT-BAD TO OUT-BAD.
    WRITE STDOUT-RECORD FROM COUNT-LINE AFTER ADVANCING 1 LINE.
    MOVE CNT-HELD TO OUT-HELD.
    WRITE STDOUT-RECORD FROM HELD-LINE AFTER ADVANCING 1 LINE.
    IF ANCHOR-SET = 'Y'
        MOVE CHN-CHECK TO OUT-ANCHOR
        WRITE STDOUT-RECORD FROM ANCHOR-LINE AFTER ADVANCING 1 LINE
    END-IF.
    CLOSE STANDARD-OUTPUT.
    MOVE 0 TO RETURN-CODE.
    STOP RUN.
        MOVE 'N' TO CTL-OPEN
    END-IF.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOCTL' TO ALR-CODE.
    MOVE NO-CTL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-LOG-FILE.
    WRITE STDOUT-RECORD FROM NO-LOG-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-LOG-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

    IF LL-DATE-X IS NOT NUMERIC
        ADD 1 TO CNT-BAD
        ADD 1 TO CNT-KEPT
        MOVE 'Y' TO ARCH-ENDED
        WRITE RETAIN-RECORD FROM LOG-LINE
        GO TO SPLIT-ONE-EXIT
    END-IF.
    MOVE LL-DATE-X TO REC-DATE.
    IF REC-DATE IS LESS THAN CUTOFF-DATE AND ARCH-ENDED = 'N'
        ADD 1 TO CNT-ARCH
        WRITE ARCH-RECORD FROM LOG-LINE
        IF LL-CHECK IS NUMERIC
            MOVE LL-CHECK TO CHN-CHECK
            MOVE 'Y' TO ANCHOR-SET
        END-IF
    ELSE
        IF REC-DATE IS LESS THAN CUTOFF-DATE
            ADD 1 TO CNT-HELD
        END-IF
        ADD 1 TO CNT-KEPT
        MOVE 'Y' TO ARCH-ENDED
        WRITE RETAIN-RECORD FROM LOG-LINE
    END-IF.
SPLIT-ONE-EXIT.
    CLOSE RETAIN-FILE, AUDIT-LOG.
REWRITE-LOG-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMLPURG' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
