PROGRAM-ID. ROMLSRCH.
*>   audit trail search for discovery requests - reads the live
*>   ROMLOG and the ROMLARCH archive ROMLPURG maintains (both in the
*>   128-byte chained audit layout) and prints every line matching the
*>   ROMQCTL control record, tagged with the file it came from.
*>   ROMQCTL, one record, positional:
*>     pattern X(30)  numeral/input pattern, trailing * for a leading
*>                    match, all spaces for no pattern test
*>     value-from 9(9), value-to 9(9)   spaces or zero = open end
*>     date-from 9(8), date-to 9(8)     ccyymmdd, spaces or zero =
*>                                      open end
*>     ret X          result code 1-3, space for any
*>   either log file may be absent; the run fails only when neither
*>   can be read.
       02 FILLER       PICTURE X.
       02 QC-VAL-TO    PICTURE X(9).
       02 FILLER       PICTURE X.
       02 QC-DATE-FROM PICTURE X(8).
       02 FILLER       PICTURE X.
       02 QC-DATE-TO   PICTURE X(8).
       02 FILLER       PICTURE X.
       02 QC-RET       PICTURE X.
FD AUDIT-LOG.
    01 AUDIT-RECORD   PICTURE X(128).
FD ARCHIVE-FILE.
    01 ARCH-RECORD    PICTURE X(128).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD  PICTURE X(132).

77  PAT-PREFIX  PICTURE X VALUE 'N'.
77  VAL-FROM    PICTURE S9(9) VALUE ZERO.
77  VAL-TO      PICTURE S9(9) VALUE 999999999.
77  DATE-FROM   PICTURE 9(8) VALUE ZERO.
77  DATE-TO     PICTURE 9(8) VALUE 99999999.
77  WANT-RET    PICTURE X VALUE SPACE.
77  REC-VALUE   PICTURE S9(9) VALUE ZERO.
77  REC-DATE    PICTURE 9(8) VALUE ZERO.
77  LINE-HIT    PICTURE X VALUE 'N'.
77  CNT-LOG     PICTURE S9(7) VALUE ZERO.
77  CNT-ARCH    PICTURE S9(7) VALUE ZERO.
01  DIGIT-X     PICTURE X.
01  DIGIT-9 REDEFINES DIGIT-X PICTURE 9.
01  LOG-LINE.
    02 LL-DATE-X  PICTURE X(8).
    02 FILLER     PICTURE X.
    02 LL-TIME-X  PICTURE X(8).
    02 FILLER     PICTURE X.
    02 LL-POS-X   PICTURE X(2).
    02 FILLER     PICTURE X.
    02 LL-CHAR    PICTURE X.
    02 FILLER     PICTURE X(3).
    02 LL-CHECK   PICTURE X(10).
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(30) VALUE 'AUDIT TRAIL DISCOVERY SEARCH'.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  DETAIL-LINE.
    02 OUT-SOURCE PICTURE X(3).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-AUDIT PICTURE X(128).
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  NO-FILE-MESS.
    02 FILLER PICTURE X(44) VALUE
       ' NEITHER ROMLOG NOR ROMLARCH COULD BE READ'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
        MOVE 'N' TO CTL-OPEN
    END-IF.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOCTL' TO ALR-CODE.
    MOVE NO-CTL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-SEARCH-FILE.
    WRITE STDOUT-RECORD FROM NO-FILE-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-FILE-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

    IF QC-DATE-FROM IS NUMERIC
        MOVE QC-DATE-FROM TO DATE-FROM
    END-IF.
    IF QC-DATE-TO IS NUMERIC AND QC-DATE-TO NOT = '00000000'
        MOVE QC-DATE-TO TO DATE-TO
    END-IF.
    MOVE QC-RET TO WANT-RET.
    END-IF.
PARSE-DIGIT-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMLSRCH' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
