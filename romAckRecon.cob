IDENTIFICATION DIVISION.
PROGRAM-ID. ROMACKR.
*>   results transmission acknowledgement reconciliation - keeps the
*>   ROMSENT log of every ROMRSLT envelope sent (one entry per HDR/TRL
*>   pair: department, batch date, trailer count and hash, the day
*>   it was logged) and matches it against the acknowledgements the
*>   departments send back on ROMACKIN (their files concatenated).
*>   each run
*>     - logs the envelopes on today's ROMRSLT (an envelope already
*>       on the log is not logged twice; one refused on an earlier
*>       day is taken as sent again and waits for a fresh answer)
*>     - applies the acknowledgements, reporting a NAK, an ACK whose
*>       count or hash disagrees with what was sent, and one that
*>       matches nothing sent
*>     - lists what is still outstanding: envelopes unanswered after
*>       ACKDAYS business days (ROMPARM ACKDAYS=, default 3, counted
*>       on the ROMCAL calendar as ROMRJAGE counts) and envelopes
*>       refused or mismatched and not yet sent again
*>   ROMACKIN records: source, batch date CCYYMMDD, count, hash, ACK
*>   or NAK in columns 1-3, 5-12, 14-18, 20-28, 30-32.  a department
*>   still sending the older YYMMDD form (columns 1-3, 5-10, 12-16,
*>   18-26, 28-30) is read too, its date put in its century by the
*>   same window the ROMIN envelope date uses (00-49 20yy, 50-99
*>   19yy).
*>   RETURN-CODE 4 when anything is outstanding or any
*>   acknowledgement is in error, 8 if the run cannot start.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RESULT-FILE ASSIGN TO "ROMRSLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RSL-STATUS.
    SELECT ACK-FILE ASSIGN TO "ROMACKIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ACK-STATUS.
    SELECT SENT-FILE ASSIGN TO "ROMSENT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SNT-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "ROMCAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CAL-STATUS.
    SELECT PARAM-FILE ASSIGN TO "ROMPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PARM-STATUS.
    SELECT STANDARD-OUTPUT ASSIGN TO "ROMAKRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RESULT-FILE.
    01 RSL-RECORD    PICTURE X(62).
FD ACK-FILE.
    01 ACK-RECORD    PICTURE X(80).
*>   ROMSENT: one transmission per record, as SENT-ENTRY lays it out
FD SENT-FILE.
    01 SNT-RECORD    PICTURE X(64).
FD CALENDAR-FILE.
    01 CAL-RECORD    PICTURE X(80).
FD PARAM-FILE.
    01 PARM-RECORD   PICTURE X(80).
FD STANDARD-OUTPUT.
    01 STDOUT-RECORD PICTURE X(132).

WORKING-STORAGE SECTION.
77  RSL-STATUS  PICTURE X(02).
77  ACK-STATUS  PICTURE X(02).
77  SNT-STATUS  PICTURE X(02).
77  CAL-STATUS  PICTURE X(02).
77  PARM-STATUS PICTURE X(02).
77  RSL-EOF     PICTURE X VALUE 'N'.
77  ACK-EOF     PICTURE X VALUE 'N'.
77  SNT-EOF     PICTURE X VALUE 'N'.
77  CAL-EOF     PICTURE X VALUE 'N'.
77  PARM-EOF    PICTURE X VALUE 'N'.
77  HDR-SEEN    PICTURE X VALUE 'N'.
77  HAVE-HEAD   PICTURE X VALUE 'N'.
77  CUR-SOURCE  PICTURE X(3) VALUE SPACES.
77  CUR-DATE    PICTURE X(8) VALUE SPACES.
77  RUN-DATE    PICTURE 9(8) VALUE ZERO.
77  ACK-DAYS    PICTURE S9(4) VALUE 3.
77  ITEM-DAYS   PICTURE S9(4) VALUE ZERO.
77  CAL-USED    PICTURE S9(4) VALUE ZERO.
77  CAL-K       PICTURE S9(4) VALUE ZERO.
77  SENT-MAX    PICTURE S9(4) COMP VALUE 5000.
77  SENT-USED   PICTURE S9(4) COMP VALUE ZERO.
77  S           PICTURE S9(4) COMP VALUE ZERO.
77  SENT-HIT    PICTURE S9(4) COMP VALUE ZERO.
77  DONE-HIT    PICTURE S9(4) COMP VALUE ZERO.
77  OPEN-FOUND  PICTURE X VALUE 'N'.
77  PARM-K      PICTURE 99 VALUE ZERO.
77  PARM-J      PICTURE 99 VALUE ZERO.
77  PARM-VALUE  PICTURE 9(8) VALUE ZERO.
77  CNT-ENVELOPES PICTURE S9(7) VALUE ZERO.
77  CNT-LOGGED  PICTURE S9(7) VALUE ZERO.
77  CNT-RESENT  PICTURE S9(7) VALUE ZERO.
77  CNT-ONLOG   PICTURE S9(7) VALUE ZERO.
77  CNT-NOTRL   PICTURE S9(7) VALUE ZERO.
77  CNT-ACKS    PICTURE S9(7) VALUE ZERO.
77  CNT-GOOD    PICTURE S9(7) VALUE ZERO.
77  CNT-NAK     PICTURE S9(7) VALUE ZERO.
77  CNT-DIFFER  PICTURE S9(7) VALUE ZERO.
77  CNT-NOSEND  PICTURE S9(7) VALUE ZERO.
77  CNT-BADACK  PICTURE S9(7) VALUE ZERO.
77  CNT-REPEAT  PICTURE S9(7) VALUE ZERO.
77  CNT-WAITING PICTURE S9(7) VALUE ZERO.
77  CNT-OVERDUE PICTURE S9(7) VALUE ZERO.
77  CNT-REFUSED PICTURE S9(7) VALUE ZERO.
01  CAL-TAB.
    02 CAL-DAY PICTURE 9(8) OCCURS 500 TIMES.
01  CAL-LINE PICTURE X(80).
01  PARM-LINE   PICTURE X(80).
01  PARM-KEY    PICTURE X(12).
01  DIGIT-X PICTURE X.
01  DIGIT-9 REDEFINES DIGIT-X PICTURE 9.
01  DAYS-EDIT   PICTURE ZZZ9.
01  RSL-LINE    PICTURE X(62).
01  RSL-HDR-SPLIT REDEFINES RSL-LINE.
    02 RH-TAG     PICTURE X(3).
    02 FILLER     PICTURE X.
    02 RH-SOURCE  PICTURE X(3).
    02 FILLER     PICTURE X.
    02 RH-DATE    PICTURE X(8).
    02 FILLER     PICTURE X(46).
01  RSL-TRL-SPLIT REDEFINES RSL-LINE.
    02 RT-TAG     PICTURE X(3).
    02 FILLER     PICTURE X.
    02 RT-SOURCE  PICTURE X(3).
    02 FILLER     PICTURE X.
    02 RT-COUNT   PICTURE X(5).
    02 FILLER     PICTURE X.
    02 RT-HASH    PICTURE X(9).
    02 FILLER     PICTURE X.
    02 RT-REJECTS PICTURE X(5).
    02 FILLER     PICTURE X(33).
01  ACK-LINE.
    02 AK-SOURCE  PICTURE X(3).
    02 FILLER     PICTURE X.
    02 AK-DATE    PICTURE X(8).
    02 AK-DATE-N REDEFINES AK-DATE PICTURE 9(8).
    02 FILLER     PICTURE X.
    02 AK-COUNT   PICTURE X(5).
    02 FILLER     PICTURE X.
    02 AK-HASH    PICTURE X(9).
    02 FILLER     PICTURE X.
    02 AK-CODE    PICTURE X(3).
    02 FILLER     PICTURE X(48).
*>   an acknowledgement as read, and its older YYMMDD form
01  ACK-IN        PICTURE X(80).
01  ACK-IN-OLD REDEFINES ACK-IN.
    02 AO-SOURCE  PICTURE X(3).
    02 FILLER     PICTURE X.
    02 AO-DATE    PICTURE X(6).
    02 AO-DATE-N REDEFINES AO-DATE PICTURE 9(6).
    02 AO-GAP     PICTURE X.
    02 AO-COUNT   PICTURE X(5).
    02 FILLER     PICTURE X.
    02 AO-HASH    PICTURE X(9).
    02 FILLER     PICTURE X.
    02 AO-CODE    PICTURE X(3).
    02 FILLER     PICTURE X(50).
*>   the whole ROMSENT log, held so an acknowledgement can be put
*>   against the latest unanswered sending of its envelope.  state
*>   O awaiting an answer, A acknowledged, N refused (NAK), M
*>   acknowledged with a count or hash that disagrees
01  SENT-TAB.
    02 SENT-ENTRY OCCURS 5000 TIMES.
       03 ST-SOURCE    PICTURE X(3).
       03 FILLER       PICTURE X.
       03 ST-DATE      PICTURE 9(8).
       03 FILLER       PICTURE X.
       03 ST-COUNT     PICTURE 9(5).
       03 FILLER       PICTURE X.
       03 ST-HASH      PICTURE 9(9).
       03 FILLER       PICTURE X.
       03 ST-SENT      PICTURE 9(8).
       03 FILLER       PICTURE X.
       03 ST-STATE     PICTURE X.
       03 FILLER       PICTURE X.
       03 ST-ACKED     PICTURE 9(8).
       03 FILLER       PICTURE X.
       03 ST-ACK-COUNT PICTURE 9(5).
       03 FILLER       PICTURE X.
       03 ST-ACK-HASH  PICTURE 9(9).
01  NEW-ENTRY.
    02 NW-SOURCE    PICTURE X(3).
    02 FILLER       PICTURE X VALUE SPACE.
    02 NW-DATE      PICTURE 9(8).
    02 FILLER       PICTURE X VALUE SPACE.
    02 NW-COUNT     PICTURE 9(5).
    02 FILLER       PICTURE X VALUE SPACE.
    02 NW-HASH      PICTURE 9(9).
    02 FILLER       PICTURE X VALUE SPACE.
    02 NW-SENT      PICTURE 9(8).
    02 FILLER       PICTURE X VALUE SPACE.
    02 NW-STATE     PICTURE X VALUE 'O'.
    02 FILLER       PICTURE X VALUE SPACE.
    02 NW-ACKED     PICTURE 9(8) VALUE ZERO.
    02 FILLER       PICTURE X VALUE SPACE.
    02 NW-ACK-COUNT PICTURE 9(5) VALUE ZERO.
    02 FILLER       PICTURE X VALUE SPACE.
    02 NW-ACK-HASH  PICTURE 9(9) VALUE ZERO.
01  TITLE-LINE.
    02 FILLER PICTURE X(11) VALUE SPACES.
    02 FILLER PICTURE X(40) VALUE
       'TRANSMISSION ACKNOWLEDGEMENTS AS OF     '.
    02 OUT-RUN-DATE PICTURE 9(8).
    02 FILLER PICTURE X(13) VALUE '   ACK DAYS: '.
    02 OUT-ACK-DAYS PICTURE ZZZ9.
01  UNDERLINE-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  SECTION-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-SECTION PICTURE X(50).
01  COL-HEADS.
    02 FILLER PICTURE X(32) VALUE ' DEPT BATCH        SENT COUNT   '.
    02 FILLER PICTURE X(32) VALUE '   HASH     RCVD COUNT      HASH'.
    02 FILLER PICTURE X(32) VALUE ' CODE DAYS  NOTE'.
01  DETAIL-LINE.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-SOURCE PICTURE X(3).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-DATE PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-SENT PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-COUNT PICTURE ZZZZ9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-HASH PICTURE Z(8)9.
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-RCVD PICTURE X(8).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-ACK-COUNT PICTURE X(5).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-ACK-HASH PICTURE X(9).
    02 FILLER PICTURE X VALUE SPACE.
    02 OUT-CODE PICTURE X(3).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-DAYS PICTURE X(4).
    02 FILLER PICTURE X(2) VALUE SPACES.
    02 OUT-NOTE PICTURE X(34).
01  NONE-LINE.
    02 FILLER PICTURE X(8) VALUE '    NONE'.
01  TRAILER-1.
    02 FILLER PICTURE X(45) VALUE
       ' --------------------------------------------'.
01  TRAILER-2.
    02 FILLER PICTURE X(19) VALUE ' ENVELOPES SENT:   '.
    02 OUT-ENVELOPES PICTURE Z(6)9.
    02 FILLER PICTURE X(12) VALUE '  LOGGED:   '.
    02 OUT-LOGGED PICTURE Z(6)9.
    02 FILLER PICTURE X(14) VALUE '  SENT AGAIN: '.
    02 OUT-RESENT PICTURE Z(6)9.
    02 FILLER PICTURE X(14) VALUE '  ON LOG:     '.
    02 OUT-ONLOG PICTURE Z(6)9.
    02 FILLER PICTURE X(14) VALUE '  NO TRAILER: '.
    02 OUT-NOTRL PICTURE Z(6)9.
01  TRAILER-3.
    02 FILLER PICTURE X(19) VALUE ' ACKNOWLEDGEMENTS: '.
    02 OUT-ACKS PICTURE Z(6)9.
    02 FILLER PICTURE X(12) VALUE '  AGREED:   '.
    02 OUT-GOOD PICTURE Z(6)9.
    02 FILLER PICTURE X(14) VALUE '  NAK:        '.
    02 OUT-NAK PICTURE Z(6)9.
    02 FILLER PICTURE X(14) VALUE '  DISAGREE:   '.
    02 OUT-DIFFER PICTURE Z(6)9.
01  TRAILER-4.
    02 FILLER PICTURE X(19) VALUE ' ACKS NOT APPLIED: '.
    02 FILLER PICTURE X(7) VALUE SPACES.
    02 FILLER PICTURE X(12) VALUE '  NOT SENT: '.
    02 OUT-NOSEND PICTURE Z(6)9.
    02 FILLER PICTURE X(14) VALUE '  UNREADABLE: '.
    02 OUT-BADACK PICTURE Z(6)9.
    02 FILLER PICTURE X(14) VALUE '  REPEATED:   '.
    02 OUT-REPEAT PICTURE Z(6)9.
01  TRAILER-5.
    02 FILLER PICTURE X(19) VALUE ' AWAITING ANSWER:  '.
    02 OUT-WAITING PICTURE Z(6)9.
    02 FILLER PICTURE X(12) VALUE '  OVERDUE:  '.
    02 OUT-OVERDUE PICTURE Z(6)9.
    02 FILLER PICTURE X(14) VALUE '  UNRESOLVED: '.
    02 OUT-REFUSED PICTURE Z(6)9.
    02 FILLER PICTURE X(14) VALUE '  LOG TOTAL:  '.
    02 OUT-ON-LOG PICTURE Z(6)9.
01  NO-CAL-MESS.
    02 FILLER PICTURE X(44) VALUE
       ' MISSING OR EMPTY ROMCAL BUSINESS CALENDAR'.
01  NO-SENT-MESS.
    02 FILLER PICTURE X(44) VALUE
       ' TRANSMISSION LOG ROMSENT NOT USABLE'.
01  SENT-FULL-MESS.
    02 FILLER PICTURE X(44) VALUE
       ' TRANSMISSION LOG ROMSENT TABLE FULL'.
COPY "RNALERT.cpy".

PROCEDURE DIVISION.
MAINLINE.
    OPEN OUTPUT STANDARD-OUTPUT.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    PERFORM READ-CALENDAR THRU READ-CALENDAR-EXIT.
    IF CAL-USED = ZERO
        GO TO NO-CALENDAR
    END-IF.
    PERFORM READ-PARAMS THRU READ-PARAMS-EXIT.
*>   no ROMSENT yet only means nothing has been logged before
    OPEN INPUT SENT-FILE.
    IF SNT-STATUS = "00"
        PERFORM LOAD-SENT THRU LOAD-SENT-EXIT
            UNTIL SNT-EOF = 'Y'
        CLOSE SENT-FILE
    ELSE
        IF SNT-STATUS NOT = "35"
            GO TO NO-SENT-FILE
        END-IF
    END-IF.
    IF SENT-USED IS GREATER THAN SENT-MAX
        GO TO SENT-TABLE-FULL
    END-IF.
    MOVE RUN-DATE TO OUT-RUN-DATE.
    MOVE ACK-DAYS TO OUT-ACK-DAYS.
    WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES.
    WRITE STDOUT-RECORD FROM UNDERLINE-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM COL-HEADS AFTER ADVANCING 1 LINE.
    MOVE 'ENVELOPES SENT TODAY' TO OUT-SECTION.
    WRITE STDOUT-RECORD FROM SECTION-LINE AFTER ADVANCING 2 LINES.
    MOVE 'N' TO HAVE-HEAD.
    OPEN INPUT RESULT-FILE.
    IF RSL-STATUS = "00"
        PERFORM LOG-ENVELOPE THRU LOG-ENVELOPE-EXIT
            UNTIL RSL-EOF = 'Y'
        CLOSE RESULT-FILE
    END-IF.
    IF SENT-USED IS GREATER THAN SENT-MAX
        GO TO SENT-TABLE-FULL
    END-IF.
    IF HAVE-HEAD = 'N'
        WRITE STDOUT-RECORD FROM NONE-LINE AFTER ADVANCING 1 LINE
    END-IF.
    MOVE 'ACKNOWLEDGEMENTS IN ERROR' TO OUT-SECTION.
    WRITE STDOUT-RECORD FROM SECTION-LINE AFTER ADVANCING 2 LINES.
    MOVE 'N' TO HAVE-HEAD.
    OPEN INPUT ACK-FILE.
    IF ACK-STATUS = "00"
        PERFORM APPLY-ACK THRU APPLY-ACK-EXIT
            UNTIL ACK-EOF = 'Y'
        CLOSE ACK-FILE
    END-IF.
    IF HAVE-HEAD = 'N'
        WRITE STDOUT-RECORD FROM NONE-LINE AFTER ADVANCING 1 LINE
    END-IF.
    MOVE 'OUTSTANDING TRANSMISSIONS' TO OUT-SECTION.
    WRITE STDOUT-RECORD FROM SECTION-LINE AFTER ADVANCING 2 LINES.
    MOVE 'N' TO HAVE-HEAD.
    PERFORM CHECK-OUTSTANDING THRU CHECK-OUTSTANDING-EXIT
        VARYING S FROM 1 BY 1 UNTIL S IS GREATER THAN SENT-USED.
    IF HAVE-HEAD = 'N'
        WRITE STDOUT-RECORD FROM NONE-LINE AFTER ADVANCING 1 LINE
    END-IF.
    OPEN OUTPUT SENT-FILE.
    PERFORM WRITE-SENT THRU WRITE-SENT-EXIT
        VARYING S FROM 1 BY 1 UNTIL S IS GREATER THAN SENT-USED.
    CLOSE SENT-FILE.
    MOVE CNT-ENVELOPES TO OUT-ENVELOPES.
    MOVE CNT-LOGGED TO OUT-LOGGED.
    MOVE CNT-RESENT TO OUT-RESENT.
    MOVE CNT-ONLOG TO OUT-ONLOG.
    MOVE CNT-NOTRL TO OUT-NOTRL.
    MOVE CNT-ACKS TO OUT-ACKS.
    MOVE CNT-GOOD TO OUT-GOOD.
    MOVE CNT-NAK TO OUT-NAK.
    MOVE CNT-DIFFER TO OUT-DIFFER.
    MOVE CNT-NOSEND TO OUT-NOSEND.
    MOVE CNT-BADACK TO OUT-BADACK.
    MOVE CNT-REPEAT TO OUT-REPEAT.
    MOVE CNT-WAITING TO OUT-WAITING.
    MOVE CNT-OVERDUE TO OUT-OVERDUE.
    MOVE CNT-REFUSED TO OUT-REFUSED.
    MOVE SENT-USED TO OUT-ON-LOG.
    WRITE STDOUT-RECORD FROM TRAILER-1 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-2 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-3 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-4 AFTER ADVANCING 1 LINE.
    WRITE STDOUT-RECORD FROM TRAILER-5 AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    IF CNT-OVERDUE IS GREATER THAN ZERO
        OR CNT-REFUSED IS GREATER THAN ZERO
        OR CNT-NAK IS GREATER THAN ZERO
        OR CNT-DIFFER IS GREATER THAN ZERO
        OR CNT-NOSEND IS GREATER THAN ZERO
        OR CNT-BADACK IS GREATER THAN ZERO
        MOVE 'W' TO ALR-SEVERITY
        MOVE 'ACKRECON' TO ALR-CODE
        MOVE 'TRANSMISSIONS UNANSWERED, REFUSED OR DISAGREEING'
            TO ALR-TEXT
        PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF.
    STOP RUN.
NO-CALENDAR.
    WRITE STDOUT-RECORD FROM NO-CAL-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-CAL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
NO-SENT-FILE.
    WRITE STDOUT-RECORD FROM NO-SENT-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'NOFILE' TO ALR-CODE.
    MOVE NO-SENT-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
*>   the log is left as it was - nothing of this run is kept
SENT-TABLE-FULL.
    WRITE STDOUT-RECORD FROM SENT-FULL-MESS AFTER ADVANCING 1 LINE.
    CLOSE STANDARD-OUTPUT.
    MOVE 'E' TO ALR-SEVERITY.
    MOVE 'TABFULL' TO ALR-CODE.
    MOVE SENT-FULL-MESS TO ALR-TEXT.
    PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.

*>   one entry past the table end marks it full
LOAD-SENT.
    READ SENT-FILE
        AT END MOVE 'Y' TO SNT-EOF
    END-READ.
    IF SNT-EOF = 'Y'
        GO TO LOAD-SENT-EXIT
    END-IF.
    IF SNT-RECORD = SPACES
        GO TO LOAD-SENT-EXIT
    END-IF.
    IF SENT-USED NOT < SENT-MAX
        MOVE SENT-MAX TO SENT-USED
        ADD 1 TO SENT-USED
        MOVE 'Y' TO SNT-EOF
        GO TO LOAD-SENT-EXIT
    END-IF.
    ADD 1 TO SENT-USED.
    MOVE SNT-RECORD TO SENT-ENTRY(SENT-USED).
LOAD-SENT-EXIT.
    EXIT.
WRITE-SENT.
    WRITE SNT-RECORD FROM SENT-ENTRY(S).
WRITE-SENT-EXIT.
    EXIT.

*>   an envelope is logged from its TRL, under the department and
*>   date of the HDR that opened it
LOG-ENVELOPE.
    READ RESULT-FILE INTO RSL-LINE
        AT END MOVE 'Y' TO RSL-EOF
    END-READ.
    IF RSL-EOF = 'Y'
        IF HDR-SEEN = 'Y'
            ADD 1 TO CNT-NOTRL
        END-IF
        GO TO LOG-ENVELOPE-EXIT
    END-IF.
    IF RH-TAG = 'HDR'
        IF HDR-SEEN = 'Y'
            ADD 1 TO CNT-NOTRL
        END-IF
        MOVE 'Y' TO HDR-SEEN
        MOVE RH-SOURCE TO CUR-SOURCE
        MOVE RH-DATE TO CUR-DATE
        GO TO LOG-ENVELOPE-EXIT
    END-IF.
    IF RT-TAG NOT = 'TRL' OR HDR-SEEN = 'N'
        GO TO LOG-ENVELOPE-EXIT
    END-IF.
    MOVE 'N' TO HDR-SEEN.
    IF CUR-DATE IS NOT NUMERIC OR RT-COUNT IS NOT NUMERIC
        OR RT-HASH IS NOT NUMERIC
        ADD 1 TO CNT-NOTRL
        GO TO LOG-ENVELOPE-EXIT
    END-IF.
    ADD 1 TO CNT-ENVELOPES.
    MOVE CUR-SOURCE TO NW-SOURCE.
    MOVE CUR-DATE TO NW-DATE.
    MOVE RT-COUNT TO NW-COUNT.
    MOVE RT-HASH TO NW-HASH.
    MOVE ZERO TO SENT-HIT.
    PERFORM FIND-SAME-STEP THRU FIND-SAME-STEP-EXIT
        VARYING S FROM SENT-USED BY -1
        UNTIL S IS LESS THAN 1 OR SENT-HIT IS GREATER THAN ZERO.
    MOVE SPACES TO DETAIL-LINE.
    MOVE NW-SOURCE TO OUT-SOURCE.
    MOVE CUR-DATE TO OUT-DATE.
    MOVE RUN-DATE TO OUT-SENT.
    MOVE NW-COUNT TO OUT-COUNT.
    MOVE NW-HASH TO OUT-HASH.
    IF SENT-HIT = ZERO
        IF SENT-USED NOT < SENT-MAX
            ADD 1 TO SENT-USED
            MOVE 'Y' TO RSL-EOF
            GO TO LOG-ENVELOPE-EXIT
        END-IF
        ADD 1 TO SENT-USED
        MOVE RUN-DATE TO NW-SENT
        MOVE NEW-ENTRY TO SENT-ENTRY(SENT-USED)
        ADD 1 TO CNT-LOGGED
        MOVE 'LOGGED' TO OUT-NOTE
        GO TO LOG-ENVELOPE-PRINT
    END-IF.
    IF (ST-STATE(SENT-HIT) = 'N' OR ST-STATE(SENT-HIT) = 'M')
        AND ST-SENT(SENT-HIT) IS LESS THAN RUN-DATE
        MOVE 'O' TO ST-STATE(SENT-HIT)
        MOVE RUN-DATE TO ST-SENT(SENT-HIT)
        MOVE ZERO TO ST-ACKED(SENT-HIT)
        MOVE ZERO TO ST-ACK-COUNT(SENT-HIT)
        MOVE ZERO TO ST-ACK-HASH(SENT-HIT)
        ADD 1 TO CNT-RESENT
        MOVE 'SENT AGAIN - AWAITING ANSWER' TO OUT-NOTE
        GO TO LOG-ENVELOPE-PRINT
    END-IF.
    ADD 1 TO CNT-ONLOG.
    MOVE ST-SENT(SENT-HIT) TO OUT-SENT.
    MOVE 'ALREADY ON LOG' TO OUT-NOTE.
LOG-ENVELOPE-PRINT.
    MOVE 'Y' TO HAVE-HEAD.
    WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
LOG-ENVELOPE-EXIT.
    EXIT.
FIND-SAME-STEP.
    IF ST-SOURCE(S) = NW-SOURCE AND ST-DATE(S) = NW-DATE
        AND ST-COUNT(S) = NW-COUNT AND ST-HASH(S) = NW-HASH
        MOVE S TO SENT-HIT
    END-IF.
FIND-SAME-STEP-EXIT.
    EXIT.

*>   an acknowledgement in the CCYYMMDD layout is taken as it is;
*>   one in the older layout is moved across with its date windowed
*>   into its century.  anything else is left as read, to be
*>   reported unreadable.
ACK-FORM.
    MOVE ACK-IN TO ACK-LINE.
    IF ACK-IN(5:8) IS NUMERIC AND ACK-IN(13:1) = SPACE
        GO TO ACK-FORM-EXIT
    END-IF.
    IF AO-DATE IS NOT NUMERIC OR AO-GAP NOT = SPACE
        GO TO ACK-FORM-EXIT
    END-IF.
    MOVE SPACES TO ACK-LINE.
    MOVE AO-SOURCE TO AK-SOURCE.
    MOVE AO-COUNT TO AK-COUNT.
    MOVE AO-HASH TO AK-HASH.
    MOVE AO-CODE TO AK-CODE.
    MOVE AO-DATE-N TO AK-DATE-N.
    IF AO-DATE-N IS LESS THAN 500000
        ADD 20000000 TO AK-DATE-N
    ELSE
        ADD 19000000 TO AK-DATE-N
    END-IF.
ACK-FORM-EXIT.
    EXIT.

*>   an acknowledgement answers the latest sending of its envelope
*>   still without a good answer - one awaiting an answer first,
*>   else one refused or disagreeing
APPLY-ACK.
    READ ACK-FILE INTO ACK-IN
        AT END MOVE 'Y' TO ACK-EOF
    END-READ.
    IF ACK-EOF = 'Y'
        GO TO APPLY-ACK-EXIT
    END-IF.
    IF ACK-IN = SPACES OR ACK-IN(1:1) = '*'
        GO TO APPLY-ACK-EXIT
    END-IF.
    PERFORM ACK-FORM THRU ACK-FORM-EXIT.
    ADD 1 TO CNT-ACKS.
    INSPECT AK-CODE CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    MOVE SPACES TO DETAIL-LINE.
    MOVE AK-SOURCE TO OUT-SOURCE.
    MOVE AK-DATE TO OUT-DATE.
    MOVE RUN-DATE TO OUT-RCVD.
    MOVE AK-COUNT TO OUT-ACK-COUNT.
    MOVE AK-HASH TO OUT-ACK-HASH.
    MOVE AK-CODE TO OUT-CODE.
    IF AK-DATE IS NOT NUMERIC OR AK-COUNT IS NOT NUMERIC
        OR AK-HASH IS NOT NUMERIC
        OR (AK-CODE NOT = 'ACK' AND AK-CODE NOT = 'NAK')
        ADD 1 TO CNT-BADACK
        MOVE 'UNREADABLE - NOT APPLIED' TO OUT-NOTE
        GO TO APPLY-ACK-PRINT
    END-IF.
    MOVE ZERO TO SENT-HIT.
    MOVE ZERO TO DONE-HIT.
    MOVE 'N' TO OPEN-FOUND.
    PERFORM FIND-OPEN-STEP THRU FIND-OPEN-STEP-EXIT
        VARYING S FROM SENT-USED BY -1
        UNTIL S IS LESS THAN 1 OR OPEN-FOUND = 'Y'.
    IF SENT-HIT = ZERO
        IF DONE-HIT IS GREATER THAN ZERO
            ADD 1 TO CNT-REPEAT
            GO TO APPLY-ACK-EXIT
        END-IF
        ADD 1 TO CNT-NOSEND
        MOVE 'NO SUCH TRANSMISSION SENT' TO OUT-NOTE
        GO TO APPLY-ACK-PRINT
    END-IF.
    MOVE ST-SENT(SENT-HIT) TO OUT-SENT.
    MOVE ST-COUNT(SENT-HIT) TO OUT-COUNT.
    MOVE ST-HASH(SENT-HIT) TO OUT-HASH.
    MOVE RUN-DATE TO ST-ACKED(SENT-HIT).
    MOVE AK-COUNT TO ST-ACK-COUNT(SENT-HIT).
    MOVE AK-HASH TO ST-ACK-HASH(SENT-HIT).
    IF AK-CODE = 'NAK'
        MOVE 'N' TO ST-STATE(SENT-HIT)
        ADD 1 TO CNT-NAK
        MOVE 'REFUSED BY DEPARTMENT' TO OUT-NOTE
        GO TO APPLY-ACK-PRINT
    END-IF.
    IF ST-ACK-COUNT(SENT-HIT) NOT = ST-COUNT(SENT-HIT)
        OR ST-ACK-HASH(SENT-HIT) NOT = ST-HASH(SENT-HIT)
        MOVE 'M' TO ST-STATE(SENT-HIT)
        ADD 1 TO CNT-DIFFER
        MOVE 'COUNT OR HASH DISAGREES' TO OUT-NOTE
        GO TO APPLY-ACK-PRINT
    END-IF.
    MOVE 'A' TO ST-STATE(SENT-HIT).
    ADD 1 TO CNT-GOOD.
    GO TO APPLY-ACK-EXIT.
APPLY-ACK-PRINT.
    MOVE 'Y' TO HAVE-HEAD.
    WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
APPLY-ACK-EXIT.
    EXIT.
*>   the table is searched newest first: the first sending awaiting
*>   an answer wins outright, the first refused or disagreeing one
*>   is kept in case none is awaiting
FIND-OPEN-STEP.
    IF ST-SOURCE(S) NOT = AK-SOURCE OR ST-DATE(S) NOT = AK-DATE
        GO TO FIND-OPEN-STEP-EXIT
    END-IF.
    IF ST-STATE(S) = 'A'
        IF DONE-HIT = ZERO
            MOVE S TO DONE-HIT
        END-IF
        GO TO FIND-OPEN-STEP-EXIT
    END-IF.
    IF ST-STATE(S) = 'O'
        MOVE S TO SENT-HIT
        MOVE 'Y' TO OPEN-FOUND
        GO TO FIND-OPEN-STEP-EXIT
    END-IF.
    IF SENT-HIT = ZERO
        MOVE S TO SENT-HIT
    END-IF.
FIND-OPEN-STEP-EXIT.
    EXIT.

*>   an envelope awaiting an answer is overdue once more than
*>   ACK-DAYS processing days have passed since it was sent
CHECK-OUTSTANDING.
    IF ST-STATE(S) = 'A'
        GO TO CHECK-OUTSTANDING-EXIT
    END-IF.
    MOVE ZERO TO ITEM-DAYS.
    PERFORM CAL-ELAPSED-STEP THRU CAL-ELAPSED-STEP-EXIT
        VARYING CAL-K FROM 1 BY 1 UNTIL CAL-K IS GREATER THAN CAL-USED.
    MOVE SPACES TO DETAIL-LINE.
    MOVE ST-SOURCE(S) TO OUT-SOURCE.
    MOVE ST-DATE(S) TO OUT-DATE.
    MOVE ST-SENT(S) TO OUT-SENT.
    MOVE ST-COUNT(S) TO OUT-COUNT.
    MOVE ST-HASH(S) TO OUT-HASH.
    MOVE ITEM-DAYS TO DAYS-EDIT.
    MOVE DAYS-EDIT TO OUT-DAYS.
    IF ST-STATE(S) = 'O'
        IF ITEM-DAYS IS NOT GREATER THAN ACK-DAYS
            ADD 1 TO CNT-WAITING
            GO TO CHECK-OUTSTANDING-EXIT
        END-IF
        ADD 1 TO CNT-OVERDUE
        MOVE 'NO ANSWER - OVERDUE' TO OUT-NOTE
        GO TO CHECK-OUTSTANDING-PRINT
    END-IF.
    ADD 1 TO CNT-REFUSED.
    MOVE ST-ACKED(S) TO OUT-RCVD.
    MOVE ST-ACK-COUNT(S) TO OUT-ACK-COUNT.
    MOVE ST-ACK-HASH(S) TO OUT-ACK-HASH.
    IF ST-STATE(S) = 'N'
        MOVE 'NAK' TO OUT-CODE
        MOVE 'REFUSED - NOT YET SENT AGAIN' TO OUT-NOTE
    ELSE
        MOVE 'ACK' TO OUT-CODE
        MOVE 'DISAGREES - NOT YET SENT AGAIN' TO OUT-NOTE
    END-IF.
CHECK-OUTSTANDING-PRINT.
    MOVE 'Y' TO HAVE-HEAD.
    WRITE STDOUT-RECORD FROM DETAIL-LINE AFTER ADVANCING 1 LINE.
CHECK-OUTSTANDING-EXIT.
    EXIT.
CAL-ELAPSED-STEP.
    IF CAL-DAY(CAL-K) IS GREATER THAN ST-SENT(S)
        AND CAL-DAY(CAL-K) IS NOT GREATER THAN RUN-DATE
        ADD 1 TO ITEM-DAYS
    END-IF.
CAL-ELAPSED-STEP-EXIT.
    EXIT.

*>   ROMCAL as mode 2 reads it - one CCYYMMDD processing day per
*>   record, comments and blanks ignored
READ-CALENDAR.
    MOVE 'N' TO CAL-EOF.
    MOVE ZERO TO CAL-USED.
    OPEN INPUT CALENDAR-FILE.
    IF CAL-STATUS NOT = "00"
        GO TO READ-CALENDAR-EXIT
    END-IF.
    PERFORM READ-CAL-REC THRU READ-CAL-REC-EXIT
        UNTIL CAL-EOF = 'Y'.
    CLOSE CALENDAR-FILE.
READ-CALENDAR-EXIT.
    EXIT.
READ-CAL-REC.
    READ CALENDAR-FILE INTO CAL-LINE
        AT END MOVE 'Y' TO CAL-EOF
    END-READ.
    IF CAL-EOF = 'Y'
        GO TO READ-CAL-REC-EXIT
    END-IF.
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

*>   ROMPARM as ROMANMENU reads it - KEYWORD=value, only ACKDAYS is
*>   used here
READ-PARAMS.
    MOVE 'N' TO PARM-EOF.
    OPEN INPUT PARAM-FILE.
    IF PARM-STATUS NOT = "00"
        GO TO READ-PARAMS-EXIT
    END-IF.
    PERFORM READ-PARAM-REC THRU READ-PARAM-REC-EXIT
        UNTIL PARM-EOF = 'Y'.
    CLOSE PARAM-FILE.
READ-PARAMS-EXIT.
    EXIT.
READ-PARAM-REC.
    READ PARAM-FILE INTO PARM-LINE
        AT END MOVE 'Y' TO PARM-EOF
    END-READ.
    IF PARM-EOF = 'Y'
        GO TO READ-PARAM-REC-EXIT
    END-IF.
    IF PARM-LINE(1:1) = '*' OR PARM-LINE = SPACES
        GO TO READ-PARAM-REC-EXIT
    END-IF.
    INSPECT PARM-LINE CONVERTING
        'abcdefghijklmnopqrstuvwxyz' TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
    MOVE ZERO TO PARM-K.
    PERFORM FIND-EQUAL-STEP THRU FIND-EQUAL-STEP-EXIT
        VARYING PARM-J FROM 1 BY 1 UNTIL PARM-J IS GREATER THAN 20
            OR PARM-K IS GREATER THAN ZERO.
    IF PARM-K IS LESS THAN 2
        GO TO READ-PARAM-REC-EXIT
    END-IF.
    MOVE SPACES TO PARM-KEY.
    MOVE PARM-LINE(1:PARM-K - 1) TO PARM-KEY.
    MOVE ZERO TO PARM-VALUE.
    PERFORM PARM-DIGIT-STEP THRU PARM-DIGIT-STEP-EXIT
        VARYING PARM-J FROM PARM-K BY 1
            UNTIL PARM-J IS GREATER THAN PARM-K + 7
                OR PARM-LINE(PARM-J + 1:1) IS NOT NUMERIC.
    IF PARM-KEY = 'ACKDAYS' AND PARM-VALUE IS LESS THAN 10000
        MOVE PARM-VALUE TO ACK-DAYS
    END-IF.
READ-PARAM-REC-EXIT.
    EXIT.
FIND-EQUAL-STEP.
    IF PARM-LINE(PARM-J:1) = '='
        MOVE PARM-J TO PARM-K
    END-IF.
FIND-EQUAL-STEP-EXIT.
    EXIT.
PARM-DIGIT-STEP.
    MOVE PARM-LINE(PARM-J + 1:1) TO DIGIT-X.
    COMPUTE PARM-VALUE = PARM-VALUE * 10 + DIGIT-9.
PARM-DIGIT-STEP-EXIT.
    EXIT.

*>   hands one alert to ROMALRT for the operator alert queue
RAISE-ALERT.
    MOVE 'ROMACKR' TO ALR-PROGRAM.
    CALL "ROMALRT" USING ALERT-AREA.
RAISE-ALERT-EXIT.
    EXIT.
