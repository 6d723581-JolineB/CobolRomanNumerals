FD STANDARD-OUTPUT.
    01 STDOUT-RECORD  PICTURE X(80).
FD AUDIT-LOG.
    01 AUDIT-RECORD   PICTURE X(117).
FD CHECKPOINT-FILE.
    01 CKPT-RECORD    PICTURE X(29).
FD CSV-OUTPUT.
77  EPOS PICTURE 99.
77  ECHAR PICTURE X.
77  TWELFTHS PICTURE S9(2) VALUE ZERO.
77  STD-STYLE PICTURE X VALUE 'S'.
01  ARRAY-AREA.
    05 R PICTURE X OCCURS 80 TIMES.
01  TITLE-LINE.
    02 FILLER PICTURE X(3) VALUE SPACES.
    02 FILLER PICTURE X(9) VALUE 'AVERAGE: '.
    02 OUT-AVG       PICTURE Z(7)9.
77  RUN-DATE PICTURE 9(8).
77  RUN-TIME PICTURE 9(8).
01  AUDIT-LINE.
    02 AL-DATE  PICTURE 9(8).
    02 FILLER   PICTURE X VALUE SPACE.
    02 AL-TIME  PICTURE 9(8).
    02 FILLER   PICTURE X VALUE SPACE.
    ELSE
        OPEN OUTPUT STANDARD-OUTPUT, AUDIT-LOG, CSV-OUTPUT
    END-IF.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT RUN-TIME FROM TIME.
    IF SKIP-COUNT = ZERO
        WRITE STDOUT-RECORD FROM TITLE-LINE AFTER ADVANCING 0 LINES

PROCESS-ONE.
    CALL "CONVS" USING ARRAY-AREA, N, RET, TEMP, EPOS, ECHAR,
        TWELFTHS, STD-STYLE.
    MOVE RUN-DATE TO AL-DATE. MOVE RUN-TIME TO AL-TIME.
    MOVE ARRAY-AREA TO AL-INPUT. MOVE TEMP TO AL-VALUE. MOVE RET TO AL-RET.
    MOVE EPOS TO AL-POS. MOVE ECHAR TO AL-CHAR.
