IDENTIFICATION DIVISION.
PROGRAM-ID. ROMALRT.
*>   operator alert writer - appends one alert (RNALERT layout) to
*>   the shared ROMALERT queue, unnumbered; ROMALSUM numbers it the
*>   next morning.  the queue is opened and closed on every call so
*>   an alert is on file even if the caller abends afterwards.  an
*>   alert that cannot be written is dropped quietly - raising an
*>   alert must never change how the calling program ends.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ALERT-FILE ASSIGN TO "ROMALERT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ALERT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ALERT-FILE.
01  ALERT-RECORD PICTURE X(98).

WORKING-STORAGE SECTION.
77  ALERT-STATUS PICTURE X(02).
77  LEAD         PICTURE S9(4) COMP.
*>   the queue record - ROMALSUM reads the same layout
01  ALERT-LINE.
    02 AQ-NO       PICTURE 9(7)  VALUE ZERO.
    02 FILLER      PICTURE X     VALUE SPACE.
    02 AQ-PROGRAM  PICTURE X(10).
    02 FILLER      PICTURE X     VALUE SPACE.
    02 AQ-DATE     PICTURE 9(8).
    02 FILLER      PICTURE X     VALUE SPACE.
    02 AQ-TIME     PICTURE 9(8).
    02 FILLER      PICTURE X     VALUE SPACE.
    02 AQ-SEVERITY PICTURE X.
    02 FILLER      PICTURE X     VALUE SPACE.
    02 AQ-CODE     PICTURE X(8).
    02 FILLER      PICTURE X     VALUE SPACE.
    02 AQ-TEXT     PICTURE X(50).

LINKAGE SECTION.
01  ALERT-AREA.
    02 ALR-PROGRAM  PICTURE X(10).
    02 ALR-DATE     PICTURE 9(8).
    02 ALR-TIME     PICTURE 9(8).
    02 ALR-SEVERITY PICTURE X.
    02 ALR-CODE     PICTURE X(8).
    02 ALR-TEXT     PICTURE X(50).

PROCEDURE DIVISION USING ALERT-AREA.
    IF ALR-DATE = ZERO
        ACCEPT ALR-DATE FROM DATE YYYYMMDD
        ACCEPT ALR-TIME FROM TIME
    END-IF.
    MOVE ALR-PROGRAM TO AQ-PROGRAM.
    MOVE ALR-DATE TO AQ-DATE.
    MOVE ALR-TIME TO AQ-TIME.
    MOVE ALR-SEVERITY TO AQ-SEVERITY.
    MOVE ALR-CODE TO AQ-CODE.
*>   report messages are written with a leading space; the queue
*>   keeps the text left-justified
    MOVE SPACES TO AQ-TEXT.
    PERFORM LEAD-STEP THRU LEAD-STEP-EXIT
        VARYING LEAD FROM 1 BY 1
        UNTIL LEAD > 50 OR ALR-TEXT(LEAD:1) NOT = SPACE.
    IF LEAD NOT > 50
        MOVE ALR-TEXT(LEAD:) TO AQ-TEXT
    END-IF.
    OPEN EXTEND ALERT-FILE.
    IF ALERT-STATUS = "35"
        OPEN OUTPUT ALERT-FILE
    END-IF.
    IF ALERT-STATUS NOT = "00"
        GOBACK
    END-IF.
    WRITE ALERT-RECORD FROM ALERT-LINE.
    CLOSE ALERT-FILE.
    GOBACK.

LEAD-STEP.
LEAD-STEP-EXIT.
    EXIT.
