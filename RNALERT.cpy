*>   one operator alert, handed to ROMALRT which appends it to the
*>   shared ROMALERT queue.  a zero date and time are filled in from
*>   the clock on the first call, so every alert of one run carries
*>   the same run date/time unless the program moves its own.
*>     severity  S severe - run aborted part way through
*>               E error - run stopped, or its output is in doubt
*>               W warning - findings in the report to review
01  ALERT-AREA.
    02 ALR-PROGRAM  PICTURE X(10) VALUE SPACES.
    02 ALR-DATE     PICTURE 9(8)  VALUE ZERO.
    02 ALR-TIME     PICTURE 9(8)  VALUE ZERO.
    02 ALR-SEVERITY PICTURE X     VALUE 'W'.
    02 ALR-CODE     PICTURE X(8)  VALUE SPACES.
    02 ALR-TEXT     PICTURE X(50) VALUE SPACES.
