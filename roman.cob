    02 filler pic X(3) value SPACES.
    02 filler pic X(9) value "AVERAGE: ".
    02 OUT-AVG       pic Z(7)9.
77  RUN-DATE pic 9(8).
77  RUN-TIME pic 9(8).
01  AUDIT-LINE.
    02 AL-DATE  pic 9(8).
    02 filler   pic X value SPACE.
    02 AL-TIME  pic 9(8).
    02 filler   pic X value SPACE.

PROCEDURE DIVISION.
    open input STANDARD-INPUT, output STANDARD-OUTPUT, output AUDIT-LOG.
    accept RUN-DATE from DATE YYYYMMDD.
    accept RUN-TIME from TIME.
    write stdout-record from TITLE-line after advancing 0 lines.
    write stdout-record from UNDERLINE-1 after advancing 1 line.
