*>   apostrophus forms for the thousands, in thousands, largest
*>   first - CI) is 1000, I)) is 5000, CCI)) is 10000 and so on
01  APOS-DATA.
    02 FILLER PICTURE X(14) VALUE '10009CCCCI))))'.
    02 FILLER PICTURE X(14) VALUE '05005I))))    '.
    02 FILLER PICTURE X(14) VALUE '01007CCCI)))  '.
    02 FILLER PICTURE X(14) VALUE '00504I)))     '.
    02 FILLER PICTURE X(14) VALUE '00105CCI))    '.
    02 FILLER PICTURE X(14) VALUE '00053I))      '.
    02 FILLER PICTURE X(14) VALUE '00013CI)      '.
01  APOS-TAB REDEFINES APOS-DATA.
    02 APOS-ENTRY OCCURS 7 TIMES.
       03 APOS-VALUE PICTURE 9(4).
       03 APOS-LEN   PICTURE 9.
       03 APOS-CHARS PICTURE X(9).
