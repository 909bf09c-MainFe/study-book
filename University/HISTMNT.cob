FILE SECTION.
FD  STOCK-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 25 CHARACTERS.
COPY "STKHREC.CPY".

FD  RETAINED-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 25 CHARACTERS.
01  RETAINED-HISTORY-RECORD  PICTURE IS X(25).

FD  HISTORY-ARCHIVE-FILE
    LABEL RECORDS ARE STANDARD
