FILE SECTION.
FD  STOCK-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 25 CHARACTERS.
COPY "STKHREC.CPY".

FD  TREND-PARAMETER-FILE
