IDENTIFICATION DIVISION.
PROGRAM-ID. PRODUCE-BACKORDER-AGING-REPORT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT BACKORDER-FILE   ASSIGN TO "BACKORD.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS BO-BACKORDER-KEY
    FILE STATUS IS BACKORDER-STATUS.
  SELECT BAL-FWD-FILE   ASSIGN TO "BALFWD.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS BAL-ITEM-KEY
    FILE STATUS IS BAL-FWD-STATUS.
  SELECT BACKORDER-AGING-REPORT   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  BACKORDER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "BORDREC.CPY".

FD  BAL-FWD-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "BALREC.CPY".

FD  BACKORDER-AGING-REPORT
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  BACKORDER-AGING-LINE.
    02 BL-DEPARTMENT-CODE  PICTURE IS X(4).
    02 FILLER              PICTURE IS X(3).
    02 BL-ITEM-NO          PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(3).
    02 BL-ITEM-DESC        PICTURE IS X(20).
    02 FILLER              PICTURE IS X(3).
    02 BL-WAREHOUSE-CODE   PICTURE IS X(4).
    02 FILLER              PICTURE IS X(3).
    02 BL-ORDER-REFERENCE  PICTURE IS X(8).
    02 FILLER              PICTURE IS X(3).
    02 BL-BACKORDER-DATE   PICTURE IS X(8).
    02 FILLER              PICTURE IS X(3).
    02 BL-OPEN-QTY         PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(3).
    02 BL-OPEN-VALUE       PICTURE IS Z,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(3).
    02 BL-DAYS-OPEN        PICTURE IS Z(4)9.
    02 FILLER              PICTURE IS X(3).
    02 BL-AGE-BUCKET       PICTURE IS X(8).
    02 FILLER              PICTURE IS X(26).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 BACKORDER-STATUS    PICTURE IS X(2).
    02 BAL-FWD-STATUS      PICTURE IS X(2).
01  SWITCHES.
    02 BACKORDER-EOF-SWITCH PICTURE IS X.
    02 AGING-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
    02 SWAP-OCCURRED-SWITCH PICTURE IS X.
01  CONSTANTS.
    02 MAXIMUM-AGING-ENTRIES PICTURE IS 9(3) VALUE 500.
01  WORK-FIELDS.
    02 OPEN-QTY            PICTURE IS 9(5).
    02 OPEN-VALUE          PICTURE IS 9(7)V99.
    02 DAYS-OPEN           PICTURE IS 9(5).
    02 BUCKET-INDEX        PICTURE IS 9.
    02 RUN-DAY-NUMBER      PICTURE IS 9(5).
    02 PREVIOUS-DEPARTMENT-CODE PICTURE IS X(4).
    02 DEPARTMENT-ENTRY-COUNT PICTURE IS 9(5).
    02 DEPARTMENT-OPEN-QTY PICTURE IS 9(7).
    02 DEPARTMENT-OPEN-VALUE PICTURE IS 9(9)V99.
    02 GRAND-ENTRY-COUNT   PICTURE IS 9(5) VALUE ZERO.
    02 GRAND-OPEN-QTY      PICTURE IS 9(7) VALUE ZERO.
    02 GRAND-OPEN-VALUE    PICTURE IS 9(9)V99 VALUE ZERO.
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
01  DATE-CONVERSION-FIELDS.
    02 CONVERT-YY          PICTURE IS 9(2).
    02 CONVERT-MM          PICTURE IS 9(2).
    02 CONVERT-DD          PICTURE IS 9(2).
    02 CONVERT-DAY-NUMBER  PICTURE IS 9(5).
    02 LEAP-YEAR-QUOTIENT  PICTURE IS 9(2).
    02 LEAP-YEAR-REMAINDER PICTURE IS 9(2).
01  MONTH-OFFSET-VALUES.
    02 FILLER PICTURE IS 9(3) VALUE 000.
    02 FILLER PICTURE IS 9(3) VALUE 031.
    02 FILLER PICTURE IS 9(3) VALUE 059.
    02 FILLER PICTURE IS 9(3) VALUE 090.
    02 FILLER PICTURE IS 9(3) VALUE 120.
    02 FILLER PICTURE IS 9(3) VALUE 151.
    02 FILLER PICTURE IS 9(3) VALUE 181.
    02 FILLER PICTURE IS 9(3) VALUE 212.
    02 FILLER PICTURE IS 9(3) VALUE 243.
    02 FILLER PICTURE IS 9(3) VALUE 273.
    02 FILLER PICTURE IS 9(3) VALUE 304.
    02 FILLER PICTURE IS 9(3) VALUE 334.
01  MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
    02 MONTH-OFFSET OCCURS 12 TIMES PICTURE IS 9(3).
01  AGE-BUCKET-VALUES.
    02 FILLER PICTURE IS X(8) VALUE "0-7 DAYS".
    02 FILLER PICTURE IS X(8) VALUE "8-30".
    02 FILLER PICTURE IS X(8) VALUE "31-60".
    02 FILLER PICTURE IS X(8) VALUE "OVER 60".
01  AGE-BUCKET-TABLE REDEFINES AGE-BUCKET-VALUES.
    02 AGE-BUCKET-NAME OCCURS 4 TIMES PICTURE IS X(8).
01  AGE-BUCKET-TOTALS.
    02 AGE-BUCKET-TOTAL OCCURS 4 TIMES.
      03 AB-ENTRY-COUNT    PICTURE IS 9(5).
      03 AB-OPEN-QTY       PICTURE IS 9(7).
      03 AB-OPEN-VALUE     PICTURE IS 9(9)V99.
01  AGE-BUCKET-CONTROLS.
    02 AB-SEARCH-INDEX     PICTURE IS 9.
01  BACKORDER-AGING-TABLE.
    02 BACKORDER-AGING-ENTRY OCCURS 500 TIMES.
      03 BA-SORT-KEY.
        04 BA-DEPARTMENT-CODE PICTURE IS X(4).
        04 BA-ITEM-NO         PICTURE IS 9(5).
        04 BA-WAREHOUSE-CODE  PICTURE IS X(4).
        04 BA-ORDER-REFERENCE PICTURE IS X(8).
      03 BA-ITEM-DESC       PICTURE IS X(20).
      03 BA-BACKORDER-DATE  PICTURE IS X(8).
      03 BA-OPEN-QTY        PICTURE IS 9(5).
      03 BA-OPEN-VALUE      PICTURE IS 9(7)V99.
      03 BA-DAYS-OPEN       PICTURE IS 9(5).
      03 BA-BUCKET-INDEX    PICTURE IS 9.
01  BACKORDER-AGING-TABLE-CONTROLS.
    02 BACKORDER-AGING-TABLE-SIZE PICTURE IS 9(3) VALUE ZERO.
    02 BA-SEARCH-INDEX        PICTURE IS 9(3).
    02 BA-SORT-LIMIT          PICTURE IS 9(3).
01  BA-SWAP-ENTRY.
    02 SW-SORT-KEY          PICTURE IS X(21).
    02 SW-ITEM-DESC         PICTURE IS X(20).
    02 SW-BACKORDER-DATE    PICTURE IS X(8).
    02 SW-OPEN-QTY          PICTURE IS 9(5).
    02 SW-OPEN-VALUE        PICTURE IS 9(7)V99.
    02 SW-DAYS-OPEN         PICTURE IS 9(5).
    02 SW-BUCKET-INDEX      PICTURE IS 9.
01  BA-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(40)
                           VALUE "BACKORDER AGING BY DEPARTMENT AND ITEM".
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 BAH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(69) VALUE SPACE.
01  BA-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(4) VALUE "DEPT".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "ITEM#".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "DESCRIPTION".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(4) VALUE "WRHS".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "ORDER".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "BO DATE".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "OPEN ".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(12) VALUE "OPEN VALUE  ".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "DAYS ".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "AGE".
    02 FILLER              PICTURE IS X(26) VALUE SPACE.
01  BA-SUBTOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(11) VALUE "DEPARTMENT ".
    02 BAS-DEPARTMENT-CODE PICTURE IS X(4).
    02 FILLER              PICTURE IS X(13) VALUE "  BACKORDERS ".
    02 BAS-ENTRY-COUNT     PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(12) VALUE "  OPEN QTY ".
    02 BAS-OPEN-QTY        PICTURE IS Z,ZZZ,ZZ9.
    02 FILLER              PICTURE IS X(14) VALUE "  OPEN VALUE ".
    02 BAS-OPEN-VALUE      PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(45) VALUE SPACE.
01  BA-BUCKET-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(11) VALUE "AGE BUCKET ".
    02 BAB-BUCKET-NAME     PICTURE IS X(8).
    02 FILLER              PICTURE IS X(9) VALUE SPACE.
    02 BAB-ENTRY-COUNT     PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(12) VALUE "  OPEN QTY ".
    02 BAB-OPEN-QTY        PICTURE IS Z,ZZZ,ZZ9.
    02 FILLER              PICTURE IS X(14) VALUE "  OPEN VALUE ".
    02 BAB-OPEN-VALUE      PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(45) VALUE SPACE.
01  BA-GRAND-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(28)
                           VALUE "OPEN BACKORDERS ALL DEPTS  ".
    02 BAG-ENTRY-COUNT     PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(12) VALUE "  OPEN QTY ".
    02 BAG-OPEN-QTY        PICTURE IS Z,ZZZ,ZZ9.
    02 FILLER              PICTURE IS X(14) VALUE "  OPEN VALUE ".
    02 BAG-OPEN-VALUE      PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(45) VALUE SPACE.

PROCEDURE DIVISION.
000-PRODUCE-BACKORDER-AGING-REPORT.
    OPEN INPUT BACKORDER-FILE.
    IF BACKORDER-STATUS IS EQUAL TO "35"
      DISPLAY "BACKORDER FILE MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN INPUT BAL-FWD-FILE.
    OPEN OUTPUT BACKORDER-AGING-REPORT.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 030-CONVERT-RUN-DATE.
    PERFORM 040-CLEAR-AGE-BUCKET-TOTALS
      VARYING AB-SEARCH-INDEX FROM 1 BY 1
      UNTIL AB-SEARCH-INDEX IS GREATER THAN 4.
    PERFORM 050-PRINT-AGING-HEADINGS.
    MOVE "N" TO BACKORDER-EOF-SWITCH.
    PERFORM 100-LOAD-BACKORDER-RECORD
      UNTIL BACKORDER-EOF-SWITCH IS EQUAL TO "Y".
    PERFORM 300-SORT-AGING-TABLE.
    PERFORM 400-PRINT-AGING-REPORT.
    CLOSE BACKORDER-FILE.
    CLOSE BAL-FWD-FILE.
    CLOSE BACKORDER-AGING-REPORT.
    STOP RUN.

030-CONVERT-RUN-DATE.
    MOVE RUN-DATE-YY TO CONVERT-YY.
    MOVE RUN-DATE-MM TO CONVERT-MM.
    MOVE RUN-DATE-DD TO CONVERT-DD.
    PERFORM 800-CONVERT-DATE-TO-DAY-NUMBER.
    MOVE CONVERT-DAY-NUMBER TO RUN-DAY-NUMBER.

040-CLEAR-AGE-BUCKET-TOTALS.
    MOVE ZERO TO AB-ENTRY-COUNT(AB-SEARCH-INDEX).
    MOVE ZERO TO AB-OPEN-QTY(AB-SEARCH-INDEX).
    MOVE ZERO TO AB-OPEN-VALUE(AB-SEARCH-INDEX).

050-PRINT-AGING-HEADINGS.
    MOVE RUN-DATE-DISPLAY TO BAH-RUN-DATE.
    WRITE BACKORDER-AGING-LINE FROM BA-HEADING-LINE
      AFTER ADVANCING PAGE.
    WRITE BACKORDER-AGING-LINE FROM BA-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

100-LOAD-BACKORDER-RECORD.
    READ BACKORDER-FILE RECORD
      AT END
        MOVE "Y" TO BACKORDER-EOF-SWITCH.
    IF BACKORDER-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF BO-IS-OPEN
          AND BO-QTY-BACKORDERED IS GREATER THAN BO-QTY-FILLED
        PERFORM 110-ADD-AGING-ENTRY.

110-ADD-AGING-ENTRY.
    IF BACKORDER-AGING-TABLE-SIZE IS LESS THAN MAXIMUM-AGING-ENTRIES
      ADD 1 TO BACKORDER-AGING-TABLE-SIZE
      PERFORM 120-COMPUTE-OPEN-VALUE
      PERFORM 130-COMPUTE-DAYS-OPEN
      MOVE BO-DEPARTMENT-CODE TO
        BA-DEPARTMENT-CODE(BACKORDER-AGING-TABLE-SIZE)
      MOVE BO-ITEM-NO TO BA-ITEM-NO(BACKORDER-AGING-TABLE-SIZE)
      MOVE BO-WAREHOUSE-CODE TO
        BA-WAREHOUSE-CODE(BACKORDER-AGING-TABLE-SIZE)
      MOVE BO-ORDER-REFERENCE TO
        BA-ORDER-REFERENCE(BACKORDER-AGING-TABLE-SIZE)
      MOVE SPACE TO BA-BACKORDER-DATE(BACKORDER-AGING-TABLE-SIZE)
      STRING BO-BACKORDER-MM "/" BO-BACKORDER-DD "/" BO-BACKORDER-YY
        DELIMITED BY SIZE
        INTO BA-BACKORDER-DATE(BACKORDER-AGING-TABLE-SIZE)
      MOVE OPEN-QTY TO BA-OPEN-QTY(BACKORDER-AGING-TABLE-SIZE)
      MOVE OPEN-VALUE TO BA-OPEN-VALUE(BACKORDER-AGING-TABLE-SIZE)
      MOVE DAYS-OPEN TO BA-DAYS-OPEN(BACKORDER-AGING-TABLE-SIZE)
      MOVE BUCKET-INDEX TO BA-BUCKET-INDEX(BACKORDER-AGING-TABLE-SIZE)
    ELSE
      IF AGING-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
        MOVE "Y" TO AGING-TABLE-FULL-SWITCH
        DISPLAY "BACKORDER AGING TABLE FULL - REPORT INCOMPLETE".

120-COMPUTE-OPEN-VALUE.
    SUBTRACT BO-QTY-FILLED FROM BO-QTY-BACKORDERED GIVING OPEN-QTY.
    MOVE BO-ITEM-NO        TO BAL-ITEM-NO.
    MOVE BO-WAREHOUSE-CODE TO BAL-WAREHOUSE-CODE.
    READ BAL-FWD-FILE RECORD
      INVALID KEY
        MOVE "NOT ON BALANCE FILE" TO BAL-ITEM-DESC
        MOVE ZERO TO BAL-UNIT-PRICE.
    MOVE BAL-ITEM-DESC TO BA-ITEM-DESC(BACKORDER-AGING-TABLE-SIZE).
    MULTIPLY OPEN-QTY BY BAL-UNIT-PRICE GIVING OPEN-VALUE.

130-COMPUTE-DAYS-OPEN.
    MOVE BO-BACKORDER-YY TO CONVERT-YY.
    MOVE BO-BACKORDER-MM TO CONVERT-MM.
    MOVE BO-BACKORDER-DD TO CONVERT-DD.
    PERFORM 800-CONVERT-DATE-TO-DAY-NUMBER.
    IF CONVERT-DAY-NUMBER IS GREATER THAN RUN-DAY-NUMBER
      MOVE ZERO TO DAYS-OPEN
    ELSE
      SUBTRACT CONVERT-DAY-NUMBER FROM RUN-DAY-NUMBER
        GIVING DAYS-OPEN.
    IF DAYS-OPEN IS GREATER THAN 60
      MOVE 4 TO BUCKET-INDEX
    ELSE
      IF DAYS-OPEN IS GREATER THAN 30
        MOVE 3 TO BUCKET-INDEX
      ELSE
        IF DAYS-OPEN IS GREATER THAN 7
          MOVE 2 TO BUCKET-INDEX
        ELSE
          MOVE 1 TO BUCKET-INDEX.

300-SORT-AGING-TABLE.
    IF BACKORDER-AGING-TABLE-SIZE IS GREATER THAN 1
      MOVE "Y" TO SWAP-OCCURRED-SWITCH
      SUBTRACT 1 FROM BACKORDER-AGING-TABLE-SIZE GIVING BA-SORT-LIMIT
      PERFORM 310-SORT-ONE-PASS
        UNTIL SWAP-OCCURRED-SWITCH IS EQUAL TO "N".

310-SORT-ONE-PASS.
    MOVE "N" TO SWAP-OCCURRED-SWITCH.
    PERFORM 320-COMPARE-ADJACENT-ENTRIES
      VARYING BA-SEARCH-INDEX FROM 1 BY 1
      UNTIL BA-SEARCH-INDEX IS GREATER THAN BA-SORT-LIMIT.

320-COMPARE-ADJACENT-ENTRIES.
    IF BA-SORT-KEY(BA-SEARCH-INDEX) IS GREATER THAN
         BA-SORT-KEY(BA-SEARCH-INDEX + 1)
      PERFORM 330-SWAP-ADJACENT-ENTRIES.

330-SWAP-ADJACENT-ENTRIES.
    MOVE BACKORDER-AGING-ENTRY(BA-SEARCH-INDEX) TO BA-SWAP-ENTRY.
    MOVE BACKORDER-AGING-ENTRY(BA-SEARCH-INDEX + 1) TO
      BACKORDER-AGING-ENTRY(BA-SEARCH-INDEX).
    MOVE BA-SWAP-ENTRY TO BACKORDER-AGING-ENTRY(BA-SEARCH-INDEX + 1).
    MOVE "Y" TO SWAP-OCCURRED-SWITCH.

400-PRINT-AGING-REPORT.
    MOVE SPACE TO PREVIOUS-DEPARTMENT-CODE.
    MOVE ZERO TO DEPARTMENT-ENTRY-COUNT.
    MOVE ZERO TO DEPARTMENT-OPEN-QTY.
    MOVE ZERO TO DEPARTMENT-OPEN-VALUE.
    PERFORM 410-PRINT-ONE-BACKORDER
      VARYING BA-SEARCH-INDEX FROM 1 BY 1
      UNTIL BA-SEARCH-INDEX IS GREATER THAN BACKORDER-AGING-TABLE-SIZE.
    IF BACKORDER-AGING-TABLE-SIZE IS GREATER THAN ZERO
      PERFORM 420-PRINT-DEPARTMENT-SUBTOTAL.
    PERFORM 430-PRINT-AGE-BUCKET-TOTAL
      VARYING AB-SEARCH-INDEX FROM 1 BY 1
      UNTIL AB-SEARCH-INDEX IS GREATER THAN 4.
    MOVE GRAND-ENTRY-COUNT TO BAG-ENTRY-COUNT.
    MOVE GRAND-OPEN-QTY    TO BAG-OPEN-QTY.
    MOVE GRAND-OPEN-VALUE  TO BAG-OPEN-VALUE.
    WRITE BACKORDER-AGING-LINE FROM BA-GRAND-TOTAL-LINE
      AFTER ADVANCING 2.

410-PRINT-ONE-BACKORDER.
    IF BA-SEARCH-INDEX IS GREATER THAN 1
        AND BA-DEPARTMENT-CODE(BA-SEARCH-INDEX) IS NOT EQUAL TO
              PREVIOUS-DEPARTMENT-CODE
      PERFORM 420-PRINT-DEPARTMENT-SUBTOTAL.
    MOVE BA-DEPARTMENT-CODE(BA-SEARCH-INDEX)
      TO PREVIOUS-DEPARTMENT-CODE.
    MOVE BA-BUCKET-INDEX(BA-SEARCH-INDEX) TO AB-SEARCH-INDEX.
    MOVE SPACE TO BACKORDER-AGING-LINE.
    MOVE BA-DEPARTMENT-CODE(BA-SEARCH-INDEX) TO BL-DEPARTMENT-CODE.
    MOVE BA-ITEM-NO(BA-SEARCH-INDEX)         TO BL-ITEM-NO.
    MOVE BA-ITEM-DESC(BA-SEARCH-INDEX)       TO BL-ITEM-DESC.
    MOVE BA-WAREHOUSE-CODE(BA-SEARCH-INDEX)  TO BL-WAREHOUSE-CODE.
    MOVE BA-ORDER-REFERENCE(BA-SEARCH-INDEX) TO BL-ORDER-REFERENCE.
    MOVE BA-BACKORDER-DATE(BA-SEARCH-INDEX)  TO BL-BACKORDER-DATE.
    MOVE BA-OPEN-QTY(BA-SEARCH-INDEX)        TO BL-OPEN-QTY.
    MOVE BA-OPEN-VALUE(BA-SEARCH-INDEX)      TO BL-OPEN-VALUE.
    MOVE BA-DAYS-OPEN(BA-SEARCH-INDEX)       TO BL-DAYS-OPEN.
    MOVE AGE-BUCKET-NAME(AB-SEARCH-INDEX)    TO BL-AGE-BUCKET.
    WRITE BACKORDER-AGING-LINE AFTER ADVANCING 1.
    ADD 1 TO DEPARTMENT-ENTRY-COUNT.
    ADD BA-OPEN-QTY(BA-SEARCH-INDEX)   TO DEPARTMENT-OPEN-QTY.
    ADD BA-OPEN-VALUE(BA-SEARCH-INDEX) TO DEPARTMENT-OPEN-VALUE.
    ADD 1 TO AB-ENTRY-COUNT(AB-SEARCH-INDEX).
    ADD BA-OPEN-QTY(BA-SEARCH-INDEX)   TO AB-OPEN-QTY(AB-SEARCH-INDEX).
    ADD BA-OPEN-VALUE(BA-SEARCH-INDEX) TO AB-OPEN-VALUE(AB-SEARCH-INDEX).
    ADD 1 TO GRAND-ENTRY-COUNT.
    ADD BA-OPEN-QTY(BA-SEARCH-INDEX)   TO GRAND-OPEN-QTY.
    ADD BA-OPEN-VALUE(BA-SEARCH-INDEX) TO GRAND-OPEN-VALUE.

420-PRINT-DEPARTMENT-SUBTOTAL.
    MOVE PREVIOUS-DEPARTMENT-CODE TO BAS-DEPARTMENT-CODE.
    MOVE DEPARTMENT-ENTRY-COUNT   TO BAS-ENTRY-COUNT.
    MOVE DEPARTMENT-OPEN-QTY      TO BAS-OPEN-QTY.
    MOVE DEPARTMENT-OPEN-VALUE    TO BAS-OPEN-VALUE.
    WRITE BACKORDER-AGING-LINE FROM BA-SUBTOTAL-LINE
      AFTER ADVANCING 2.
    MOVE SPACE TO BACKORDER-AGING-LINE.
    WRITE BACKORDER-AGING-LINE AFTER ADVANCING 1.
    MOVE ZERO TO DEPARTMENT-ENTRY-COUNT.
    MOVE ZERO TO DEPARTMENT-OPEN-QTY.
    MOVE ZERO TO DEPARTMENT-OPEN-VALUE.

430-PRINT-AGE-BUCKET-TOTAL.
    MOVE AGE-BUCKET-NAME(AB-SEARCH-INDEX) TO BAB-BUCKET-NAME.
    MOVE AB-ENTRY-COUNT(AB-SEARCH-INDEX)  TO BAB-ENTRY-COUNT.
    MOVE AB-OPEN-QTY(AB-SEARCH-INDEX)     TO BAB-OPEN-QTY.
    MOVE AB-OPEN-VALUE(AB-SEARCH-INDEX)   TO BAB-OPEN-VALUE.
    IF AB-SEARCH-INDEX IS EQUAL TO 1
      WRITE BACKORDER-AGING-LINE FROM BA-BUCKET-LINE
        AFTER ADVANCING 2
    ELSE
      WRITE BACKORDER-AGING-LINE FROM BA-BUCKET-LINE
        AFTER ADVANCING 1.

800-CONVERT-DATE-TO-DAY-NUMBER.
    IF CONVERT-MM IS EQUAL TO ZERO
        OR CONVERT-MM IS GREATER THAN 12
      MOVE 1 TO CONVERT-MM.
    COMPUTE CONVERT-DAY-NUMBER =
      (CONVERT-YY * 365) + ((CONVERT-YY + 3) / 4)
        + MONTH-OFFSET(CONVERT-MM) + CONVERT-DD.
    DIVIDE CONVERT-YY BY 4
      GIVING LEAP-YEAR-QUOTIENT REMAINDER LEAP-YEAR-REMAINDER.
    IF LEAP-YEAR-REMAINDER IS EQUAL TO ZERO
        AND CONVERT-MM IS GREATER THAN 2
      ADD 1 TO CONVERT-DAY-NUMBER.
