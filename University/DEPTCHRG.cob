IDENTIFICATION DIVISION.
PROGRAM-ID. PRODUCE-DEPARTMENT-CHARGEBACK.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT ISSUE-HISTORY-FILE   ASSIGN TO "ISSHIST.DAT"
    FILE STATUS IS ISSUE-HISTORY-STATUS.
  SELECT DEPARTMENT-MASTER-FILE   ASSIGN TO "DEPTMAST.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS DM-DEPARTMENT-CODE
    FILE STATUS IS DEPARTMENT-MASTER-STATUS.
  SELECT BAL-FWD-FILE   ASSIGN TO "BALFWD.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS BAL-ITEM-KEY
    FILE STATUS IS BAL-FWD-STATUS.
  SELECT CHARGEBACK-PARAMETER-FILE   ASSIGN TO READER.
  SELECT GL-EXTRACT-FILE   ASSIGN TO "CHRGEXTR.DAT".
  SELECT DEPARTMENT-CHARGEBACK-REPORT   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  ISSUE-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 50 CHARACTERS.
COPY "ISSREC.CPY".

FD  DEPARTMENT-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "DEPTREC.CPY".

FD  BAL-FWD-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "BALREC.CPY".

FD  CHARGEBACK-PARAMETER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  CHARGEBACK-PARAMETER-CARD.
    02 CP-CHARGE-MONTH.
      03 CP-CHARGE-YY      PICTURE IS 9(2).
      03 CP-CHARGE-MM      PICTURE IS 9(2).
    02 FILLER              PICTURE IS X(76).

FD  GL-EXTRACT-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  GL-EXTRACT-RECORD.
    02 GL-POSTING-DATE     PICTURE IS 9(6).
    02 GL-ACCOUNT-NUMBER   PICTURE IS X(8).
    02 GL-DEBIT-CREDIT-CODE PICTURE IS X.
    02 GL-AMOUNT           PICTURE IS 9(9)V99.
    02 GL-SOURCE-CODE      PICTURE IS X(2).
    02 GL-DESCRIPTION      PICTURE IS X(30).
    02 FILLER              PICTURE IS X(22).

FD  DEPARTMENT-CHARGEBACK-REPORT
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  DEPARTMENT-CHARGEBACK-LINE.
    02 DC-DEPARTMENT-CODE  PICTURE IS X(4).
    02 FILLER              PICTURE IS X(3).
    02 DC-ITEM-NO          PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(3).
    02 DC-ITEM-DESC        PICTURE IS X(20).
    02 FILLER              PICTURE IS X(3).
    02 DC-WAREHOUSE-CODE   PICTURE IS X(4).
    02 FILLER              PICTURE IS X(3).
    02 DC-ISSUE-COUNT      PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(3).
    02 DC-QTY-ISSUED       PICTURE IS Z,ZZZ,ZZ9.
    02 FILLER              PICTURE IS X(3).
    02 DC-ISSUE-VALUE      PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(53).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 ISSUE-HISTORY-STATUS PICTURE IS X(2).
    02 DEPARTMENT-MASTER-STATUS PICTURE IS X(2).
    02 BAL-FWD-STATUS      PICTURE IS X(2).
01  SWITCHES.
    02 ISSUE-HISTORY-EOF-SWITCH PICTURE IS X.
    02 PARAMETER-EOF-SWITCH PICTURE IS X.
    02 CHARGE-ENTRY-FOUND-SWITCH PICTURE IS X.
    02 CHARGE-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
    02 WAREHOUSE-FOUND-SWITCH PICTURE IS X.
    02 WAREHOUSE-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
    02 SWAP-OCCURRED-SWITCH PICTURE IS X.
    02 DEPARTMENT-FOUND-SWITCH PICTURE IS X.
      88 DEPARTMENT-IS-ON-MASTER  VALUE "Y".
01  CONSTANTS.
    02 MAXIMUM-CHARGE-ENTRIES PICTURE IS 9(4) VALUE 2000.
    02 MAXIMUM-WAREHOUSE-ENTRIES PICTURE IS 9(2) VALUE 50.
01  WORK-FIELDS.
    02 ISSUE-MONTH         PICTURE IS 9(4).
    02 ISSUE-DAY-PART      PICTURE IS 9(2).
    02 PREVIOUS-DEPARTMENT-CODE PICTURE IS X(4).
    02 DEPARTMENT-SPEND    PICTURE IS 9(9)V99.
    02 BUDGET-VARIANCE     PICTURE IS S9(9)V99.
    02 ISSUES-READ-COUNT   PICTURE IS 9(7) VALUE ZERO.
    02 ISSUES-SELECTED-COUNT PICTURE IS 9(7) VALUE ZERO.
    02 DEPARTMENTS-REPORTED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 DEPARTMENTS-OVER-BUDGET-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 DEPARTMENTS-NOT-ON-MASTER-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 GRAND-SPEND         PICTURE IS 9(9)V99 VALUE ZERO.
    02 GRAND-BUDGET        PICTURE IS 9(9)V99 VALUE ZERO.
    02 CHARGED-SPEND       PICTURE IS 9(9)V99 VALUE ZERO.
    02 NOT-CHARGED-SPEND   PICTURE IS 9(9)V99 VALUE ZERO.
    02 GL-RECORDS-WRITTEN  PICTURE IS 9(5) VALUE ZERO.
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
01  CHARGE-MONTH-FIELDS.
    02 CHARGE-MONTH.
      03 CHARGE-YY         PICTURE IS 9(2).
      03 CHARGE-MM         PICTURE IS 9(2).
    02 CHARGE-MONTH-NUMBER REDEFINES CHARGE-MONTH PICTURE IS 9(4).
    02 CHARGE-MONTH-DISPLAY PICTURE IS X(5).
01  CHARGE-TABLE.
    02 CHARGE-ENTRY OCCURS 2000 TIMES.
      03 CE-SORT-KEY.
        04 CE-DEPARTMENT-CODE PICTURE IS X(4).
        04 CE-ITEM-NO         PICTURE IS 9(5).
        04 CE-WAREHOUSE-CODE  PICTURE IS X(4).
      03 CE-ISSUE-COUNT     PICTURE IS 9(5).
      03 CE-QTY-ISSUED      PICTURE IS 9(7).
      03 CE-ISSUE-VALUE     PICTURE IS 9(9)V99.
01  CHARGE-TABLE-CONTROLS.
    02 CHARGE-TABLE-SIZE   PICTURE IS 9(4) VALUE ZERO.
    02 CE-SEARCH-INDEX     PICTURE IS 9(4).
    02 CE-FOUND-INDEX      PICTURE IS 9(4).
    02 CE-SORT-LIMIT       PICTURE IS 9(4).
01  CE-SWAP-ENTRY.
    02 SW-SORT-KEY          PICTURE IS X(13).
    02 SW-ISSUE-COUNT       PICTURE IS 9(5).
    02 SW-QTY-ISSUED        PICTURE IS 9(7).
    02 SW-ISSUE-VALUE       PICTURE IS 9(9)V99.
01  WAREHOUSE-CREDIT-TABLE.
    02 WAREHOUSE-CREDIT-ENTRY OCCURS 50 TIMES.
      03 WC-WAREHOUSE-CODE  PICTURE IS X(4).
      03 WC-CREDIT-VALUE    PICTURE IS 9(9)V99.
01  WAREHOUSE-CREDIT-TABLE-CONTROLS.
    02 WAREHOUSE-CREDIT-TABLE-SIZE PICTURE IS 9(2) VALUE ZERO.
    02 WC-SEARCH-INDEX     PICTURE IS 9(2).
    02 WC-FOUND-INDEX      PICTURE IS 9(2).
01  DC-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(40)
                           VALUE "DEPARTMENT CONSUMPTION AND CHARGEBACK".
    02 FILLER              PICTURE IS X(7) VALUE "MONTH: ".
    02 DCH-CHARGE-MONTH    PICTURE IS X(5).
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 DCH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(52) VALUE SPACE.
01  DC-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(4) VALUE "DEPT".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "ITEM#".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "DESCRIPTION".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(4) VALUE "WRHS".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "COUNT".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(9) VALUE "QUANTITY".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(14) VALUE "VALUE".
    02 FILLER              PICTURE IS X(53) VALUE SPACE.
01  DC-DEPARTMENT-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(11) VALUE "DEPARTMENT ".
    02 DCD-DEPARTMENT-CODE PICTURE IS X(4).
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 DCD-DEPARTMENT-NAME PICTURE IS X(20).
    02 FILLER              PICTURE IS X(8) VALUE "  SPEND ".
    02 DCD-SPEND           PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(9) VALUE "  BUDGET ".
    02 DCD-BUDGET          PICTURE IS Z,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(11) VALUE "  VARIANCE ".
    02 DCD-VARIANCE        PICTURE IS ZZZ,ZZZ,ZZZ.99-.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 DCD-BUDGET-FLAG     PICTURE IS X(13).
    02 FILLER              PICTURE IS X(6) VALUE SPACE.
01  DC-COST-CENTER-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(15) VALUE "CHARGED TO GL: ".
    02 DCC-ACCOUNT-NUMBER  PICTURE IS X(8).
    02 FILLER              PICTURE IS X(104) VALUE SPACE.
01  DC-GRAND-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(13) VALUE "DEPARTMENTS: ".
    02 DCG-DEPARTMENT-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(15) VALUE "  OVER BUDGET: ".
    02 DCG-OVER-BUDGET-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(17) VALUE "  NOT ON MASTER: ".
    02 DCG-NOT-ON-MASTER-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(14) VALUE "  TOTAL SPEND ".
    02 DCG-SPEND           PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(15) VALUE "  TOTAL BUDGET ".
    02 DCG-BUDGET          PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(10) VALUE SPACE.
01  DC-CHARGE-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(13) VALUE "ISSUES READ: ".
    02 DCT-READ-COUNT      PICTURE IS Z,ZZZ,ZZ9.
    02 FILLER              PICTURE IS X(12) VALUE "  SELECTED: ".
    02 DCT-SELECTED-COUNT  PICTURE IS Z,ZZZ,ZZ9.
    02 FILLER              PICTURE IS X(10) VALUE "  CHARGED ".
    02 DCT-CHARGED-SPEND   PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(14) VALUE "  NOT CHARGED ".
    02 DCT-NOT-CHARGED-SPEND PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(14) VALUE "  GL RECORDS: ".
    02 DCT-GL-RECORDS      PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(13) VALUE SPACE.

PROCEDURE DIVISION.
000-PRODUCE-DEPARTMENT-CHARGEBACK.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 010-READ-CHARGEBACK-PARAMETERS.
    OPEN INPUT DEPARTMENT-MASTER-FILE.
    IF DEPARTMENT-MASTER-STATUS IS EQUAL TO "35"
      DISPLAY "DEPARTMENT MASTER MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN INPUT BAL-FWD-FILE.
    OPEN OUTPUT GL-EXTRACT-FILE.
    OPEN OUTPUT DEPARTMENT-CHARGEBACK-REPORT.
    PERFORM 050-PRINT-CHARGEBACK-HEADINGS.
    OPEN INPUT ISSUE-HISTORY-FILE.
    IF ISSUE-HISTORY-STATUS IS EQUAL TO "35"
      DISPLAY "ISSUE HISTORY FILE MISSING - ISSUES TAKEN AS ZERO"
    ELSE
      MOVE "N" TO ISSUE-HISTORY-EOF-SWITCH
      PERFORM 100-LOAD-ISSUE-HISTORY-RECORD
        UNTIL ISSUE-HISTORY-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE ISSUE-HISTORY-FILE.
    PERFORM 300-SORT-CHARGE-TABLE.
    PERFORM 400-PRINT-CHARGEBACK-REPORT.
    PERFORM 700-WRITE-GL-CREDIT-RECORD
      VARYING WC-SEARCH-INDEX FROM 1 BY 1
      UNTIL WC-SEARCH-INDEX IS GREATER THAN WAREHOUSE-CREDIT-TABLE-SIZE.
    PERFORM 900-PRINT-CHARGEBACK-TOTALS.
    CLOSE DEPARTMENT-MASTER-FILE.
    CLOSE BAL-FWD-FILE.
    CLOSE GL-EXTRACT-FILE.
    CLOSE DEPARTMENT-CHARGEBACK-REPORT.
    STOP RUN.

010-READ-CHARGEBACK-PARAMETERS.
    MOVE RUN-DATE-YY TO CHARGE-YY.
    MOVE RUN-DATE-MM TO CHARGE-MM.
    MOVE "N" TO PARAMETER-EOF-SWITCH.
    OPEN INPUT CHARGEBACK-PARAMETER-FILE.
    READ CHARGEBACK-PARAMETER-FILE RECORD
      AT END
        MOVE "Y" TO PARAMETER-EOF-SWITCH.
    IF PARAMETER-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF CP-CHARGE-MONTH IS NUMERIC
          AND CP-CHARGE-MM IS GREATER THAN ZERO
          AND CP-CHARGE-MM IS NOT GREATER THAN 12
        MOVE CP-CHARGE-MONTH TO CHARGE-MONTH.
    CLOSE CHARGEBACK-PARAMETER-FILE.
    MOVE SPACE TO CHARGE-MONTH-DISPLAY.
    STRING CHARGE-MM "/" CHARGE-YY
      DELIMITED BY SIZE INTO CHARGE-MONTH-DISPLAY.

050-PRINT-CHARGEBACK-HEADINGS.
    MOVE CHARGE-MONTH-DISPLAY TO DCH-CHARGE-MONTH.
    MOVE RUN-DATE-DISPLAY TO DCH-RUN-DATE.
    WRITE DEPARTMENT-CHARGEBACK-LINE FROM DC-HEADING-LINE
      AFTER ADVANCING PAGE.
    WRITE DEPARTMENT-CHARGEBACK-LINE FROM DC-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

100-LOAD-ISSUE-HISTORY-RECORD.
    READ ISSUE-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO ISSUE-HISTORY-EOF-SWITCH.
    IF ISSUE-HISTORY-EOF-SWITCH IS NOT EQUAL TO "Y"
      ADD 1 TO ISSUES-READ-COUNT
      DIVIDE IS-ISSUE-DATE BY 100
        GIVING ISSUE-MONTH REMAINDER ISSUE-DAY-PART
      IF ISSUE-MONTH IS EQUAL TO CHARGE-MONTH-NUMBER
        ADD 1 TO ISSUES-SELECTED-COUNT
        PERFORM 150-FIND-CHARGE-ENTRY
        PERFORM 110-ACCUMULATE-CHARGE-ENTRY.

110-ACCUMULATE-CHARGE-ENTRY.
    IF CHARGE-ENTRY-FOUND-SWITCH IS NOT EQUAL TO "Y"
      IF CHARGE-TABLE-SIZE IS LESS THAN MAXIMUM-CHARGE-ENTRIES
        ADD 1 TO CHARGE-TABLE-SIZE
        MOVE CHARGE-TABLE-SIZE TO CE-FOUND-INDEX
        MOVE IS-DEPARTMENT-CODE TO CE-DEPARTMENT-CODE(CE-FOUND-INDEX)
        MOVE IS-ITEM-NO TO CE-ITEM-NO(CE-FOUND-INDEX)
        MOVE IS-WAREHOUSE-CODE TO CE-WAREHOUSE-CODE(CE-FOUND-INDEX)
        MOVE ZERO TO CE-ISSUE-COUNT(CE-FOUND-INDEX)
        MOVE ZERO TO CE-QTY-ISSUED(CE-FOUND-INDEX)
        MOVE ZERO TO CE-ISSUE-VALUE(CE-FOUND-INDEX)
        MOVE "Y" TO CHARGE-ENTRY-FOUND-SWITCH
      ELSE
        IF CHARGE-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
          MOVE "Y" TO CHARGE-TABLE-FULL-SWITCH
          DISPLAY "CHARGEBACK TABLE FULL - REPORT INCOMPLETE".
    IF CHARGE-ENTRY-FOUND-SWITCH IS EQUAL TO "Y"
      ADD 1 TO CE-ISSUE-COUNT(CE-FOUND-INDEX)
      ADD IS-QTY-ISSUED TO CE-QTY-ISSUED(CE-FOUND-INDEX)
      ADD IS-EXTENDED-VALUE TO CE-ISSUE-VALUE(CE-FOUND-INDEX).

150-FIND-CHARGE-ENTRY.
    MOVE "N" TO CHARGE-ENTRY-FOUND-SWITCH.
    PERFORM 155-SEARCH-ONE-CHARGE-ENTRY
      VARYING CE-SEARCH-INDEX FROM 1 BY 1
      UNTIL CE-SEARCH-INDEX IS GREATER THAN CHARGE-TABLE-SIZE
         OR CHARGE-ENTRY-FOUND-SWITCH IS EQUAL TO "Y".

155-SEARCH-ONE-CHARGE-ENTRY.
    IF CE-DEPARTMENT-CODE(CE-SEARCH-INDEX) IS EQUAL TO IS-DEPARTMENT-CODE
        AND CE-ITEM-NO(CE-SEARCH-INDEX) IS EQUAL TO IS-ITEM-NO
        AND CE-WAREHOUSE-CODE(CE-SEARCH-INDEX) IS EQUAL TO
              IS-WAREHOUSE-CODE
      MOVE CE-SEARCH-INDEX TO CE-FOUND-INDEX
      MOVE "Y" TO CHARGE-ENTRY-FOUND-SWITCH.

300-SORT-CHARGE-TABLE.
    IF CHARGE-TABLE-SIZE IS GREATER THAN 1
      MOVE "Y" TO SWAP-OCCURRED-SWITCH
      SUBTRACT 1 FROM CHARGE-TABLE-SIZE GIVING CE-SORT-LIMIT
      PERFORM 310-SORT-ONE-PASS
        UNTIL SWAP-OCCURRED-SWITCH IS EQUAL TO "N".

310-SORT-ONE-PASS.
    MOVE "N" TO SWAP-OCCURRED-SWITCH.
    PERFORM 320-COMPARE-ADJACENT-ENTRIES
      VARYING CE-SEARCH-INDEX FROM 1 BY 1
      UNTIL CE-SEARCH-INDEX IS GREATER THAN CE-SORT-LIMIT.

320-COMPARE-ADJACENT-ENTRIES.
    IF CE-SORT-KEY(CE-SEARCH-INDEX) IS GREATER THAN
         CE-SORT-KEY(CE-SEARCH-INDEX + 1)
      PERFORM 330-SWAP-ADJACENT-ENTRIES.

330-SWAP-ADJACENT-ENTRIES.
    MOVE CHARGE-ENTRY(CE-SEARCH-INDEX) TO CE-SWAP-ENTRY.
    MOVE CHARGE-ENTRY(CE-SEARCH-INDEX + 1) TO
      CHARGE-ENTRY(CE-SEARCH-INDEX).
    MOVE CE-SWAP-ENTRY TO CHARGE-ENTRY(CE-SEARCH-INDEX + 1).
    MOVE "Y" TO SWAP-OCCURRED-SWITCH.

400-PRINT-CHARGEBACK-REPORT.
    MOVE SPACE TO PREVIOUS-DEPARTMENT-CODE.
    PERFORM 410-PRINT-ONE-CHARGE-ENTRY
      VARYING CE-SEARCH-INDEX FROM 1 BY 1
      UNTIL CE-SEARCH-INDEX IS GREATER THAN CHARGE-TABLE-SIZE.
    IF CHARGE-TABLE-SIZE IS GREATER THAN ZERO
      PERFORM 420-PRINT-DEPARTMENT-TOTAL.

410-PRINT-ONE-CHARGE-ENTRY.
    IF CE-SEARCH-INDEX IS GREATER THAN 1
        AND CE-DEPARTMENT-CODE(CE-SEARCH-INDEX) IS NOT EQUAL TO
              PREVIOUS-DEPARTMENT-CODE
      PERFORM 420-PRINT-DEPARTMENT-TOTAL.
    IF CE-SEARCH-INDEX IS EQUAL TO 1
        OR CE-DEPARTMENT-CODE(CE-SEARCH-INDEX) IS NOT EQUAL TO
             PREVIOUS-DEPARTMENT-CODE
      PERFORM 415-START-DEPARTMENT.
    MOVE CE-ITEM-NO(CE-SEARCH-INDEX)        TO BAL-ITEM-NO.
    MOVE CE-WAREHOUSE-CODE(CE-SEARCH-INDEX) TO BAL-WAREHOUSE-CODE.
    READ BAL-FWD-FILE RECORD
      INVALID KEY
        MOVE "NOT ON BALANCE FILE" TO BAL-ITEM-DESC.
    MOVE SPACE TO DEPARTMENT-CHARGEBACK-LINE.
    MOVE CE-DEPARTMENT-CODE(CE-SEARCH-INDEX) TO DC-DEPARTMENT-CODE.
    MOVE CE-ITEM-NO(CE-SEARCH-INDEX)         TO DC-ITEM-NO.
    MOVE BAL-ITEM-DESC                       TO DC-ITEM-DESC.
    MOVE CE-WAREHOUSE-CODE(CE-SEARCH-INDEX)  TO DC-WAREHOUSE-CODE.
    MOVE CE-ISSUE-COUNT(CE-SEARCH-INDEX)     TO DC-ISSUE-COUNT.
    MOVE CE-QTY-ISSUED(CE-SEARCH-INDEX)      TO DC-QTY-ISSUED.
    MOVE CE-ISSUE-VALUE(CE-SEARCH-INDEX)     TO DC-ISSUE-VALUE.
    WRITE DEPARTMENT-CHARGEBACK-LINE AFTER ADVANCING 1.
    ADD CE-ISSUE-VALUE(CE-SEARCH-INDEX) TO DEPARTMENT-SPEND.
    IF DEPARTMENT-IS-ON-MASTER
      PERFORM 450-ADD-WAREHOUSE-CREDIT.

415-START-DEPARTMENT.
    MOVE CE-DEPARTMENT-CODE(CE-SEARCH-INDEX)
      TO PREVIOUS-DEPARTMENT-CODE.
    MOVE ZERO TO DEPARTMENT-SPEND.
    MOVE CE-DEPARTMENT-CODE(CE-SEARCH-INDEX) TO DM-DEPARTMENT-CODE.
    MOVE "Y" TO DEPARTMENT-FOUND-SWITCH.
    READ DEPARTMENT-MASTER-FILE RECORD
      INVALID KEY
        MOVE "N" TO DEPARTMENT-FOUND-SWITCH.
    IF NOT DEPARTMENT-IS-ON-MASTER
      MOVE "NOT ON MASTER" TO DM-DEPARTMENT-NAME
      MOVE SPACE TO DM-COST-CENTER-ACCOUNT
      MOVE ZERO TO DM-MONTHLY-BUDGET.

420-PRINT-DEPARTMENT-TOTAL.
    ADD 1 TO DEPARTMENTS-REPORTED-COUNT.
    ADD DEPARTMENT-SPEND TO GRAND-SPEND.
    ADD DM-MONTHLY-BUDGET TO GRAND-BUDGET.
    SUBTRACT DM-MONTHLY-BUDGET FROM DEPARTMENT-SPEND
      GIVING BUDGET-VARIANCE.
    MOVE PREVIOUS-DEPARTMENT-CODE TO DCD-DEPARTMENT-CODE.
    MOVE DM-DEPARTMENT-NAME       TO DCD-DEPARTMENT-NAME.
    MOVE DEPARTMENT-SPEND         TO DCD-SPEND.
    MOVE DM-MONTHLY-BUDGET        TO DCD-BUDGET.
    MOVE BUDGET-VARIANCE          TO DCD-VARIANCE.
    IF NOT DEPARTMENT-IS-ON-MASTER
      MOVE "NOT CHARGED" TO DCD-BUDGET-FLAG
      ADD 1 TO DEPARTMENTS-NOT-ON-MASTER-COUNT
      ADD DEPARTMENT-SPEND TO NOT-CHARGED-SPEND
    ELSE
      IF DM-MONTHLY-BUDGET IS EQUAL TO ZERO
        MOVE "NO BUDGET SET" TO DCD-BUDGET-FLAG
      ELSE
        IF DEPARTMENT-SPEND IS GREATER THAN DM-MONTHLY-BUDGET
          MOVE "OVER BUDGET" TO DCD-BUDGET-FLAG
          ADD 1 TO DEPARTMENTS-OVER-BUDGET-COUNT
        ELSE
          MOVE SPACE TO DCD-BUDGET-FLAG.
    WRITE DEPARTMENT-CHARGEBACK-LINE FROM DC-DEPARTMENT-TOTAL-LINE
      AFTER ADVANCING 2.
    IF DEPARTMENT-IS-ON-MASTER
      PERFORM 600-WRITE-GL-DEBIT-RECORD.
    MOVE SPACE TO DEPARTMENT-CHARGEBACK-LINE.
    WRITE DEPARTMENT-CHARGEBACK-LINE AFTER ADVANCING 1.

450-ADD-WAREHOUSE-CREDIT.
    MOVE "N" TO WAREHOUSE-FOUND-SWITCH.
    PERFORM 455-SEARCH-ONE-WAREHOUSE
      VARYING WC-SEARCH-INDEX FROM 1 BY 1
      UNTIL WC-SEARCH-INDEX IS GREATER THAN WAREHOUSE-CREDIT-TABLE-SIZE
         OR WAREHOUSE-FOUND-SWITCH IS EQUAL TO "Y".
    IF WAREHOUSE-FOUND-SWITCH IS NOT EQUAL TO "Y"
      IF WAREHOUSE-CREDIT-TABLE-SIZE IS LESS THAN
           MAXIMUM-WAREHOUSE-ENTRIES
        ADD 1 TO WAREHOUSE-CREDIT-TABLE-SIZE
        MOVE WAREHOUSE-CREDIT-TABLE-SIZE TO WC-FOUND-INDEX
        MOVE CE-WAREHOUSE-CODE(CE-SEARCH-INDEX)
          TO WC-WAREHOUSE-CODE(WC-FOUND-INDEX)
        MOVE ZERO TO WC-CREDIT-VALUE(WC-FOUND-INDEX)
        MOVE "Y" TO WAREHOUSE-FOUND-SWITCH
      ELSE
        IF WAREHOUSE-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
          MOVE "Y" TO WAREHOUSE-TABLE-FULL-SWITCH
          DISPLAY "WAREHOUSE TABLE FULL - GL EXTRACT OUT OF BALANCE".
    IF WAREHOUSE-FOUND-SWITCH IS EQUAL TO "Y"
      ADD CE-ISSUE-VALUE(CE-SEARCH-INDEX)
        TO WC-CREDIT-VALUE(WC-FOUND-INDEX).

455-SEARCH-ONE-WAREHOUSE.
    IF WC-WAREHOUSE-CODE(WC-SEARCH-INDEX) IS EQUAL TO
         CE-WAREHOUSE-CODE(CE-SEARCH-INDEX)
      MOVE WC-SEARCH-INDEX TO WC-FOUND-INDEX
      MOVE "Y" TO WAREHOUSE-FOUND-SWITCH.

600-WRITE-GL-DEBIT-RECORD.
    IF DEPARTMENT-SPEND IS GREATER THAN ZERO
      ADD DEPARTMENT-SPEND TO CHARGED-SPEND
      MOVE SPACE        TO GL-EXTRACT-RECORD
      MOVE RUN-DATE-RAW TO GL-POSTING-DATE
      MOVE DM-COST-CENTER-ACCOUNT TO GL-ACCOUNT-NUMBER
      MOVE "D" TO GL-DEBIT-CREDIT-CODE
      MOVE DEPARTMENT-SPEND TO GL-AMOUNT
      MOVE "CB" TO GL-SOURCE-CODE
      STRING "STORES CHARGEBACK DEPT " PREVIOUS-DEPARTMENT-CODE
        DELIMITED BY SIZE INTO GL-DESCRIPTION
      WRITE GL-EXTRACT-RECORD
      ADD 1 TO GL-RECORDS-WRITTEN
      MOVE DM-COST-CENTER-ACCOUNT TO DCC-ACCOUNT-NUMBER
      WRITE DEPARTMENT-CHARGEBACK-LINE FROM DC-COST-CENTER-LINE
        AFTER ADVANCING 1.

700-WRITE-GL-CREDIT-RECORD.
    IF WC-CREDIT-VALUE(WC-SEARCH-INDEX) IS GREATER THAN ZERO
      MOVE SPACE        TO GL-EXTRACT-RECORD
      MOVE RUN-DATE-RAW TO GL-POSTING-DATE
      STRING "1310" WC-WAREHOUSE-CODE(WC-SEARCH-INDEX)
        DELIMITED BY SIZE INTO GL-ACCOUNT-NUMBER
      MOVE "C" TO GL-DEBIT-CREDIT-CODE
      MOVE WC-CREDIT-VALUE(WC-SEARCH-INDEX) TO GL-AMOUNT
      MOVE "CB" TO GL-SOURCE-CODE
      MOVE "INVENTORY ISSUED TO DEPTS" TO GL-DESCRIPTION
      WRITE GL-EXTRACT-RECORD
      ADD 1 TO GL-RECORDS-WRITTEN.

900-PRINT-CHARGEBACK-TOTALS.
    MOVE DEPARTMENTS-REPORTED-COUNT     TO DCG-DEPARTMENT-COUNT.
    MOVE DEPARTMENTS-OVER-BUDGET-COUNT  TO DCG-OVER-BUDGET-COUNT.
    MOVE DEPARTMENTS-NOT-ON-MASTER-COUNT TO DCG-NOT-ON-MASTER-COUNT.
    MOVE GRAND-SPEND                    TO DCG-SPEND.
    MOVE GRAND-BUDGET                   TO DCG-BUDGET.
    WRITE DEPARTMENT-CHARGEBACK-LINE FROM DC-GRAND-TOTAL-LINE
      AFTER ADVANCING 2.
    MOVE ISSUES-READ-COUNT     TO DCT-READ-COUNT.
    MOVE ISSUES-SELECTED-COUNT TO DCT-SELECTED-COUNT.
    MOVE CHARGED-SPEND         TO DCT-CHARGED-SPEND.
    MOVE NOT-CHARGED-SPEND     TO DCT-NOT-CHARGED-SPEND.
    MOVE GL-RECORDS-WRITTEN    TO DCT-GL-RECORDS.
    WRITE DEPARTMENT-CHARGEBACK-LINE FROM DC-CHARGE-TOTAL-LINE
      AFTER ADVANCING 1.
