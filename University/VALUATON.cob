    FILE STATUS IS ADJUSTMENT-HISTORY-STATUS.
  SELECT ISSUE-HISTORY-FILE   ASSIGN TO "ISSHIST.DAT"
    FILE STATUS IS ISSUE-HISTORY-STATUS.
  SELECT RETURN-HISTORY-FILE   ASSIGN TO "RTVHIST.DAT"
    FILE STATUS IS RETURN-HISTORY-STATUS.
  SELECT COST-HISTORY-FILE   ASSIGN TO "COSTHIST.DAT"
    FILE STATUS IS COST-HISTORY-STATUS.
  SELECT PRIOR-VALUATION-FILE   ASSIGN TO "VALPRIOR.DAT"
    FILE STATUS IS PRIOR-VALUATION-STATUS.
  SELECT NEW-VALUATION-FILE   ASSIGN TO "VALNEW.DAT".
    RECORD CONTAINS 50 CHARACTERS.
COPY "ISSREC.CPY".

FD  RETURN-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 100 CHARACTERS.
COPY "RTVREC.CPY".

FD  COST-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 60 CHARACTERS.
COPY "COSTREC.CPY".

FD  PRIOR-VALUATION-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 30 CHARACTERS.
    02 ADJUSTMENT-HISTORY-STATUS PICTURE IS X(2).
    02 ISSUE-HISTORY-STATUS PICTURE IS X(2).
    02 PRIOR-VALUATION-STATUS PICTURE IS X(2).
    02 COST-HISTORY-STATUS PICTURE IS X(2).
    02 RETURN-HISTORY-STATUS PICTURE IS X(2).
01  SWITCHES.
    02 BAL-FWD-EOF-SWITCH  PICTURE IS X.
    02 RECEIPT-EOF-SWITCH  PICTURE IS X.
    02 ADJUSTMENT-EOF-SWITCH PICTURE IS X.
    02 ISSUE-EOF-SWITCH    PICTURE IS X.
    02 PRIOR-EOF-SWITCH    PICTURE IS X.
    02 COST-HISTORY-EOF-SWITCH PICTURE IS X.
    02 RETURN-EOF-SWITCH   PICTURE IS X.
    02 PARAMETER-EOF-SWITCH PICTURE IS X.
    02 WAREHOUSE-FOUND-SWITCH PICTURE IS X.
    02 WAREHOUSE-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
    02 RECEIPTS-TOTAL-VALUE PICTURE IS 9(11)V99 VALUE ZERO.
    02 ADJUSTMENTS-TOTAL-VALUE PICTURE IS S9(11)V99 VALUE ZERO.
    02 ISSUES-TOTAL-VALUE  PICTURE IS 9(11)V99 VALUE ZERO.
    02 RETURNS-TOTAL-VALUE PICTURE IS 9(11)V99 VALUE ZERO.
    02 COST-CHANGES-TOTAL-VALUE PICTURE IS S9(11)V99 VALUE ZERO.
    02 COST-CHANGE-VALUE   PICTURE IS S9(9)V99.
    02 COST-CHANGE-ON-HAND PICTURE IS 9(7).
    02 COST-CHANGE-PART    PICTURE IS 9(9)V99.
    02 EXPECTED-TOTAL-VALUE PICTURE IS S9(11)V99.
    02 UNEXPLAINED-DIFFERENCE PICTURE IS S9(11)V99.
    02 WAREHOUSE-CHANGE-VALUE PICTURE IS S9(11)V99.
    PERFORM 200-ACCUMULATE-RECEIPT-VALUE.
    PERFORM 300-ACCUMULATE-ADJUSTMENT-VALUE.
    PERFORM 350-ACCUMULATE-ISSUE-VALUE.
    PERFORM 370-ACCUMULATE-COST-CHANGE-VALUE.
    PERFORM 390-ACCUMULATE-RETURN-VALUE.
    PERFORM 400-PRINT-WAREHOUSE-VALUATION
      VARYING WV-SEARCH-INDEX FROM 1 BY 1
      UNTIL WV-SEARCH-INDEX IS GREATER THAN WAREHOUSE-TABLE-SIZE.
          AND IS-ISSUE-DATE IS NOT GREATER THAN TO-DATE
        ADD IS-EXTENDED-VALUE TO ISSUES-TOTAL-VALUE.

370-ACCUMULATE-COST-CHANGE-VALUE.
    MOVE "N" TO COST-HISTORY-EOF-SWITCH.
    OPEN INPUT COST-HISTORY-FILE.
    IF COST-HISTORY-STATUS IS EQUAL TO "35"
      MOVE "Y" TO COST-HISTORY-EOF-SWITCH
      DISPLAY "COST HISTORY MISSING - COST CHANGES TAKEN AS ZERO"
    ELSE
      PERFORM 380-ACCUMULATE-ONE-COST-CHANGE
        UNTIL COST-HISTORY-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE COST-HISTORY-FILE.

380-ACCUMULATE-ONE-COST-CHANGE.
    READ COST-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO COST-HISTORY-EOF-SWITCH.
    IF COST-HISTORY-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF CH-CHANGE-DATE IS NOT LESS THAN FROM-DATE
          AND CH-CHANGE-DATE IS NOT GREATER THAN TO-DATE
        ADD CH-ON-HAND-BEFORE CH-TRANSACTION-QTY
          GIVING COST-CHANGE-ON-HAND
        MULTIPLY COST-CHANGE-ON-HAND BY CH-NEW-UNIT-COST
          GIVING COST-CHANGE-VALUE
        MULTIPLY CH-ON-HAND-BEFORE BY CH-OLD-UNIT-COST
          GIVING COST-CHANGE-PART
        SUBTRACT COST-CHANGE-PART FROM COST-CHANGE-VALUE
        MULTIPLY CH-TRANSACTION-QTY BY CH-TRANSACTION-COST
          GIVING COST-CHANGE-PART
        SUBTRACT COST-CHANGE-PART FROM COST-CHANGE-VALUE
        ADD COST-CHANGE-VALUE TO COST-CHANGES-TOTAL-VALUE.

390-ACCUMULATE-RETURN-VALUE.
    MOVE "N" TO RETURN-EOF-SWITCH.
    OPEN INPUT RETURN-HISTORY-FILE.
    IF RETURN-HISTORY-STATUS IS EQUAL TO "35"
      MOVE "Y" TO RETURN-EOF-SWITCH
      DISPLAY "RETURN HISTORY MISSING - RETURNS TAKEN AS ZERO"
    ELSE
      PERFORM 395-ACCUMULATE-ONE-RETURN
        UNTIL RETURN-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE RETURN-HISTORY-FILE.

395-ACCUMULATE-ONE-RETURN.
    READ RETURN-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO RETURN-EOF-SWITCH.
    IF RETURN-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF RV-RETURN-DATE IS NOT LESS THAN FROM-DATE
          AND RV-RETURN-DATE IS NOT GREATER THAN TO-DATE
        ADD RV-EXTENDED-VALUE TO RETURNS-TOTAL-VALUE.

400-PRINT-WAREHOUSE-VALUATION.
    SUBTRACT WV-PRIOR-VALUE(WV-SEARCH-INDEX)
        FROM WV-TOTAL-VALUE(WV-SEARCH-INDEX)
      AFTER ADVANCING 1.
    MOVE "ISSUES POSTED"              TO VLR-LABEL.
    MOVE ISSUES-TOTAL-VALUE           TO VLR-VALUE.
    WRITE VALUATION-LINE FROM VL-RECON-DETAIL-LINE
      AFTER ADVANCING 1.
    MOVE "RETURNS TO VENDOR"          TO VLR-LABEL.
    MOVE RETURNS-TOTAL-VALUE          TO VLR-VALUE.
    WRITE VALUATION-LINE FROM VL-RECON-DETAIL-LINE
      AFTER ADVANCING 1.
    MOVE "AVERAGE COST CHANGES"       TO VLR-LABEL.
    MOVE COST-CHANGES-TOTAL-VALUE     TO VLR-VALUE.
    WRITE VALUATION-LINE FROM VL-RECON-DETAIL-LINE
      AFTER ADVANCING 1.
    ADD PRIOR-TOTAL-VALUE RECEIPTS-TOTAL-VALUE
      GIVING EXPECTED-TOTAL-VALUE.
    ADD ADJUSTMENTS-TOTAL-VALUE TO EXPECTED-TOTAL-VALUE.
    ADD COST-CHANGES-TOTAL-VALUE TO EXPECTED-TOTAL-VALUE.
    SUBTRACT ISSUES-TOTAL-VALUE FROM EXPECTED-TOTAL-VALUE.
    SUBTRACT RETURNS-TOTAL-VALUE FROM EXPECTED-TOTAL-VALUE.
    MOVE "EXPECTED CURRENT VALUE"     TO VLR-LABEL.
    MOVE EXPECTED-TOTAL-VALUE         TO VLR-VALUE.
    WRITE VALUATION-LINE FROM VL-RECON-DETAIL-LINE
