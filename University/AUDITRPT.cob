    02 OB-LEAD-TIME-DAYS   PICTURE IS X(2).
    02 OB-MIN-ORDER-QTY    PICTURE IS X(5).
    02 OB-REORDER-UP-TO-LEVEL PICTURE IS X(5).
    02 OB-LOT-CONTROL-FLAG PICTURE IS X.
    02 FILLER              PICTURE IS X(11).
01  NEW-BALANCE-IMAGE.
    02 NB-ITEM-NO          PICTURE IS X(5).
    02 NB-WAREHOUSE-CODE   PICTURE IS X(4).
    02 NB-LEAD-TIME-DAYS   PICTURE IS X(2).
    02 NB-MIN-ORDER-QTY    PICTURE IS X(5).
    02 NB-REORDER-UP-TO-LEVEL PICTURE IS X(5).
    02 NB-LOT-CONTROL-FLAG PICTURE IS X.
    02 FILLER              PICTURE IS X(11).
01  USER-SUMMARY-TABLE.
    02 USER-SUMMARY-ENTRY OCCURS 50 TIMES.
      03 US-USER-INITIALS   PICTURE IS X(3).
    MOVE OB-REORDER-UP-TO-LEVEL TO COMPARE-OLD-VALUE.
    MOVE NB-REORDER-UP-TO-LEVEL TO COMPARE-NEW-VALUE.
    PERFORM 350-PRINT-IF-CHANGED.
    MOVE "LOT CONTROL FLAG"   TO COMPARE-FIELD-NAME.
    MOVE OB-LOT-CONTROL-FLAG  TO COMPARE-OLD-VALUE.
    MOVE NB-LOT-CONTROL-FLAG  TO COMPARE-NEW-VALUE.
    PERFORM 350-PRINT-IF-CHANGED.

350-PRINT-IF-CHANGED.
    IF COMPARE-OLD-VALUE IS NOT EQUAL TO COMPARE-NEW-VALUE
