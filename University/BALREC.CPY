    02 BAL-LEAD-TIME-DAYS  PICTURE IS 9(2).
    02 BAL-MIN-ORDER-QTY   PICTURE IS 9(5).
    02 BAL-REORDER-UP-TO-LEVEL PICTURE IS 9(5).
    02 BAL-LOT-CONTROL-FLAG PICTURE IS X.
      88 BAL-IS-LOT-CONTROLLED   VALUE "L".
    02 FILLER              PICTURE IS X(11).
