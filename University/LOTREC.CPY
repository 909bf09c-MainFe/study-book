01  LOT-BALANCE-RECORD.
    02 LB-LOT-KEY.
      03 LB-ITEM-NO        PICTURE IS 9(5).
      03 LB-WAREHOUSE-CODE PICTURE IS X(4).
      03 LB-EXPIRY-DATE    PICTURE IS 9(6).
      03 LB-LOT-NUMBER     PICTURE IS X(7).
    02 LB-QTY-ON-HAND      PICTURE IS 9(5).
    02 LB-RECEIVED-DATE    PICTURE IS 9(6).
    02 LB-PO-NUMBER        PICTURE IS 9(6).
    02 LB-VENDOR-CODE      PICTURE IS X(6).
    02 FILLER              PICTURE IS X(15).
