01  COST-HISTORY-RECORD.
    02 CH-CHANGE-DATE      PICTURE IS 9(6).
    02 CH-ITEM-NO          PICTURE IS 9(5).
    02 CH-WAREHOUSE-CODE   PICTURE IS X(4).
    02 CH-SOURCE-CODE      PICTURE IS X(2).
      88 CH-SOURCE-IS-RECEIPT     VALUE "RC".
      88 CH-SOURCE-IS-TRANSFER    VALUE "TR".
      88 CH-SOURCE-IS-REVALUATION VALUE "RV".
    02 CH-REFERENCE        PICTURE IS X(8).
    02 CH-ON-HAND-BEFORE   PICTURE IS 9(5).
    02 CH-TRANSACTION-QTY  PICTURE IS 9(7).
    02 CH-TRANSACTION-COST PICTURE IS 999V99.
    02 CH-OLD-UNIT-COST    PICTURE IS 999V99.
    02 CH-NEW-UNIT-COST    PICTURE IS 999V99.
    02 CH-USER-INITIALS    PICTURE IS X(3).
    02 FILLER              PICTURE IS X(5).
