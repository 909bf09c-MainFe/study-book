01  RETURN-HISTORY-RECORD.
    02 RV-RETURN-DATE      PICTURE IS 9(6).
    02 RV-DEBIT-MEMO-NO    PICTURE IS 9(6).
    02 RV-VENDOR-CODE      PICTURE IS X(6).
    02 RV-PO-NUMBER        PICTURE IS 9(6).
    02 RV-LINE-NUMBER      PICTURE IS 9(3).
    02 RV-ITEM-NO          PICTURE IS 9(5).
    02 RV-WAREHOUSE-CODE   PICTURE IS X(4).
    02 RV-QTY-RETURNED     PICTURE IS 9(7).
    02 RV-UNIT-COST        PICTURE IS 999V99.
    02 RV-EXTENDED-VALUE   PICTURE IS 9(7)V99.
    02 RV-DEBIT-UNIT-PRICE PICTURE IS 999V99.
    02 RV-DEBIT-AMOUNT     PICTURE IS 9(7)V99.
    02 RV-REASON-CODE      PICTURE IS X(2).
      88 RV-REASON-IS-DAMAGED     VALUE "DA".
      88 RV-REASON-IS-WRONG-ITEM  VALUE "WI".
      88 RV-REASON-IS-OVER-SHIPPED VALUE "OS".
      88 RV-REASON-IS-EXPIRED     VALUE "EX".
      88 RV-REASON-IS-QUALITY     VALUE "QU".
    02 RV-REPLACEMENT-FLAG PICTURE IS X.
      88 RV-REPLACEMENT-REQUESTED VALUE "Y".
    02 RV-LOT-NUMBER       PICTURE IS X(7).
    02 RV-RMA-NUMBER       PICTURE IS X(10).
    02 RV-USER-INITIALS    PICTURE IS X(3).
    02 FILLER              PICTURE IS X(6).
