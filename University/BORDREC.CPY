01  BACKORDER-RECORD.
    02 BO-BACKORDER-KEY.
      03 BO-ITEM-NO          PICTURE IS 9(5).
      03 BO-WAREHOUSE-CODE   PICTURE IS X(4).
      03 BO-DEPARTMENT-CODE  PICTURE IS X(4).
      03 BO-ORDER-REFERENCE  PICTURE IS X(8).
    02 BO-BACKORDER-DATE.
      03 BO-BACKORDER-YY     PICTURE IS 9(2).
      03 BO-BACKORDER-MM     PICTURE IS 9(2).
      03 BO-BACKORDER-DD     PICTURE IS 9(2).
    02 BO-QTY-BACKORDERED  PICTURE IS 9(5).
    02 BO-QTY-FILLED       PICTURE IS 9(5).
    02 BO-STATUS           PICTURE IS X.
      88 BO-IS-OPEN              VALUE "O".
      88 BO-IS-FILLED            VALUE "F".
      88 BO-IS-CANCELLED         VALUE "X".
    02 BO-LAST-FILL-DATE   PICTURE IS 9(6).
    02 BO-USER-INITIALS    PICTURE IS X(3).
    02 FILLER              PICTURE IS X(33).
