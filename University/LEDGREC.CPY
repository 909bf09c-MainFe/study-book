01  LEDGER-CLOSING-RECORD.
    02 LC-CLOSING-DATE     PICTURE IS 9(6).
    02 LC-ITEM-NO          PICTURE IS 9(5).
    02 LC-WAREHOUSE-CODE   PICTURE IS X(4).
    02 LC-CLOSING-QTY      PICTURE IS S9(7).
    02 LC-PROVED-FLAG      PICTURE IS X.
      88 LC-LEDGER-PROVED         VALUE "Y".
      88 LC-LEDGER-NOT-PROVED     VALUE "N".
    02 LC-RUN-DATE         PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(11).
