    02 OP-ACK-STATUS       PICTURE IS X.
      88 OP-LINE-IS-ACKNOWLEDGED  VALUE "Y".
      88 OP-LINE-IS-LATE-FLAGGED  VALUE "L".
    02 OP-UNIT-PRICE       PICTURE IS 999V99.
    02 OP-INVOICED-QTY     PICTURE IS 9(7).
    02 FILLER              PICTURE IS X(2).
