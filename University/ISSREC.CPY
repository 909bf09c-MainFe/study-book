    02 IS-DEPARTMENT-CODE  PICTURE IS X(4).
    02 IS-ORDER-REFERENCE  PICTURE IS X(8).
    02 IS-EXTENDED-VALUE   PICTURE IS 9(7)V99.
    02 IS-LOT-NUMBER       PICTURE IS X(7).
    02 FILLER              PICTURE IS X(2).
