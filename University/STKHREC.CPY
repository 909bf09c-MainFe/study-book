      03 SH-SNAPSHOT-DD      PICTURE IS 9(2).
    02 SH-AVAILABLE-STOCK    PICTURE IS 9(5).
    02 SH-WAREHOUSE-CODE     PICTURE IS X(4).
    02 SH-ON-HAND-QTY        PICTURE IS 9(5).
