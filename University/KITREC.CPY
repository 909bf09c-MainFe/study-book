01  KIT-MASTER-RECORD.
    02 KM-KIT-KEY.
      03 KM-KIT-NO         PICTURE IS 9(5).
      03 KM-COMPONENT-ITEM-NO PICTURE IS 9(5).
    02 KM-KIT-DESC         PICTURE IS X(20).
    02 KM-QTY-PER-KIT      PICTURE IS 9(3).
    02 FILLER              PICTURE IS X(47).
