01  SUSPENSE-CONTROL-RECORD.
    02 SC-NEXT-SUSPENSE-NO PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(74).
