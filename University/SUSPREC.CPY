01  SUSPENSE-RECORD.
    02 SU-SUSPENSE-NO      PICTURE IS 9(6).
    02 SU-SOURCE-PROGRAM   PICTURE IS X(8).
      88 SU-FROM-ISSUE-POSTING    VALUE "ISSUPOST".
      88 SU-FROM-RECEIPT-POSTING  VALUE "RECVPOST".
      88 SU-FROM-TRANSFER-POSTING VALUE "XFERPOST".
      88 SU-FROM-CYCLE-COUNT      VALUE "CYCLECNT".
      88 SU-FROM-RETURN-POSTING   VALUE "RTVPOST".
    02 SU-REJECT-DATE.
      03 SU-REJECT-YY      PICTURE IS 9(2).
      03 SU-REJECT-MM      PICTURE IS 9(2).
      03 SU-REJECT-DD      PICTURE IS 9(2).
    02 SU-REJECT-REASON    PICTURE IS X(25).
    02 SU-STATUS           PICTURE IS X.
      88 SU-IS-OPEN               VALUE "O".
      88 SU-IS-CORRECTED          VALUE "C".
      88 SU-IS-REENTERED          VALUE "R".
      88 SU-IS-VOIDED             VALUE "V".
    02 SU-ORIGINAL-IMAGE   PICTURE IS X(80).
    02 SU-CURRENT-IMAGE    PICTURE IS X(80).
    02 SU-CURRENT-IMAGE-PARTS REDEFINES SU-CURRENT-IMAGE.
      03 SU-CURRENT-IMAGE-BODY PICTURE IS X(70).
      03 SU-CURRENT-IMAGE-TAIL PICTURE IS X(10).
    02 SU-LAST-ACTION-DATE PICTURE IS 9(6).
    02 SU-RETRY-COUNT      PICTURE IS 9(2).
    02 SU-USER-INITIALS    PICTURE IS X(3).
    02 FILLER              PICTURE IS X(23).
