    RECORD KEY IS BAL-ITEM-KEY
    FILE STATUS IS BAL-FWD-STATUS.
  SELECT COUNT-TRANSACTION-FILE   ASSIGN TO READER.
  SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENSE.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SU-SUSPENSE-NO
    FILE STATUS IS SUSPENSE-STATUS.
  SELECT SUSPENSE-CONTROL-FILE   ASSIGN TO "SUSPCTL.DAT"
    FILE STATUS IS SUSPENSE-CONTROL-STATUS.
  SELECT LOT-BALANCE-FILE   ASSIGN TO "LOTBAL.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LB-LOT-KEY
    FILE STATUS IS LOT-BALANCE-STATUS.
  SELECT VARIANCE-REPORT   ASSIGN TO LOCAL-PRINTER.
  SELECT ADJUSTMENT-HISTORY-FILE   ASSIGN TO "ADJHIST.DAT"
    FILE STATUS IS ADJUSTMENT-HISTORY-STATUS.
    02 CC-COUNTER-INITIALS PICTURE IS X(3).
    02 CC-APPROVAL-CODE    PICTURE IS X.
      88 CC-ADJUSTMENT-IS-APPROVED VALUE "A".
    02 CC-LOT-NUMBER       PICTURE IS X(7).
    02 CC-EXPIRY-DATE      PICTURE IS 9(6).
    02 CC-EXPIRY-DATE-PARTS REDEFINES CC-EXPIRY-DATE.
      03 CC-EXPIRY-YY      PICTURE IS 9(2).
      03 CC-EXPIRY-MM      PICTURE IS 9(2).
      03 CC-EXPIRY-DD      PICTURE IS 9(2).
    02 FILLER              PICTURE IS X(49).

FD  SUSPENSE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 240 CHARACTERS.
COPY "SUSPREC.CPY".

FD  SUSPENSE-CONTROL-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "SUSPCTL.CPY".

FD  LOT-BALANCE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 60 CHARACTERS.
COPY "LOTREC.CPY".

FD  VARIANCE-REPORT
    LABEL RECORDS ARE STANDARD
    02 VR-VARIANCE-VALUE   PICTURE IS ZZZ,ZZZ.99-.
    02 FILLER              PICTURE IS X(3).
    02 VR-STATUS-MESSAGE   PICTURE IS X(22).
    02 FILLER              PICTURE IS X(3).
    02 VR-LOT-NUMBER       PICTURE IS X(7).
    02 FILLER              PICTURE IS X(23).

FD  ADJUSTMENT-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    02 AH-VARIANCE-VALUE   PICTURE IS S9(7)V99.
    02 AH-COUNTER-INITIALS PICTURE IS X(3).
    02 AH-APPROVAL-CODE    PICTURE IS X.
    02 AH-LOT-NUMBER       PICTURE IS X(7).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 BAL-FWD-STATUS      PICTURE IS X(2).
    02 ADJUSTMENT-HISTORY-STATUS PICTURE IS X(2).
    02 SUSPENSE-STATUS     PICTURE IS X(2).
    02 SUSPENSE-CONTROL-STATUS PICTURE IS X(2).
    02 LOT-BALANCE-STATUS  PICTURE IS X(2).
01  SWITCHES.
    02 COUNT-EOF-SWITCH    PICTURE IS X.
    02 RECORD-FOUND-SWITCH PICTURE IS X.
      88 RECORD-WAS-FOUND        VALUE "Y".
      88 RECORD-WAS-NOT-FOUND    VALUE "N".
    02 SUSPENSE-SCAN-DONE-SWITCH PICTURE IS X.
    02 SUSPENSE-WRITTEN-SWITCH PICTURE IS X.
    02 REFEED-SWITCH       PICTURE IS X.
      88 CARD-IS-REFEED          VALUE "Y".
    02 LOT-FOUND-SWITCH    PICTURE IS X.
      88 LOT-WAS-FOUND           VALUE "Y".
    02 LOT-SCAN-DONE-SWITCH PICTURE IS X.
01  WORK-FIELDS.
    02 BOOK-QTY            PICTURE IS 9(5).
    02 VARIANCE-QTY        PICTURE IS S9(5).
    02 VARIANCE-VALUE      PICTURE IS S9(7)V99.
    02 ADJUSTED-ON-HAND    PICTURE IS S9(6).
    02 STATUS-MESSAGE      PICTURE IS X(22).
    02 COUNTS-READ-COUNT   PICTURE IS 9(5) VALUE ZERO.
    02 COUNTS-POSTED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 COUNTS-REJECTED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 NET-VARIANCE-VALUE  PICTURE IS S9(9)V99 VALUE ZERO.
    02 NEXT-SUSPENSE-NO    PICTURE IS 9(6) VALUE 1.
    02 SUSPENDED-COUNT     PICTURE IS 9(5) VALUE ZERO.
    02 REENTERED-COUNT     PICTURE IS 9(5) VALUE ZERO.
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
    02 FILLER              PICTURE IS X(11) VALUE "VALUE      ".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(22) VALUE "STATUS".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "LOT NO".
    02 FILLER              PICTURE IS X(23) VALUE SPACE.
01  VR-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(13) VALUE "COUNTS READ: ".
    02 FILLER              PICTURE IS X(20) VALUE "NET VARIANCE VALUE: ".
    02 VRT-NET-VALUE       PICTURE IS ZZZ,ZZZ,ZZZ.99-.
    02 FILLER              PICTURE IS X(31) VALUE SPACE.
01  VR-SUSPENSE-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(26) VALUE "RE-ENTERED FROM SUSPENSE: ".
    02 VRS-REENTERED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(11) VALUE "SUSPENDED: ".
    02 VRS-SUSPENDED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(75) VALUE SPACE.

PROCEDURE DIVISION.
000-PROCESS-CYCLE-COUNTS.
    OPEN INPUT COUNT-TRANSACTION-FILE.
    OPEN OUTPUT VARIANCE-REPORT.
    PERFORM 020-OPEN-ADJUSTMENT-HISTORY-FILE.
    PERFORM 028-OPEN-SUSPENSE-FILES.
    PERFORM 029-OPEN-LOT-BALANCE-FILE.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 100-PROCESS-COUNT-CARD
      UNTIL COUNT-EOF-SWITCH IS EQUAL TO "Y".
    PERFORM 900-PRINT-VARIANCE-TOTALS.
    PERFORM 960-REWRITE-SUSPENSE-CONTROL.
    CLOSE BAL-FWD-FILE.
    CLOSE COUNT-TRANSACTION-FILE.
    CLOSE VARIANCE-REPORT.
    CLOSE ADJUSTMENT-HISTORY-FILE.
    CLOSE SUSPENSE-FILE.
    CLOSE LOT-BALANCE-FILE.
    STOP RUN.

020-OPEN-ADJUSTMENT-HISTORY-FILE.
    IF ADJUSTMENT-HISTORY-STATUS IS EQUAL TO "35"
      OPEN OUTPUT ADJUSTMENT-HISTORY-FILE.

028-OPEN-SUSPENSE-FILES.
    OPEN INPUT SUSPENSE-CONTROL-FILE.
    IF SUSPENSE-CONTROL-STATUS IS NOT EQUAL TO "35"
      READ SUSPENSE-CONTROL-FILE RECORD
        AT END
          MOVE ZERO TO SC-NEXT-SUSPENSE-NO
      END-READ
      IF SC-NEXT-SUSPENSE-NO IS NUMERIC
          AND SC-NEXT-SUSPENSE-NO IS GREATER THAN ZERO
        MOVE SC-NEXT-SUSPENSE-NO TO NEXT-SUSPENSE-NO
      END-IF
      CLOSE SUSPENSE-CONTROL-FILE.
    OPEN I-O SUSPENSE-FILE.
    IF SUSPENSE-STATUS IS EQUAL TO "35"
      OPEN OUTPUT SUSPENSE-FILE
      CLOSE SUSPENSE-FILE
      OPEN I-O SUSPENSE-FILE.
    MOVE "N" TO SUSPENSE-SCAN-DONE-SWITCH.
    MOVE ZERO TO SU-SUSPENSE-NO.
    START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-NO
      INVALID KEY
        MOVE "Y" TO SUSPENSE-SCAN-DONE-SWITCH.

029-OPEN-LOT-BALANCE-FILE.
    OPEN I-O LOT-BALANCE-FILE.
    IF LOT-BALANCE-STATUS IS EQUAL TO "35"
      OPEN OUTPUT LOT-BALANCE-FILE
      CLOSE LOT-BALANCE-FILE
      OPEN I-O LOT-BALANCE-FILE.

050-PRINT-VARIANCE-HEADINGS.
    MOVE RUN-DATE-DISPLAY TO VRH-RUN-DATE.
    WRITE VARIANCE-LINE FROM VR-HEADING-LINE-1 AFTER ADVANCING PAGE.
      MOVE SPACE TO STATUS-MESSAGE
      PERFORM 120-READ-BAL-FWD-RECORD
      IF RECORD-WAS-FOUND
        IF BAL-IS-LOT-CONTROLLED
          PERFORM 125-FIND-COUNTED-LOT
        END-IF
        IF STATUS-MESSAGE IS EQUAL TO SPACE
          PERFORM 130-COMPUTE-VARIANCE
          PERFORM 140-DISPOSE-OF-COUNT
        ELSE
          ADD 1 TO COUNTS-REJECTED-COUNT
          MOVE ZERO TO VARIANCE-QTY
          MOVE ZERO TO VARIANCE-VALUE
        END-IF
      ELSE
        ADD 1 TO COUNTS-REJECTED-COUNT
        MOVE ZERO TO VARIANCE-QTY
        MOVE ZERO TO VARIANCE-VALUE
        MOVE "ITEM NOT AT WAREHOUSE" TO STATUS-MESSAGE
      END-IF
      PERFORM 150-PRINT-VARIANCE-LINE
      PERFORM 190-RECORD-SUSPENSE-DISPOSITION.

110-READ-COUNT-CARD.
    MOVE "N" TO REFEED-SWITCH.
    PERFORM 112-FIND-CORRECTED-ENTRY
      UNTIL SUSPENSE-SCAN-DONE-SWITCH IS EQUAL TO "Y"
         OR CARD-IS-REFEED.
    IF CARD-IS-REFEED
      MOVE SU-CURRENT-IMAGE TO COUNT-TRANSACTION-CARD
    ELSE
      READ COUNT-TRANSACTION-FILE RECORD
        AT END
          MOVE "Y" TO COUNT-EOF-SWITCH.
    IF COUNT-EOF-SWITCH IS NOT EQUAL TO "Y"
      ADD 1 TO COUNTS-READ-COUNT.

112-FIND-CORRECTED-ENTRY.
    READ SUSPENSE-FILE NEXT RECORD
      AT END
        MOVE "Y" TO SUSPENSE-SCAN-DONE-SWITCH.
    IF SUSPENSE-SCAN-DONE-SWITCH IS NOT EQUAL TO "Y"
      IF SU-IS-CORRECTED
          AND SU-FROM-CYCLE-COUNT
        MOVE "Y" TO REFEED-SWITCH.

120-READ-BAL-FWD-RECORD.
    MOVE CC-ITEM-NO TO BAL-ITEM-NO.
    MOVE CC-WAREHOUSE-CODE TO BAL-WAREHOUSE-CODE.
      INVALID KEY
        MOVE "N" TO RECORD-FOUND-SWITCH.

125-FIND-COUNTED-LOT.
    MOVE "N" TO LOT-FOUND-SWITCH.
    IF CC-LOT-NUMBER IS EQUAL TO SPACE
      MOVE "LOT NUMBER REQUIRED" TO STATUS-MESSAGE
    ELSE
      MOVE "N" TO LOT-SCAN-DONE-SWITCH
      MOVE BAL-ITEM-NO        TO LB-ITEM-NO
      MOVE BAL-WAREHOUSE-CODE TO LB-WAREHOUSE-CODE
      MOVE ZERO               TO LB-EXPIRY-DATE
      MOVE LOW-VALUES         TO LB-LOT-NUMBER
      START LOT-BALANCE-FILE KEY IS NOT LESS THAN LB-LOT-KEY
        INVALID KEY
          MOVE "Y" TO LOT-SCAN-DONE-SWITCH
      END-START
      PERFORM 127-SCAN-ONE-LOT
        UNTIL LOT-SCAN-DONE-SWITCH IS EQUAL TO "Y"
           OR LOT-WAS-FOUND
      IF NOT LOT-WAS-FOUND
        IF CC-EXPIRY-DATE IS NOT NUMERIC
            OR CC-EXPIRY-DATE IS EQUAL TO ZERO
          MOVE "LOT NOT ON FILE" TO STATUS-MESSAGE
        ELSE
          IF CC-EXPIRY-MM IS LESS THAN 1
              OR CC-EXPIRY-MM IS GREATER THAN 12
              OR CC-EXPIRY-DD IS LESS THAN 1
              OR CC-EXPIRY-DD IS GREATER THAN 31
            MOVE "EXPIRY DATE INVALID" TO STATUS-MESSAGE.

127-SCAN-ONE-LOT.
    READ LOT-BALANCE-FILE NEXT RECORD
      AT END
        MOVE "Y" TO LOT-SCAN-DONE-SWITCH.
    IF LOT-SCAN-DONE-SWITCH IS NOT EQUAL TO "Y"
      IF LB-ITEM-NO IS NOT EQUAL TO BAL-ITEM-NO
          OR LB-WAREHOUSE-CODE IS NOT EQUAL TO BAL-WAREHOUSE-CODE
        MOVE "Y" TO LOT-SCAN-DONE-SWITCH
      ELSE
        IF LB-LOT-NUMBER IS EQUAL TO CC-LOT-NUMBER
          MOVE "Y" TO LOT-FOUND-SWITCH.

130-COMPUTE-VARIANCE.
    IF BAL-IS-LOT-CONTROLLED
      IF LOT-WAS-FOUND
        MOVE LB-QTY-ON-HAND TO BOOK-QTY
      ELSE
        MOVE ZERO TO BOOK-QTY
      END-IF
    ELSE
      MOVE BAL-ON-HAND TO BOOK-QTY.
    SUBTRACT BOOK-QTY FROM CC-COUNTED-QTY
      GIVING VARIANCE-QTY.
    MULTIPLY VARIANCE-QTY BY BAL-UNIT-PRICE
      GIVING VARIANCE-VALUE.
      PERFORM 160-WRITE-ADJUSTMENT-HISTORY.

145-POST-ADJUSTMENT.
    IF BAL-IS-LOT-CONTROLLED
      ADD BAL-ON-HAND VARIANCE-QTY GIVING ADJUSTED-ON-HAND
      IF ADJUSTED-ON-HAND IS LESS THAN ZERO
        MOVE "ON HAND BELOW ZERO" TO STATUS-MESSAGE
      ELSE
        MOVE ADJUSTED-ON-HAND TO BAL-ON-HAND
      END-IF
    ELSE
      MOVE CC-COUNTED-QTY TO BAL-ON-HAND.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      REWRITE BAL-FWD-CARD
        INVALID KEY
          MOVE "POSTING REJECTED" TO STATUS-MESSAGE.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      ADD 1 TO COUNTS-POSTED-COUNT
      ADD VARIANCE-VALUE TO NET-VARIANCE-VALUE
      IF BAL-IS-LOT-CONTROLLED
        PERFORM 147-POST-LOT-COUNT
      END-IF
      MOVE "ADJUSTMENT POSTED" TO STATUS-MESSAGE
      PERFORM 160-WRITE-ADJUSTMENT-HISTORY
    ELSE
      ADD 1 TO COUNTS-REJECTED-COUNT.

147-POST-LOT-COUNT.
    IF LOT-WAS-FOUND
      IF CC-COUNTED-QTY IS EQUAL TO ZERO
        DELETE LOT-BALANCE-FILE RECORD
          INVALID KEY
            DISPLAY "LOT BALANCE UPDATE FAILED FOR ITEM " BAL-ITEM-NO
              " LOT " CC-LOT-NUMBER
        END-DELETE
      ELSE
        MOVE CC-COUNTED-QTY TO LB-QTY-ON-HAND
        REWRITE LOT-BALANCE-RECORD
          INVALID KEY
            DISPLAY "LOT BALANCE UPDATE FAILED FOR ITEM " BAL-ITEM-NO
              " LOT " CC-LOT-NUMBER
        END-REWRITE
      END-IF
    ELSE
      IF CC-COUNTED-QTY IS GREATER THAN ZERO
        MOVE SPACE              TO LOT-BALANCE-RECORD
        MOVE BAL-ITEM-NO        TO LB-ITEM-NO
        MOVE BAL-WAREHOUSE-CODE TO LB-WAREHOUSE-CODE
        MOVE CC-EXPIRY-DATE     TO LB-EXPIRY-DATE
        MOVE CC-LOT-NUMBER      TO LB-LOT-NUMBER
        MOVE CC-COUNTED-QTY     TO LB-QTY-ON-HAND
        MOVE RUN-DATE-RAW       TO LB-RECEIVED-DATE
        MOVE ZERO               TO LB-PO-NUMBER
        WRITE LOT-BALANCE-RECORD
          INVALID KEY
            DISPLAY "LOT BALANCE UPDATE FAILED FOR ITEM " BAL-ITEM-NO
              " LOT " CC-LOT-NUMBER.

150-PRINT-VARIANCE-LINE.
    MOVE SPACE TO VARIANCE-LINE.
    MOVE CC-ITEM-NO          TO VR-ITEM-NO.
      MOVE ZERO              TO VR-VARIANCE-QTY
      MOVE ZERO              TO VR-VARIANCE-VALUE.
    MOVE STATUS-MESSAGE      TO VR-STATUS-MESSAGE.
    MOVE CC-LOT-NUMBER       TO VR-LOT-NUMBER.
    WRITE VARIANCE-LINE AFTER ADVANCING 1.

160-WRITE-ADJUSTMENT-HISTORY.
    MOVE VARIANCE-VALUE      TO AH-VARIANCE-VALUE.
    MOVE CC-COUNTER-INITIALS TO AH-COUNTER-INITIALS.
    MOVE CC-APPROVAL-CODE    TO AH-APPROVAL-CODE.
    MOVE CC-LOT-NUMBER       TO AH-LOT-NUMBER.
    WRITE ADJUSTMENT-HISTORY-RECORD.

190-RECORD-SUSPENSE-DISPOSITION.
    IF STATUS-MESSAGE IS EQUAL TO "ADJUSTMENT POSTED"
        OR STATUS-MESSAGE IS EQUAL TO "REPORT ONLY"
      IF CARD-IS-REFEED
        PERFORM 196-MARK-SUSPENSE-REENTERED
      END-IF
    ELSE
      PERFORM 192-SUSPEND-REJECTED-CARD.

192-SUSPEND-REJECTED-CARD.
    IF CARD-IS-REFEED
      MOVE STATUS-MESSAGE TO SU-REJECT-REASON
      MOVE "O" TO SU-STATUS
      MOVE RUN-DATE-RAW TO SU-LAST-ACTION-DATE
      ADD 1 TO SU-RETRY-COUNT
      REWRITE SUSPENSE-RECORD
        INVALID KEY
          DISPLAY "SUSPENSE UPDATE FAILED FOR ENTRY " SU-SUSPENSE-NO
      END-REWRITE
    ELSE
      MOVE SPACE              TO SUSPENSE-RECORD
      MOVE "CYCLECNT"         TO SU-SOURCE-PROGRAM
      MOVE RUN-DATE-RAW       TO SU-REJECT-DATE
      MOVE STATUS-MESSAGE     TO SU-REJECT-REASON
      MOVE "O"                TO SU-STATUS
      MOVE COUNT-TRANSACTION-CARD TO SU-ORIGINAL-IMAGE
      MOVE COUNT-TRANSACTION-CARD TO SU-CURRENT-IMAGE
      MOVE RUN-DATE-RAW       TO SU-LAST-ACTION-DATE
      MOVE ZERO               TO SU-RETRY-COUNT
      MOVE CC-COUNTER-INITIALS TO SU-USER-INITIALS
      MOVE "N" TO SUSPENSE-WRITTEN-SWITCH
      PERFORM 194-WRITE-NEW-SUSPENSE-ENTRY
        UNTIL SUSPENSE-WRITTEN-SWITCH IS EQUAL TO "Y".
    ADD 1 TO SUSPENDED-COUNT.

194-WRITE-NEW-SUSPENSE-ENTRY.
    MOVE NEXT-SUSPENSE-NO TO SU-SUSPENSE-NO.
    ADD 1 TO NEXT-SUSPENSE-NO.
    MOVE "Y" TO SUSPENSE-WRITTEN-SWITCH.
    WRITE SUSPENSE-RECORD
      INVALID KEY
        MOVE "N" TO SUSPENSE-WRITTEN-SWITCH.

196-MARK-SUSPENSE-REENTERED.
    MOVE "R" TO SU-STATUS.
    MOVE RUN-DATE-RAW TO SU-LAST-ACTION-DATE.
    REWRITE SUSPENSE-RECORD
      INVALID KEY
        DISPLAY "SUSPENSE UPDATE FAILED FOR ENTRY " SU-SUSPENSE-NO.
    ADD 1 TO REENTERED-COUNT.

900-PRINT-VARIANCE-TOTALS.
    MOVE COUNTS-READ-COUNT     TO VRT-READ-COUNT.
    MOVE COUNTS-POSTED-COUNT   TO VRT-POSTED-COUNT.
    MOVE COUNTS-REJECTED-COUNT TO VRT-REJECTED-COUNT.
    MOVE NET-VARIANCE-VALUE    TO VRT-NET-VALUE.
    WRITE VARIANCE-LINE FROM VR-TOTAL-LINE AFTER ADVANCING 2.
    MOVE REENTERED-COUNT TO VRS-REENTERED-COUNT.
    MOVE SUSPENDED-COUNT TO VRS-SUSPENDED-COUNT.
    WRITE VARIANCE-LINE FROM VR-SUSPENSE-TOTAL-LINE
      AFTER ADVANCING 1.

960-REWRITE-SUSPENSE-CONTROL.
    OPEN OUTPUT SUSPENSE-CONTROL-FILE.
    MOVE SPACE TO SUSPENSE-CONTROL-RECORD.
    MOVE NEXT-SUSPENSE-NO TO SC-NEXT-SUSPENSE-NO.
    WRITE SUSPENSE-CONTROL-RECORD.
    CLOSE SUSPENSE-CONTROL-FILE.
