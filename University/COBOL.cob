    ACCESS MODE IS RANDOM
    RECORD KEY IS OP-PO-KEY
    FILE STATUS IS OPEN-PO-STATUS.
  SELECT BACKORDER-FILE   ASSIGN TO "BACKORD.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BO-BACKORDER-KEY
    FILE STATUS IS BACKORDER-STATUS.
  SELECT PO-CONTROL-FILE   ASSIGN TO "POCTL.DAT"
    FILE STATUS IS PO-CONTROL-STATUS.
  SELECT DEFERRED-ORDER-FILE   ASSIGN TO "DEFERORD.DAT"
    02 FILLER             PICTURE IS X(5).
    02 RL-UNIT-PRICE      PICTURE IS ZZZ.99.
    02 FILLER             PICTURE IS X(5).
    02 RL-AVAILABLE-STOCK PICTURE IS -(4)9.
    02 FILLER             PICTURE IS X(5).
    02 RL-REORDER-POINT   PICTURE IS Z(7).
    02 FILLER             PICTURE IS X(5).

FD  STOCK-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 25 CHARACTERS.
COPY "STKHREC.CPY".

FD  VENDOR-TRANSMISSION-FILE
    RECORD CONTAINS 80 CHARACTERS.
COPY "OPOREC.CPY".

FD  BACKORDER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "BORDREC.CPY".

FD  PO-CONTROL-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
    02 OPEN-PO-STATUS      PICTURE IS X(2).
    02 PO-CONTROL-STATUS   PICTURE IS X(2).
    02 DEFERRED-ORDER-STATUS PICTURE IS X(2).
    02 BACKORDER-STATUS    PICTURE IS X(2).
01  SWITCHES.
    02 CARD-EOF-SWITCH    PICTURE IS X.
    02 VALID-RECORD-SWITCH PICTURE IS X.
    02 VENDOR-SET-FORCED-SWITCH PICTURE IS X.
    02 DEFERRED-VENDOR-FOUND-SWITCH PICTURE IS X.
    02 ORDER-LINE-FOUND-SWITCH PICTURE IS X.
    02 BACKORDER-FILE-SWITCH PICTURE IS X.
      88 BACKORDER-FILE-IS-PRESENT VALUE "Y".
    02 BACKORDER-SCAN-DONE-SWITCH PICTURE IS X.
01  CONSTANTS.
    02 STANDARD-LEAD-TIME-DAYS PICTURE IS 9(2) VALUE 5.
    02 MAXIMUM-REASONABLE-ON-HAND PICTURE IS 9(5) VALUE 50000.
    02 COMPILED-REORDER-LIMIT PICTURE IS 9(3) VALUE 999.
    02 MINIMUM-LINES-PER-PAGE PICTURE IS 9(2) VALUE 10.
01  WORK-FIELDS.
    02 AVAILABLE-STOCK    PICTURE IS S9(5).
    02 BACKORDER-DEMAND   PICTURE IS 9(7).
    02 EFFECTIVE-REORDER-POINT PICTURE IS 9(7).
    02 ORDER-QTY          PICTURE IS 9(7).
    02 SUGGESTED-ORDER-QTY PICTURE IS S9(7).
    02 FILLER              PICTURE IS X(5).
    02 WHI-UNIT-PRICE      PICTURE IS ZZZ.99.
    02 FILLER              PICTURE IS X(5).
    02 WHI-AVAILABLE-STOCK PICTURE IS -(4)9.
    02 FILLER              PICTURE IS X(5).
    02 WHI-REORDER-POINT   PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(71).
      03 RI-ITEM-NO         PICTURE IS 9(5).
      03 RI-ITEM-DESC       PICTURE IS X(20).
      03 RI-UNIT-PRICE      PICTURE IS 999V99.
      03 RI-AVAILABLE-STOCK PICTURE IS S9(5).
      03 RI-REORDER-POINT   PICTURE IS 9(5).
01  REORDER-ITEM-TABLE-CONTROLS.
    02 REORDER-TABLE-COUNT  PICTURE IS 9(3) VALUE ZERO.
    PERFORM 014-BUILD-ORDER-FILE-NAMES.
    OPEN I-O BAL-FWD-FILE.
    PERFORM 025-OPEN-OPEN-PO-MASTER.
    PERFORM 027-OPEN-BACKORDER-FILE.
    IF RESTART-WAS-REQUESTED
      MOVE RESTART-ITEM-NO TO BAL-ITEM-NO
      MOVE RESTART-WAREHOUSE-CODE TO BAL-WAREHOUSE-CODE
    PERFORM 965-REWRITE-RUN-CONTROL.
    CLOSE BAL-FWD-FILE.
    CLOSE OPEN-PO-MASTER-FILE.
    IF BACKORDER-FILE-IS-PRESENT
      CLOSE BACKORDER-FILE.
    CLOSE DEFERRED-NEW-FILE.
    CLOSE DEFERRED-LISTING.
    CLOSE REORDER-LISTING.
      CLOSE OPEN-PO-MASTER-FILE
      OPEN I-O OPEN-PO-MASTER-FILE.

027-OPEN-BACKORDER-FILE.
    MOVE "Y" TO BACKORDER-FILE-SWITCH.
    OPEN INPUT BACKORDER-FILE.
    IF BACKORDER-STATUS IS EQUAL TO "35"
      MOVE "N" TO BACKORDER-FILE-SWITCH.

030-LOAD-RELEASE-PARAMETERS.
    MOVE "N" TO RELEASE-EOF-SWITCH.
    OPEN INPUT RELEASE-PARAMETER-FILE.
      ADD 1 TO VALID-RECORD-COUNT
      PERFORM 120-CALCULATE-AVAILABLE-STOCK
      PERFORM 160-WRITE-STOCK-HISTORY-RECORD
      IF BACKORDER-FILE-IS-PRESENT
        PERFORM 162-SUBTRACT-BACKORDER-DEMAND
      END-IF
      PERFORM 122-CALCULATE-EFFECTIVE-REORDER-POINT
      IF AVAILABLE-STOCK IS LESS THAN EFFECTIVE-REORDER-POINT
        PERFORM 124-CALCULATE-ORDER-QTY
    MOVE RUN-DATE-DD       TO SH-SNAPSHOT-DD.
    MOVE AVAILABLE-STOCK   TO SH-AVAILABLE-STOCK.
    MOVE BAL-WAREHOUSE-CODE TO SH-WAREHOUSE-CODE.
    MOVE BAL-ON-HAND       TO SH-ON-HAND-QTY.
    WRITE STOCK-HISTORY-RECORD.

162-SUBTRACT-BACKORDER-DEMAND.
    MOVE "N" TO BACKORDER-SCAN-DONE-SWITCH.
    MOVE ZERO TO BACKORDER-DEMAND.
    MOVE BAL-ITEM-NO        TO BO-ITEM-NO.
    MOVE BAL-WAREHOUSE-CODE TO BO-WAREHOUSE-CODE.
    MOVE LOW-VALUES         TO BO-DEPARTMENT-CODE.
    MOVE LOW-VALUES         TO BO-ORDER-REFERENCE.
    START BACKORDER-FILE KEY IS NOT LESS THAN BO-BACKORDER-KEY
      INVALID KEY
        MOVE "Y" TO BACKORDER-SCAN-DONE-SWITCH.
    PERFORM 164-ADD-BACKORDER-DEMAND
      UNTIL BACKORDER-SCAN-DONE-SWITCH IS EQUAL TO "Y".
    SUBTRACT BACKORDER-DEMAND FROM AVAILABLE-STOCK.

164-ADD-BACKORDER-DEMAND.
    READ BACKORDER-FILE NEXT RECORD
      AT END
        MOVE "Y" TO BACKORDER-SCAN-DONE-SWITCH.
    IF BACKORDER-SCAN-DONE-SWITCH IS NOT EQUAL TO "Y"
      IF BO-ITEM-NO IS NOT EQUAL TO BAL-ITEM-NO
          OR BO-WAREHOUSE-CODE IS NOT EQUAL TO BAL-WAREHOUSE-CODE
        MOVE "Y" TO BACKORDER-SCAN-DONE-SWITCH
      ELSE
        IF BO-IS-OPEN
            AND BO-QTY-BACKORDERED IS GREATER THAN BO-QTY-FILLED
          ADD BO-QTY-BACKORDERED TO BACKORDER-DEMAND
          SUBTRACT BO-QTY-FILLED FROM BACKORDER-DEMAND.

120-CALCULATE-AVAILABLE-STOCK.
    ADD BAL-ON-HAND BAL-ON-ORDER
      GIVING AVAILABLE-STOCK.
    MOVE ZERO                            TO OP-RECEIVED-QTY.
    MOVE RUN-DATE-RAW                    TO OP-ORDER-DATE.
    MOVE "O"                             TO OP-LINE-STATUS.
    MOVE ZERO                            TO OP-UNIT-PRICE.
    IF OL-ORDER-QTY(OL-SEARCH-INDEX) IS GREATER THAN ZERO
      DIVIDE OL-LINE-VALUE(OL-SEARCH-INDEX)
        BY OL-ORDER-QTY(OL-SEARCH-INDEX)
        GIVING OP-UNIT-PRICE ROUNDED.
    MOVE ZERO                            TO OP-INVOICED-QTY.
    WRITE OPEN-PO-RECORD
      INVALID KEY
        DISPLAY "OPEN PO WRITE FAILED FOR PO " CURRENT-PO-NUMBER
