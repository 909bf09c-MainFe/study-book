    FILE STATUS IS OPEN-PO-STATUS.
  SELECT RECEIPT-HISTORY-FILE   ASSIGN TO "RCPTHIST.DAT"
    FILE STATUS IS RECEIPT-HISTORY-STATUS.
  SELECT COST-HISTORY-FILE   ASSIGN TO "COSTHIST.DAT"
    FILE STATUS IS COST-HISTORY-STATUS.
  SELECT BACKORDER-FILE   ASSIGN TO "BACKORD.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BO-BACKORDER-KEY
    FILE STATUS IS BACKORDER-STATUS.
  SELECT ISSUE-HISTORY-FILE   ASSIGN TO "ISSHIST.DAT"
    FILE STATUS IS ISSUE-HISTORY-STATUS.
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
  SELECT RECEIVING-REGISTER   ASSIGN TO LOCAL-PRINTER.
  SELECT RUN-CONTROL-FILE   ASSIGN TO "RUNCTL.DAT"
    FILE STATUS IS RUN-CONTROL-STATUS.
      03 FILLER            PICTURE IS X(2).
    02 RC-QTY-RECEIVED     PICTURE IS 9(7).
    02 RC-WAREHOUSE-CODE   PICTURE IS X(4).
    02 RC-LOT-NUMBER       PICTURE IS X(7).
    02 RC-EXPIRY-DATE      PICTURE IS 9(6).
    02 RC-EXPIRY-DATE-PARTS REDEFINES RC-EXPIRY-DATE.
      03 RC-EXPIRY-YY      PICTURE IS 9(2).
      03 RC-EXPIRY-MM      PICTURE IS 9(2).
      03 RC-EXPIRY-DD      PICTURE IS 9(2).
    02 FILLER              PICTURE IS X(37).

FD  OPEN-PO-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 50 CHARACTERS.
COPY "RCPTREC.CPY".

FD  COST-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 60 CHARACTERS.
COPY "COSTREC.CPY".

FD  BACKORDER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "BORDREC.CPY".

FD  ISSUE-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 50 CHARACTERS.
COPY "ISSREC.CPY".

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

FD  RECEIVING-REGISTER
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
    02 RG-RECEIVED-QTY     PICTURE IS Z(7).
    02 FILLER              PICTURE IS X(5).
    02 RG-STATUS-MESSAGE   PICTURE IS X(25).
    02 FILLER              PICTURE IS X(3).
    02 RG-LOT-NUMBER       PICTURE IS X(7).
    02 FILLER              PICTURE IS X(3).
    02 RG-EXPIRY-DATE      PICTURE IS X(8).
    02 FILLER              PICTURE IS X(3).

FD  RUN-CONTROL-FILE
    LABEL RECORDS ARE STANDARD
    02 OPEN-PO-STATUS      PICTURE IS X(2).
    02 RECEIPT-HISTORY-STATUS PICTURE IS X(2).
    02 RUN-CONTROL-STATUS  PICTURE IS X(2).
    02 COST-HISTORY-STATUS PICTURE IS X(2).
    02 BACKORDER-STATUS    PICTURE IS X(2).
    02 ISSUE-HISTORY-STATUS PICTURE IS X(2).
    02 SUSPENSE-STATUS     PICTURE IS X(2).
    02 SUSPENSE-CONTROL-STATUS PICTURE IS X(2).
    02 LOT-BALANCE-STATUS  PICTURE IS X(2).
01  SWITCHES.
    02 RECEIPT-EOF-SWITCH  PICTURE IS X.
    02 RUN-CONTROL-EOF-SWITCH PICTURE IS X.
      88 RECORD-WAS-NOT-FOUND    VALUE "N".
    02 PO-LINE-FOUND-SWITCH PICTURE IS X.
    02 PO-SCAN-DONE-SWITCH  PICTURE IS X.
    02 RECEIPT-POSTED-SWITCH PICTURE IS X.
    02 BACKORDER-FILE-SWITCH PICTURE IS X.
      88 BACKORDER-FILE-IS-PRESENT VALUE "Y".
    02 BACKORDER-SCAN-DONE-SWITCH PICTURE IS X.
    02 SUSPENSE-SCAN-DONE-SWITCH PICTURE IS X.
    02 SUSPENSE-WRITTEN-SWITCH PICTURE IS X.
    02 REFEED-SWITCH       PICTURE IS X.
      88 CARD-IS-REFEED          VALUE "Y".
    02 LOT-FOUND-SWITCH    PICTURE IS X.
    02 LOT-SCAN-DONE-SWITCH PICTURE IS X.
    02 SWAP-OCCURRED-SWITCH PICTURE IS X.
01  CONSTANTS.
    02 MAXIMUM-LOT-DRAWS   PICTURE IS 9(2) VALUE 20.
    02 MAXIMUM-BACKORDER-FILLS PICTURE IS 9(3) VALUE 200.
01  WORK-FIELDS.
    02 RECEIPTS-POSTED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 RECEIPTS-REJECTED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 STATUS-MESSAGE      PICTURE IS X(25).
    02 OUTSTANDING-QTY     PICTURE IS 9(7).
    02 RECEIPT-VALUE       PICTURE IS 9(7)V99.
    02 RECEIPT-UNIT-COST   PICTURE IS 999V99.
    02 OLD-UNIT-COST       PICTURE IS 999V99.
    02 OLD-ON-HAND         PICTURE IS 9(5).
    02 ON-HAND-VALUE       PICTURE IS 9(9)V99.
    02 NEW-STOCK-VALUE     PICTURE IS 9(9)V99.
    02 NEW-ON-HAND-QTY     PICTURE IS 9(7).
    02 FILL-QTY            PICTURE IS 9(5).
    02 FILL-VALUE          PICTURE IS 9(7)V99.
    02 BACKORDER-FILL-TOTAL PICTURE IS 9(7).
    02 BACKORDERS-FILLED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 NEXT-SUSPENSE-NO    PICTURE IS 9(6) VALUE 1.
    02 SUSPENDED-COUNT     PICTURE IS 9(5) VALUE ZERO.
    02 REENTERED-COUNT     PICTURE IS 9(5) VALUE ZERO.
    02 SHIPMENT-STATUS-CODE PICTURE IS X.
    02 SAVED-RUN-CONTROL-RECORD PICTURE IS X(80).
    02 LOT-DRAW-QTY        PICTURE IS 9(5).
    02 LOT-QTY-REMAINING   PICTURE IS 9(5).
    02 LOT-TAKE-QTY        PICTURE IS 9(5).
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
01  LOT-DRAW-TABLE.
    02 LOT-DRAW-ENTRY OCCURS 21 TIMES.
      03 LD-LOT-NUMBER     PICTURE IS X(7).
      03 LD-EXPIRY-DATE    PICTURE IS 9(6).
      03 LD-QTY-DRAWN      PICTURE IS 9(5).
01  LOT-DRAW-TABLE-CONTROLS.
    02 LOT-DRAW-COUNT      PICTURE IS 9(2).
    02 LD-INDEX            PICTURE IS 9(2).
01  BACKORDER-FILL-TABLE.
    02 BACKORDER-FILL-ENTRY OCCURS 200 TIMES.
      03 BF-SORT-KEY.
        04 BF-BACKORDER-DATE PICTURE IS 9(6).
        04 BF-BACKORDER-KEY  PICTURE IS X(21).
01  BACKORDER-FILL-TABLE-CONTROLS.
    02 BACKORDER-FILL-TABLE-SIZE PICTURE IS 9(3).
    02 BF-INDEX               PICTURE IS 9(3).
    02 BF-SEARCH-INDEX        PICTURE IS 9(3).
    02 BF-SORT-LIMIT          PICTURE IS 9(3).
    02 BF-SWAP-ENTRY          PICTURE IS X(27).
01  RG-HEADING-LINE-1.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(30)
    02 FILLER              PICTURE IS X(7) VALUE "RECEIVD".
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(25) VALUE "STATUS".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "LOT NO".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "EXPIRES".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
01  RG-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(17) VALUE "RECEIPTS POSTED: ".
    02 FILLER              PICTURE IS X(10) VALUE SPACE.
    02 FILLER              PICTURE IS X(19) VALUE "RECEIPTS REJECTED: ".
    02 RGT-REJECTED-COUNT  PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(10) VALUE SPACE.
    02 FILLER              PICTURE IS X(19) VALUE "BACKORDERS FILLED: ".
    02 RGT-FILLED-COUNT    PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(37) VALUE SPACE.
01  RG-SUSPENSE-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(26) VALUE "RE-ENTERED FROM SUSPENSE: ".
    02 RGS-REENTERED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(11) VALUE "SUSPENDED: ".
    02 RGS-SUSPENDED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(75) VALUE SPACE.

PROCEDURE DIVISION.
000-POST-VENDOR-RECEIPTS.
      DISPLAY "OPEN PO MASTER MISSING - RUN ABANDONED"
      STOP RUN.
    PERFORM 020-OPEN-RECEIPT-HISTORY-FILE.
    PERFORM 025-OPEN-COST-HISTORY-FILE.
    PERFORM 027-OPEN-BACKORDER-FILES.
    PERFORM 028-OPEN-SUSPENSE-FILES.
    PERFORM 029-OPEN-LOT-BALANCE-FILE.
    OPEN OUTPUT RECEIVING-REGISTER.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
    PERFORM 100-PROCESS-RECEIPT
      UNTIL RECEIPT-EOF-SWITCH IS EQUAL TO "Y".
    PERFORM 900-PRINT-REGISTER-TOTALS.
    PERFORM 960-REWRITE-SUSPENSE-CONTROL.
    PERFORM 950-SIGN-OFF-RUN-CONTROL.
    CLOSE BAL-FWD-FILE.
    CLOSE RECEIPT-TRANSACTION-FILE.
    CLOSE OPEN-PO-MASTER-FILE.
    CLOSE RECEIPT-HISTORY-FILE.
    CLOSE COST-HISTORY-FILE.
    CLOSE SUSPENSE-FILE.
    CLOSE LOT-BALANCE-FILE.
    IF BACKORDER-FILE-IS-PRESENT
      CLOSE BACKORDER-FILE
      CLOSE ISSUE-HISTORY-FILE.
    CLOSE RECEIVING-REGISTER.
    STOP RUN.

    IF RECEIPT-HISTORY-STATUS IS EQUAL TO "35"
      OPEN OUTPUT RECEIPT-HISTORY-FILE.

025-OPEN-COST-HISTORY-FILE.
    OPEN EXTEND COST-HISTORY-FILE.
    IF COST-HISTORY-STATUS IS EQUAL TO "35"
      OPEN OUTPUT COST-HISTORY-FILE.

027-OPEN-BACKORDER-FILES.
    MOVE "Y" TO BACKORDER-FILE-SWITCH.
    OPEN I-O BACKORDER-FILE.
    IF BACKORDER-STATUS IS EQUAL TO "35"
      MOVE "N" TO BACKORDER-FILE-SWITCH
    ELSE
      OPEN EXTEND ISSUE-HISTORY-FILE
      IF ISSUE-HISTORY-STATUS IS EQUAL TO "35"
        OPEN OUTPUT ISSUE-HISTORY-FILE.

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

050-PRINT-REGISTER-HEADINGS.
    MOVE RUN-DATE-DISPLAY TO RGH-RUN-DATE.
    WRITE REGISTER-LINE FROM RG-HEADING-LINE-1 AFTER ADVANCING PAGE.
    IF RECEIPT-EOF-SWITCH IS NOT EQUAL TO "Y"
      MOVE SPACE TO STATUS-MESSAGE
      MOVE "N" TO PO-LINE-FOUND-SWITCH
      MOVE "N" TO RECEIPT-POSTED-SWITCH
      PERFORM 115-VALIDATE-PO-REFERENCE
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        PERFORM 120-READ-BAL-FWD-RECORD
        IF RECORD-WAS-FOUND
          PERFORM 122-VALIDATE-LOT-DETAILS
        ELSE
          MOVE "ITEM NOT AT WAREHOUSE" TO STATUS-MESSAGE
        END-IF
      END-IF
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        PERFORM 125-FIND-OPEN-PO-LINE
        IF PO-LINE-FOUND-SWITCH IS EQUAL TO "Y"
          PERFORM 130-POST-RECEIPT-TO-BALANCE
          IF STATUS-MESSAGE IS EQUAL TO SPACE
            PERFORM 135-POST-RECEIPT-TO-OPEN-PO
            PERFORM 160-WRITE-RECEIPT-HISTORY
            MOVE "Y" TO RECEIPT-POSTED-SWITCH
            IF RECEIPT-UNIT-COST IS NOT EQUAL TO OLD-UNIT-COST
              PERFORM 170-WRITE-COST-HISTORY
            END-IF
            IF BAL-IS-LOT-CONTROLLED
              PERFORM 140-POST-RECEIPT-TO-LOT
            END-IF
            ADD 1 TO RECEIPTS-POSTED-COUNT
          ELSE
            ADD 1 TO RECEIPTS-REJECTED-COUNT
          END-IF
        ELSE
          MOVE "NO OPEN LINE ON PO" TO STATUS-MESSAGE
          ADD 1 TO RECEIPTS-REJECTED-COUNT
        END-IF
      ELSE
        ADD 1 TO RECEIPTS-REJECTED-COUNT
      END-IF
      PERFORM 150-PRINT-REGISTER-LINE
      IF RECEIPT-POSTED-SWITCH IS EQUAL TO "Y"
          AND BACKORDER-FILE-IS-PRESENT
        PERFORM 180-FILL-OPEN-BACKORDERS
      END-IF
      PERFORM 190-RECORD-SUSPENSE-DISPOSITION.

110-READ-RECEIPT-TRANSACTION.
    MOVE "N" TO REFEED-SWITCH.
    PERFORM 112-FIND-CORRECTED-ENTRY
      UNTIL SUSPENSE-SCAN-DONE-SWITCH IS EQUAL TO "Y"
         OR CARD-IS-REFEED.
    IF CARD-IS-REFEED
      MOVE SU-CURRENT-IMAGE TO RECEIPT-TRANSACTION-CARD
    ELSE
      READ RECEIPT-TRANSACTION-FILE RECORD
        AT END
          MOVE "Y" TO RECEIPT-EOF-SWITCH.

112-FIND-CORRECTED-ENTRY.
    READ SUSPENSE-FILE NEXT RECORD
      AT END
        MOVE "Y" TO SUSPENSE-SCAN-DONE-SWITCH.
    IF SUSPENSE-SCAN-DONE-SWITCH IS NOT EQUAL TO "Y"
      IF SU-IS-CORRECTED
          AND SU-FROM-RECEIPT-POSTING
        MOVE "Y" TO REFEED-SWITCH.

115-VALIDATE-PO-REFERENCE.
    IF RC-PO-NUMBER IS NOT NUMERIC
      INVALID KEY
        MOVE "N" TO RECORD-FOUND-SWITCH.

122-VALIDATE-LOT-DETAILS.
    IF BAL-IS-LOT-CONTROLLED
      IF RC-LOT-NUMBER IS EQUAL TO SPACE
        MOVE "LOT NUMBER REQUIRED" TO STATUS-MESSAGE
      ELSE
        IF RC-EXPIRY-DATE IS NOT NUMERIC
          MOVE "EXPIRY DATE REQUIRED" TO STATUS-MESSAGE
        ELSE
          IF RC-EXPIRY-MM IS LESS THAN 1
              OR RC-EXPIRY-MM IS GREATER THAN 12
              OR RC-EXPIRY-DD IS LESS THAN 1
              OR RC-EXPIRY-DD IS GREATER THAN 31
            MOVE "EXPIRY DATE INVALID" TO STATUS-MESSAGE.

125-FIND-OPEN-PO-LINE.
    MOVE "N" TO PO-SCAN-DONE-SWITCH.
    MOVE RC-PO-NUMBER TO OP-PO-NUMBER.
          MOVE "Y" TO PO-LINE-FOUND-SWITCH.

130-POST-RECEIPT-TO-BALANCE.
    PERFORM 132-COMPUTE-AVERAGE-COST.
    ADD RC-QTY-RECEIVED TO BAL-ON-HAND.
    IF RC-QTY-RECEIVED IS GREATER THAN BAL-ON-ORDER
      MOVE ZERO TO BAL-ON-ORDER
      INVALID KEY
        MOVE "POSTING REJECTED" TO STATUS-MESSAGE.

132-COMPUTE-AVERAGE-COST.
    MOVE BAL-UNIT-PRICE TO OLD-UNIT-COST.
    MOVE BAL-ON-HAND TO OLD-ON-HAND.
    MOVE BAL-UNIT-PRICE TO RECEIPT-UNIT-COST.
    IF OP-UNIT-PRICE IS NUMERIC
      IF OP-UNIT-PRICE IS GREATER THAN ZERO
        MOVE OP-UNIT-PRICE TO RECEIPT-UNIT-COST.
    MULTIPLY BAL-ON-HAND BY BAL-UNIT-PRICE GIVING ON-HAND-VALUE.
    MULTIPLY RC-QTY-RECEIVED BY RECEIPT-UNIT-COST
      GIVING NEW-STOCK-VALUE.
    ADD ON-HAND-VALUE TO NEW-STOCK-VALUE.
    ADD BAL-ON-HAND RC-QTY-RECEIVED GIVING NEW-ON-HAND-QTY.
    IF NEW-ON-HAND-QTY IS GREATER THAN ZERO
      DIVIDE NEW-STOCK-VALUE BY NEW-ON-HAND-QTY
        GIVING BAL-UNIT-PRICE ROUNDED.

135-POST-RECEIPT-TO-OPEN-PO.
    SUBTRACT OP-RECEIVED-QTY FROM OP-ORDER-QTY
      GIVING OUTSTANDING-QTY.
        DISPLAY "OPEN PO UPDATE FAILED FOR PO " OP-PO-NUMBER
          " LINE " OP-LINE-NUMBER.

140-POST-RECEIPT-TO-LOT.
    MOVE BAL-ITEM-NO        TO LB-ITEM-NO.
    MOVE BAL-WAREHOUSE-CODE TO LB-WAREHOUSE-CODE.
    MOVE RC-EXPIRY-DATE     TO LB-EXPIRY-DATE.
    MOVE RC-LOT-NUMBER      TO LB-LOT-NUMBER.
    MOVE "Y" TO LOT-FOUND-SWITCH.
    READ LOT-BALANCE-FILE RECORD
      INVALID KEY
        MOVE "N" TO LOT-FOUND-SWITCH.
    IF LOT-FOUND-SWITCH IS EQUAL TO "Y"
      ADD RC-QTY-RECEIVED TO LB-QTY-ON-HAND
      REWRITE LOT-BALANCE-RECORD
        INVALID KEY
          DISPLAY "LOT BALANCE UPDATE FAILED FOR ITEM " BAL-ITEM-NO
            " LOT " RC-LOT-NUMBER
      END-REWRITE
    ELSE
      MOVE SPACE              TO LOT-BALANCE-RECORD
      MOVE BAL-ITEM-NO        TO LB-ITEM-NO
      MOVE BAL-WAREHOUSE-CODE TO LB-WAREHOUSE-CODE
      MOVE RC-EXPIRY-DATE     TO LB-EXPIRY-DATE
      MOVE RC-LOT-NUMBER      TO LB-LOT-NUMBER
      MOVE RC-QTY-RECEIVED    TO LB-QTY-ON-HAND
      MOVE RUN-DATE-RAW       TO LB-RECEIVED-DATE
      MOVE OP-PO-NUMBER       TO LB-PO-NUMBER
      MOVE RC-VENDOR-CODE     TO LB-VENDOR-CODE
      WRITE LOT-BALANCE-RECORD
        INVALID KEY
          DISPLAY "LOT BALANCE UPDATE FAILED FOR ITEM " BAL-ITEM-NO
            " LOT " RC-LOT-NUMBER.

150-PRINT-REGISTER-LINE.
    MOVE SPACE TO REGISTER-LINE.
    MOVE RC-ITEM-NO      TO RG-ITEM-NO.
      MOVE BAL-ITEM-DESC TO RG-ITEM-DESC.
    IF PO-LINE-FOUND-SWITCH IS EQUAL TO "Y"
      MOVE OP-ORDER-QTY TO RG-ORDERED-QTY.
    IF RC-LOT-NUMBER IS NOT EQUAL TO SPACE
      MOVE RC-LOT-NUMBER TO RG-LOT-NUMBER
      IF RC-EXPIRY-DATE IS NUMERIC
        STRING RC-EXPIRY-MM "/" RC-EXPIRY-DD "/" RC-EXPIRY-YY
          DELIMITED BY SIZE INTO RG-EXPIRY-DATE.
    MOVE STATUS-MESSAGE  TO RG-STATUS-MESSAGE.
    WRITE REGISTER-LINE AFTER ADVANCING 1.

160-WRITE-RECEIPT-HISTORY.
    MULTIPLY RC-QTY-RECEIVED BY RECEIPT-UNIT-COST
      GIVING RECEIPT-VALUE.
    MOVE SPACE                TO RECEIPT-HISTORY-RECORD.
    MOVE RUN-DATE-RAW         TO RH-RECEIPT-DATE.
    MOVE SHIPMENT-STATUS-CODE TO RH-SHIPMENT-STATUS.
    WRITE RECEIPT-HISTORY-RECORD.

170-WRITE-COST-HISTORY.
    MOVE SPACE                TO COST-HISTORY-RECORD.
    MOVE RUN-DATE-RAW         TO CH-CHANGE-DATE.
    MOVE RC-ITEM-NO           TO CH-ITEM-NO.
    MOVE RC-WAREHOUSE-CODE    TO CH-WAREHOUSE-CODE.
    MOVE "RC"                 TO CH-SOURCE-CODE.
    MOVE RC-PO-REFERENCE      TO CH-REFERENCE.
    MOVE OLD-ON-HAND          TO CH-ON-HAND-BEFORE.
    MOVE RC-QTY-RECEIVED      TO CH-TRANSACTION-QTY.
    MOVE RECEIPT-UNIT-COST    TO CH-TRANSACTION-COST.
    MOVE OLD-UNIT-COST        TO CH-OLD-UNIT-COST.
    MOVE BAL-UNIT-PRICE       TO CH-NEW-UNIT-COST.
    WRITE COST-HISTORY-RECORD.

180-FILL-OPEN-BACKORDERS.
    MOVE ZERO TO BACKORDER-FILL-TOTAL.
    PERFORM 700-LOAD-OPEN-BACKORDERS.
    PERFORM 720-SORT-BACKORDER-FILL-TABLE.
    PERFORM 182-FILL-ONE-BACKORDER
      VARYING BF-INDEX FROM 1 BY 1
      UNTIL BF-INDEX IS GREATER THAN BACKORDER-FILL-TABLE-SIZE
         OR BAL-ON-HAND IS EQUAL TO ZERO.
    IF BACKORDER-FILL-TOTAL IS GREATER THAN ZERO
      REWRITE BAL-FWD-CARD
        INVALID KEY
          DISPLAY "BACKORDER FILLS NOT POSTED FOR ITEM " BAL-ITEM-NO
            " WAREHOUSE " BAL-WAREHOUSE-CODE.

182-FILL-ONE-BACKORDER.
    MOVE BF-BACKORDER-KEY(BF-INDEX) TO BO-BACKORDER-KEY.
    READ BACKORDER-FILE
      INVALID KEY
        DISPLAY "BACKORDER READ FAILED FOR ITEM " BO-ITEM-NO
          " ORDER " BO-ORDER-REFERENCE.
    IF BACKORDER-STATUS IS EQUAL TO "00"
      PERFORM 184-APPLY-BACKORDER-FILL.

184-APPLY-BACKORDER-FILL.
    SUBTRACT BO-QTY-FILLED FROM BO-QTY-BACKORDERED GIVING FILL-QTY.
    IF FILL-QTY IS GREATER THAN BAL-ON-HAND
      MOVE BAL-ON-HAND TO FILL-QTY.
    SUBTRACT FILL-QTY FROM BAL-ON-HAND.
    ADD FILL-QTY TO BO-QTY-FILLED.
    ADD FILL-QTY TO BACKORDER-FILL-TOTAL.
    MOVE RUN-DATE-RAW TO BO-LAST-FILL-DATE.
    IF BO-QTY-FILLED IS NOT LESS THAN BO-QTY-BACKORDERED
      MOVE "F" TO BO-STATUS.
    REWRITE BACKORDER-RECORD
      INVALID KEY
        DISPLAY "BACKORDER UPDATE FAILED FOR ITEM " BO-ITEM-NO
          " ORDER " BO-ORDER-REFERENCE.
    PERFORM 186-WRITE-FILL-ISSUE-HISTORY.
    PERFORM 188-PRINT-BACKORDER-FILL-LINE.
    ADD 1 TO BACKORDERS-FILLED-COUNT.

186-WRITE-FILL-ISSUE-HISTORY.
    IF BAL-IS-LOT-CONTROLLED
      MOVE FILL-QTY TO LOT-DRAW-QTY
      PERFORM 600-DRAW-LOTS-FIRST-EXPIRING
    ELSE
      MOVE 1 TO LOT-DRAW-COUNT
      MOVE SPACE TO LD-LOT-NUMBER(1)
      MOVE ZERO TO LD-EXPIRY-DATE(1)
      MOVE FILL-QTY TO LD-QTY-DRAWN(1).
    PERFORM 187-WRITE-ONE-FILL-HISTORY
      VARYING LD-INDEX FROM 1 BY 1
      UNTIL LD-INDEX IS GREATER THAN LOT-DRAW-COUNT.

187-WRITE-ONE-FILL-HISTORY.
    MULTIPLY LD-QTY-DRAWN(LD-INDEX) BY BAL-UNIT-PRICE
      GIVING FILL-VALUE.
    MOVE SPACE              TO ISSUE-HISTORY-RECORD.
    MOVE RUN-DATE-RAW       TO IS-ISSUE-DATE.
    MOVE BO-ITEM-NO         TO IS-ITEM-NO.
    MOVE BO-WAREHOUSE-CODE  TO IS-WAREHOUSE-CODE.
    MOVE LD-QTY-DRAWN(LD-INDEX) TO IS-QTY-ISSUED.
    MOVE BO-DEPARTMENT-CODE TO IS-DEPARTMENT-CODE.
    MOVE BO-ORDER-REFERENCE TO IS-ORDER-REFERENCE.
    MOVE FILL-VALUE         TO IS-EXTENDED-VALUE.
    MOVE LD-LOT-NUMBER(LD-INDEX) TO IS-LOT-NUMBER.
    WRITE ISSUE-HISTORY-RECORD.

188-PRINT-BACKORDER-FILL-LINE.
    MOVE SPACE              TO REGISTER-LINE.
    MOVE BO-ITEM-NO         TO RG-ITEM-NO.
    MOVE BAL-ITEM-DESC      TO RG-ITEM-DESC.
    MOVE BO-ORDER-REFERENCE TO RG-PO-REFERENCE.
    MOVE ZERO               TO RG-ORDERED-QTY.
    MOVE FILL-QTY           TO RG-RECEIVED-QTY.
    STRING "BACKORDER FILL DEPT " BO-DEPARTMENT-CODE
      DELIMITED BY SIZE INTO RG-STATUS-MESSAGE.
    WRITE REGISTER-LINE AFTER ADVANCING 1.

190-RECORD-SUSPENSE-DISPOSITION.
    IF RECEIPT-POSTED-SWITCH IS EQUAL TO "Y"
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
      MOVE "RECVPOST"         TO SU-SOURCE-PROGRAM
      MOVE RUN-DATE-RAW       TO SU-REJECT-DATE
      MOVE STATUS-MESSAGE     TO SU-REJECT-REASON
      MOVE "O"                TO SU-STATUS
      MOVE RECEIPT-TRANSACTION-CARD TO SU-ORIGINAL-IMAGE
      MOVE RECEIPT-TRANSACTION-CARD TO SU-CURRENT-IMAGE
      MOVE RUN-DATE-RAW       TO SU-LAST-ACTION-DATE
      MOVE ZERO               TO SU-RETRY-COUNT
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

600-DRAW-LOTS-FIRST-EXPIRING.
    MOVE ZERO TO LOT-DRAW-COUNT.
    MOVE LOT-DRAW-QTY TO LOT-QTY-REMAINING.
    MOVE "N" TO LOT-SCAN-DONE-SWITCH.
    MOVE BAL-ITEM-NO        TO LB-ITEM-NO.
    MOVE BAL-WAREHOUSE-CODE TO LB-WAREHOUSE-CODE.
    MOVE ZERO               TO LB-EXPIRY-DATE.
    MOVE LOW-VALUES         TO LB-LOT-NUMBER.
    START LOT-BALANCE-FILE KEY IS NOT LESS THAN LB-LOT-KEY
      INVALID KEY
        MOVE "Y" TO LOT-SCAN-DONE-SWITCH.
    PERFORM 610-DRAW-ONE-LOT
      UNTIL LOT-SCAN-DONE-SWITCH IS EQUAL TO "Y"
         OR LOT-QTY-REMAINING IS EQUAL TO ZERO.
    IF LOT-QTY-REMAINING IS GREATER THAN ZERO
      MOVE SPACE TO LB-LOT-NUMBER
      MOVE ZERO TO LB-EXPIRY-DATE
      MOVE LOT-QTY-REMAINING TO LOT-TAKE-QTY
      PERFORM 620-ADD-LOT-DRAW-ENTRY.

610-DRAW-ONE-LOT.
    READ LOT-BALANCE-FILE NEXT RECORD
      AT END
        MOVE "Y" TO LOT-SCAN-DONE-SWITCH.
    IF LOT-SCAN-DONE-SWITCH IS NOT EQUAL TO "Y"
      IF LB-ITEM-NO IS NOT EQUAL TO BAL-ITEM-NO
          OR LB-WAREHOUSE-CODE IS NOT EQUAL TO BAL-WAREHOUSE-CODE
        MOVE "Y" TO LOT-SCAN-DONE-SWITCH
      ELSE
        IF LB-QTY-ON-HAND IS GREATER THAN ZERO
          PERFORM 615-TAKE-FROM-LOT.

615-TAKE-FROM-LOT.
    MOVE LB-QTY-ON-HAND TO LOT-TAKE-QTY.
    IF LOT-TAKE-QTY IS GREATER THAN LOT-QTY-REMAINING
      MOVE LOT-QTY-REMAINING TO LOT-TAKE-QTY.
    SUBTRACT LOT-TAKE-QTY FROM LB-QTY-ON-HAND.
    SUBTRACT LOT-TAKE-QTY FROM LOT-QTY-REMAINING.
    PERFORM 620-ADD-LOT-DRAW-ENTRY.
    IF LB-QTY-ON-HAND IS EQUAL TO ZERO
      DELETE LOT-BALANCE-FILE RECORD
        INVALID KEY
          DISPLAY "LOT BALANCE UPDATE FAILED FOR ITEM " LB-ITEM-NO
            " LOT " LB-LOT-NUMBER
      END-DELETE
    ELSE
      REWRITE LOT-BALANCE-RECORD
        INVALID KEY
          DISPLAY "LOT BALANCE UPDATE FAILED FOR ITEM " LB-ITEM-NO
            " LOT " LB-LOT-NUMBER.

620-ADD-LOT-DRAW-ENTRY.
    IF LOT-DRAW-COUNT IS LESS THAN MAXIMUM-LOT-DRAWS
      ADD 1 TO LOT-DRAW-COUNT
      MOVE LB-LOT-NUMBER  TO LD-LOT-NUMBER(LOT-DRAW-COUNT)
      MOVE LB-EXPIRY-DATE TO LD-EXPIRY-DATE(LOT-DRAW-COUNT)
      MOVE LOT-TAKE-QTY   TO LD-QTY-DRAWN(LOT-DRAW-COUNT)
    ELSE
      IF LOT-DRAW-COUNT IS EQUAL TO MAXIMUM-LOT-DRAWS
        ADD 1 TO LOT-DRAW-COUNT
        MOVE SPACE          TO LD-LOT-NUMBER(LOT-DRAW-COUNT)
        MOVE ZERO           TO LD-EXPIRY-DATE(LOT-DRAW-COUNT)
        MOVE LOT-TAKE-QTY   TO LD-QTY-DRAWN(LOT-DRAW-COUNT)
      ELSE
        ADD LOT-TAKE-QTY TO LD-QTY-DRAWN(LOT-DRAW-COUNT).

700-LOAD-OPEN-BACKORDERS.
    MOVE ZERO TO BACKORDER-FILL-TABLE-SIZE.
    MOVE "N" TO BACKORDER-SCAN-DONE-SWITCH.
    MOVE BAL-ITEM-NO        TO BO-ITEM-NO.
    MOVE BAL-WAREHOUSE-CODE TO BO-WAREHOUSE-CODE.
    MOVE LOW-VALUES         TO BO-DEPARTMENT-CODE.
    MOVE LOW-VALUES         TO BO-ORDER-REFERENCE.
    START BACKORDER-FILE KEY IS NOT LESS THAN BO-BACKORDER-KEY
      INVALID KEY
        MOVE "Y" TO BACKORDER-SCAN-DONE-SWITCH.
    PERFORM 710-LOAD-ONE-BACKORDER
      UNTIL BACKORDER-SCAN-DONE-SWITCH IS EQUAL TO "Y".

710-LOAD-ONE-BACKORDER.
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
          PERFORM 715-ADD-BACKORDER-FILL-ENTRY.

715-ADD-BACKORDER-FILL-ENTRY.
    IF BACKORDER-FILL-TABLE-SIZE IS LESS THAN MAXIMUM-BACKORDER-FILLS
      ADD 1 TO BACKORDER-FILL-TABLE-SIZE
      MOVE BO-BACKORDER-DATE
        TO BF-BACKORDER-DATE(BACKORDER-FILL-TABLE-SIZE)
      MOVE BO-BACKORDER-KEY
        TO BF-BACKORDER-KEY(BACKORDER-FILL-TABLE-SIZE)
    ELSE
      MOVE "Y" TO BACKORDER-SCAN-DONE-SWITCH
      DISPLAY "BACKORDER FILL TABLE FULL FOR ITEM " BO-ITEM-NO
        " WAREHOUSE " BO-WAREHOUSE-CODE.

720-SORT-BACKORDER-FILL-TABLE.
    IF BACKORDER-FILL-TABLE-SIZE IS GREATER THAN 1
      MOVE "Y" TO SWAP-OCCURRED-SWITCH
      SUBTRACT 1 FROM BACKORDER-FILL-TABLE-SIZE GIVING BF-SORT-LIMIT
      PERFORM 730-SORT-ONE-PASS
        UNTIL SWAP-OCCURRED-SWITCH IS EQUAL TO "N".

730-SORT-ONE-PASS.
    MOVE "N" TO SWAP-OCCURRED-SWITCH.
    PERFORM 740-COMPARE-ADJACENT-ENTRIES
      VARYING BF-SEARCH-INDEX FROM 1 BY 1
      UNTIL BF-SEARCH-INDEX IS GREATER THAN BF-SORT-LIMIT.

740-COMPARE-ADJACENT-ENTRIES.
    IF BF-SORT-KEY(BF-SEARCH-INDEX) IS GREATER THAN
         BF-SORT-KEY(BF-SEARCH-INDEX + 1)
      PERFORM 750-SWAP-ADJACENT-ENTRIES.

750-SWAP-ADJACENT-ENTRIES.
    MOVE BACKORDER-FILL-ENTRY(BF-SEARCH-INDEX) TO BF-SWAP-ENTRY.
    MOVE BACKORDER-FILL-ENTRY(BF-SEARCH-INDEX + 1) TO
      BACKORDER-FILL-ENTRY(BF-SEARCH-INDEX).
    MOVE BF-SWAP-ENTRY TO BACKORDER-FILL-ENTRY(BF-SEARCH-INDEX + 1).
    MOVE "Y" TO SWAP-OCCURRED-SWITCH.

900-PRINT-REGISTER-TOTALS.
    MOVE RECEIPTS-POSTED-COUNT   TO RGT-POSTED-COUNT.
    MOVE RECEIPTS-REJECTED-COUNT TO RGT-REJECTED-COUNT.
    MOVE BACKORDERS-FILLED-COUNT TO RGT-FILLED-COUNT.
    WRITE REGISTER-LINE FROM RG-TOTAL-LINE AFTER ADVANCING 2.
    MOVE REENTERED-COUNT TO RGS-REENTERED-COUNT.
    MOVE SUSPENDED-COUNT TO RGS-SUSPENDED-COUNT.
    WRITE REGISTER-LINE FROM RG-SUSPENSE-TOTAL-LINE
      AFTER ADVANCING 1.

960-REWRITE-SUSPENSE-CONTROL.
    OPEN OUTPUT SUSPENSE-CONTROL-FILE.
    MOVE SPACE TO SUSPENSE-CONTROL-RECORD.
    MOVE NEXT-SUSPENSE-NO TO SC-NEXT-SUSPENSE-NO.
    WRITE SUSPENSE-CONTROL-RECORD.
    CLOSE SUSPENSE-CONTROL-FILE.
