  SELECT TRANSFER-TRANSACTION-FILE   ASSIGN TO READER.
  SELECT TRANSFER-JOURNAL-FILE   ASSIGN TO "TRANJNL.DAT"
    FILE STATUS IS TRANSFER-JOURNAL-STATUS.
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
  SELECT TRANSFER-REGISTER   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
    02 TJ-QTY-TRANSFERRED  PICTURE IS 9(5).
    02 TJ-ORDER-REFERENCE  PICTURE IS X(8).
    02 TJ-USER-INITIALS    PICTURE IS X(3).
    02 TJ-LOT-NUMBER       PICTURE IS X(7).
    02 FILLER              PICTURE IS X(8).

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

FD  TRANSFER-REGISTER
    LABEL RECORDS ARE STANDARD
01  FILE-STATUS-FIELDS.
    02 BAL-FWD-STATUS      PICTURE IS X(2).
    02 TRANSFER-JOURNAL-STATUS PICTURE IS X(2).
    02 COST-HISTORY-STATUS PICTURE IS X(2).
    02 BACKORDER-STATUS    PICTURE IS X(2).
    02 ISSUE-HISTORY-STATUS PICTURE IS X(2).
    02 SUSPENSE-STATUS     PICTURE IS X(2).
    02 SUSPENSE-CONTROL-STATUS PICTURE IS X(2).
    02 LOT-BALANCE-STATUS  PICTURE IS X(2).
01  SWITCHES.
    02 TRANSFER-EOF-SWITCH PICTURE IS X.
    02 RECORD-FOUND-SWITCH PICTURE IS X.
      88 RECORD-WAS-FOUND        VALUE "Y".
      88 RECORD-WAS-NOT-FOUND    VALUE "N".
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
    02 STATUS-MESSAGE      PICTURE IS X(25).
    02 FROM-NEW-ON-HAND    PICTURE IS 9(5).
    02 TO-NEW-ON-HAND      PICTURE IS 9(5).
    02 TO-LOT-CONTROL-FLAG PICTURE IS X.
    02 TRANSFER-UNIT-COST  PICTURE IS 999V99.
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
    02 TRANSFERS-READ-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 TRANSFERS-POSTED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 TRANSFERS-REJECTED-COUNT PICTURE IS 9(5) VALUE ZERO.
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
      03 LD-RECEIVED-DATE  PICTURE IS 9(6).
      03 LD-PO-NUMBER      PICTURE IS 9(6).
      03 LD-VENDOR-CODE    PICTURE IS X(6).
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
01  XR-HEADING-LINE-1.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(30)
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(10) VALUE "REJECTED: ".
    02 XRT-REJECTED-COUNT  PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(19) VALUE "BACKORDERS FILLED: ".
    02 XRT-FILLED-COUNT    PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(39) VALUE SPACE.
01  XR-SUSPENSE-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(26) VALUE "RE-ENTERED FROM SUSPENSE: ".
    02 XRS-REENTERED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(11) VALUE "SUSPENDED: ".
    02 XRS-SUSPENDED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(75) VALUE SPACE.

PROCEDURE DIVISION.
000-POST-WAREHOUSE-TRANSFERS.
    OPEN I-O BAL-FWD-FILE.
    OPEN INPUT TRANSFER-TRANSACTION-FILE.
    PERFORM 020-OPEN-TRANSFER-JOURNAL-FILE.
    PERFORM 025-OPEN-COST-HISTORY-FILE.
    PERFORM 027-OPEN-BACKORDER-FILES.
    PERFORM 028-OPEN-SUSPENSE-FILES.
    PERFORM 029-OPEN-LOT-BALANCE-FILE.
    OPEN OUTPUT TRANSFER-REGISTER.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
    PERFORM 100-PROCESS-TRANSFER-CARD
      UNTIL TRANSFER-EOF-SWITCH IS EQUAL TO "Y".
    PERFORM 900-PRINT-REGISTER-TOTALS.
    PERFORM 960-REWRITE-SUSPENSE-CONTROL.
    CLOSE BAL-FWD-FILE.
    CLOSE TRANSFER-TRANSACTION-FILE.
    CLOSE TRANSFER-JOURNAL-FILE.
    CLOSE COST-HISTORY-FILE.
    CLOSE SUSPENSE-FILE.
    CLOSE LOT-BALANCE-FILE.
    IF BACKORDER-FILE-IS-PRESENT
      CLOSE BACKORDER-FILE
      CLOSE ISSUE-HISTORY-FILE.
    CLOSE TRANSFER-REGISTER.
    STOP RUN.

    IF TRANSFER-JOURNAL-STATUS IS EQUAL TO "35"
      OPEN OUTPUT TRANSFER-JOURNAL-FILE.

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
    MOVE RUN-DATE-DISPLAY TO XRH-RUN-DATE.
    WRITE TRANSFER-REGISTER-LINE FROM XR-HEADING-LINE-1
      IF STATUS-MESSAGE IS NOT EQUAL TO "TRANSFER POSTED"
        ADD 1 TO TRANSFERS-REJECTED-COUNT
      END-IF
      PERFORM 150-PRINT-REGISTER-LINE
      IF STATUS-MESSAGE IS EQUAL TO "TRANSFER POSTED"
          AND BACKORDER-FILE-IS-PRESENT
        PERFORM 180-FILL-OPEN-BACKORDERS
      END-IF
      PERFORM 190-RECORD-SUSPENSE-DISPOSITION.

110-READ-TRANSFER-CARD.
    MOVE "N" TO REFEED-SWITCH.
    PERFORM 112-FIND-CORRECTED-ENTRY
      UNTIL SUSPENSE-SCAN-DONE-SWITCH IS EQUAL TO "Y"
         OR CARD-IS-REFEED.
    IF CARD-IS-REFEED
      MOVE SU-CURRENT-IMAGE TO TRANSFER-TRANSACTION-CARD
    ELSE
      READ TRANSFER-TRANSACTION-FILE RECORD
        AT END
          MOVE "Y" TO TRANSFER-EOF-SWITCH.
    IF TRANSFER-EOF-SWITCH IS NOT EQUAL TO "Y"
      ADD 1 TO TRANSFERS-READ-COUNT.

112-FIND-CORRECTED-ENTRY.
    READ SUSPENSE-FILE NEXT RECORD
      AT END
        MOVE "Y" TO SUSPENSE-SCAN-DONE-SWITCH.
    IF SUSPENSE-SCAN-DONE-SWITCH IS NOT EQUAL TO "Y"
      IF SU-IS-CORRECTED
          AND SU-FROM-TRANSFER-POSTING
        MOVE "Y" TO REFEED-SWITCH.

120-VALIDATE-TRANSFER.
    IF XC-QTY-TRANSFERRED IS NOT NUMERIC
        OR XC-QTY-TRANSFERRED IS EQUAL TO ZERO
      INVALID KEY
        MOVE "N" TO RECORD-FOUND-SWITCH.
    IF RECORD-WAS-NOT-FOUND
      MOVE "ITEM NOT AT TO WRHS" TO STATUS-MESSAGE
    ELSE
      MOVE BAL-LOT-CONTROL-FLAG TO TO-LOT-CONTROL-FLAG.

124-CHECK-FROM-WAREHOUSE.
    MOVE XC-ITEM-NO TO BAL-ITEM-NO.
      MOVE "ITEM NOT AT FROM WRHS" TO STATUS-MESSAGE
    ELSE
      IF XC-QTY-TRANSFERRED IS GREATER THAN BAL-ON-HAND
        MOVE "INSUFFICIENT ON HAND" TO STATUS-MESSAGE
      ELSE
        IF BAL-LOT-CONTROL-FLAG IS NOT EQUAL TO TO-LOT-CONTROL-FLAG
          MOVE "LOT CONTROL DIFFERS" TO STATUS-MESSAGE.

130-POST-TRANSFER.
    MOVE BAL-UNIT-PRICE TO TRANSFER-UNIT-COST.
    SUBTRACT XC-QTY-TRANSFERRED FROM BAL-ON-HAND.
    MOVE BAL-ON-HAND TO FROM-NEW-ON-HAND.
    REWRITE BAL-FWD-CARD
      INVALID KEY
        MOVE "POSTING REJECTED" TO STATUS-MESSAGE.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      PERFORM 132-DRAW-TRANSFERRED-LOTS
      PERFORM 135-POST-TRANSFER-RECEIPT.

132-DRAW-TRANSFERRED-LOTS.
    IF BAL-IS-LOT-CONTROLLED
      MOVE XC-QTY-TRANSFERRED TO LOT-DRAW-QTY
      PERFORM 600-DRAW-LOTS-FIRST-EXPIRING
    ELSE
      MOVE 1 TO LOT-DRAW-COUNT
      MOVE SPACE TO LD-LOT-NUMBER(1)
      MOVE ZERO TO LD-EXPIRY-DATE(1)
      MOVE XC-QTY-TRANSFERRED TO LD-QTY-DRAWN(1)
      MOVE ZERO TO LD-RECEIVED-DATE(1)
      MOVE ZERO TO LD-PO-NUMBER(1)
      MOVE SPACE TO LD-VENDOR-CODE(1).

135-POST-TRANSFER-RECEIPT.
    MOVE XC-ITEM-NO TO BAL-ITEM-NO.
    MOVE XC-TO-WAREHOUSE TO BAL-WAREHOUSE-CODE.
      INVALID KEY
        MOVE "N" TO RECORD-FOUND-SWITCH.
    IF RECORD-WAS-FOUND
      PERFORM 137-COMPUTE-AVERAGE-COST
      ADD XC-QTY-TRANSFERRED TO BAL-ON-HAND
      MOVE BAL-ON-HAND TO TO-NEW-ON-HAND
      REWRITE BAL-FWD-CARD
    IF RECORD-WAS-FOUND
      ADD 1 TO TRANSFERS-POSTED-COUNT
      MOVE "TRANSFER POSTED" TO STATUS-MESSAGE
      IF BAL-IS-LOT-CONTROLLED
        PERFORM 140-POST-LOT-TO-WAREHOUSE
          VARYING LD-INDEX FROM 1 BY 1
          UNTIL LD-INDEX IS GREATER THAN LOT-DRAW-COUNT
      END-IF
      PERFORM 160-WRITE-TRANSFER-JOURNAL
      IF TRANSFER-UNIT-COST IS NOT EQUAL TO OLD-UNIT-COST
        PERFORM 170-WRITE-COST-HISTORY
      END-IF
    ELSE
      MOVE "TO WRHS POSTING FAILED" TO STATUS-MESSAGE
      DISPLAY "TRANSFER OUT OF BALANCE FOR ITEM " XC-ITEM-NO
        " - RECEIPT SIDE NOT POSTED".

137-COMPUTE-AVERAGE-COST.
    MOVE BAL-UNIT-PRICE TO OLD-UNIT-COST.
    MOVE BAL-ON-HAND TO OLD-ON-HAND.
    MULTIPLY BAL-ON-HAND BY BAL-UNIT-PRICE GIVING ON-HAND-VALUE.
    MULTIPLY XC-QTY-TRANSFERRED BY TRANSFER-UNIT-COST
      GIVING NEW-STOCK-VALUE.
    ADD ON-HAND-VALUE TO NEW-STOCK-VALUE.
    ADD BAL-ON-HAND XC-QTY-TRANSFERRED GIVING NEW-ON-HAND-QTY.
    IF NEW-ON-HAND-QTY IS GREATER THAN ZERO
      DIVIDE NEW-STOCK-VALUE BY NEW-ON-HAND-QTY
        GIVING BAL-UNIT-PRICE ROUNDED.

140-POST-LOT-TO-WAREHOUSE.
    MOVE BAL-ITEM-NO                TO LB-ITEM-NO.
    MOVE BAL-WAREHOUSE-CODE         TO LB-WAREHOUSE-CODE.
    MOVE LD-EXPIRY-DATE(LD-INDEX)   TO LB-EXPIRY-DATE.
    MOVE LD-LOT-NUMBER(LD-INDEX)    TO LB-LOT-NUMBER.
    MOVE "Y" TO LOT-FOUND-SWITCH.
    READ LOT-BALANCE-FILE RECORD
      INVALID KEY
        MOVE "N" TO LOT-FOUND-SWITCH.
    IF LOT-FOUND-SWITCH IS EQUAL TO "Y"
      ADD LD-QTY-DRAWN(LD-INDEX) TO LB-QTY-ON-HAND
      REWRITE LOT-BALANCE-RECORD
        INVALID KEY
          DISPLAY "LOT BALANCE UPDATE FAILED FOR ITEM " BAL-ITEM-NO
            " LOT " LD-LOT-NUMBER(LD-INDEX)
      END-REWRITE
    ELSE
      MOVE SPACE                    TO LOT-BALANCE-RECORD
      MOVE BAL-ITEM-NO              TO LB-ITEM-NO
      MOVE BAL-WAREHOUSE-CODE       TO LB-WAREHOUSE-CODE
      MOVE LD-EXPIRY-DATE(LD-INDEX) TO LB-EXPIRY-DATE
      MOVE LD-LOT-NUMBER(LD-INDEX)  TO LB-LOT-NUMBER
      MOVE LD-QTY-DRAWN(LD-INDEX)   TO LB-QTY-ON-HAND
      MOVE LD-RECEIVED-DATE(LD-INDEX) TO LB-RECEIVED-DATE
      MOVE LD-PO-NUMBER(LD-INDEX)   TO LB-PO-NUMBER
      MOVE LD-VENDOR-CODE(LD-INDEX) TO LB-VENDOR-CODE
      WRITE LOT-BALANCE-RECORD
        INVALID KEY
          DISPLAY "LOT BALANCE UPDATE FAILED FOR ITEM " BAL-ITEM-NO
            " LOT " LD-LOT-NUMBER(LD-INDEX).

150-PRINT-REGISTER-LINE.
    MOVE SPACE TO TRANSFER-REGISTER-LINE.
    MOVE XC-ITEM-NO         TO XR-ITEM-NO.
    WRITE TRANSFER-REGISTER-LINE AFTER ADVANCING 1.

160-WRITE-TRANSFER-JOURNAL.
    PERFORM 165-WRITE-ONE-JOURNAL-RECORD
      VARYING LD-INDEX FROM 1 BY 1
      UNTIL LD-INDEX IS GREATER THAN LOT-DRAW-COUNT.

165-WRITE-ONE-JOURNAL-RECORD.
    MOVE SPACE              TO TRANSFER-JOURNAL-RECORD.
    MOVE RUN-DATE-RAW       TO TJ-TRANSFER-DATE.
    MOVE XC-ITEM-NO         TO TJ-ITEM-NO.
    MOVE XC-FROM-WAREHOUSE  TO TJ-FROM-WAREHOUSE.
    MOVE XC-TO-WAREHOUSE    TO TJ-TO-WAREHOUSE.
    MOVE LD-QTY-DRAWN(LD-INDEX) TO TJ-QTY-TRANSFERRED.
    MOVE XC-ORDER-REFERENCE TO TJ-ORDER-REFERENCE.
    MOVE XC-USER-INITIALS   TO TJ-USER-INITIALS.
    MOVE LD-LOT-NUMBER(LD-INDEX) TO TJ-LOT-NUMBER.
    WRITE TRANSFER-JOURNAL-RECORD.

170-WRITE-COST-HISTORY.
    MOVE SPACE              TO COST-HISTORY-RECORD.
    MOVE RUN-DATE-RAW       TO CH-CHANGE-DATE.
    MOVE XC-ITEM-NO         TO CH-ITEM-NO.
    MOVE XC-TO-WAREHOUSE    TO CH-WAREHOUSE-CODE.
    MOVE "TR"               TO CH-SOURCE-CODE.
    MOVE XC-ORDER-REFERENCE TO CH-REFERENCE.
    MOVE OLD-ON-HAND        TO CH-ON-HAND-BEFORE.
    MOVE XC-QTY-TRANSFERRED TO CH-TRANSACTION-QTY.
    MOVE TRANSFER-UNIT-COST TO CH-TRANSACTION-COST.
    MOVE OLD-UNIT-COST      TO CH-OLD-UNIT-COST.
    MOVE BAL-UNIT-PRICE     TO CH-NEW-UNIT-COST.
    MOVE XC-USER-INITIALS   TO CH-USER-INITIALS.
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
    MOVE SPACE              TO TRANSFER-REGISTER-LINE.
    MOVE BO-ITEM-NO         TO XR-ITEM-NO.
    MOVE BAL-ITEM-DESC      TO XR-ITEM-DESC.
    MOVE BO-WAREHOUSE-CODE  TO XR-TO-WAREHOUSE.
    MOVE FILL-QTY           TO XR-QTY-TRANSFERRED.
    MOVE ZERO               TO XR-FROM-ON-HAND.
    MOVE BAL-ON-HAND        TO XR-TO-ON-HAND.
    STRING "BACKORDER FILL DEPT " BO-DEPARTMENT-CODE
      DELIMITED BY SIZE INTO XR-STATUS-MESSAGE.
    WRITE TRANSFER-REGISTER-LINE AFTER ADVANCING 1.

190-RECORD-SUSPENSE-DISPOSITION.
    IF STATUS-MESSAGE IS EQUAL TO "TRANSFER POSTED"
        OR STATUS-MESSAGE IS EQUAL TO "TO WRHS POSTING FAILED"
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
      MOVE "XFERPOST"         TO SU-SOURCE-PROGRAM
      MOVE RUN-DATE-RAW       TO SU-REJECT-DATE
      MOVE STATUS-MESSAGE     TO SU-REJECT-REASON
      MOVE "O"                TO SU-STATUS
      MOVE TRANSFER-TRANSACTION-CARD TO SU-ORIGINAL-IMAGE
      MOVE TRANSFER-TRANSACTION-CARD TO SU-CURRENT-IMAGE
      MOVE RUN-DATE-RAW       TO SU-LAST-ACTION-DATE
      MOVE ZERO               TO SU-RETRY-COUNT
      MOVE XC-USER-INITIALS TO SU-USER-INITIALS
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
      MOVE ZERO TO LB-RECEIVED-DATE
      MOVE ZERO TO LB-PO-NUMBER
      MOVE SPACE TO LB-VENDOR-CODE
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
      MOVE LB-RECEIVED-DATE TO LD-RECEIVED-DATE(LOT-DRAW-COUNT)
      MOVE LB-PO-NUMBER   TO LD-PO-NUMBER(LOT-DRAW-COUNT)
      MOVE LB-VENDOR-CODE TO LD-VENDOR-CODE(LOT-DRAW-COUNT)
    ELSE
      IF LOT-DRAW-COUNT IS EQUAL TO MAXIMUM-LOT-DRAWS
        ADD 1 TO LOT-DRAW-COUNT
        MOVE SPACE          TO LD-LOT-NUMBER(LOT-DRAW-COUNT)
        MOVE ZERO           TO LD-EXPIRY-DATE(LOT-DRAW-COUNT)
        MOVE LOT-TAKE-QTY   TO LD-QTY-DRAWN(LOT-DRAW-COUNT)
        MOVE ZERO           TO LD-RECEIVED-DATE(LOT-DRAW-COUNT)
        MOVE ZERO           TO LD-PO-NUMBER(LOT-DRAW-COUNT)
        MOVE SPACE          TO LD-VENDOR-CODE(LOT-DRAW-COUNT)
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
    MOVE BACKORDERS-FILLED-COUNT  TO XRT-FILLED-COUNT.
    MOVE TRANSFERS-READ-COUNT     TO XRT-READ-COUNT.
    MOVE TRANSFERS-POSTED-COUNT   TO XRT-POSTED-COUNT.
    MOVE TRANSFERS-REJECTED-COUNT TO XRT-REJECTED-COUNT.
    WRITE TRANSFER-REGISTER-LINE FROM XR-TOTAL-LINE
      AFTER ADVANCING 2.
    MOVE REENTERED-COUNT TO XRS-REENTERED-COUNT.
    MOVE SUSPENDED-COUNT TO XRS-SUSPENDED-COUNT.
    WRITE TRANSFER-REGISTER-LINE FROM XR-SUSPENSE-TOTAL-LINE
      AFTER ADVANCING 1.

960-REWRITE-SUSPENSE-CONTROL.
    OPEN OUTPUT SUSPENSE-CONTROL-FILE.
    MOVE SPACE TO SUSPENSE-CONTROL-RECORD.
    MOVE NEXT-SUSPENSE-NO TO SC-NEXT-SUSPENSE-NO.
    WRITE SUSPENSE-CONTROL-RECORD.
    CLOSE SUSPENSE-CONTROL-FILE.
