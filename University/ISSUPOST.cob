  SELECT ISSUE-TRANSACTION-FILE   ASSIGN TO READER.
  SELECT ISSUE-HISTORY-FILE   ASSIGN TO "ISSHIST.DAT"
    FILE STATUS IS ISSUE-HISTORY-STATUS.
  SELECT BACKORDER-FILE   ASSIGN TO "BACKORD.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS BO-BACKORDER-KEY
    FILE STATUS IS BACKORDER-STATUS.
  SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENSE.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SU-SUSPENSE-NO
    FILE STATUS IS SUSPENSE-STATUS.
  SELECT SUSPENSE-CONTROL-FILE   ASSIGN TO "SUSPCTL.DAT"
    FILE STATUS IS SUSPENSE-CONTROL-STATUS.
  SELECT DEPARTMENT-MASTER-FILE   ASSIGN TO "DEPTMAST.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS DM-DEPARTMENT-CODE
    FILE STATUS IS DEPARTMENT-MASTER-STATUS.
  SELECT KIT-MASTER-FILE   ASSIGN TO "KITMAST.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS KM-KIT-KEY
    FILE STATUS IS KIT-MASTER-STATUS.
  SELECT LOT-BALANCE-FILE   ASSIGN TO "LOTBAL.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LB-LOT-KEY
    FILE STATUS IS LOT-BALANCE-STATUS.
  SELECT ISSUE-REGISTER   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
    02 IC-ORDER-REFERENCE  PICTURE IS X(8).
    02 IC-ISSUE-DATE       PICTURE IS 9(6).
    02 IC-USER-INITIALS    PICTURE IS X(3).
    02 IC-BACKORDER-OPTION PICTURE IS X.
      88 IC-NO-BACKORDER         VALUE "N".
      88 IC-PARTIAL-ISSUE        VALUE "P".
    02 IC-CARD-TYPE        PICTURE IS X.
      88 IC-KIT-ISSUE            VALUE "K".
    02 FILLER              PICTURE IS X(43).

FD  ISSUE-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 50 CHARACTERS.
COPY "ISSREC.CPY".

FD  BACKORDER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "BORDREC.CPY".

FD  SUSPENSE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 240 CHARACTERS.
COPY "SUSPREC.CPY".

FD  SUSPENSE-CONTROL-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "SUSPCTL.CPY".

FD  DEPARTMENT-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "DEPTREC.CPY".

FD  KIT-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "KITREC.CPY".

FD  LOT-BALANCE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 60 CHARACTERS.
COPY "LOTREC.CPY".

FD  ISSUE-REGISTER
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  FILE-STATUS-FIELDS.
    02 BAL-FWD-STATUS      PICTURE IS X(2).
    02 ISSUE-HISTORY-STATUS PICTURE IS X(2).
    02 BACKORDER-STATUS    PICTURE IS X(2).
    02 SUSPENSE-STATUS     PICTURE IS X(2).
    02 SUSPENSE-CONTROL-STATUS PICTURE IS X(2).
    02 DEPARTMENT-MASTER-STATUS PICTURE IS X(2).
    02 KIT-MASTER-STATUS   PICTURE IS X(2).
    02 LOT-BALANCE-STATUS  PICTURE IS X(2).
01  SWITCHES.
    02 ISSUE-EOF-SWITCH    PICTURE IS X.
    02 RECORD-FOUND-SWITCH PICTURE IS X.
      88 RECORD-WAS-FOUND        VALUE "Y".
      88 RECORD-WAS-NOT-FOUND    VALUE "N".
    02 BACKORDER-FOUND-SWITCH PICTURE IS X.
    02 SUSPENSE-SCAN-DONE-SWITCH PICTURE IS X.
    02 SUSPENSE-WRITTEN-SWITCH PICTURE IS X.
    02 REFEED-SWITCH       PICTURE IS X.
      88 CARD-IS-REFEED          VALUE "Y".
    02 KIT-MASTER-OPEN-SWITCH PICTURE IS X.
      88 KIT-MASTER-IS-OPEN      VALUE "Y".
    02 KIT-COMPONENT-EOF-SWITCH PICTURE IS X.
    02 LOT-SCAN-DONE-SWITCH PICTURE IS X.
01  CONSTANTS.
    02 MAXIMUM-KIT-COMPONENTS PICTURE IS 9(2) VALUE 50.
    02 MAXIMUM-LOT-DRAWS   PICTURE IS 9(2) VALUE 20.
01  WORK-FIELDS.
    02 STATUS-MESSAGE      PICTURE IS X(25).
    02 ISSUE-VALUE         PICTURE IS 9(7)V99.
    02 ISSUE-DATE-USED     PICTURE IS 9(6).
    02 ISSUE-QTY           PICTURE IS 9(5).
    02 BACKORDER-QTY       PICTURE IS 9(5).
    02 BACKORDERS-WRITTEN-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 NEXT-SUSPENSE-NO    PICTURE IS 9(6) VALUE 1.
    02 SUSPENDED-COUNT     PICTURE IS 9(5) VALUE ZERO.
    02 REENTERED-COUNT     PICTURE IS 9(5) VALUE ZERO.
    02 ISSUES-READ-COUNT   PICTURE IS 9(5) VALUE ZERO.
    02 ISSUES-POSTED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 ISSUES-REJECTED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 TOTAL-ISSUE-VALUE   PICTURE IS 9(9)V99 VALUE ZERO.
    02 KIT-DESC            PICTURE IS X(20).
    02 KIT-ISSUE-VALUE     PICTURE IS 9(7)V99.
    02 KITS-ISSUED-COUNT   PICTURE IS 9(5) VALUE ZERO.
    02 LOT-DRAW-QTY        PICTURE IS 9(5).
    02 LOT-QTY-REMAINING   PICTURE IS 9(5).
    02 LOT-TAKE-QTY        PICTURE IS 9(5).
    02 LOT-ISSUE-VALUE     PICTURE IS 9(7)V99.
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
01  KIT-COMPONENT-TABLE.
    02 KIT-COMPONENT-ENTRY OCCURS 50 TIMES.
      03 KC-ITEM-NO         PICTURE IS 9(5).
      03 KC-ITEM-DESC       PICTURE IS X(20).
      03 KC-REQUIRED-QTY    PICTURE IS 9(8).
      03 KC-NEW-ON-HAND     PICTURE IS 9(5).
      03 KC-ISSUE-VALUE     PICTURE IS 9(7)V99.
      03 KC-STATUS-MESSAGE  PICTURE IS X(25).
01  KIT-COMPONENT-TABLE-CONTROLS.
    02 KIT-COMPONENT-COUNT PICTURE IS 9(2).
    02 KC-INDEX            PICTURE IS 9(2).
01  LOT-DRAW-TABLE.
    02 LOT-DRAW-ENTRY OCCURS 21 TIMES.
      03 LD-LOT-NUMBER     PICTURE IS X(7).
      03 LD-EXPIRY-DATE    PICTURE IS 9(6).
      03 LD-QTY-DRAWN      PICTURE IS 9(5).
01  LOT-DRAW-TABLE-CONTROLS.
    02 LOT-DRAW-COUNT      PICTURE IS 9(2).
    02 LD-INDEX            PICTURE IS 9(2).
01  IR-HEADING-LINE-1.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(30)
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(19) VALUE "TOTAL ISSUE VALUE: ".
    02 IRT-TOTAL-VALUE     PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(13) VALUE "BACKORDERED: ".
    02 IRT-BACKORDER-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(10) VALUE SPACE.
01  IR-SUSPENSE-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(26) VALUE "RE-ENTERED FROM SUSPENSE: ".
    02 IRS-REENTERED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(11) VALUE "SUSPENDED: ".
    02 IRS-SUSPENDED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(13) VALUE "KITS ISSUED: ".
    02 IRS-KITS-ISSUED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(52) VALUE SPACE.

PROCEDURE DIVISION.
000-POST-STOCK-ISSUES.
    OPEN I-O BAL-FWD-FILE.
    OPEN INPUT DEPARTMENT-MASTER-FILE.
    IF DEPARTMENT-MASTER-STATUS IS EQUAL TO "35"
      DISPLAY "DEPARTMENT MASTER MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN INPUT ISSUE-TRANSACTION-FILE.
    PERFORM 020-OPEN-ISSUE-HISTORY-FILE.
    PERFORM 025-OPEN-BACKORDER-FILE.
    PERFORM 028-OPEN-SUSPENSE-FILES.
    PERFORM 030-OPEN-KIT-MASTER-FILE.
    PERFORM 032-OPEN-LOT-BALANCE-FILE.
    OPEN OUTPUT ISSUE-REGISTER.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
    PERFORM 100-PROCESS-ISSUE-CARD
      UNTIL ISSUE-EOF-SWITCH IS EQUAL TO "Y".
    PERFORM 900-PRINT-REGISTER-TOTALS.
    PERFORM 960-REWRITE-SUSPENSE-CONTROL.
    CLOSE BAL-FWD-FILE.
    CLOSE ISSUE-TRANSACTION-FILE.
    CLOSE ISSUE-HISTORY-FILE.
    CLOSE BACKORDER-FILE.
    CLOSE SUSPENSE-FILE.
    CLOSE DEPARTMENT-MASTER-FILE.
    IF KIT-MASTER-IS-OPEN
      CLOSE KIT-MASTER-FILE.
    CLOSE LOT-BALANCE-FILE.
    CLOSE ISSUE-REGISTER.
    STOP RUN.

    IF ISSUE-HISTORY-STATUS IS EQUAL TO "35"
      OPEN OUTPUT ISSUE-HISTORY-FILE.

025-OPEN-BACKORDER-FILE.
    OPEN I-O BACKORDER-FILE.
    IF BACKORDER-STATUS IS EQUAL TO "35"
      OPEN OUTPUT BACKORDER-FILE
      CLOSE BACKORDER-FILE
      OPEN I-O BACKORDER-FILE.

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

030-OPEN-KIT-MASTER-FILE.
    OPEN INPUT KIT-MASTER-FILE.
    IF KIT-MASTER-STATUS IS EQUAL TO "35"
      MOVE "N" TO KIT-MASTER-OPEN-SWITCH
    ELSE
      MOVE "Y" TO KIT-MASTER-OPEN-SWITCH.

032-OPEN-LOT-BALANCE-FILE.
    OPEN I-O LOT-BALANCE-FILE.
    IF LOT-BALANCE-STATUS IS EQUAL TO "35"
      OPEN OUTPUT LOT-BALANCE-FILE
      CLOSE LOT-BALANCE-FILE
      OPEN I-O LOT-BALANCE-FILE.

050-PRINT-REGISTER-HEADINGS.
    MOVE RUN-DATE-DISPLAY TO IRH-RUN-DATE.
    WRITE ISSUE-REGISTER-LINE FROM IR-HEADING-LINE-1
    IF ISSUE-EOF-SWITCH IS NOT EQUAL TO "Y"
      MOVE SPACE TO STATUS-MESSAGE
      MOVE ZERO TO ISSUE-VALUE
      MOVE IC-QTY-ISSUED TO ISSUE-QTY
      MOVE ZERO TO BACKORDER-QTY
      PERFORM 155-SET-ISSUE-DATE
      IF IC-KIT-ISSUE
        PERFORM 200-PROCESS-KIT-ISSUE
      ELSE
        PERFORM 120-READ-BAL-FWD-RECORD
        IF RECORD-WAS-FOUND
          PERFORM 130-VALIDATE-ISSUE
          IF STATUS-MESSAGE IS EQUAL TO SPACE
            PERFORM 140-POST-ISSUE-TO-BALANCE
          ELSE
            ADD 1 TO ISSUES-REJECTED-COUNT
          END-IF
          IF BACKORDER-QTY IS GREATER THAN ZERO
            PERFORM 170-WRITE-BACKORDER
          END-IF
        ELSE
          MOVE "ITEM NOT AT WAREHOUSE" TO STATUS-MESSAGE
          ADD 1 TO ISSUES-REJECTED-COUNT
        END-IF
        PERFORM 150-PRINT-REGISTER-LINE
      END-IF
      PERFORM 190-RECORD-SUSPENSE-DISPOSITION.

110-READ-ISSUE-CARD.
    MOVE "N" TO REFEED-SWITCH.
    PERFORM 112-FIND-CORRECTED-ENTRY
      UNTIL SUSPENSE-SCAN-DONE-SWITCH IS EQUAL TO "Y"
         OR CARD-IS-REFEED.
    IF CARD-IS-REFEED
      MOVE SU-CURRENT-IMAGE TO ISSUE-TRANSACTION-CARD
    ELSE
      READ ISSUE-TRANSACTION-FILE RECORD
        AT END
          MOVE "Y" TO ISSUE-EOF-SWITCH.
    IF ISSUE-EOF-SWITCH IS NOT EQUAL TO "Y"
      ADD 1 TO ISSUES-READ-COUNT.

112-FIND-CORRECTED-ENTRY.
    READ SUSPENSE-FILE NEXT RECORD
      AT END
        MOVE "Y" TO SUSPENSE-SCAN-DONE-SWITCH.
    IF SUSPENSE-SCAN-DONE-SWITCH IS NOT EQUAL TO "Y"
      IF SU-IS-CORRECTED
          AND SU-FROM-ISSUE-POSTING
        MOVE "Y" TO REFEED-SWITCH.

120-READ-BAL-FWD-RECORD.
    MOVE IC-ITEM-NO TO BAL-ITEM-NO.
    MOVE IC-WAREHOUSE-CODE TO BAL-WAREHOUSE-CODE.
      INVALID KEY
        MOVE "N" TO RECORD-FOUND-SWITCH.

128-CHECK-DEPARTMENT-MASTER.
    MOVE IC-DEPARTMENT-CODE TO DM-DEPARTMENT-CODE.
    READ DEPARTMENT-MASTER-FILE RECORD
      INVALID KEY
        MOVE "DEPT NOT ON MASTER" TO STATUS-MESSAGE.

130-VALIDATE-ISSUE.
    PERFORM 128-CHECK-DEPARTMENT-MASTER.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      PERFORM 132-VALIDATE-ISSUE-QUANTITY.

132-VALIDATE-ISSUE-QUANTITY.
    IF IC-QTY-ISSUED IS NOT NUMERIC
        OR IC-QTY-ISSUED IS EQUAL TO ZERO
      MOVE "ISSUE QUANTITY IS ZERO" TO STATUS-MESSAGE
    ELSE
      IF IC-QTY-ISSUED IS GREATER THAN BAL-ON-HAND
        IF IC-PARTIAL-ISSUE
            AND BAL-ON-HAND IS GREATER THAN ZERO
          MOVE BAL-ON-HAND TO ISSUE-QTY
          SUBTRACT BAL-ON-HAND FROM IC-QTY-ISSUED
            GIVING BACKORDER-QTY
        ELSE
          MOVE "INSUFFICIENT ON HAND" TO STATUS-MESSAGE
          IF NOT IC-NO-BACKORDER
            MOVE IC-QTY-ISSUED TO BACKORDER-QTY.

140-POST-ISSUE-TO-BALANCE.
    SUBTRACT ISSUE-QTY FROM BAL-ON-HAND.
    REWRITE BAL-FWD-CARD
      INVALID KEY
        MOVE "POSTING REJECTED" TO STATUS-MESSAGE.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      MULTIPLY ISSUE-QTY BY BAL-UNIT-PRICE
        GIVING ISSUE-VALUE
      ADD 1 TO ISSUES-POSTED-COUNT
      ADD ISSUE-VALUE TO TOTAL-ISSUE-VALUE
      MOVE "ISSUE POSTED" TO STATUS-MESSAGE
      PERFORM 160-WRITE-ISSUE-HISTORY
    ELSE
      MOVE ZERO TO BACKORDER-QTY
      ADD 1 TO ISSUES-REJECTED-COUNT.

150-PRINT-REGISTER-LINE.
    MOVE IC-WAREHOUSE-CODE  TO IR-WAREHOUSE-CODE.
    MOVE IC-DEPARTMENT-CODE TO IR-DEPARTMENT-CODE.
    MOVE IC-ORDER-REFERENCE TO IR-ORDER-REFERENCE.
    MOVE ISSUE-QTY          TO IR-QTY-ISSUED.
    IF RECORD-WAS-FOUND
      MOVE BAL-ITEM-DESC    TO IR-ITEM-DESC
      MOVE BAL-ON-HAND      TO IR-NEW-ON-HAND
    MOVE STATUS-MESSAGE     TO IR-STATUS-MESSAGE.
    WRITE ISSUE-REGISTER-LINE AFTER ADVANCING 1.

155-SET-ISSUE-DATE.
    IF IC-ISSUE-DATE IS NUMERIC
        AND IC-ISSUE-DATE IS GREATER THAN ZERO
      MOVE IC-ISSUE-DATE TO ISSUE-DATE-USED
    ELSE
      MOVE RUN-DATE-RAW  TO ISSUE-DATE-USED.

160-WRITE-ISSUE-HISTORY.
    IF BAL-IS-LOT-CONTROLLED
      MOVE ISSUE-QTY TO LOT-DRAW-QTY
      PERFORM 600-DRAW-LOTS-FIRST-EXPIRING
    ELSE
      MOVE 1 TO LOT-DRAW-COUNT
      MOVE SPACE TO LD-LOT-NUMBER(1)
      MOVE ZERO TO LD-EXPIRY-DATE(1)
      MOVE ISSUE-QTY TO LD-QTY-DRAWN(1).
    PERFORM 165-WRITE-ONE-ISSUE-HISTORY
      VARYING LD-INDEX FROM 1 BY 1
      UNTIL LD-INDEX IS GREATER THAN LOT-DRAW-COUNT.

165-WRITE-ONE-ISSUE-HISTORY.
    MULTIPLY LD-QTY-DRAWN(LD-INDEX) BY BAL-UNIT-PRICE
      GIVING LOT-ISSUE-VALUE.
    MOVE SPACE              TO ISSUE-HISTORY-RECORD.
    MOVE ISSUE-DATE-USED    TO IS-ISSUE-DATE.
    MOVE BAL-ITEM-NO        TO IS-ITEM-NO.
    MOVE BAL-WAREHOUSE-CODE TO IS-WAREHOUSE-CODE.
    MOVE LD-QTY-DRAWN(LD-INDEX) TO IS-QTY-ISSUED.
    MOVE IC-DEPARTMENT-CODE TO IS-DEPARTMENT-CODE.
    MOVE IC-ORDER-REFERENCE TO IS-ORDER-REFERENCE.
    MOVE LOT-ISSUE-VALUE    TO IS-EXTENDED-VALUE.
    MOVE LD-LOT-NUMBER(LD-INDEX) TO IS-LOT-NUMBER.
    WRITE ISSUE-HISTORY-RECORD.

170-WRITE-BACKORDER.
    MOVE IC-ITEM-NO         TO BO-ITEM-NO.
    MOVE IC-WAREHOUSE-CODE  TO BO-WAREHOUSE-CODE.
    MOVE IC-DEPARTMENT-CODE TO BO-DEPARTMENT-CODE.
    MOVE IC-ORDER-REFERENCE TO BO-ORDER-REFERENCE.
    MOVE "Y" TO BACKORDER-FOUND-SWITCH.
    READ BACKORDER-FILE RECORD
      INVALID KEY
        MOVE "N" TO BACKORDER-FOUND-SWITCH.
    IF BACKORDER-FOUND-SWITCH IS EQUAL TO "Y"
      IF BO-IS-FILLED OR BO-IS-CANCELLED
        MOVE ISSUE-DATE-USED  TO BO-BACKORDER-DATE
        MOVE IC-USER-INITIALS TO BO-USER-INITIALS
      END-IF
      IF BO-IS-CANCELLED
        MOVE BO-QTY-FILLED TO BO-QTY-BACKORDERED
      END-IF
      ADD BACKORDER-QTY TO BO-QTY-BACKORDERED
      MOVE "O" TO BO-STATUS
      REWRITE BACKORDER-RECORD
        INVALID KEY
          MOVE "N" TO BACKORDER-FOUND-SWITCH
      END-REWRITE
    ELSE
      MOVE SPACE              TO BACKORDER-RECORD
      MOVE IC-ITEM-NO         TO BO-ITEM-NO
      MOVE IC-WAREHOUSE-CODE  TO BO-WAREHOUSE-CODE
      MOVE IC-DEPARTMENT-CODE TO BO-DEPARTMENT-CODE
      MOVE IC-ORDER-REFERENCE TO BO-ORDER-REFERENCE
      MOVE ISSUE-DATE-USED    TO BO-BACKORDER-DATE
      MOVE BACKORDER-QTY      TO BO-QTY-BACKORDERED
      MOVE ZERO               TO BO-QTY-FILLED
      MOVE "O"                TO BO-STATUS
      MOVE ZERO               TO BO-LAST-FILL-DATE
      MOVE IC-USER-INITIALS   TO BO-USER-INITIALS
      MOVE "Y" TO BACKORDER-FOUND-SWITCH
      WRITE BACKORDER-RECORD
        INVALID KEY
          MOVE "N" TO BACKORDER-FOUND-SWITCH
      END-WRITE
    END-IF.
    IF BACKORDER-FOUND-SWITCH IS EQUAL TO "Y"
      ADD 1 TO BACKORDERS-WRITTEN-COUNT
      IF STATUS-MESSAGE IS EQUAL TO "ISSUE POSTED"
        MOVE "PART ISSUED-REST BACKORD" TO STATUS-MESSAGE
      ELSE
        MOVE "SHORT ON HAND-BACKORDERED" TO STATUS-MESSAGE
      END-IF
    ELSE
      DISPLAY "BACKORDER WRITE FAILED FOR ITEM " IC-ITEM-NO.

190-RECORD-SUSPENSE-DISPOSITION.
    IF STATUS-MESSAGE IS EQUAL TO "ISSUE POSTED"
        OR STATUS-MESSAGE IS EQUAL TO "PART ISSUED-REST BACKORD"
        OR STATUS-MESSAGE IS EQUAL TO "SHORT ON HAND-BACKORDERED"
        OR STATUS-MESSAGE IS EQUAL TO "KIT ISSUED"
        OR STATUS-MESSAGE IS EQUAL TO "KIT POSTING INCOMPLETE"
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
      MOVE "ISSUPOST"         TO SU-SOURCE-PROGRAM
      MOVE RUN-DATE-RAW       TO SU-REJECT-DATE
      MOVE STATUS-MESSAGE     TO SU-REJECT-REASON
      MOVE "O"                TO SU-STATUS
      MOVE ISSUE-TRANSACTION-CARD TO SU-ORIGINAL-IMAGE
      MOVE ISSUE-TRANSACTION-CARD TO SU-CURRENT-IMAGE
      MOVE RUN-DATE-RAW       TO SU-LAST-ACTION-DATE
      MOVE ZERO               TO SU-RETRY-COUNT
      MOVE IC-USER-INITIALS TO SU-USER-INITIALS
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

200-PROCESS-KIT-ISSUE.
    MOVE "N" TO RECORD-FOUND-SWITCH.
    MOVE ZERO TO KIT-COMPONENT-COUNT.
    MOVE ZERO TO KIT-ISSUE-VALUE.
    MOVE SPACE TO KIT-DESC.
    IF IC-QTY-ISSUED IS NOT NUMERIC
        OR IC-QTY-ISSUED IS EQUAL TO ZERO
      MOVE "ISSUE QUANTITY IS ZERO" TO STATUS-MESSAGE
    ELSE
      PERFORM 128-CHECK-DEPARTMENT-MASTER.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      PERFORM 210-LOAD-KIT-COMPONENTS.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      PERFORM 220-CHECK-KIT-COMPONENT
        VARYING KC-INDEX FROM 1 BY 1
        UNTIL KC-INDEX IS GREATER THAN KIT-COMPONENT-COUNT.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      PERFORM 230-POST-KIT-COMPONENT
        VARYING KC-INDEX FROM 1 BY 1
        UNTIL KC-INDEX IS GREATER THAN KIT-COMPONENT-COUNT
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        MOVE "KIT ISSUED" TO STATUS-MESSAGE
      END-IF
      ADD 1 TO ISSUES-POSTED-COUNT
      ADD 1 TO KITS-ISSUED-COUNT
      ADD KIT-ISSUE-VALUE TO TOTAL-ISSUE-VALUE
    ELSE
      ADD 1 TO ISSUES-REJECTED-COUNT.
    PERFORM 250-PRINT-KIT-REGISTER-LINES.

210-LOAD-KIT-COMPONENTS.
    MOVE "N" TO KIT-COMPONENT-EOF-SWITCH.
    IF NOT KIT-MASTER-IS-OPEN
      MOVE "Y" TO KIT-COMPONENT-EOF-SWITCH
    ELSE
      MOVE IC-ITEM-NO TO KM-KIT-NO
      MOVE ZERO TO KM-COMPONENT-ITEM-NO
      START KIT-MASTER-FILE KEY IS NOT LESS THAN KM-KIT-KEY
        INVALID KEY
          MOVE "Y" TO KIT-COMPONENT-EOF-SWITCH.
    PERFORM 215-READ-KIT-COMPONENT
      UNTIL KIT-COMPONENT-EOF-SWITCH IS EQUAL TO "Y".
    IF STATUS-MESSAGE IS EQUAL TO SPACE
        AND KIT-COMPONENT-COUNT IS EQUAL TO ZERO
      MOVE "KIT NOT ON MASTER" TO STATUS-MESSAGE.

215-READ-KIT-COMPONENT.
    READ KIT-MASTER-FILE NEXT RECORD
      AT END
        MOVE "Y" TO KIT-COMPONENT-EOF-SWITCH.
    IF KIT-COMPONENT-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF KM-KIT-NO IS NOT EQUAL TO IC-ITEM-NO
        MOVE "Y" TO KIT-COMPONENT-EOF-SWITCH
      ELSE
        IF KIT-COMPONENT-COUNT IS LESS THAN MAXIMUM-KIT-COMPONENTS
          ADD 1 TO KIT-COMPONENT-COUNT
          MOVE KM-KIT-DESC TO KIT-DESC
          MOVE KM-COMPONENT-ITEM-NO TO KC-ITEM-NO(KIT-COMPONENT-COUNT)
          MULTIPLY KM-QTY-PER-KIT BY IC-QTY-ISSUED
            GIVING KC-REQUIRED-QTY(KIT-COMPONENT-COUNT)
          MOVE SPACE TO KC-ITEM-DESC(KIT-COMPONENT-COUNT)
          MOVE ZERO TO KC-NEW-ON-HAND(KIT-COMPONENT-COUNT)
          MOVE ZERO TO KC-ISSUE-VALUE(KIT-COMPONENT-COUNT)
          MOVE SPACE TO KC-STATUS-MESSAGE(KIT-COMPONENT-COUNT)
        ELSE
          MOVE "KIT HAS TOO MANY ITEMS" TO STATUS-MESSAGE
          MOVE "Y" TO KIT-COMPONENT-EOF-SWITCH.

220-CHECK-KIT-COMPONENT.
    MOVE KC-ITEM-NO(KC-INDEX) TO BAL-ITEM-NO.
    MOVE IC-WAREHOUSE-CODE TO BAL-WAREHOUSE-CODE.
    READ BAL-FWD-FILE RECORD
      INVALID KEY
        MOVE "ITEM NOT AT WAREHOUSE" TO KC-STATUS-MESSAGE(KC-INDEX)
        MOVE "KIT ITEM NOT AT WAREHOUSE" TO STATUS-MESSAGE.
    IF KC-STATUS-MESSAGE(KC-INDEX) IS EQUAL TO SPACE
      MOVE BAL-ITEM-DESC TO KC-ITEM-DESC(KC-INDEX)
      MOVE BAL-ON-HAND TO KC-NEW-ON-HAND(KC-INDEX)
      IF KC-REQUIRED-QTY(KC-INDEX) IS GREATER THAN BAL-ON-HAND
        MOVE "INSUFFICIENT ON HAND" TO KC-STATUS-MESSAGE(KC-INDEX)
        IF STATUS-MESSAGE IS EQUAL TO SPACE
          MOVE "KIT ITEM SHORT ON HAND" TO STATUS-MESSAGE
        END-IF
      ELSE
        MOVE "AVAILABLE" TO KC-STATUS-MESSAGE(KC-INDEX).

230-POST-KIT-COMPONENT.
    MOVE KC-ITEM-NO(KC-INDEX) TO BAL-ITEM-NO.
    MOVE IC-WAREHOUSE-CODE TO BAL-WAREHOUSE-CODE.
    MOVE "Y" TO RECORD-FOUND-SWITCH.
    READ BAL-FWD-FILE RECORD
      INVALID KEY
        MOVE "N" TO RECORD-FOUND-SWITCH.
    IF RECORD-WAS-FOUND
      MOVE KC-REQUIRED-QTY(KC-INDEX) TO ISSUE-QTY
      SUBTRACT ISSUE-QTY FROM BAL-ON-HAND
      REWRITE BAL-FWD-CARD
        INVALID KEY
          MOVE "N" TO RECORD-FOUND-SWITCH
      END-REWRITE
    END-IF.
    IF RECORD-WAS-FOUND
      MULTIPLY ISSUE-QTY BY BAL-UNIT-PRICE
        GIVING ISSUE-VALUE
      ADD ISSUE-VALUE TO KIT-ISSUE-VALUE
      MOVE ISSUE-VALUE TO KC-ISSUE-VALUE(KC-INDEX)
      MOVE BAL-ON-HAND TO KC-NEW-ON-HAND(KC-INDEX)
      MOVE "KIT ITEM POSTED" TO KC-STATUS-MESSAGE(KC-INDEX)
      PERFORM 160-WRITE-ISSUE-HISTORY
    ELSE
      MOVE "POSTING REJECTED" TO KC-STATUS-MESSAGE(KC-INDEX)
      MOVE "KIT POSTING INCOMPLETE" TO STATUS-MESSAGE
      DISPLAY "KIT POSTING INCOMPLETE FOR KIT " IC-ITEM-NO
        " ITEM " KC-ITEM-NO(KC-INDEX).

250-PRINT-KIT-REGISTER-LINES.
    MOVE SPACE TO ISSUE-REGISTER-LINE.
    MOVE IC-ITEM-NO         TO IR-ITEM-NO.
    IF KIT-DESC IS EQUAL TO SPACE
      MOVE "KIT" TO IR-ITEM-DESC
    ELSE
      MOVE KIT-DESC TO IR-ITEM-DESC.
    MOVE IC-WAREHOUSE-CODE  TO IR-WAREHOUSE-CODE.
    MOVE IC-DEPARTMENT-CODE TO IR-DEPARTMENT-CODE.
    MOVE IC-ORDER-REFERENCE TO IR-ORDER-REFERENCE.
    MOVE IC-QTY-ISSUED      TO IR-QTY-ISSUED.
    MOVE ZERO               TO IR-NEW-ON-HAND.
    MOVE KIT-ISSUE-VALUE    TO IR-EXTENDED-VALUE.
    MOVE STATUS-MESSAGE     TO IR-STATUS-MESSAGE.
    WRITE ISSUE-REGISTER-LINE AFTER ADVANCING 1.
    PERFORM 255-PRINT-KIT-COMPONENT-LINE
      VARYING KC-INDEX FROM 1 BY 1
      UNTIL KC-INDEX IS GREATER THAN KIT-COMPONENT-COUNT.

255-PRINT-KIT-COMPONENT-LINE.
    MOVE SPACE TO ISSUE-REGISTER-LINE.
    MOVE KC-ITEM-NO(KC-INDEX)        TO IR-ITEM-NO.
    MOVE KC-ITEM-DESC(KC-INDEX)      TO IR-ITEM-DESC.
    MOVE IC-WAREHOUSE-CODE           TO IR-WAREHOUSE-CODE.
    MOVE IC-DEPARTMENT-CODE          TO IR-DEPARTMENT-CODE.
    MOVE IC-ORDER-REFERENCE          TO IR-ORDER-REFERENCE.
    MOVE KC-REQUIRED-QTY(KC-INDEX)   TO IR-QTY-ISSUED.
    MOVE KC-NEW-ON-HAND(KC-INDEX)    TO IR-NEW-ON-HAND.
    MOVE KC-ISSUE-VALUE(KC-INDEX)    TO IR-EXTENDED-VALUE.
    MOVE KC-STATUS-MESSAGE(KC-INDEX) TO IR-STATUS-MESSAGE.
    WRITE ISSUE-REGISTER-LINE AFTER ADVANCING 1.

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

900-PRINT-REGISTER-TOTALS.
    MOVE ISSUES-READ-COUNT     TO IRT-READ-COUNT.
    MOVE ISSUES-POSTED-COUNT   TO IRT-POSTED-COUNT.
    MOVE ISSUES-REJECTED-COUNT TO IRT-REJECTED-COUNT.
    MOVE TOTAL-ISSUE-VALUE     TO IRT-TOTAL-VALUE.
    MOVE BACKORDERS-WRITTEN-COUNT TO IRT-BACKORDER-COUNT.
    WRITE ISSUE-REGISTER-LINE FROM IR-TOTAL-LINE
      AFTER ADVANCING 2.
    MOVE REENTERED-COUNT TO IRS-REENTERED-COUNT.
    MOVE SUSPENDED-COUNT TO IRS-SUSPENDED-COUNT.
    MOVE KITS-ISSUED-COUNT TO IRS-KITS-ISSUED-COUNT.
    WRITE ISSUE-REGISTER-LINE FROM IR-SUSPENSE-TOTAL-LINE
      AFTER ADVANCING 1.

960-REWRITE-SUSPENSE-CONTROL.
    OPEN OUTPUT SUSPENSE-CONTROL-FILE.
    MOVE SPACE TO SUSPENSE-CONTROL-RECORD.
    MOVE NEXT-SUSPENSE-NO TO SC-NEXT-SUSPENSE-NO.
    WRITE SUSPENSE-CONTROL-RECORD.
    CLOSE SUSPENSE-CONTROL-FILE.
