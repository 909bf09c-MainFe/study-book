IDENTIFICATION DIVISION.
PROGRAM-ID. POST-VENDOR-RETURNS.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT BAL-FWD-FILE   ASSIGN TO "BALFWD.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS BAL-ITEM-KEY
    FILE STATUS IS BAL-FWD-STATUS.
  SELECT RETURN-TRANSACTION-FILE   ASSIGN TO READER.
  SELECT OPEN-PO-MASTER-FILE   ASSIGN TO "OPENPO.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS OP-PO-KEY
    FILE STATUS IS OPEN-PO-STATUS.
  SELECT RECEIPT-HISTORY-FILE   ASSIGN TO "RCPTHIST.DAT"
    FILE STATUS IS RECEIPT-HISTORY-STATUS.
  SELECT RETURN-HISTORY-FILE   ASSIGN TO "RTVHIST.DAT"
    FILE STATUS IS RETURN-HISTORY-STATUS.
  SELECT VENDOR-MASTER-FILE   ASSIGN TO "VENDMAST.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS VM-VENDOR-CODE
    FILE STATUS IS VENDOR-MASTER-STATUS.
  SELECT LOT-BALANCE-FILE   ASSIGN TO "LOTBAL.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS LB-LOT-KEY
    FILE STATUS IS LOT-BALANCE-STATUS.
  SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENSE.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS SU-SUSPENSE-NO
    FILE STATUS IS SUSPENSE-STATUS.
  SELECT SUSPENSE-CONTROL-FILE   ASSIGN TO "SUSPCTL.DAT"
    FILE STATUS IS SUSPENSE-CONTROL-STATUS.
  SELECT RTV-CONTROL-FILE   ASSIGN TO "RTVCTL.DAT"
    FILE STATUS IS RTV-CONTROL-STATUS.
  SELECT DEBIT-MEMO-FILE   ASSIGN TO "DEBITMEM.DAT".
  SELECT RTV-REGISTER   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  BAL-FWD-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "BALREC.CPY".

FD  RETURN-TRANSACTION-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  RETURN-TRANSACTION-CARD.
    02 RT-PO-NUMBER        PICTURE IS 9(6).
    02 RT-ITEM-NO          PICTURE IS 9(5).
    02 RT-WAREHOUSE-CODE   PICTURE IS X(4).
    02 RT-QTY-RETURNED     PICTURE IS 9(7).
    02 RT-REASON-CODE      PICTURE IS X(2).
      88 RT-REASON-IS-VALID       VALUES "DA" "WI" "OS" "EX" "QU".
    02 RT-REPLACEMENT-FLAG PICTURE IS X.
      88 RT-REPLACEMENT-IS-VALID  VALUES "Y" "N" SPACE.
      88 RT-REPLACEMENT-REQUESTED VALUE "Y".
    02 RT-LOT-NUMBER       PICTURE IS X(7).
    02 RT-RMA-NUMBER       PICTURE IS X(10).
    02 RT-USER-INITIALS    PICTURE IS X(3).
    02 FILLER              PICTURE IS X(35).

FD  OPEN-PO-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "OPOREC.CPY".

FD  RECEIPT-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 50 CHARACTERS.
COPY "RCPTREC.CPY".

FD  RETURN-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 100 CHARACTERS.
COPY "RTVREC.CPY".

FD  VENDOR-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "VENDREC.CPY".

FD  LOT-BALANCE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 60 CHARACTERS.
COPY "LOTREC.CPY".

FD  SUSPENSE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 240 CHARACTERS.
COPY "SUSPREC.CPY".

FD  SUSPENSE-CONTROL-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "SUSPCTL.CPY".

FD  RTV-CONTROL-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  RTV-CONTROL-RECORD.
    02 RX-NEXT-DEBIT-MEMO-NO PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(74).

FD  DEBIT-MEMO-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  DEBIT-MEMO-RECORD.
    02 DB-MEMO-DATE        PICTURE IS 9(6).
    02 DB-DEBIT-MEMO-NO    PICTURE IS 9(6).
    02 DB-VENDOR-CODE      PICTURE IS X(6).
    02 DB-PO-NUMBER        PICTURE IS 9(6).
    02 DB-LINE-NUMBER      PICTURE IS 9(3).
    02 DB-ITEM-NO          PICTURE IS 9(5).
    02 DB-QTY-RETURNED     PICTURE IS 9(7).
    02 DB-UNIT-PRICE       PICTURE IS 999V99.
    02 DB-AMOUNT           PICTURE IS 9(7)V99.
    02 DB-REASON-CODE      PICTURE IS X(2).
    02 DB-REPLACEMENT-FLAG PICTURE IS X.
      88 DB-REPLACEMENT-REQUESTED VALUE "Y".
    02 DB-RMA-NUMBER       PICTURE IS X(10).
    02 DB-USER-INITIALS    PICTURE IS X(3).
    02 FILLER              PICTURE IS X(11).

FD  RTV-REGISTER
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  RETURN-REGISTER-LINE.
    02 RR-PO-NUMBER        PICTURE IS X(6).
    02 FILLER              PICTURE IS X(2).
    02 RR-ITEM-NO          PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(2).
    02 RR-ITEM-DESC        PICTURE IS X(20).
    02 FILLER              PICTURE IS X(2).
    02 RR-WAREHOUSE-CODE   PICTURE IS X(4).
    02 FILLER              PICTURE IS X(2).
    02 RR-VENDOR-CODE      PICTURE IS X(6).
    02 FILLER              PICTURE IS X(2).
    02 RR-QTY-RETURNED     PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(2).
    02 RR-REASON-CODE      PICTURE IS X(2).
    02 FILLER              PICTURE IS X(2).
    02 RR-REPLACEMENT-FLAG PICTURE IS X.
    02 FILLER              PICTURE IS X(2).
    02 RR-DEBIT-AMOUNT     PICTURE IS Z,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(2).
    02 RR-DEBIT-MEMO-NO    PICTURE IS Z(5)9.
    02 FILLER              PICTURE IS X(2).
    02 RR-LOT-NUMBER       PICTURE IS X(7).
    02 FILLER              PICTURE IS X(2).
    02 RR-STATUS-MESSAGE   PICTURE IS X(25).
    02 FILLER              PICTURE IS X(9).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 BAL-FWD-STATUS      PICTURE IS X(2).
    02 OPEN-PO-STATUS      PICTURE IS X(2).
    02 RECEIPT-HISTORY-STATUS PICTURE IS X(2).
    02 RETURN-HISTORY-STATUS PICTURE IS X(2).
    02 VENDOR-MASTER-STATUS PICTURE IS X(2).
    02 LOT-BALANCE-STATUS  PICTURE IS X(2).
    02 SUSPENSE-STATUS     PICTURE IS X(2).
    02 SUSPENSE-CONTROL-STATUS PICTURE IS X(2).
    02 RTV-CONTROL-STATUS  PICTURE IS X(2).
01  SWITCHES.
    02 RETURN-EOF-SWITCH   PICTURE IS X.
    02 RECEIPT-EOF-SWITCH  PICTURE IS X.
    02 RETURN-HISTORY-EOF-SWITCH PICTURE IS X.
    02 RECORD-FOUND-SWITCH PICTURE IS X.
      88 RECORD-WAS-FOUND        VALUE "Y".
      88 RECORD-WAS-NOT-FOUND    VALUE "N".
    02 PO-LINE-FOUND-SWITCH PICTURE IS X.
    02 PO-SCAN-DONE-SWITCH  PICTURE IS X.
    02 RETURN-POSTED-SWITCH PICTURE IS X.
    02 SUSPENSE-SCAN-DONE-SWITCH PICTURE IS X.
    02 SUSPENSE-WRITTEN-SWITCH PICTURE IS X.
    02 REFEED-SWITCH       PICTURE IS X.
      88 CARD-IS-REFEED          VALUE "Y".
    02 LOT-FOUND-SWITCH    PICTURE IS X.
    02 LOT-SCAN-DONE-SWITCH PICTURE IS X.
    02 VENDOR-MASTER-SWITCH PICTURE IS X.
      88 VENDOR-MASTER-IS-PRESENT VALUE "Y".
    02 REASON-FOUND-SWITCH PICTURE IS X.
    02 CARD-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
01  CONSTANTS.
    02 MAXIMUM-LOT-DRAWS   PICTURE IS 9(2) VALUE 20.
    02 MAXIMUM-RETURN-CARDS PICTURE IS 9(3) VALUE 500.
    02 MAXIMUM-REASON-CODES PICTURE IS 9 VALUE 5.
01  WORK-FIELDS.
    02 RETURNS-POSTED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 RETURNS-REJECTED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 STATUS-MESSAGE      PICTURE IS X(25).
    02 AVAILABLE-TO-RETURN PICTURE IS 9(7).
    02 DEBIT-UNIT-PRICE    PICTURE IS 999V99.
    02 DEBIT-AMOUNT        PICTURE IS 9(7)V99.
    02 LOT-DEBIT-AMOUNT    PICTURE IS 9(7)V99.
    02 RETURN-VALUE        PICTURE IS 9(7)V99.
    02 TOTAL-DEBIT-VALUE   PICTURE IS 9(9)V99 VALUE ZERO.
    02 OUTSTANDING-BEFORE  PICTURE IS 9(7).
    02 OUTSTANDING-AFTER   PICTURE IS 9(7).
    02 ON-ORDER-INCREASE   PICTURE IS 9(7).
    02 SAVED-RECEIVED-QTY  PICTURE IS 9(7).
    02 SAVED-LINE-STATUS   PICTURE IS X.
    02 NEXT-DEBIT-MEMO-NO  PICTURE IS 9(6) VALUE 1.
    02 CURRENT-DEBIT-MEMO-NO PICTURE IS 9(6).
    02 NEXT-SUSPENSE-NO    PICTURE IS 9(6) VALUE 1.
    02 SUSPENDED-COUNT     PICTURE IS 9(5) VALUE ZERO.
    02 REENTERED-COUNT     PICTURE IS 9(5) VALUE ZERO.
    02 LOT-DRAW-QTY        PICTURE IS 9(5).
    02 LOT-QTY-REMAINING   PICTURE IS 9(5).
    02 LOT-TAKE-QTY        PICTURE IS 9(5).
    02 VENDOR-QTY-TOTAL    PICTURE IS 9(7).
    02 VENDOR-DEBIT-TOTAL  PICTURE IS 9(9)V99.
    02 REASON-DESCRIPTION  PICTURE IS X(20).
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
01  REASON-DESCRIPTION-VALUES.
    02 FILLER PICTURE IS X(22) VALUE "DADAMAGED".
    02 FILLER PICTURE IS X(22) VALUE "WIWRONG ITEM SHIPPED".
    02 FILLER PICTURE IS X(22) VALUE "OSOVER SHIPMENT".
    02 FILLER PICTURE IS X(22) VALUE "EXEXPIRED STOCK".
    02 FILLER PICTURE IS X(22) VALUE "QUQUALITY REJECT".
01  REASON-DESCRIPTION-TABLE REDEFINES REASON-DESCRIPTION-VALUES.
    02 REASON-ENTRY OCCURS 5 TIMES.
      03 RS-REASON-CODE     PICTURE IS X(2).
      03 RS-DESCRIPTION     PICTURE IS X(20).
01  REASON-TABLE-CONTROLS.
    02 RS-SEARCH-INDEX     PICTURE IS 9.
01  LOT-DRAW-TABLE.
    02 LOT-DRAW-ENTRY OCCURS 21 TIMES.
      03 LD-LOT-NUMBER     PICTURE IS X(7).
      03 LD-EXPIRY-DATE    PICTURE IS 9(6).
      03 LD-QTY-DRAWN      PICTURE IS 9(5).
01  LOT-DRAW-TABLE-CONTROLS.
    02 LOT-DRAW-COUNT      PICTURE IS 9(2).
    02 LD-INDEX            PICTURE IS 9(2).
01  RETURN-CARD-TABLE.
    02 RETURN-CARD-ENTRY OCCURS 500 TIMES.
      03 CT-CARD-IMAGE.
        04 CT-PO-NUMBER       PICTURE IS 9(6).
        04 CT-ITEM-NO         PICTURE IS 9(5).
        04 CT-WAREHOUSE-CODE  PICTURE IS X(4).
        04 CT-QTY-RETURNED    PICTURE IS 9(7).
        04 CT-REASON-CODE     PICTURE IS X(2).
        04 FILLER             PICTURE IS X(8).
        04 CT-RMA-NUMBER      PICTURE IS X(10).
        04 FILLER             PICTURE IS X(38).
      03 CT-REFEED-FLAG     PICTURE IS X.
      03 CT-SUSPENSE-NO     PICTURE IS 9(6).
      03 CT-RECEIVED-QTY    PICTURE IS 9(7).
      03 CT-RETURNED-QTY    PICTURE IS 9(7).
      03 CT-POSTED-FLAG     PICTURE IS X.
      03 CT-DOCUMENTED-FLAG PICTURE IS X.
      03 CT-VENDOR-CODE     PICTURE IS X(6).
      03 CT-ITEM-DESC       PICTURE IS X(20).
      03 CT-DEBIT-MEMO-NO   PICTURE IS 9(6).
      03 CT-DEBIT-AMOUNT    PICTURE IS 9(7)V99.
01  RETURN-CARD-TABLE-CONTROLS.
    02 RETURN-CARD-COUNT   PICTURE IS 9(3) VALUE ZERO.
    02 CT-INDEX            PICTURE IS 9(3).
    02 CT-SEARCH-INDEX     PICTURE IS 9(3).
01  RR-HEADING-LINE-1.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(30)
                           VALUE "RETURN TO VENDOR REGISTER".
    02 FILLER              PICTURE IS X(30) VALUE SPACE.
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 RRH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(49) VALUE SPACE.
01  RR-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(6) VALUE "PO NO".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "ITEM#".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "DESCRIPTION".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(4) VALUE "WRHS".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE "VENDOR".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "    QTY".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(2) VALUE "RC".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(1) VALUE "R".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(12) VALUE "DEBIT AMOUNT".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE " MEMO#".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "LOT NO".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(25) VALUE "STATUS".
    02 FILLER              PICTURE IS X(9) VALUE SPACE.
01  RR-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(16) VALUE "RETURNS POSTED: ".
    02 RRT-POSTED-COUNT    PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(18) VALUE "RETURNS REJECTED: ".
    02 RRT-REJECTED-COUNT  PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(18) VALUE "DEBIT MEMO TOTAL: ".
    02 RRT-DEBIT-VALUE     PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(41) VALUE SPACE.
01  RR-SUSPENSE-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(26) VALUE "RE-ENTERED FROM SUSPENSE: ".
    02 RRS-REENTERED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(11) VALUE "SUSPENDED: ".
    02 RRS-SUSPENDED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(75) VALUE SPACE.
01  SD-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(40)
                           VALUE "RETURN TO VENDOR SHIPPING DOCUMENT".
    02 FILLER              PICTURE IS X(20) VALUE SPACE.
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 SDH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(49) VALUE SPACE.
01  SD-VENDOR-LINE-1.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(9) VALUE "SHIP TO: ".
    02 SDV-VENDOR-CODE     PICTURE IS X(6).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 SDV-VENDOR-NAME     PICTURE IS X(20).
    02 FILLER              PICTURE IS X(89) VALUE SPACE.
01  SD-VENDOR-LINE-2.
    02 FILLER              PICTURE IS X(14) VALUE SPACE.
    02 SDV-VENDOR-ADDRESS  PICTURE IS X(30).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE "ATTN: ".
    02 SDV-CONTACT-NAME    PICTURE IS X(15).
    02 FILLER              PICTURE IS X(64) VALUE SPACE.
01  SD-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(6) VALUE "PO NO".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "ITEM#".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "DESCRIPTION".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(4) VALUE "WRHS".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "    QTY".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "REASON".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(10) VALUE "RMA NO".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE " MEMO#".
    02 FILLER              PICTURE IS X(33) VALUE SPACE.
01  SD-DETAIL-LINE.
    02 SDD-PO-NUMBER       PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 SDD-ITEM-NO         PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 SDD-ITEM-DESC       PICTURE IS X(20).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 SDD-WAREHOUSE-CODE  PICTURE IS X(4).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 SDD-QTY-RETURNED    PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 SDD-REASON          PICTURE IS X(20).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 SDD-RMA-NUMBER      PICTURE IS X(10).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 SDD-DEBIT-MEMO-NO   PICTURE IS Z(5)9.
    02 FILLER              PICTURE IS X(33) VALUE SPACE.
01  SD-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(22) VALUE "TOTAL UNITS RETURNED: ".
    02 SDT-QTY-RETURNED    PICTURE IS Z,ZZZ,ZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(13) VALUE "DEBIT VALUE: ".
    02 SDT-DEBIT-VALUE     PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(64) VALUE SPACE.
01  SD-SIGNATURE-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(32)
                           VALUE "SHIPPED BY: ____________________".
    02 FILLER              PICTURE IS X(17) VALUE "   DATE: ________".
    02 FILLER              PICTURE IS X(22)
                           VALUE "   CARRIER: __________".
    02 FILLER              PICTURE IS X(56) VALUE SPACE.

PROCEDURE DIVISION.
000-POST-VENDOR-RETURNS.
    OPEN I-O BAL-FWD-FILE.
    OPEN I-O OPEN-PO-MASTER-FILE.
    IF OPEN-PO-STATUS IS EQUAL TO "35"
      DISPLAY "OPEN PO MASTER MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN INPUT RETURN-TRANSACTION-FILE.
    PERFORM 005-OPEN-VENDOR-MASTER-FILE.
    PERFORM 008-READ-RTV-CONTROL.
    PERFORM 028-OPEN-SUSPENSE-FILES.
    PERFORM 029-OPEN-LOT-BALANCE-FILE.
    OPEN OUTPUT DEBIT-MEMO-FILE.
    OPEN OUTPUT RTV-REGISTER.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 050-PRINT-REGISTER-HEADINGS.
    MOVE "N" TO RETURN-EOF-SWITCH.
    PERFORM 010-LOAD-RETURN-CARD
      UNTIL RETURN-EOF-SWITCH IS EQUAL TO "Y".
    PERFORM 020-ACCUMULATE-RECEIVED-QTY.
    PERFORM 024-ACCUMULATE-RETURNED-QTY.
    PERFORM 027-OPEN-RETURN-HISTORY-FILE.
    PERFORM 100-PROCESS-RETURN
      VARYING CT-INDEX FROM 1 BY 1
      UNTIL CT-INDEX IS GREATER THAN RETURN-CARD-COUNT.
    PERFORM 900-PRINT-REGISTER-TOTALS.
    PERFORM 300-PRINT-SHIPPING-DOCUMENT
      VARYING CT-INDEX FROM 1 BY 1
      UNTIL CT-INDEX IS GREATER THAN RETURN-CARD-COUNT.
    PERFORM 960-REWRITE-SUSPENSE-CONTROL.
    PERFORM 965-REWRITE-RTV-CONTROL.
    CLOSE BAL-FWD-FILE.
    CLOSE OPEN-PO-MASTER-FILE.
    CLOSE RETURN-TRANSACTION-FILE.
    CLOSE RETURN-HISTORY-FILE.
    CLOSE SUSPENSE-FILE.
    CLOSE LOT-BALANCE-FILE.
    CLOSE DEBIT-MEMO-FILE.
    IF VENDOR-MASTER-IS-PRESENT
      CLOSE VENDOR-MASTER-FILE.
    CLOSE RTV-REGISTER.
    STOP RUN.

005-OPEN-VENDOR-MASTER-FILE.
    MOVE "Y" TO VENDOR-MASTER-SWITCH.
    OPEN INPUT VENDOR-MASTER-FILE.
    IF VENDOR-MASTER-STATUS IS EQUAL TO "35"
      MOVE "N" TO VENDOR-MASTER-SWITCH.

008-READ-RTV-CONTROL.
    OPEN INPUT RTV-CONTROL-FILE.
    IF RTV-CONTROL-STATUS IS NOT EQUAL TO "35"
      READ RTV-CONTROL-FILE RECORD
        AT END
          MOVE ZERO TO RX-NEXT-DEBIT-MEMO-NO
      END-READ
      IF RX-NEXT-DEBIT-MEMO-NO IS NUMERIC
          AND RX-NEXT-DEBIT-MEMO-NO IS GREATER THAN ZERO
        MOVE RX-NEXT-DEBIT-MEMO-NO TO NEXT-DEBIT-MEMO-NO
      END-IF
      CLOSE RTV-CONTROL-FILE.

010-LOAD-RETURN-CARD.
    MOVE "N" TO REFEED-SWITCH.
    PERFORM 012-FIND-CORRECTED-ENTRY
      UNTIL SUSPENSE-SCAN-DONE-SWITCH IS EQUAL TO "Y"
         OR CARD-IS-REFEED.
    IF CARD-IS-REFEED
      MOVE SU-CURRENT-IMAGE TO RETURN-TRANSACTION-CARD
      PERFORM 015-ADD-RETURN-CARD-ENTRY
    ELSE
      READ RETURN-TRANSACTION-FILE RECORD
        AT END
          MOVE "Y" TO RETURN-EOF-SWITCH
      END-READ
      IF RETURN-EOF-SWITCH IS NOT EQUAL TO "Y"
        PERFORM 015-ADD-RETURN-CARD-ENTRY.

012-FIND-CORRECTED-ENTRY.
    READ SUSPENSE-FILE NEXT RECORD
      AT END
        MOVE "Y" TO SUSPENSE-SCAN-DONE-SWITCH.
    IF SUSPENSE-SCAN-DONE-SWITCH IS NOT EQUAL TO "Y"
      IF SU-IS-CORRECTED
          AND SU-FROM-RETURN-POSTING
        MOVE "Y" TO REFEED-SWITCH.

015-ADD-RETURN-CARD-ENTRY.
    IF RETURN-CARD-COUNT IS LESS THAN MAXIMUM-RETURN-CARDS
      ADD 1 TO RETURN-CARD-COUNT
      MOVE RETURN-TRANSACTION-CARD TO CT-CARD-IMAGE(RETURN-CARD-COUNT)
      MOVE REFEED-SWITCH TO CT-REFEED-FLAG(RETURN-CARD-COUNT)
      IF CARD-IS-REFEED
        MOVE SU-SUSPENSE-NO TO CT-SUSPENSE-NO(RETURN-CARD-COUNT)
      ELSE
        MOVE ZERO TO CT-SUSPENSE-NO(RETURN-CARD-COUNT)
      END-IF
      MOVE ZERO  TO CT-RECEIVED-QTY(RETURN-CARD-COUNT)
      MOVE ZERO  TO CT-RETURNED-QTY(RETURN-CARD-COUNT)
      MOVE "N"   TO CT-POSTED-FLAG(RETURN-CARD-COUNT)
      MOVE "N"   TO CT-DOCUMENTED-FLAG(RETURN-CARD-COUNT)
      MOVE SPACE TO CT-VENDOR-CODE(RETURN-CARD-COUNT)
      MOVE SPACE TO CT-ITEM-DESC(RETURN-CARD-COUNT)
      MOVE ZERO  TO CT-DEBIT-MEMO-NO(RETURN-CARD-COUNT)
      MOVE ZERO  TO CT-DEBIT-AMOUNT(RETURN-CARD-COUNT)
    ELSE
      IF CARD-IS-REFEED
        IF CARD-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
          MOVE "Y" TO CARD-TABLE-FULL-SWITCH
          DISPLAY "RETURN CARD TABLE FULL - CORRECTIONS HELD FOR NEXT RUN"
        END-IF
      ELSE
        PERFORM 018-SUSPEND-OVERFLOW-CARD.

018-SUSPEND-OVERFLOW-CARD.
    MOVE "CARD TABLE FULL" TO STATUS-MESSAGE.
    MOVE "N" TO RECORD-FOUND-SWITCH.
    MOVE "N" TO PO-LINE-FOUND-SWITCH.
    MOVE "N" TO RETURN-POSTED-SWITCH.
    ADD 1 TO RETURNS-REJECTED-COUNT.
    PERFORM 180-PRINT-REGISTER-LINE.
    PERFORM 192-SUSPEND-REJECTED-CARD.

020-ACCUMULATE-RECEIVED-QTY.
    MOVE "N" TO RECEIPT-EOF-SWITCH.
    OPEN INPUT RECEIPT-HISTORY-FILE.
    IF RECEIPT-HISTORY-STATUS IS EQUAL TO "35"
      DISPLAY "RECEIPT HISTORY MISSING - RECEIPTS TAKEN AS ZERO"
    ELSE
      PERFORM 021-READ-ONE-RECEIPT
        UNTIL RECEIPT-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE RECEIPT-HISTORY-FILE.

021-READ-ONE-RECEIPT.
    READ RECEIPT-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO RECEIPT-EOF-SWITCH.
    IF RECEIPT-EOF-SWITCH IS NOT EQUAL TO "Y"
      PERFORM 022-APPLY-RECEIPT-TO-CARD
        VARYING CT-SEARCH-INDEX FROM 1 BY 1
        UNTIL CT-SEARCH-INDEX IS GREATER THAN RETURN-CARD-COUNT.

022-APPLY-RECEIPT-TO-CARD.
    IF CT-PO-NUMBER(CT-SEARCH-INDEX) IS EQUAL TO RH-PO-NUMBER
        AND CT-ITEM-NO(CT-SEARCH-INDEX) IS EQUAL TO RH-ITEM-NO
        AND CT-WAREHOUSE-CODE(CT-SEARCH-INDEX) IS EQUAL TO
              RH-WAREHOUSE-CODE
      ADD RH-QTY-RECEIVED TO CT-RECEIVED-QTY(CT-SEARCH-INDEX).

024-ACCUMULATE-RETURNED-QTY.
    MOVE "N" TO RETURN-HISTORY-EOF-SWITCH.
    OPEN INPUT RETURN-HISTORY-FILE.
    IF RETURN-HISTORY-STATUS IS NOT EQUAL TO "35"
      PERFORM 025-READ-ONE-RETURN
        UNTIL RETURN-HISTORY-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE RETURN-HISTORY-FILE.

025-READ-ONE-RETURN.
    READ RETURN-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO RETURN-HISTORY-EOF-SWITCH.
    IF RETURN-HISTORY-EOF-SWITCH IS NOT EQUAL TO "Y"
      PERFORM 026-APPLY-RETURN-TO-CARD
        VARYING CT-SEARCH-INDEX FROM 1 BY 1
        UNTIL CT-SEARCH-INDEX IS GREATER THAN RETURN-CARD-COUNT.

026-APPLY-RETURN-TO-CARD.
    IF CT-PO-NUMBER(CT-SEARCH-INDEX) IS EQUAL TO RV-PO-NUMBER
        AND CT-ITEM-NO(CT-SEARCH-INDEX) IS EQUAL TO RV-ITEM-NO
        AND CT-WAREHOUSE-CODE(CT-SEARCH-INDEX) IS EQUAL TO
              RV-WAREHOUSE-CODE
      ADD RV-QTY-RETURNED TO CT-RETURNED-QTY(CT-SEARCH-INDEX).

027-OPEN-RETURN-HISTORY-FILE.
    OPEN EXTEND RETURN-HISTORY-FILE.
    IF RETURN-HISTORY-STATUS IS EQUAL TO "35"
      OPEN OUTPUT RETURN-HISTORY-FILE.

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
    MOVE RUN-DATE-DISPLAY TO RRH-RUN-DATE.
    WRITE RETURN-REGISTER-LINE FROM RR-HEADING-LINE-1
      AFTER ADVANCING PAGE.
    WRITE RETURN-REGISTER-LINE FROM RR-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

100-PROCESS-RETURN.
    MOVE CT-CARD-IMAGE(CT-INDEX) TO RETURN-TRANSACTION-CARD.
    MOVE SPACE TO STATUS-MESSAGE.
    MOVE "N" TO RECORD-FOUND-SWITCH.
    MOVE "N" TO PO-LINE-FOUND-SWITCH.
    MOVE "N" TO RETURN-POSTED-SWITCH.
    MOVE "N" TO LOT-FOUND-SWITCH.
    MOVE ZERO TO LOT-DRAW-COUNT.
    PERFORM 115-VALIDATE-RETURN-CARD.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      PERFORM 120-READ-BAL-FWD-RECORD
      IF RECORD-WAS-NOT-FOUND
        MOVE "ITEM NOT AT WAREHOUSE" TO STATUS-MESSAGE.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      PERFORM 125-FIND-PO-LINE
      IF PO-LINE-FOUND-SWITCH IS NOT EQUAL TO "Y"
        MOVE "ITEM NOT ON PO" TO STATUS-MESSAGE.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      PERFORM 130-CHECK-RETURN-QUANTITY.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      PERFORM 135-VALIDATE-RETURN-LOT.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      PERFORM 140-POST-RETURN-TO-BALANCE.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      PERFORM 150-COMPLETE-RETURN-POSTING
    ELSE
      ADD 1 TO RETURNS-REJECTED-COUNT.
    PERFORM 180-PRINT-REGISTER-LINE.
    PERFORM 190-RECORD-SUSPENSE-DISPOSITION.

115-VALIDATE-RETURN-CARD.
    IF RT-PO-NUMBER IS NOT NUMERIC
      MOVE "PO REFERENCE NOT NUMERIC" TO STATUS-MESSAGE
    ELSE
      IF RT-PO-NUMBER IS EQUAL TO ZERO
        MOVE "PO REFERENCE MISSING" TO STATUS-MESSAGE
      ELSE
        IF RT-QTY-RETURNED IS NOT NUMERIC
          MOVE "RETURN QTY INVALID" TO STATUS-MESSAGE
        ELSE
          IF RT-QTY-RETURNED IS EQUAL TO ZERO
            MOVE "RETURN QTY INVALID" TO STATUS-MESSAGE
          ELSE
            IF NOT RT-REASON-IS-VALID
              MOVE "REASON CODE INVALID" TO STATUS-MESSAGE
            ELSE
              IF NOT RT-REPLACEMENT-IS-VALID
                MOVE "REPLACEMENT FLAG INVALID" TO STATUS-MESSAGE.

120-READ-BAL-FWD-RECORD.
    MOVE RT-ITEM-NO TO BAL-ITEM-NO.
    MOVE RT-WAREHOUSE-CODE TO BAL-WAREHOUSE-CODE.
    MOVE "Y" TO RECORD-FOUND-SWITCH.
    READ BAL-FWD-FILE RECORD
      INVALID KEY
        MOVE "N" TO RECORD-FOUND-SWITCH.

125-FIND-PO-LINE.
    MOVE "N" TO PO-SCAN-DONE-SWITCH.
    MOVE RT-PO-NUMBER TO OP-PO-NUMBER.
    MOVE ZERO TO OP-LINE-NUMBER.
    START OPEN-PO-MASTER-FILE KEY IS GREATER THAN OP-PO-KEY
      INVALID KEY
        MOVE "Y" TO PO-SCAN-DONE-SWITCH.
    PERFORM 127-SCAN-ONE-PO-LINE
      UNTIL PO-SCAN-DONE-SWITCH IS EQUAL TO "Y"
         OR PO-LINE-FOUND-SWITCH IS EQUAL TO "Y".

127-SCAN-ONE-PO-LINE.
    READ OPEN-PO-MASTER-FILE NEXT RECORD
      AT END
        MOVE "Y" TO PO-SCAN-DONE-SWITCH.
    IF PO-SCAN-DONE-SWITCH IS NOT EQUAL TO "Y"
      IF OP-PO-NUMBER IS NOT EQUAL TO RT-PO-NUMBER
        MOVE "Y" TO PO-SCAN-DONE-SWITCH
      ELSE
        IF OP-ITEM-NO IS EQUAL TO RT-ITEM-NO
            AND OP-WAREHOUSE-CODE IS EQUAL TO RT-WAREHOUSE-CODE
          MOVE "Y" TO PO-LINE-FOUND-SWITCH.

130-CHECK-RETURN-QUANTITY.
    MOVE ZERO TO AVAILABLE-TO-RETURN.
    IF CT-RECEIVED-QTY(CT-INDEX) IS GREATER THAN
         CT-RETURNED-QTY(CT-INDEX)
      SUBTRACT CT-RETURNED-QTY(CT-INDEX) FROM CT-RECEIVED-QTY(CT-INDEX)
        GIVING AVAILABLE-TO-RETURN.
    IF CT-RECEIVED-QTY(CT-INDEX) IS EQUAL TO ZERO
      MOVE "NOTHING RECEIVED ON PO" TO STATUS-MESSAGE
    ELSE
      IF RT-QTY-RETURNED IS GREATER THAN AVAILABLE-TO-RETURN
        MOVE "EXCEEDS QTY RECEIVED" TO STATUS-MESSAGE
      ELSE
        IF RT-QTY-RETURNED IS GREATER THAN BAL-ON-HAND
          MOVE "RETURN EXCEEDS ON HAND" TO STATUS-MESSAGE
        ELSE
          IF RT-REPLACEMENT-REQUESTED
              AND OP-LINE-IS-CANCELLED
            MOVE "PO LINE CANCELLED" TO STATUS-MESSAGE.

135-VALIDATE-RETURN-LOT.
    IF RT-LOT-NUMBER IS NOT EQUAL TO SPACE
      IF BAL-IS-LOT-CONTROLLED
        PERFORM 137-FIND-RETURN-LOT
        IF LOT-FOUND-SWITCH IS NOT EQUAL TO "Y"
          MOVE "LOT NOT ON FILE" TO STATUS-MESSAGE
        ELSE
          IF LB-QTY-ON-HAND IS LESS THAN RT-QTY-RETURNED
            MOVE "LOT QTY INSUFFICIENT" TO STATUS-MESSAGE
          END-IF
        END-IF
      ELSE
        MOVE "ITEM NOT LOT CONTROLLED" TO STATUS-MESSAGE.

137-FIND-RETURN-LOT.
    MOVE "N" TO LOT-FOUND-SWITCH.
    MOVE "N" TO LOT-SCAN-DONE-SWITCH.
    MOVE BAL-ITEM-NO        TO LB-ITEM-NO.
    MOVE BAL-WAREHOUSE-CODE TO LB-WAREHOUSE-CODE.
    MOVE ZERO               TO LB-EXPIRY-DATE.
    MOVE LOW-VALUES         TO LB-LOT-NUMBER.
    START LOT-BALANCE-FILE KEY IS NOT LESS THAN LB-LOT-KEY
      INVALID KEY
        MOVE "Y" TO LOT-SCAN-DONE-SWITCH.
    PERFORM 138-SCAN-ONE-RETURN-LOT
      UNTIL LOT-SCAN-DONE-SWITCH IS EQUAL TO "Y"
         OR LOT-FOUND-SWITCH IS EQUAL TO "Y".

138-SCAN-ONE-RETURN-LOT.
    READ LOT-BALANCE-FILE NEXT RECORD
      AT END
        MOVE "Y" TO LOT-SCAN-DONE-SWITCH.
    IF LOT-SCAN-DONE-SWITCH IS NOT EQUAL TO "Y"
      IF LB-ITEM-NO IS NOT EQUAL TO BAL-ITEM-NO
          OR LB-WAREHOUSE-CODE IS NOT EQUAL TO BAL-WAREHOUSE-CODE
        MOVE "Y" TO LOT-SCAN-DONE-SWITCH
      ELSE
        IF LB-LOT-NUMBER IS EQUAL TO RT-LOT-NUMBER
          MOVE "Y" TO LOT-FOUND-SWITCH.

140-POST-RETURN-TO-BALANCE.
    SUBTRACT RT-QTY-RETURNED FROM BAL-ON-HAND.
    IF RT-REPLACEMENT-REQUESTED
      PERFORM 142-REOPEN-PO-LINE.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      REWRITE BAL-FWD-CARD
        INVALID KEY
          MOVE "POSTING REJECTED" TO STATUS-MESSAGE
      END-REWRITE
      IF STATUS-MESSAGE IS NOT EQUAL TO SPACE
          AND RT-REPLACEMENT-REQUESTED
        PERFORM 144-RESTORE-PO-LINE.

142-REOPEN-PO-LINE.
    MOVE OP-RECEIVED-QTY TO SAVED-RECEIVED-QTY.
    MOVE OP-LINE-STATUS TO SAVED-LINE-STATUS.
    MOVE ZERO TO OUTSTANDING-BEFORE.
    IF OP-RECEIVED-QTY IS LESS THAN OP-ORDER-QTY
      SUBTRACT OP-RECEIVED-QTY FROM OP-ORDER-QTY
        GIVING OUTSTANDING-BEFORE.
    IF RT-QTY-RETURNED IS GREATER THAN OP-RECEIVED-QTY
      MOVE ZERO TO OP-RECEIVED-QTY
    ELSE
      SUBTRACT RT-QTY-RETURNED FROM OP-RECEIVED-QTY.
    MOVE ZERO TO OUTSTANDING-AFTER.
    IF OP-RECEIVED-QTY IS LESS THAN OP-ORDER-QTY
      SUBTRACT OP-RECEIVED-QTY FROM OP-ORDER-QTY
        GIVING OUTSTANDING-AFTER.
    SUBTRACT OUTSTANDING-BEFORE FROM OUTSTANDING-AFTER
      GIVING ON-ORDER-INCREASE.
    IF OP-RECEIVED-QTY IS NOT LESS THAN OP-ORDER-QTY
      MOVE "C" TO OP-LINE-STATUS
    ELSE
      IF OP-RECEIVED-QTY IS EQUAL TO ZERO
        MOVE "O" TO OP-LINE-STATUS
      ELSE
        MOVE "P" TO OP-LINE-STATUS.
    REWRITE OPEN-PO-RECORD
      INVALID KEY
        MOVE "PO LINE UPDATE FAILED" TO STATUS-MESSAGE.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      ADD ON-ORDER-INCREASE TO BAL-ON-ORDER.

144-RESTORE-PO-LINE.
    MOVE SAVED-RECEIVED-QTY TO OP-RECEIVED-QTY.
    MOVE SAVED-LINE-STATUS TO OP-LINE-STATUS.
    REWRITE OPEN-PO-RECORD
      INVALID KEY
        DISPLAY "OPEN PO UPDATE FAILED FOR PO " OP-PO-NUMBER
          " LINE " OP-LINE-NUMBER.

150-COMPLETE-RETURN-POSTING.
    PERFORM 155-DRAW-RETURNED-LOTS.
    MOVE BAL-UNIT-PRICE TO DEBIT-UNIT-PRICE.
    IF OP-UNIT-PRICE IS NUMERIC
      IF OP-UNIT-PRICE IS GREATER THAN ZERO
        MOVE OP-UNIT-PRICE TO DEBIT-UNIT-PRICE.
    MULTIPLY RT-QTY-RETURNED BY DEBIT-UNIT-PRICE GIVING DEBIT-AMOUNT.
    MOVE NEXT-DEBIT-MEMO-NO TO CURRENT-DEBIT-MEMO-NO.
    ADD 1 TO NEXT-DEBIT-MEMO-NO.
    PERFORM 160-WRITE-DEBIT-MEMO.
    PERFORM 165-WRITE-ONE-RETURN-HISTORY
      VARYING LD-INDEX FROM 1 BY 1
      UNTIL LD-INDEX IS GREATER THAN LOT-DRAW-COUNT.
    PERFORM 170-ADD-RETURN-TO-LATER-CARDS
      VARYING CT-SEARCH-INDEX FROM CT-INDEX BY 1
      UNTIL CT-SEARCH-INDEX IS GREATER THAN RETURN-CARD-COUNT.
    MOVE "Y"                   TO CT-POSTED-FLAG(CT-INDEX).
    MOVE OP-VENDOR-CODE        TO CT-VENDOR-CODE(CT-INDEX).
    MOVE BAL-ITEM-DESC         TO CT-ITEM-DESC(CT-INDEX).
    MOVE CURRENT-DEBIT-MEMO-NO TO CT-DEBIT-MEMO-NO(CT-INDEX).
    MOVE DEBIT-AMOUNT          TO CT-DEBIT-AMOUNT(CT-INDEX).
    MOVE "Y" TO RETURN-POSTED-SWITCH.
    ADD 1 TO RETURNS-POSTED-COUNT.
    ADD DEBIT-AMOUNT TO TOTAL-DEBIT-VALUE.
    IF RT-REPLACEMENT-REQUESTED
      MOVE "RETURNED FOR REPLACEMENT" TO STATUS-MESSAGE
    ELSE
      MOVE "RETURNED FOR CREDIT" TO STATUS-MESSAGE.

155-DRAW-RETURNED-LOTS.
    IF BAL-IS-LOT-CONTROLLED
      IF RT-LOT-NUMBER IS NOT EQUAL TO SPACE
        MOVE ZERO TO LOT-DRAW-COUNT
        MOVE RT-QTY-RETURNED TO LOT-QTY-REMAINING
        PERFORM 615-TAKE-FROM-LOT
      ELSE
        MOVE RT-QTY-RETURNED TO LOT-DRAW-QTY
        PERFORM 600-DRAW-LOTS-FIRST-EXPIRING
      END-IF
    ELSE
      MOVE 1 TO LOT-DRAW-COUNT
      MOVE SPACE TO LD-LOT-NUMBER(1)
      MOVE ZERO TO LD-EXPIRY-DATE(1)
      MOVE RT-QTY-RETURNED TO LD-QTY-DRAWN(1).

160-WRITE-DEBIT-MEMO.
    MOVE SPACE                 TO DEBIT-MEMO-RECORD.
    MOVE RUN-DATE-RAW          TO DB-MEMO-DATE.
    MOVE CURRENT-DEBIT-MEMO-NO TO DB-DEBIT-MEMO-NO.
    MOVE OP-VENDOR-CODE        TO DB-VENDOR-CODE.
    MOVE OP-PO-NUMBER          TO DB-PO-NUMBER.
    MOVE OP-LINE-NUMBER        TO DB-LINE-NUMBER.
    MOVE RT-ITEM-NO            TO DB-ITEM-NO.
    MOVE RT-QTY-RETURNED       TO DB-QTY-RETURNED.
    MOVE DEBIT-UNIT-PRICE      TO DB-UNIT-PRICE.
    MOVE DEBIT-AMOUNT          TO DB-AMOUNT.
    MOVE RT-REASON-CODE        TO DB-REASON-CODE.
    MOVE RT-REPLACEMENT-FLAG   TO DB-REPLACEMENT-FLAG.
    MOVE RT-RMA-NUMBER         TO DB-RMA-NUMBER.
    MOVE RT-USER-INITIALS      TO DB-USER-INITIALS.
    WRITE DEBIT-MEMO-RECORD.

165-WRITE-ONE-RETURN-HISTORY.
    MULTIPLY LD-QTY-DRAWN(LD-INDEX) BY BAL-UNIT-PRICE
      GIVING RETURN-VALUE.
    MULTIPLY LD-QTY-DRAWN(LD-INDEX) BY DEBIT-UNIT-PRICE
      GIVING LOT-DEBIT-AMOUNT.
    MOVE SPACE                 TO RETURN-HISTORY-RECORD.
    MOVE RUN-DATE-RAW          TO RV-RETURN-DATE.
    MOVE CURRENT-DEBIT-MEMO-NO TO RV-DEBIT-MEMO-NO.
    MOVE OP-VENDOR-CODE        TO RV-VENDOR-CODE.
    MOVE OP-PO-NUMBER          TO RV-PO-NUMBER.
    MOVE OP-LINE-NUMBER        TO RV-LINE-NUMBER.
    MOVE RT-ITEM-NO            TO RV-ITEM-NO.
    MOVE RT-WAREHOUSE-CODE     TO RV-WAREHOUSE-CODE.
    MOVE LD-QTY-DRAWN(LD-INDEX) TO RV-QTY-RETURNED.
    MOVE BAL-UNIT-PRICE        TO RV-UNIT-COST.
    MOVE RETURN-VALUE          TO RV-EXTENDED-VALUE.
    MOVE DEBIT-UNIT-PRICE      TO RV-DEBIT-UNIT-PRICE.
    MOVE LOT-DEBIT-AMOUNT      TO RV-DEBIT-AMOUNT.
    MOVE RT-REASON-CODE        TO RV-REASON-CODE.
    MOVE RT-REPLACEMENT-FLAG   TO RV-REPLACEMENT-FLAG.
    MOVE LD-LOT-NUMBER(LD-INDEX) TO RV-LOT-NUMBER.
    MOVE RT-RMA-NUMBER         TO RV-RMA-NUMBER.
    MOVE RT-USER-INITIALS      TO RV-USER-INITIALS.
    WRITE RETURN-HISTORY-RECORD.

170-ADD-RETURN-TO-LATER-CARDS.
    IF CT-PO-NUMBER(CT-SEARCH-INDEX) IS EQUAL TO RT-PO-NUMBER
        AND CT-ITEM-NO(CT-SEARCH-INDEX) IS EQUAL TO RT-ITEM-NO
        AND CT-WAREHOUSE-CODE(CT-SEARCH-INDEX) IS EQUAL TO
              RT-WAREHOUSE-CODE
      ADD RT-QTY-RETURNED TO CT-RETURNED-QTY(CT-SEARCH-INDEX).

180-PRINT-REGISTER-LINE.
    MOVE SPACE               TO RETURN-REGISTER-LINE.
    MOVE RT-PO-NUMBER        TO RR-PO-NUMBER.
    MOVE RT-ITEM-NO          TO RR-ITEM-NO.
    MOVE RT-WAREHOUSE-CODE   TO RR-WAREHOUSE-CODE.
    MOVE RT-QTY-RETURNED     TO RR-QTY-RETURNED.
    MOVE RT-REASON-CODE      TO RR-REASON-CODE.
    MOVE RT-REPLACEMENT-FLAG TO RR-REPLACEMENT-FLAG.
    MOVE RT-LOT-NUMBER       TO RR-LOT-NUMBER.
    IF RECORD-WAS-FOUND
      MOVE BAL-ITEM-DESC TO RR-ITEM-DESC.
    IF PO-LINE-FOUND-SWITCH IS EQUAL TO "Y"
      MOVE OP-VENDOR-CODE TO RR-VENDOR-CODE.
    IF RETURN-POSTED-SWITCH IS EQUAL TO "Y"
      MOVE DEBIT-AMOUNT          TO RR-DEBIT-AMOUNT
      MOVE CURRENT-DEBIT-MEMO-NO TO RR-DEBIT-MEMO-NO
      IF RT-LOT-NUMBER IS EQUAL TO SPACE
        IF LOT-DRAW-COUNT IS GREATER THAN 1
          MOVE "VARIOUS" TO RR-LOT-NUMBER
        ELSE
          MOVE LD-LOT-NUMBER(1) TO RR-LOT-NUMBER.
    MOVE STATUS-MESSAGE      TO RR-STATUS-MESSAGE.
    WRITE RETURN-REGISTER-LINE AFTER ADVANCING 1.

190-RECORD-SUSPENSE-DISPOSITION.
    MOVE CT-REFEED-FLAG(CT-INDEX) TO REFEED-SWITCH.
    IF CARD-IS-REFEED
      PERFORM 191-READ-REFED-SUSPENSE-ENTRY.
    IF RETURN-POSTED-SWITCH IS EQUAL TO "Y"
      IF CARD-IS-REFEED
        PERFORM 196-MARK-SUSPENSE-REENTERED
      END-IF
    ELSE
      PERFORM 192-SUSPEND-REJECTED-CARD.

191-READ-REFED-SUSPENSE-ENTRY.
    MOVE CT-SUSPENSE-NO(CT-INDEX) TO SU-SUSPENSE-NO.
    READ SUSPENSE-FILE RECORD
      INVALID KEY
        MOVE "N" TO REFEED-SWITCH
        DISPLAY "SUSPENSE ENTRY NOT FOUND " SU-SUSPENSE-NO.

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
      MOVE "RTVPOST"          TO SU-SOURCE-PROGRAM
      MOVE RUN-DATE-RAW       TO SU-REJECT-DATE
      MOVE STATUS-MESSAGE     TO SU-REJECT-REASON
      MOVE "O"                TO SU-STATUS
      MOVE RETURN-TRANSACTION-CARD TO SU-ORIGINAL-IMAGE
      MOVE RETURN-TRANSACTION-CARD TO SU-CURRENT-IMAGE
      MOVE RUN-DATE-RAW       TO SU-LAST-ACTION-DATE
      MOVE ZERO               TO SU-RETRY-COUNT
      MOVE RT-USER-INITIALS   TO SU-USER-INITIALS
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

300-PRINT-SHIPPING-DOCUMENT.
    IF CT-POSTED-FLAG(CT-INDEX) IS EQUAL TO "Y"
        AND CT-DOCUMENTED-FLAG(CT-INDEX) IS NOT EQUAL TO "Y"
      PERFORM 310-PRINT-VENDOR-HEADINGS
      MOVE ZERO TO VENDOR-QTY-TOTAL
      MOVE ZERO TO VENDOR-DEBIT-TOTAL
      PERFORM 320-PRINT-VENDOR-RETURN-LINE
        VARYING CT-SEARCH-INDEX FROM CT-INDEX BY 1
        UNTIL CT-SEARCH-INDEX IS GREATER THAN RETURN-CARD-COUNT
      PERFORM 330-PRINT-VENDOR-TOTALS.

310-PRINT-VENDOR-HEADINGS.
    MOVE CT-VENDOR-CODE(CT-INDEX) TO VM-VENDOR-CODE.
    MOVE "N" TO RECORD-FOUND-SWITCH.
    IF VENDOR-MASTER-IS-PRESENT
      MOVE "Y" TO RECORD-FOUND-SWITCH
      READ VENDOR-MASTER-FILE RECORD
        INVALID KEY
          MOVE "N" TO RECORD-FOUND-SWITCH.
    IF RECORD-WAS-NOT-FOUND
      MOVE SPACE TO VENDOR-MASTER-RECORD
      MOVE CT-VENDOR-CODE(CT-INDEX) TO VM-VENDOR-CODE
      MOVE "NOT ON VENDOR MASTER" TO VM-VENDOR-NAME.
    MOVE RUN-DATE-DISPLAY  TO SDH-RUN-DATE.
    MOVE VM-VENDOR-CODE    TO SDV-VENDOR-CODE.
    MOVE VM-VENDOR-NAME    TO SDV-VENDOR-NAME.
    MOVE VM-VENDOR-ADDRESS TO SDV-VENDOR-ADDRESS.
    MOVE VM-CONTACT-NAME   TO SDV-CONTACT-NAME.
    WRITE RETURN-REGISTER-LINE FROM SD-HEADING-LINE
      AFTER ADVANCING PAGE.
    WRITE RETURN-REGISTER-LINE FROM SD-VENDOR-LINE-1
      AFTER ADVANCING 2.
    WRITE RETURN-REGISTER-LINE FROM SD-VENDOR-LINE-2
      AFTER ADVANCING 1.
    WRITE RETURN-REGISTER-LINE FROM SD-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

320-PRINT-VENDOR-RETURN-LINE.
    IF CT-POSTED-FLAG(CT-SEARCH-INDEX) IS EQUAL TO "Y"
        AND CT-DOCUMENTED-FLAG(CT-SEARCH-INDEX) IS NOT EQUAL TO "Y"
        AND CT-VENDOR-CODE(CT-SEARCH-INDEX) IS EQUAL TO
              CT-VENDOR-CODE(CT-INDEX)
      PERFORM 340-FIND-REASON-DESCRIPTION
      MOVE CT-PO-NUMBER(CT-SEARCH-INDEX)      TO SDD-PO-NUMBER
      MOVE CT-ITEM-NO(CT-SEARCH-INDEX)        TO SDD-ITEM-NO
      MOVE CT-ITEM-DESC(CT-SEARCH-INDEX)      TO SDD-ITEM-DESC
      MOVE CT-WAREHOUSE-CODE(CT-SEARCH-INDEX) TO SDD-WAREHOUSE-CODE
      MOVE CT-QTY-RETURNED(CT-SEARCH-INDEX)   TO SDD-QTY-RETURNED
      MOVE REASON-DESCRIPTION                 TO SDD-REASON
      MOVE CT-RMA-NUMBER(CT-SEARCH-INDEX)     TO SDD-RMA-NUMBER
      MOVE CT-DEBIT-MEMO-NO(CT-SEARCH-INDEX)  TO SDD-DEBIT-MEMO-NO
      WRITE RETURN-REGISTER-LINE FROM SD-DETAIL-LINE
        AFTER ADVANCING 1
      ADD CT-QTY-RETURNED(CT-SEARCH-INDEX) TO VENDOR-QTY-TOTAL
      ADD CT-DEBIT-AMOUNT(CT-SEARCH-INDEX) TO VENDOR-DEBIT-TOTAL
      MOVE "Y" TO CT-DOCUMENTED-FLAG(CT-SEARCH-INDEX).

330-PRINT-VENDOR-TOTALS.
    MOVE VENDOR-QTY-TOTAL   TO SDT-QTY-RETURNED.
    MOVE VENDOR-DEBIT-TOTAL TO SDT-DEBIT-VALUE.
    WRITE RETURN-REGISTER-LINE FROM SD-TOTAL-LINE
      AFTER ADVANCING 2.
    WRITE RETURN-REGISTER-LINE FROM SD-SIGNATURE-LINE
      AFTER ADVANCING 3.

340-FIND-REASON-DESCRIPTION.
    MOVE "N" TO REASON-FOUND-SWITCH.
    MOVE CT-REASON-CODE(CT-SEARCH-INDEX) TO REASON-DESCRIPTION.
    PERFORM 345-SEARCH-ONE-REASON
      VARYING RS-SEARCH-INDEX FROM 1 BY 1
      UNTIL RS-SEARCH-INDEX IS GREATER THAN MAXIMUM-REASON-CODES
         OR REASON-FOUND-SWITCH IS EQUAL TO "Y".

345-SEARCH-ONE-REASON.
    IF RS-REASON-CODE(RS-SEARCH-INDEX) IS EQUAL TO
         CT-REASON-CODE(CT-SEARCH-INDEX)
      MOVE RS-DESCRIPTION(RS-SEARCH-INDEX) TO REASON-DESCRIPTION
      MOVE "Y" TO REASON-FOUND-SWITCH.

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
    MOVE RETURNS-POSTED-COUNT   TO RRT-POSTED-COUNT.
    MOVE RETURNS-REJECTED-COUNT TO RRT-REJECTED-COUNT.
    MOVE TOTAL-DEBIT-VALUE      TO RRT-DEBIT-VALUE.
    WRITE RETURN-REGISTER-LINE FROM RR-TOTAL-LINE AFTER ADVANCING 2.
    MOVE REENTERED-COUNT TO RRS-REENTERED-COUNT.
    MOVE SUSPENDED-COUNT TO RRS-SUSPENDED-COUNT.
    WRITE RETURN-REGISTER-LINE FROM RR-SUSPENSE-TOTAL-LINE
      AFTER ADVANCING 1.

960-REWRITE-SUSPENSE-CONTROL.
    OPEN OUTPUT SUSPENSE-CONTROL-FILE.
    MOVE SPACE TO SUSPENSE-CONTROL-RECORD.
    MOVE NEXT-SUSPENSE-NO TO SC-NEXT-SUSPENSE-NO.
    WRITE SUSPENSE-CONTROL-RECORD.
    CLOSE SUSPENSE-CONTROL-FILE.

965-REWRITE-RTV-CONTROL.
    OPEN OUTPUT RTV-CONTROL-FILE.
    MOVE SPACE TO RTV-CONTROL-RECORD.
    MOVE NEXT-DEBIT-MEMO-NO TO RX-NEXT-DEBIT-MEMO-NO.
    WRITE RTV-CONTROL-RECORD.
    CLOSE RTV-CONTROL-FILE.
