IDENTIFICATION DIVISION.
PROGRAM-ID. MATCH-VENDOR-INVOICES.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT OPEN-PO-MASTER-FILE   ASSIGN TO "OPENPO.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS OP-PO-KEY
    FILE STATUS IS OPEN-PO-STATUS.
  SELECT VENDOR-INVOICE-FILE   ASSIGN TO "VENDINV.DAT"
    FILE STATUS IS VENDOR-INVOICE-STATUS.
  SELECT RECEIPT-HISTORY-FILE   ASSIGN TO "RCPTHIST.DAT"
    FILE STATUS IS RECEIPT-HISTORY-STATUS.
  SELECT HELD-INVOICE-FILE   ASSIGN TO "INVHOLD.DAT"
    FILE STATUS IS HELD-INVOICE-STATUS.
  SELECT HELD-INVOICE-NEW-FILE   ASSIGN TO "HOLDNEW.DAT".
  SELECT AP-VOUCHER-FILE   ASSIGN TO "APVOUCH.DAT".
  SELECT MATCH-PARAMETER-FILE   ASSIGN TO READER.
  SELECT MATCH-EXCEPTION-REPORT   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  OPEN-PO-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "OPOREC.CPY".

FD  VENDOR-INVOICE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  VENDOR-INVOICE-RECORD.
    02 VI-INVOICE-NO       PICTURE IS X(10).
    02 VI-VENDOR-CODE      PICTURE IS X(6).
    02 VI-INVOICE-DATE     PICTURE IS 9(6).
    02 VI-PO-NUMBER        PICTURE IS 9(6).
    02 VI-LINE-NUMBER      PICTURE IS 9(3).
    02 VI-ITEM-NO          PICTURE IS 9(5).
    02 VI-QTY-BILLED       PICTURE IS 9(7).
    02 VI-UNIT-PRICE       PICTURE IS 999V99.
    02 FILLER              PICTURE IS X(32).

FD  RECEIPT-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 50 CHARACTERS.
COPY "RCPTREC.CPY".

FD  HELD-INVOICE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  HELD-INVOICE-RECORD.
    02 HI-INVOICE-NO       PICTURE IS X(10).
    02 HI-VENDOR-CODE      PICTURE IS X(6).
    02 HI-INVOICE-DATE     PICTURE IS 9(6).
    02 HI-PO-NUMBER        PICTURE IS 9(6).
    02 HI-LINE-NUMBER      PICTURE IS 9(3).
    02 HI-ITEM-NO          PICTURE IS 9(5).
    02 HI-QTY-BILLED       PICTURE IS 9(7).
    02 HI-UNIT-PRICE       PICTURE IS 999V99.
    02 HI-HOLD-DATE        PICTURE IS 9(6).
    02 HI-HOLD-REASON-CODE PICTURE IS X.
    02 HI-RECEIVED-QTY     PICTURE IS 9(7).
    02 HI-PO-UNIT-PRICE    PICTURE IS 999V99.
    02 FILLER              PICTURE IS X(13).

FD  HELD-INVOICE-NEW-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  HELD-INVOICE-NEW-RECORD.
    02 HN-INVOICE-NO       PICTURE IS X(10).
    02 HN-VENDOR-CODE      PICTURE IS X(6).
    02 HN-INVOICE-DATE     PICTURE IS 9(6).
    02 HN-PO-NUMBER        PICTURE IS 9(6).
    02 HN-LINE-NUMBER      PICTURE IS 9(3).
    02 HN-ITEM-NO          PICTURE IS 9(5).
    02 HN-QTY-BILLED       PICTURE IS 9(7).
    02 HN-UNIT-PRICE       PICTURE IS 999V99.
    02 HN-HOLD-DATE        PICTURE IS 9(6).
    02 HN-HOLD-REASON-CODE PICTURE IS X.
      88 HN-HELD-NO-PO-LINE       VALUE "N".
      88 HN-HELD-VENDOR-MISMATCH  VALUE "V".
      88 HN-HELD-ITEM-MISMATCH    VALUE "I".
      88 HN-HELD-LINE-CANCELLED   VALUE "X".
      88 HN-HELD-NOT-RECEIVED     VALUE "R".
      88 HN-HELD-QTY-MISMATCH     VALUE "Q".
      88 HN-HELD-PRICE-MISMATCH   VALUE "P".
      88 HN-HELD-NOT-MATCHED      VALUE "T".
    02 HN-RECEIVED-QTY     PICTURE IS 9(7).
    02 HN-PO-UNIT-PRICE    PICTURE IS 999V99.
    02 FILLER              PICTURE IS X(13).

FD  AP-VOUCHER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  AP-VOUCHER-RECORD.
    02 AV-VOUCHER-DATE     PICTURE IS 9(6).
    02 AV-VENDOR-CODE      PICTURE IS X(6).
    02 AV-INVOICE-NO       PICTURE IS X(10).
    02 AV-INVOICE-DATE     PICTURE IS 9(6).
    02 AV-PO-NUMBER        PICTURE IS 9(6).
    02 AV-LINE-NUMBER      PICTURE IS 9(3).
    02 AV-ITEM-NO          PICTURE IS 9(5).
    02 AV-QTY-BILLED       PICTURE IS 9(7).
    02 AV-UNIT-PRICE       PICTURE IS 999V99.
    02 AV-AMOUNT           PICTURE IS 9(7)V99.
    02 AV-MATCH-CODE       PICTURE IS X.
      88 AV-LINE-WAS-MATCHED      VALUE "M".
      88 AV-LINE-WAS-RELEASED     VALUE "R".
    02 AV-RELEASED-BY      PICTURE IS X(3).
    02 FILLER              PICTURE IS X(13).

FD  MATCH-PARAMETER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  MATCH-PARAMETER-CARD.
    02 MP-CARD-TYPE        PICTURE IS X.
      88 MP-CARD-IS-TOLERANCE     VALUE "T".
      88 MP-CARD-IS-RELEASE       VALUE "R".
    02 MP-CARD-DATA        PICTURE IS X(79).
    02 MP-TOLERANCE-DATA REDEFINES MP-CARD-DATA.
      03 MP-QTY-TOLERANCE-PCT   PICTURE IS 99V9.
      03 MP-PRICE-TOLERANCE-PCT PICTURE IS 99V9.
      03 FILLER                 PICTURE IS X(73).
    02 MP-RELEASE-DATA REDEFINES MP-CARD-DATA.
      03 MP-RELEASE-INVOICE-NO  PICTURE IS X(10).
      03 MP-RELEASE-PO-NUMBER   PICTURE IS 9(6).
      03 MP-RELEASE-LINE-NUMBER PICTURE IS 9(3).
      03 MP-RELEASE-USER-INITIALS PICTURE IS X(3).
      03 FILLER                 PICTURE IS X(57).

FD  MATCH-EXCEPTION-REPORT
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  MATCH-EXCEPTION-LINE.
    02 MX-INVOICE-NO       PICTURE IS X(10).
    02 FILLER              PICTURE IS X(2).
    02 MX-VENDOR-CODE      PICTURE IS X(6).
    02 FILLER              PICTURE IS X(2).
    02 MX-PO-NUMBER        PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(1).
    02 MX-LINE-NUMBER      PICTURE IS 9(3).
    02 FILLER              PICTURE IS X(2).
    02 MX-ITEM-NO          PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(2).
    02 MX-QTY-BILLED       PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(2).
    02 MX-QTY-RECEIVED     PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(2).
    02 MX-PRICE-BILLED     PICTURE IS ZZZ.99.
    02 FILLER              PICTURE IS X(2).
    02 MX-PO-PRICE         PICTURE IS ZZZ.99.
    02 FILLER              PICTURE IS X(2).
    02 MX-HOLD-DATE        PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(2).
    02 MX-STATUS-MESSAGE   PICTURE IS X(25).
    02 FILLER              PICTURE IS X(26).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 OPEN-PO-STATUS      PICTURE IS X(2).
    02 VENDOR-INVOICE-STATUS PICTURE IS X(2).
    02 RECEIPT-HISTORY-STATUS PICTURE IS X(2).
    02 HELD-INVOICE-STATUS PICTURE IS X(2).
01  SWITCHES.
    02 PARAMETER-EOF-SWITCH PICTURE IS X.
    02 INVOICE-EOF-SWITCH  PICTURE IS X.
    02 HELD-EOF-SWITCH     PICTURE IS X.
    02 RECEIPT-EOF-SWITCH  PICTURE IS X.
    02 PO-LINE-FOUND-SWITCH PICTURE IS X.
    02 RELEASE-FOUND-SWITCH PICTURE IS X.
    02 RELEASE-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
    02 INVOICE-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
01  CONSTANTS.
    02 MAXIMUM-INVOICE-LINES PICTURE IS 9(3) VALUE 999.
    02 MAXIMUM-RELEASE-CARDS PICTURE IS 9(3) VALUE 100.
    02 STANDARD-QTY-TOLERANCE-PCT PICTURE IS 99V9 VALUE ZERO.
    02 STANDARD-PRICE-TOLERANCE-PCT PICTURE IS 99V9 VALUE 2.0.
01  WORK-FIELDS.
    02 QTY-TOLERANCE-PCT   PICTURE IS 99V9.
    02 PRICE-TOLERANCE-PCT PICTURE IS 99V9.
    02 STATUS-MESSAGE      PICTURE IS X(25).
    02 HOLD-REASON-CODE    PICTURE IS X.
    02 HOLD-DATE-USED      PICTURE IS 9(6).
    02 AVAILABLE-TO-BILL-QTY PICTURE IS S9(7).
    02 ALLOWED-BILL-QTY    PICTURE IS 9(9).
    02 TOLERANCE-QTY       PICTURE IS 9(9)V9.
    02 PO-UNIT-PRICE-USED  PICTURE IS 999V99.
    02 PRICE-DIFFERENCE    PICTURE IS S999V99.
    02 TOLERANCE-PRICE     PICTURE IS 999V9999.
    02 VOUCHER-AMOUNT      PICTURE IS 9(7)V99.
    02 INVOICE-LINES-READ-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 HELD-LINES-LOADED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 LINES-VOUCHERED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 LINES-RELEASED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 LINES-HELD-COUNT    PICTURE IS 9(5) VALUE ZERO.
    02 TOTAL-VOUCHERED-VALUE PICTURE IS 9(9)V99 VALUE ZERO.
    02 TOTAL-HELD-VALUE    PICTURE IS 9(9)V99 VALUE ZERO.
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
01  INVOICE-LINE-TABLE.
    02 INVOICE-LINE-ENTRY OCCURS 999 TIMES.
      03 IL-INVOICE-NO      PICTURE IS X(10).
      03 IL-VENDOR-CODE     PICTURE IS X(6).
      03 IL-INVOICE-DATE    PICTURE IS 9(6).
      03 IL-PO-NUMBER       PICTURE IS 9(6).
      03 IL-LINE-NUMBER     PICTURE IS 9(3).
      03 IL-ITEM-NO         PICTURE IS 9(5).
      03 IL-QTY-BILLED      PICTURE IS 9(7).
      03 IL-UNIT-PRICE      PICTURE IS 999V99.
      03 IL-HOLD-DATE       PICTURE IS 9(6).
      03 IL-WAREHOUSE-CODE  PICTURE IS X(4).
      03 IL-RECEIVED-QTY    PICTURE IS 9(7).
01  INVOICE-LINE-TABLE-CONTROLS.
    02 INVOICE-LINE-TABLE-SIZE PICTURE IS 9(3) VALUE ZERO.
    02 IL-SEARCH-INDEX      PICTURE IS 9(3).
01  RELEASE-CARD-TABLE.
    02 RELEASE-CARD-ENTRY OCCURS 100 TIMES.
      03 RT-INVOICE-NO      PICTURE IS X(10).
      03 RT-PO-NUMBER       PICTURE IS 9(6).
      03 RT-LINE-NUMBER     PICTURE IS 9(3).
      03 RT-USER-INITIALS   PICTURE IS X(3).
      03 RT-USED-SWITCH     PICTURE IS X.
01  RELEASE-CARD-TABLE-CONTROLS.
    02 RELEASE-TABLE-SIZE   PICTURE IS 9(3) VALUE ZERO.
    02 RT-SEARCH-INDEX      PICTURE IS 9(3).
01  MX-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(30)
                           VALUE "INVOICE MATCH EXCEPTIONS".
    02 FILLER              PICTURE IS X(30) VALUE SPACE.
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 MXH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(49) VALUE SPACE.
01  MX-TOLERANCE-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "QTY TOLERANCE PCT: ".
    02 MXT-QTY-TOLERANCE   PICTURE IS Z9.9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(22)
                           VALUE "PRICE TOLERANCE PCT: ".
    02 MXT-PRICE-TOLERANCE PICTURE IS Z9.9.
    02 FILLER              PICTURE IS X(72) VALUE SPACE.
01  MX-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(10) VALUE "INVOICE".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE "VENDOR".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(10) VALUE "PO     LN".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "ITEM#".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE " BILLED".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "RECEIVD".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE "BL PRC".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE "PO PRC".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE "HELD".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(25) VALUE "STATUS".
    02 FILLER              PICTURE IS X(26) VALUE SPACE.
01  MX-TOTAL-LINE-1.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(21) VALUE "INVOICE LINES READ: ".
    02 MXT-LINES-READ      PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(10) VALUE SPACE.
    02 FILLER              PICTURE IS X(21) VALUE "HELD LINES RECYCLED: ".
    02 MXT-HELD-LOADED     PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(65) VALUE SPACE.
01  MX-TOTAL-LINE-2.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(21) VALUE "LINES VOUCHERED:     ".
    02 MXT-VOUCHERED       PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(10) VALUE SPACE.
    02 FILLER              PICTURE IS X(21) VALUE "OF WHICH RELEASED:   ".
    02 MXT-RELEASED        PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(10) VALUE SPACE.
    02 FILLER              PICTURE IS X(17) VALUE "VOUCHERED VALUE: ".
    02 MXT-VOUCHERED-VALUE PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(24) VALUE SPACE.
01  MX-TOTAL-LINE-3.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(21) VALUE "LINES HELD:          ".
    02 MXT-HELD            PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(36) VALUE SPACE.
    02 FILLER              PICTURE IS X(17) VALUE "HELD VALUE:      ".
    02 MXT-HELD-VALUE      PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(34) VALUE SPACE.

PROCEDURE DIVISION.
000-MATCH-VENDOR-INVOICES.
    PERFORM 010-READ-MATCH-PARAMETERS.
    OPEN I-O OPEN-PO-MASTER-FILE.
    IF OPEN-PO-STATUS IS EQUAL TO "35"
      DISPLAY "OPEN PO MASTER MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN OUTPUT HELD-INVOICE-NEW-FILE.
    OPEN OUTPUT AP-VOUCHER-FILE.
    OPEN OUTPUT MATCH-EXCEPTION-REPORT.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 050-PRINT-MATCH-HEADINGS.
    PERFORM 030-LOAD-HELD-INVOICES.
    PERFORM 040-LOAD-VENDOR-INVOICES.
    PERFORM 060-ACCUMULATE-RECEIVED-QTY.
    PERFORM 100-MATCH-INVOICE-LINE
      VARYING IL-SEARCH-INDEX FROM 1 BY 1
      UNTIL IL-SEARCH-INDEX IS GREATER THAN INVOICE-LINE-TABLE-SIZE.
    PERFORM 190-REPORT-UNUSED-RELEASE
      VARYING RT-SEARCH-INDEX FROM 1 BY 1
      UNTIL RT-SEARCH-INDEX IS GREATER THAN RELEASE-TABLE-SIZE.
    PERFORM 900-PRINT-MATCH-TOTALS.
    CLOSE OPEN-PO-MASTER-FILE.
    CLOSE HELD-INVOICE-NEW-FILE.
    CLOSE AP-VOUCHER-FILE.
    CLOSE MATCH-EXCEPTION-REPORT.
    STOP RUN.

010-READ-MATCH-PARAMETERS.
    MOVE STANDARD-QTY-TOLERANCE-PCT   TO QTY-TOLERANCE-PCT.
    MOVE STANDARD-PRICE-TOLERANCE-PCT TO PRICE-TOLERANCE-PCT.
    MOVE "N" TO PARAMETER-EOF-SWITCH.
    OPEN INPUT MATCH-PARAMETER-FILE.
    PERFORM 015-READ-ONE-MATCH-PARAMETER
      UNTIL PARAMETER-EOF-SWITCH IS EQUAL TO "Y".
    CLOSE MATCH-PARAMETER-FILE.

015-READ-ONE-MATCH-PARAMETER.
    READ MATCH-PARAMETER-FILE RECORD
      AT END
        MOVE "Y" TO PARAMETER-EOF-SWITCH.
    IF PARAMETER-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF MP-CARD-IS-TOLERANCE
        IF MP-QTY-TOLERANCE-PCT IS NUMERIC
          MOVE MP-QTY-TOLERANCE-PCT TO QTY-TOLERANCE-PCT
        END-IF
        IF MP-PRICE-TOLERANCE-PCT IS NUMERIC
          MOVE MP-PRICE-TOLERANCE-PCT TO PRICE-TOLERANCE-PCT
        END-IF
      ELSE
        IF MP-CARD-IS-RELEASE
          PERFORM 017-ADD-RELEASE-CARD
        ELSE
          DISPLAY "MATCH PARAMETER CARD IGNORED - TYPE "
            MP-CARD-TYPE.

017-ADD-RELEASE-CARD.
    IF RELEASE-TABLE-SIZE IS LESS THAN MAXIMUM-RELEASE-CARDS
      ADD 1 TO RELEASE-TABLE-SIZE
      MOVE MP-RELEASE-INVOICE-NO  TO RT-INVOICE-NO(RELEASE-TABLE-SIZE)
      MOVE MP-RELEASE-PO-NUMBER   TO RT-PO-NUMBER(RELEASE-TABLE-SIZE)
      MOVE MP-RELEASE-LINE-NUMBER TO RT-LINE-NUMBER(RELEASE-TABLE-SIZE)
      MOVE MP-RELEASE-USER-INITIALS
        TO RT-USER-INITIALS(RELEASE-TABLE-SIZE)
      MOVE "N" TO RT-USED-SWITCH(RELEASE-TABLE-SIZE)
    ELSE
      IF RELEASE-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
        MOVE "Y" TO RELEASE-TABLE-FULL-SWITCH
        DISPLAY "RELEASE CARD TABLE FULL - SOME RELEASES IGNORED".

030-LOAD-HELD-INVOICES.
    MOVE "N" TO HELD-EOF-SWITCH.
    OPEN INPUT HELD-INVOICE-FILE.
    IF HELD-INVOICE-STATUS IS EQUAL TO "35"
      MOVE "Y" TO HELD-EOF-SWITCH
    ELSE
      PERFORM 035-LOAD-ONE-HELD-INVOICE
        UNTIL HELD-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE HELD-INVOICE-FILE.

035-LOAD-ONE-HELD-INVOICE.
    READ HELD-INVOICE-FILE RECORD
      AT END
        MOVE "Y" TO HELD-EOF-SWITCH.
    IF HELD-EOF-SWITCH IS NOT EQUAL TO "Y"
      ADD 1 TO HELD-LINES-LOADED-COUNT
      IF INVOICE-LINE-TABLE-SIZE IS LESS THAN MAXIMUM-INVOICE-LINES
        ADD 1 TO INVOICE-LINE-TABLE-SIZE
        MOVE HI-INVOICE-NO   TO IL-INVOICE-NO(INVOICE-LINE-TABLE-SIZE)
        MOVE HI-VENDOR-CODE  TO IL-VENDOR-CODE(INVOICE-LINE-TABLE-SIZE)
        MOVE HI-INVOICE-DATE TO IL-INVOICE-DATE(INVOICE-LINE-TABLE-SIZE)
        MOVE HI-PO-NUMBER    TO IL-PO-NUMBER(INVOICE-LINE-TABLE-SIZE)
        MOVE HI-LINE-NUMBER  TO IL-LINE-NUMBER(INVOICE-LINE-TABLE-SIZE)
        MOVE HI-ITEM-NO      TO IL-ITEM-NO(INVOICE-LINE-TABLE-SIZE)
        MOVE HI-QTY-BILLED   TO IL-QTY-BILLED(INVOICE-LINE-TABLE-SIZE)
        MOVE HI-UNIT-PRICE   TO IL-UNIT-PRICE(INVOICE-LINE-TABLE-SIZE)
        MOVE HI-HOLD-DATE    TO IL-HOLD-DATE(INVOICE-LINE-TABLE-SIZE)
        PERFORM 045-LOOK-UP-INVOICE-PO-LINE
      ELSE
        PERFORM 038-CARRY-HELD-INVOICE-FORWARD.

038-CARRY-HELD-INVOICE-FORWARD.
    MOVE HELD-INVOICE-RECORD TO HELD-INVOICE-NEW-RECORD.
    MOVE "T" TO HN-HOLD-REASON-CODE.
    WRITE HELD-INVOICE-NEW-RECORD.
    ADD 1 TO LINES-HELD-COUNT.
    PERFORM 039-DISPLAY-INVOICE-TABLE-FULL.

039-DISPLAY-INVOICE-TABLE-FULL.
    IF INVOICE-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
      MOVE "Y" TO INVOICE-TABLE-FULL-SWITCH
      DISPLAY "INVOICE LINE TABLE FULL - EXCESS LINES HELD UNMATCHED".

040-LOAD-VENDOR-INVOICES.
    MOVE "N" TO INVOICE-EOF-SWITCH.
    OPEN INPUT VENDOR-INVOICE-FILE.
    IF VENDOR-INVOICE-STATUS IS EQUAL TO "35"
      MOVE "Y" TO INVOICE-EOF-SWITCH
      DISPLAY "VENDOR INVOICE FILE MISSING - HELD INVOICES ONLY"
    ELSE
      PERFORM 042-LOAD-ONE-VENDOR-INVOICE
        UNTIL INVOICE-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE VENDOR-INVOICE-FILE.

042-LOAD-ONE-VENDOR-INVOICE.
    READ VENDOR-INVOICE-FILE RECORD
      AT END
        MOVE "Y" TO INVOICE-EOF-SWITCH.
    IF INVOICE-EOF-SWITCH IS NOT EQUAL TO "Y"
      ADD 1 TO INVOICE-LINES-READ-COUNT
      IF INVOICE-LINE-TABLE-SIZE IS LESS THAN MAXIMUM-INVOICE-LINES
        ADD 1 TO INVOICE-LINE-TABLE-SIZE
        MOVE VI-INVOICE-NO   TO IL-INVOICE-NO(INVOICE-LINE-TABLE-SIZE)
        MOVE VI-VENDOR-CODE  TO IL-VENDOR-CODE(INVOICE-LINE-TABLE-SIZE)
        MOVE VI-INVOICE-DATE TO IL-INVOICE-DATE(INVOICE-LINE-TABLE-SIZE)
        MOVE VI-PO-NUMBER    TO IL-PO-NUMBER(INVOICE-LINE-TABLE-SIZE)
        MOVE VI-LINE-NUMBER  TO IL-LINE-NUMBER(INVOICE-LINE-TABLE-SIZE)
        MOVE VI-ITEM-NO      TO IL-ITEM-NO(INVOICE-LINE-TABLE-SIZE)
        MOVE VI-QTY-BILLED   TO IL-QTY-BILLED(INVOICE-LINE-TABLE-SIZE)
        MOVE VI-UNIT-PRICE   TO IL-UNIT-PRICE(INVOICE-LINE-TABLE-SIZE)
        MOVE ZERO            TO IL-HOLD-DATE(INVOICE-LINE-TABLE-SIZE)
        PERFORM 045-LOOK-UP-INVOICE-PO-LINE
      ELSE
        PERFORM 043-HOLD-EXCESS-VENDOR-INVOICE.

043-HOLD-EXCESS-VENDOR-INVOICE.
    MOVE SPACE           TO HELD-INVOICE-NEW-RECORD.
    MOVE VI-INVOICE-NO   TO HN-INVOICE-NO.
    MOVE VI-VENDOR-CODE  TO HN-VENDOR-CODE.
    MOVE VI-INVOICE-DATE TO HN-INVOICE-DATE.
    MOVE VI-PO-NUMBER    TO HN-PO-NUMBER.
    MOVE VI-LINE-NUMBER  TO HN-LINE-NUMBER.
    MOVE VI-ITEM-NO      TO HN-ITEM-NO.
    MOVE VI-QTY-BILLED   TO HN-QTY-BILLED.
    MOVE VI-UNIT-PRICE   TO HN-UNIT-PRICE.
    MOVE RUN-DATE-RAW    TO HN-HOLD-DATE.
    MOVE "T"             TO HN-HOLD-REASON-CODE.
    MOVE ZERO            TO HN-RECEIVED-QTY.
    MOVE ZERO            TO HN-PO-UNIT-PRICE.
    WRITE HELD-INVOICE-NEW-RECORD.
    ADD 1 TO LINES-HELD-COUNT.
    PERFORM 039-DISPLAY-INVOICE-TABLE-FULL.

045-LOOK-UP-INVOICE-PO-LINE.
    MOVE ZERO  TO IL-RECEIVED-QTY(INVOICE-LINE-TABLE-SIZE).
    MOVE SPACE TO IL-WAREHOUSE-CODE(INVOICE-LINE-TABLE-SIZE).
    MOVE IL-PO-NUMBER(INVOICE-LINE-TABLE-SIZE)   TO OP-PO-NUMBER.
    MOVE IL-LINE-NUMBER(INVOICE-LINE-TABLE-SIZE) TO OP-LINE-NUMBER.
    MOVE "Y" TO PO-LINE-FOUND-SWITCH.
    READ OPEN-PO-MASTER-FILE RECORD
      INVALID KEY
        MOVE "N" TO PO-LINE-FOUND-SWITCH.
    IF PO-LINE-FOUND-SWITCH IS EQUAL TO "Y"
      MOVE OP-WAREHOUSE-CODE
        TO IL-WAREHOUSE-CODE(INVOICE-LINE-TABLE-SIZE).

050-PRINT-MATCH-HEADINGS.
    MOVE RUN-DATE-DISPLAY    TO MXH-RUN-DATE.
    MOVE QTY-TOLERANCE-PCT   TO MXT-QTY-TOLERANCE.
    MOVE PRICE-TOLERANCE-PCT TO MXT-PRICE-TOLERANCE.
    WRITE MATCH-EXCEPTION-LINE FROM MX-HEADING-LINE
      AFTER ADVANCING PAGE.
    WRITE MATCH-EXCEPTION-LINE FROM MX-TOLERANCE-LINE
      AFTER ADVANCING 1.
    WRITE MATCH-EXCEPTION-LINE FROM MX-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

060-ACCUMULATE-RECEIVED-QTY.
    MOVE "N" TO RECEIPT-EOF-SWITCH.
    OPEN INPUT RECEIPT-HISTORY-FILE.
    IF RECEIPT-HISTORY-STATUS IS EQUAL TO "35"
      MOVE "Y" TO RECEIPT-EOF-SWITCH
      DISPLAY "RECEIPT HISTORY MISSING - NOTHING RECEIVED TO MATCH"
    ELSE
      PERFORM 065-ACCUMULATE-ONE-RECEIPT
        UNTIL RECEIPT-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE RECEIPT-HISTORY-FILE.

065-ACCUMULATE-ONE-RECEIPT.
    READ RECEIPT-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO RECEIPT-EOF-SWITCH.
    IF RECEIPT-EOF-SWITCH IS NOT EQUAL TO "Y"
      PERFORM 067-APPLY-RECEIPT-TO-INVOICE
        VARYING IL-SEARCH-INDEX FROM 1 BY 1
        UNTIL IL-SEARCH-INDEX IS GREATER THAN INVOICE-LINE-TABLE-SIZE.

067-APPLY-RECEIPT-TO-INVOICE.
    IF IL-PO-NUMBER(IL-SEARCH-INDEX) IS EQUAL TO RH-PO-NUMBER
        AND IL-ITEM-NO(IL-SEARCH-INDEX) IS EQUAL TO RH-ITEM-NO
        AND IL-WAREHOUSE-CODE(IL-SEARCH-INDEX) IS EQUAL TO
              RH-WAREHOUSE-CODE
      ADD RH-QTY-RECEIVED TO IL-RECEIVED-QTY(IL-SEARCH-INDEX).

100-MATCH-INVOICE-LINE.
    MOVE SPACE TO STATUS-MESSAGE.
    MOVE SPACE TO HOLD-REASON-CODE.
    MOVE ZERO  TO AVAILABLE-TO-BILL-QTY.
    MOVE ZERO  TO PO-UNIT-PRICE-USED.
    MULTIPLY IL-QTY-BILLED(IL-SEARCH-INDEX)
      BY IL-UNIT-PRICE(IL-SEARCH-INDEX)
      GIVING VOUCHER-AMOUNT.
    PERFORM 110-READ-INVOICE-PO-LINE.
    PERFORM 120-CHECK-INVOICE-AGAINST-PO.
    IF HOLD-REASON-CODE IS EQUAL TO SPACE
      PERFORM 130-CHECK-BILLED-QTY.
    IF HOLD-REASON-CODE IS EQUAL TO SPACE
      PERFORM 140-CHECK-BILLED-PRICE.
    IF HOLD-REASON-CODE IS EQUAL TO SPACE
      MOVE "MATCHED" TO STATUS-MESSAGE
      PERFORM 160-WRITE-AP-VOUCHER
    ELSE
      PERFORM 150-CHECK-RELEASE-TABLE
      IF RELEASE-FOUND-SWITCH IS EQUAL TO "Y"
        MOVE "Y" TO RT-USED-SWITCH(RT-SEARCH-INDEX)
        ADD 1 TO LINES-RELEASED-COUNT
        PERFORM 160-WRITE-AP-VOUCHER
        PERFORM 180-PRINT-EXCEPTION-LINE
      ELSE
        PERFORM 170-WRITE-HELD-INVOICE
        PERFORM 180-PRINT-EXCEPTION-LINE.

110-READ-INVOICE-PO-LINE.
    MOVE IL-PO-NUMBER(IL-SEARCH-INDEX)   TO OP-PO-NUMBER.
    MOVE IL-LINE-NUMBER(IL-SEARCH-INDEX) TO OP-LINE-NUMBER.
    MOVE "Y" TO PO-LINE-FOUND-SWITCH.
    READ OPEN-PO-MASTER-FILE RECORD
      INVALID KEY
        MOVE "N" TO PO-LINE-FOUND-SWITCH.
    IF PO-LINE-FOUND-SWITCH IS EQUAL TO "Y"
      IF OP-INVOICED-QTY IS NOT NUMERIC
        MOVE ZERO TO OP-INVOICED-QTY
      END-IF
      IF OP-UNIT-PRICE IS NUMERIC
        MOVE OP-UNIT-PRICE TO PO-UNIT-PRICE-USED
      END-IF
      SUBTRACT OP-INVOICED-QTY FROM IL-RECEIVED-QTY(IL-SEARCH-INDEX)
        GIVING AVAILABLE-TO-BILL-QTY
      IF AVAILABLE-TO-BILL-QTY IS LESS THAN ZERO
        MOVE ZERO TO AVAILABLE-TO-BILL-QTY.

120-CHECK-INVOICE-AGAINST-PO.
    IF PO-LINE-FOUND-SWITCH IS NOT EQUAL TO "Y"
      MOVE "N" TO HOLD-REASON-CODE
      MOVE "NO SUCH PO LINE" TO STATUS-MESSAGE
    ELSE
      IF OP-VENDOR-CODE IS NOT EQUAL TO
           IL-VENDOR-CODE(IL-SEARCH-INDEX)
        MOVE "V" TO HOLD-REASON-CODE
        MOVE "VENDOR NOT ON PO" TO STATUS-MESSAGE
      ELSE
        IF OP-ITEM-NO IS NOT EQUAL TO IL-ITEM-NO(IL-SEARCH-INDEX)
          MOVE "I" TO HOLD-REASON-CODE
          MOVE "ITEM NOT ON PO LINE" TO STATUS-MESSAGE
        ELSE
          IF OP-LINE-IS-CANCELLED
            MOVE "X" TO HOLD-REASON-CODE
            MOVE "PO LINE CANCELLED" TO STATUS-MESSAGE.

130-CHECK-BILLED-QTY.
    IF AVAILABLE-TO-BILL-QTY IS EQUAL TO ZERO
      MOVE "R" TO HOLD-REASON-CODE
      MOVE "GOODS NOT RECEIVED" TO STATUS-MESSAGE
    ELSE
      MULTIPLY AVAILABLE-TO-BILL-QTY BY QTY-TOLERANCE-PCT
        GIVING TOLERANCE-QTY
      DIVIDE 100 INTO TOLERANCE-QTY
      ADD AVAILABLE-TO-BILL-QTY TOLERANCE-QTY
        GIVING ALLOWED-BILL-QTY
      IF IL-QTY-BILLED(IL-SEARCH-INDEX) IS GREATER THAN
           ALLOWED-BILL-QTY
        MOVE "Q" TO HOLD-REASON-CODE
        MOVE "QTY BILLED OVER RECEIVED" TO STATUS-MESSAGE.

140-CHECK-BILLED-PRICE.
    IF PO-UNIT-PRICE-USED IS EQUAL TO ZERO
      MOVE "P" TO HOLD-REASON-CODE
      MOVE "NO PRICE ON PO LINE" TO STATUS-MESSAGE
    ELSE
      SUBTRACT PO-UNIT-PRICE-USED FROM IL-UNIT-PRICE(IL-SEARCH-INDEX)
        GIVING PRICE-DIFFERENCE
      IF PRICE-DIFFERENCE IS LESS THAN ZERO
        SUBTRACT PRICE-DIFFERENCE FROM ZERO GIVING PRICE-DIFFERENCE
      END-IF
      MULTIPLY PO-UNIT-PRICE-USED BY PRICE-TOLERANCE-PCT
        GIVING TOLERANCE-PRICE
      DIVIDE 100 INTO TOLERANCE-PRICE
      IF PRICE-DIFFERENCE IS GREATER THAN TOLERANCE-PRICE
        MOVE "P" TO HOLD-REASON-CODE
        MOVE "PRICE DIFFERS FROM PO" TO STATUS-MESSAGE.

150-CHECK-RELEASE-TABLE.
    MOVE "N" TO RELEASE-FOUND-SWITCH.
    MOVE 1 TO RT-SEARCH-INDEX.
    PERFORM 155-SEARCH-ONE-RELEASE-CARD
      UNTIL RT-SEARCH-INDEX IS GREATER THAN RELEASE-TABLE-SIZE
         OR RELEASE-FOUND-SWITCH IS EQUAL TO "Y".

155-SEARCH-ONE-RELEASE-CARD.
    IF RT-INVOICE-NO(RT-SEARCH-INDEX) IS EQUAL TO
         IL-INVOICE-NO(IL-SEARCH-INDEX)
        AND RT-PO-NUMBER(RT-SEARCH-INDEX) IS EQUAL TO
              IL-PO-NUMBER(IL-SEARCH-INDEX)
        AND RT-LINE-NUMBER(RT-SEARCH-INDEX) IS EQUAL TO
              IL-LINE-NUMBER(IL-SEARCH-INDEX)
      MOVE "Y" TO RELEASE-FOUND-SWITCH
    ELSE
      ADD 1 TO RT-SEARCH-INDEX.

160-WRITE-AP-VOUCHER.
    MOVE SPACE                           TO AP-VOUCHER-RECORD.
    MOVE RUN-DATE-RAW                    TO AV-VOUCHER-DATE.
    MOVE IL-VENDOR-CODE(IL-SEARCH-INDEX)  TO AV-VENDOR-CODE.
    MOVE IL-INVOICE-NO(IL-SEARCH-INDEX)   TO AV-INVOICE-NO.
    MOVE IL-INVOICE-DATE(IL-SEARCH-INDEX) TO AV-INVOICE-DATE.
    MOVE IL-PO-NUMBER(IL-SEARCH-INDEX)    TO AV-PO-NUMBER.
    MOVE IL-LINE-NUMBER(IL-SEARCH-INDEX)  TO AV-LINE-NUMBER.
    MOVE IL-ITEM-NO(IL-SEARCH-INDEX)      TO AV-ITEM-NO.
    MOVE IL-QTY-BILLED(IL-SEARCH-INDEX)   TO AV-QTY-BILLED.
    MOVE IL-UNIT-PRICE(IL-SEARCH-INDEX)   TO AV-UNIT-PRICE.
    MOVE VOUCHER-AMOUNT                  TO AV-AMOUNT.
    IF HOLD-REASON-CODE IS EQUAL TO SPACE
      MOVE "M" TO AV-MATCH-CODE
    ELSE
      MOVE "R" TO AV-MATCH-CODE
      MOVE RT-USER-INITIALS(RT-SEARCH-INDEX) TO AV-RELEASED-BY
      MOVE "RELEASED FROM HOLD" TO STATUS-MESSAGE.
    WRITE AP-VOUCHER-RECORD.
    ADD 1 TO LINES-VOUCHERED-COUNT.
    ADD VOUCHER-AMOUNT TO TOTAL-VOUCHERED-VALUE.
    IF PO-LINE-FOUND-SWITCH IS EQUAL TO "Y"
      PERFORM 165-POST-INVOICED-QTY-TO-PO.

165-POST-INVOICED-QTY-TO-PO.
    ADD IL-QTY-BILLED(IL-SEARCH-INDEX) TO OP-INVOICED-QTY.
    REWRITE OPEN-PO-RECORD
      INVALID KEY
        DISPLAY "INVOICED QTY UPDATE FAILED FOR PO " OP-PO-NUMBER
          " LINE " OP-LINE-NUMBER.

170-WRITE-HELD-INVOICE.
    IF IL-HOLD-DATE(IL-SEARCH-INDEX) IS GREATER THAN ZERO
      MOVE IL-HOLD-DATE(IL-SEARCH-INDEX) TO HOLD-DATE-USED
    ELSE
      MOVE RUN-DATE-RAW TO HOLD-DATE-USED.
    MOVE SPACE                            TO HELD-INVOICE-NEW-RECORD.
    MOVE IL-INVOICE-NO(IL-SEARCH-INDEX)   TO HN-INVOICE-NO.
    MOVE IL-VENDOR-CODE(IL-SEARCH-INDEX)  TO HN-VENDOR-CODE.
    MOVE IL-INVOICE-DATE(IL-SEARCH-INDEX) TO HN-INVOICE-DATE.
    MOVE IL-PO-NUMBER(IL-SEARCH-INDEX)    TO HN-PO-NUMBER.
    MOVE IL-LINE-NUMBER(IL-SEARCH-INDEX)  TO HN-LINE-NUMBER.
    MOVE IL-ITEM-NO(IL-SEARCH-INDEX)      TO HN-ITEM-NO.
    MOVE IL-QTY-BILLED(IL-SEARCH-INDEX)   TO HN-QTY-BILLED.
    MOVE IL-UNIT-PRICE(IL-SEARCH-INDEX)   TO HN-UNIT-PRICE.
    MOVE HOLD-DATE-USED                   TO HN-HOLD-DATE.
    MOVE HOLD-REASON-CODE                 TO HN-HOLD-REASON-CODE.
    MOVE AVAILABLE-TO-BILL-QTY            TO HN-RECEIVED-QTY.
    MOVE PO-UNIT-PRICE-USED               TO HN-PO-UNIT-PRICE.
    WRITE HELD-INVOICE-NEW-RECORD.
    ADD 1 TO LINES-HELD-COUNT.
    ADD VOUCHER-AMOUNT TO TOTAL-HELD-VALUE.

180-PRINT-EXCEPTION-LINE.
    MOVE SPACE                            TO MATCH-EXCEPTION-LINE.
    MOVE IL-INVOICE-NO(IL-SEARCH-INDEX)   TO MX-INVOICE-NO.
    MOVE IL-VENDOR-CODE(IL-SEARCH-INDEX)  TO MX-VENDOR-CODE.
    MOVE IL-PO-NUMBER(IL-SEARCH-INDEX)    TO MX-PO-NUMBER.
    MOVE IL-LINE-NUMBER(IL-SEARCH-INDEX)  TO MX-LINE-NUMBER.
    MOVE IL-ITEM-NO(IL-SEARCH-INDEX)      TO MX-ITEM-NO.
    MOVE IL-QTY-BILLED(IL-SEARCH-INDEX)   TO MX-QTY-BILLED.
    MOVE AVAILABLE-TO-BILL-QTY            TO MX-QTY-RECEIVED.
    MOVE IL-UNIT-PRICE(IL-SEARCH-INDEX)   TO MX-PRICE-BILLED.
    MOVE PO-UNIT-PRICE-USED               TO MX-PO-PRICE.
    IF IL-HOLD-DATE(IL-SEARCH-INDEX) IS GREATER THAN ZERO
      MOVE IL-HOLD-DATE(IL-SEARCH-INDEX) TO MX-HOLD-DATE
    ELSE
      MOVE RUN-DATE-RAW TO MX-HOLD-DATE.
    MOVE STATUS-MESSAGE                   TO MX-STATUS-MESSAGE.
    WRITE MATCH-EXCEPTION-LINE AFTER ADVANCING 1.

190-REPORT-UNUSED-RELEASE.
    IF RT-USED-SWITCH(RT-SEARCH-INDEX) IS NOT EQUAL TO "Y"
      DISPLAY "RELEASE CARD NOT MATCHED TO HELD INVOICE "
        RT-INVOICE-NO(RT-SEARCH-INDEX)
        " PO " RT-PO-NUMBER(RT-SEARCH-INDEX)
        " LINE " RT-LINE-NUMBER(RT-SEARCH-INDEX).

900-PRINT-MATCH-TOTALS.
    MOVE INVOICE-LINES-READ-COUNT TO MXT-LINES-READ.
    MOVE HELD-LINES-LOADED-COUNT  TO MXT-HELD-LOADED.
    WRITE MATCH-EXCEPTION-LINE FROM MX-TOTAL-LINE-1
      AFTER ADVANCING 2.
    MOVE LINES-VOUCHERED-COUNT    TO MXT-VOUCHERED.
    MOVE LINES-RELEASED-COUNT     TO MXT-RELEASED.
    MOVE TOTAL-VOUCHERED-VALUE    TO MXT-VOUCHERED-VALUE.
    WRITE MATCH-EXCEPTION-LINE FROM MX-TOTAL-LINE-2
      AFTER ADVANCING 1.
    MOVE LINES-HELD-COUNT         TO MXT-HELD.
    MOVE TOTAL-HELD-VALUE         TO MXT-HELD-VALUE.
    WRITE MATCH-EXCEPTION-LINE FROM MX-TOTAL-LINE-3
      AFTER ADVANCING 1.
