IDENTIFICATION DIVISION.
PROGRAM-ID. PRODUCE-ITEM-STOCK-LEDGER.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT BAL-FWD-FILE   ASSIGN TO "BALFWD.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS BAL-ITEM-KEY
    FILE STATUS IS BAL-FWD-STATUS.
  SELECT STOCK-HISTORY-FILE   ASSIGN TO "STOCKHST.DAT"
    FILE STATUS IS STOCK-HISTORY-STATUS.
  SELECT LEDGER-CLOSING-FILE   ASSIGN TO "LEDGCLOS.DAT"
    FILE STATUS IS LEDGER-CLOSING-STATUS.
  SELECT RECEIPT-HISTORY-FILE   ASSIGN TO "RCPTHIST.DAT"
    FILE STATUS IS RECEIPT-HISTORY-STATUS.
  SELECT ISSUE-HISTORY-FILE   ASSIGN TO "ISSHIST.DAT"
    FILE STATUS IS ISSUE-HISTORY-STATUS.
  SELECT TRANSFER-JOURNAL-FILE   ASSIGN TO "TRANJNL.DAT"
    FILE STATUS IS TRANSFER-JOURNAL-STATUS.
  SELECT ADJUSTMENT-HISTORY-FILE   ASSIGN TO "ADJHIST.DAT"
    FILE STATUS IS ADJUSTMENT-HISTORY-STATUS.
  SELECT RETURN-HISTORY-FILE   ASSIGN TO "RTVHIST.DAT"
    FILE STATUS IS RETURN-HISTORY-STATUS.
  SELECT AUDIT-JOURNAL-FILE   ASSIGN TO "AUDITJNL.DAT"
    FILE STATUS IS AUDIT-JOURNAL-STATUS.
  SELECT LEDGER-PARAMETER-FILE   ASSIGN TO READER.
  SELECT STOCK-LEDGER-REPORT   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  BAL-FWD-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "BALREC.CPY".

FD  STOCK-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 25 CHARACTERS.
COPY "STKHREC.CPY".

FD  LEDGER-CLOSING-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 40 CHARACTERS.
COPY "LEDGREC.CPY".

FD  RECEIPT-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 50 CHARACTERS.
COPY "RCPTREC.CPY".

FD  ISSUE-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 50 CHARACTERS.
COPY "ISSREC.CPY".

FD  TRANSFER-JOURNAL-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 50 CHARACTERS.
01  TRANSFER-JOURNAL-RECORD.
    02 TJ-TRANSFER-DATE    PICTURE IS 9(6).
    02 TJ-ITEM-NO          PICTURE IS 9(5).
    02 TJ-FROM-WAREHOUSE   PICTURE IS X(4).
    02 TJ-TO-WAREHOUSE     PICTURE IS X(4).
    02 TJ-QTY-TRANSFERRED  PICTURE IS 9(5).
    02 TJ-ORDER-REFERENCE  PICTURE IS X(8).
    02 TJ-USER-INITIALS    PICTURE IS X(3).
    02 FILLER              PICTURE IS X(15).

FD  ADJUSTMENT-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 50 CHARACTERS.
01  ADJUSTMENT-HISTORY-RECORD.
    02 AH-COUNT-DATE       PICTURE IS 9(6).
    02 AH-ITEM-NO          PICTURE IS 9(5).
    02 AH-WAREHOUSE-CODE   PICTURE IS X(4).
    02 AH-BOOK-QTY         PICTURE IS 9(5).
    02 AH-COUNTED-QTY      PICTURE IS 9(5).
    02 AH-VARIANCE-QTY     PICTURE IS S9(5).
    02 AH-VARIANCE-VALUE   PICTURE IS S9(7)V99.
    02 AH-COUNTER-INITIALS PICTURE IS X(3).
    02 AH-APPROVAL-CODE    PICTURE IS X.
      88 AH-ADJUSTMENT-IS-APPROVED VALUE "A".
    02 FILLER              PICTURE IS X(7).

FD  RETURN-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 100 CHARACTERS.
COPY "RTVREC.CPY".

FD  AUDIT-JOURNAL-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 176 CHARACTERS.
01  AUDIT-JOURNAL-RECORD.
    02 AJ-MAINT-DATE       PICTURE IS 9(6).
    02 AJ-USER-INITIALS    PICTURE IS X(3).
    02 AJ-FUNCTION-CODE    PICTURE IS X.
    02 AJ-ITEM-NO          PICTURE IS 9(5).
    02 AJ-BEFORE-IMAGE     PICTURE IS X(80).
    02 AJ-AFTER-IMAGE      PICTURE IS X(80).
    02 FILLER              PICTURE IS X(1).

FD  LEDGER-PARAMETER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  LEDGER-PARAMETER-CARD.
    02 LP-FROM-DATE        PICTURE IS 9(6).
    02 LP-TO-DATE          PICTURE IS 9(6).
    02 LP-ITEM-FROM        PICTURE IS 9(5).
    02 LP-ITEM-TO          PICTURE IS 9(5).
    02 LP-CLOSING-OPTION   PICTURE IS X.
      88 LP-CLOSING-IS-REQUESTED  VALUE "Y".
    02 FILLER              PICTURE IS X(57).

FD  STOCK-LEDGER-REPORT
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  STOCK-LEDGER-LINE      PICTURE IS X(132).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 BAL-FWD-STATUS      PICTURE IS X(2).
    02 STOCK-HISTORY-STATUS PICTURE IS X(2).
    02 LEDGER-CLOSING-STATUS PICTURE IS X(2).
    02 RECEIPT-HISTORY-STATUS PICTURE IS X(2).
    02 ISSUE-HISTORY-STATUS PICTURE IS X(2).
    02 TRANSFER-JOURNAL-STATUS PICTURE IS X(2).
    02 ADJUSTMENT-HISTORY-STATUS PICTURE IS X(2).
    02 RETURN-HISTORY-STATUS PICTURE IS X(2).
    02 AUDIT-JOURNAL-STATUS PICTURE IS X(2).
01  SWITCHES.
    02 BAL-FWD-EOF-SWITCH  PICTURE IS X.
    02 STOCK-HISTORY-EOF-SWITCH PICTURE IS X.
    02 LEDGER-CLOSING-EOF-SWITCH PICTURE IS X.
    02 RECEIPT-EOF-SWITCH  PICTURE IS X.
    02 ISSUE-EOF-SWITCH    PICTURE IS X.
    02 TRANSFER-EOF-SWITCH PICTURE IS X.
    02 ADJUSTMENT-EOF-SWITCH PICTURE IS X.
    02 RETURN-EOF-SWITCH   PICTURE IS X.
    02 AUDIT-EOF-SWITCH    PICTURE IS X.
    02 PARAMETER-EOF-SWITCH PICTURE IS X.
    02 LEDGER-FOUND-SWITCH PICTURE IS X.
    02 AUDIT-CHANGE-PRINTED-SWITCH PICTURE IS X.
    02 CLOSING-SWITCH      PICTURE IS X VALUE "N".
      88 CLOSING-IS-REQUESTED    VALUE "Y".
    02 LEDGER-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
    02 AUDIT-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
01  CONSTANTS.
    02 MAXIMUM-LEDGER-ENTRIES PICTURE IS 9(4) VALUE 2000.
    02 MAXIMUM-AUDIT-CHANGES PICTURE IS 9(3) VALUE 500.
01  WORK-FIELDS.
    02 FROM-DATE           PICTURE IS 9(6).
    02 TO-DATE             PICTURE IS 9(6).
    02 CLOSING-AS-OF-DATE  PICTURE IS 9(6).
    02 ITEM-FROM           PICTURE IS 9(5) VALUE ZERO.
    02 ITEM-TO             PICTURE IS 9(5) VALUE 99999.
    02 BASIS-DATE          PICTURE IS 9(6).
    02 SEARCH-ITEM-NO      PICTURE IS 9(5).
    02 SEARCH-WAREHOUSE-CODE PICTURE IS X(4).
    02 MOVEMENT-DATE       PICTURE IS 9(6).
    02 MOVEMENT-TYPE       PICTURE IS X.
      88 MOVEMENT-IS-RECEIPT      VALUE "R".
      88 MOVEMENT-IS-ISSUE        VALUE "I".
      88 MOVEMENT-IS-TRANSFER-IN  VALUE "N".
      88 MOVEMENT-IS-TRANSFER-OUT VALUE "O".
      88 MOVEMENT-IS-ADJUSTMENT   VALUE "A".
      88 MOVEMENT-IS-RETURN       VALUE "V".
    02 MOVEMENT-QTY        PICTURE IS S9(7).
    02 SIGNED-MOVEMENT-QTY PICTURE IS S9(7).
    02 LEDGER-CLOSING-QTY  PICTURE IS S9(7).
    02 EXPECTED-ON-HAND    PICTURE IS S9(7).
    02 LEDGER-DIFFERENCE   PICTURE IS S9(7).
    02 BOOK-CLOSING-QTY    PICTURE IS S9(7).
    02 ITEMS-LEDGERED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 ITEMS-PROVED-COUNT  PICTURE IS 9(5) VALUE ZERO.
    02 ITEMS-NOT-PROVED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 NO-OPENING-COUNT    PICTURE IS 9(5) VALUE ZERO.
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-NUMBER REDEFINES RUN-DATE-RAW PICTURE IS 9(6).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
01  MONTH-START-DATE.
    02 MONTH-START-YY      PICTURE IS 9(2).
    02 MONTH-START-MM      PICTURE IS 9(2).
    02 MONTH-START-DD      PICTURE IS 9(2) VALUE 01.
01  MONTH-START-NUMBER REDEFINES MONTH-START-DATE PICTURE IS 9(6).
01  BEFORE-BALANCE-IMAGE.
    02 BB-ITEM-NO          PICTURE IS X(5).
    02 BB-WAREHOUSE-CODE   PICTURE IS X(4).
    02 FILLER              PICTURE IS X(31).
    02 BB-ON-HAND          PICTURE IS X(5).
    02 FILLER              PICTURE IS X(35).
01  AFTER-BALANCE-IMAGE.
    02 AB-ITEM-NO          PICTURE IS X(5).
    02 AB-WAREHOUSE-CODE   PICTURE IS X(4).
    02 FILLER              PICTURE IS X(31).
    02 AB-ON-HAND          PICTURE IS X(5).
    02 FILLER              PICTURE IS X(35).
01  LEDGER-TABLE.
    02 LEDGER-ENTRY OCCURS 2000 TIMES.
      03 LG-ITEM-NO         PICTURE IS 9(5).
      03 LG-WAREHOUSE-CODE  PICTURE IS X(4).
      03 LG-ON-HAND         PICTURE IS 9(5).
      03 LG-OPENING-SOURCE  PICTURE IS X.
        88 LG-OPENING-FROM-SNAPSHOT VALUE "S".
        88 LG-OPENING-FROM-LEDGER   VALUE "L".
        88 LG-OPENING-NOT-FOUND     VALUE "N".
      03 LG-OPENING-DATE    PICTURE IS 9(6).
      03 LG-OPENING-QTY     PICTURE IS S9(7).
      03 LG-RECEIPT-QTY     PICTURE IS 9(7).
      03 LG-RETURN-QTY      PICTURE IS 9(7).
      03 LG-ISSUE-QTY       PICTURE IS 9(7).
      03 LG-TRANSFER-IN-QTY PICTURE IS 9(7).
      03 LG-TRANSFER-OUT-QTY PICTURE IS 9(7).
      03 LG-ADJUSTMENT-QTY  PICTURE IS S9(7).
      03 LG-LATER-NET-QTY   PICTURE IS S9(7).
01  LEDGER-TABLE-CONTROLS.
    02 LEDGER-TABLE-SIZE   PICTURE IS 9(4) VALUE ZERO.
    02 LG-SEARCH-INDEX     PICTURE IS 9(4).
    02 LG-REPORT-INDEX     PICTURE IS 9(4).
01  AUDIT-CHANGE-TABLE.
    02 AUDIT-CHANGE-ENTRY OCCURS 500 TIMES.
      03 AC-ITEM-NO         PICTURE IS 9(5).
      03 AC-WAREHOUSE-CODE  PICTURE IS X(4).
      03 AC-MAINT-DATE      PICTURE IS 9(6).
      03 AC-USER-INITIALS   PICTURE IS X(3).
      03 AC-FUNCTION-CODE   PICTURE IS X.
      03 AC-OLD-ON-HAND     PICTURE IS X(5).
      03 AC-NEW-ON-HAND     PICTURE IS X(5).
01  AUDIT-CHANGE-TABLE-CONTROLS.
    02 AUDIT-CHANGE-TABLE-SIZE PICTURE IS 9(3) VALUE ZERO.
    02 AC-SEARCH-INDEX     PICTURE IS 9(3).
01  SL-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(40)
                           VALUE "ITEM STOCK LEDGER".
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 SLH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(69) VALUE SPACE.
01  SL-WINDOW-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "PERIOD: ".
    02 SLW-FROM-DATE       PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(3) VALUE " - ".
    02 SLW-TO-DATE         PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "ITEMS: ".
    02 SLW-ITEM-FROM       PICTURE IS 9(5).
    02 FILLER              PICTURE IS X(3) VALUE " - ".
    02 SLW-ITEM-TO         PICTURE IS 9(5).
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(18) VALUE "CLOSINGS WRITTEN: ".
    02 SLW-CLOSING-OPTION  PICTURE IS X(3).
    02 FILLER              PICTURE IS X(53) VALUE SPACE.
01  SL-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE "ITEM#".
    02 FILLER              PICTURE IS X(1) VALUE SPACE.
    02 FILLER              PICTURE IS X(4) VALUE "WRHS".
    02 FILLER              PICTURE IS X(1) VALUE SPACE.
    02 FILLER              PICTURE IS X(11) VALUE "OPEN BASIS".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "OPENING".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "RECEIPT".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "RTV".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "ISSUES".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "XFER IN".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "XFEROUT".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "ADJUST".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "CLOSING".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "LATER".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "ON HAND".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "DIFFER".
    02 FILLER              PICTURE IS X(11) VALUE SPACE.
01  SL-DETAIL-LINE.
    02 SLD-ITEM-NO         PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(1) VALUE SPACE.
    02 SLD-WAREHOUSE-CODE  PICTURE IS X(4).
    02 FILLER              PICTURE IS X(1) VALUE SPACE.
    02 SLD-OPENING-SOURCE  PICTURE IS X(4).
    02 FILLER              PICTURE IS X(1) VALUE SPACE.
    02 SLD-OPENING-DATE    PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 SLD-OPENING-QTY     PICTURE IS -(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 SLD-RECEIPT-QTY     PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 SLD-RETURN-QTY      PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 SLD-ISSUE-QTY       PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 SLD-TRANSFER-IN-QTY PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 SLD-TRANSFER-OUT-QTY PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 SLD-ADJUSTMENT-QTY  PICTURE IS -(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 SLD-CLOSING-QTY     PICTURE IS -(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 SLD-LATER-NET-QTY   PICTURE IS -(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 SLD-ON-HAND         PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 SLD-DIFFERENCE      PICTURE IS -(6)9.
    02 FILLER              PICTURE IS X(1) VALUE SPACE.
    02 SLD-PROOF-FLAG      PICTURE IS X(10).
01  SL-AUDIT-CHANGE-LINE.
    02 FILLER              PICTURE IS X(14) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "BALLOOK ".
    02 SLA-FUNCTION-CODE   PICTURE IS X.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "DATE ".
    02 SLA-MAINT-DATE      PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "USER ".
    02 SLA-USER-INITIALS   PICTURE IS X(3).
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "ON HAND ".
    02 SLA-OLD-ON-HAND     PICTURE IS X(5).
    02 FILLER              PICTURE IS X(4) VALUE " TO ".
    02 SLA-NEW-ON-HAND     PICTURE IS X(5).
    02 FILLER              PICTURE IS X(62) VALUE SPACE.
01  SL-REMARK-LINE.
    02 FILLER              PICTURE IS X(14) VALUE SPACE.
    02 SLR-REMARK          PICTURE IS X(50).
    02 FILLER              PICTURE IS X(68) VALUE SPACE.
01  SL-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(16) VALUE "ITEMS LEDGERED: ".
    02 SLT-ITEMS-LEDGERED  PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "PROVED: ".
    02 SLT-ITEMS-PROVED    PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(12) VALUE "NOT PROVED: ".
    02 SLT-ITEMS-NOT-PROVED PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(18) VALUE "NO OPENING BASIS: ".
    02 SLT-NO-OPENING      PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(38) VALUE SPACE.

PROCEDURE DIVISION.
000-PRODUCE-ITEM-STOCK-LEDGER.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 010-READ-LEDGER-PARAMETERS.
    OPEN INPUT BAL-FWD-FILE.
    IF BAL-FWD-STATUS IS EQUAL TO "35"
      DISPLAY "BAL FWD FILE MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN OUTPUT STOCK-LEDGER-REPORT.
    PERFORM 050-PRINT-LEDGER-HEADINGS.
    MOVE "N" TO BAL-FWD-EOF-SWITCH.
    PERFORM 060-LOAD-LEDGER-ENTRY
      UNTIL BAL-FWD-EOF-SWITCH IS EQUAL TO "Y".
    CLOSE BAL-FWD-FILE.
    PERFORM 100-LOAD-SNAPSHOT-OPENINGS.
    PERFORM 120-LOAD-CLOSING-OPENINGS.
    PERFORM 200-ACCUMULATE-RECEIPTS.
    PERFORM 250-ACCUMULATE-ISSUES.
    PERFORM 300-ACCUMULATE-TRANSFERS.
    PERFORM 350-ACCUMULATE-ADJUSTMENTS.
    PERFORM 370-ACCUMULATE-RETURNS.
    PERFORM 450-LOAD-AUDIT-CHANGES.
    IF CLOSING-IS-REQUESTED
      PERFORM 020-OPEN-LEDGER-CLOSING-FILE.
    PERFORM 500-PRINT-LEDGER-ENTRY
      VARYING LG-REPORT-INDEX FROM 1 BY 1
      UNTIL LG-REPORT-INDEX IS GREATER THAN LEDGER-TABLE-SIZE.
    PERFORM 900-PRINT-LEDGER-TOTALS.
    IF CLOSING-IS-REQUESTED
      CLOSE LEDGER-CLOSING-FILE.
    CLOSE STOCK-LEDGER-REPORT.
    STOP RUN.

010-READ-LEDGER-PARAMETERS.
    MOVE RUN-DATE-YY TO MONTH-START-YY.
    MOVE RUN-DATE-MM TO MONTH-START-MM.
    MOVE MONTH-START-NUMBER TO FROM-DATE.
    MOVE RUN-DATE-NUMBER TO TO-DATE.
    MOVE "N" TO PARAMETER-EOF-SWITCH.
    OPEN INPUT LEDGER-PARAMETER-FILE.
    READ LEDGER-PARAMETER-FILE RECORD
      AT END
        MOVE "Y" TO PARAMETER-EOF-SWITCH.
    IF PARAMETER-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF LP-FROM-DATE IS NUMERIC
          AND LP-FROM-DATE IS GREATER THAN ZERO
        MOVE LP-FROM-DATE TO FROM-DATE
      END-IF
      IF LP-TO-DATE IS NUMERIC
          AND LP-TO-DATE IS GREATER THAN ZERO
        MOVE LP-TO-DATE TO TO-DATE
      END-IF
      IF LP-ITEM-FROM IS NUMERIC
          AND LP-ITEM-FROM IS GREATER THAN ZERO
        MOVE LP-ITEM-FROM TO ITEM-FROM
      END-IF
      IF LP-ITEM-TO IS NUMERIC
          AND LP-ITEM-TO IS GREATER THAN ZERO
        MOVE LP-ITEM-TO TO ITEM-TO
      END-IF
      IF LP-CLOSING-IS-REQUESTED
        MOVE "Y" TO CLOSING-SWITCH
      END-IF.
    CLOSE LEDGER-PARAMETER-FILE.
    IF TO-DATE IS GREATER THAN RUN-DATE-NUMBER
      MOVE RUN-DATE-NUMBER TO CLOSING-AS-OF-DATE
    ELSE
      MOVE TO-DATE TO CLOSING-AS-OF-DATE.

020-OPEN-LEDGER-CLOSING-FILE.
    OPEN EXTEND LEDGER-CLOSING-FILE.
    IF LEDGER-CLOSING-STATUS IS EQUAL TO "35"
      OPEN OUTPUT LEDGER-CLOSING-FILE.

050-PRINT-LEDGER-HEADINGS.
    MOVE RUN-DATE-DISPLAY TO SLH-RUN-DATE.
    WRITE STOCK-LEDGER-LINE FROM SL-HEADING-LINE
      AFTER ADVANCING PAGE.
    MOVE FROM-DATE TO SLW-FROM-DATE.
    MOVE TO-DATE   TO SLW-TO-DATE.
    MOVE ITEM-FROM TO SLW-ITEM-FROM.
    MOVE ITEM-TO   TO SLW-ITEM-TO.
    IF CLOSING-IS-REQUESTED
      MOVE "YES" TO SLW-CLOSING-OPTION
    ELSE
      MOVE "NO" TO SLW-CLOSING-OPTION.
    WRITE STOCK-LEDGER-LINE FROM SL-WINDOW-LINE AFTER ADVANCING 1.
    WRITE STOCK-LEDGER-LINE FROM SL-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

060-LOAD-LEDGER-ENTRY.
    READ BAL-FWD-FILE NEXT RECORD
      AT END
        MOVE "Y" TO BAL-FWD-EOF-SWITCH.
    IF BAL-FWD-EOF-SWITCH IS NOT EQUAL TO "Y"
        AND BAL-ITEM-NO IS NOT LESS THAN ITEM-FROM
        AND BAL-ITEM-NO IS NOT GREATER THAN ITEM-TO
      IF LEDGER-TABLE-SIZE IS LESS THAN MAXIMUM-LEDGER-ENTRIES
        ADD 1 TO LEDGER-TABLE-SIZE
        MOVE BAL-ITEM-NO        TO LG-ITEM-NO(LEDGER-TABLE-SIZE)
        MOVE BAL-WAREHOUSE-CODE TO LG-WAREHOUSE-CODE(LEDGER-TABLE-SIZE)
        MOVE BAL-ON-HAND        TO LG-ON-HAND(LEDGER-TABLE-SIZE)
        MOVE "N"                TO LG-OPENING-SOURCE(LEDGER-TABLE-SIZE)
        MOVE ZERO               TO LG-OPENING-DATE(LEDGER-TABLE-SIZE)
        MOVE ZERO               TO LG-OPENING-QTY(LEDGER-TABLE-SIZE)
        MOVE ZERO               TO LG-RECEIPT-QTY(LEDGER-TABLE-SIZE)
        MOVE ZERO               TO LG-RETURN-QTY(LEDGER-TABLE-SIZE)
        MOVE ZERO               TO LG-ISSUE-QTY(LEDGER-TABLE-SIZE)
        MOVE ZERO            TO LG-TRANSFER-IN-QTY(LEDGER-TABLE-SIZE)
        MOVE ZERO            TO LG-TRANSFER-OUT-QTY(LEDGER-TABLE-SIZE)
        MOVE ZERO            TO LG-ADJUSTMENT-QTY(LEDGER-TABLE-SIZE)
        MOVE ZERO            TO LG-LATER-NET-QTY(LEDGER-TABLE-SIZE)
      ELSE
        IF LEDGER-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
          MOVE "Y" TO LEDGER-TABLE-FULL-SWITCH
          DISPLAY "LEDGER TABLE FULL - NARROW THE ITEM RANGE".

100-LOAD-SNAPSHOT-OPENINGS.
    MOVE "N" TO STOCK-HISTORY-EOF-SWITCH.
    OPEN INPUT STOCK-HISTORY-FILE.
    IF STOCK-HISTORY-STATUS IS EQUAL TO "35"
      DISPLAY "STOCK HISTORY MISSING - NO SNAPSHOT OPENINGS"
    ELSE
      PERFORM 110-APPLY-ONE-SNAPSHOT
        UNTIL STOCK-HISTORY-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE STOCK-HISTORY-FILE.

110-APPLY-ONE-SNAPSHOT.
    READ STOCK-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO STOCK-HISTORY-EOF-SWITCH.
    IF STOCK-HISTORY-EOF-SWITCH IS NOT EQUAL TO "Y"
        AND SH-ON-HAND-QTY IS NUMERIC
      MOVE SH-SNAPSHOT-DATE TO BASIS-DATE
      IF BASIS-DATE IS LESS THAN FROM-DATE
        MOVE SH-ITEM-NO        TO SEARCH-ITEM-NO
        MOVE SH-WAREHOUSE-CODE TO SEARCH-WAREHOUSE-CODE
        PERFORM 150-FIND-LEDGER-ENTRY
        IF LEDGER-FOUND-SWITCH IS EQUAL TO "Y"
          IF BASIS-DATE IS NOT LESS THAN
               LG-OPENING-DATE(LG-SEARCH-INDEX)
            MOVE "S"            TO LG-OPENING-SOURCE(LG-SEARCH-INDEX)
            MOVE BASIS-DATE     TO LG-OPENING-DATE(LG-SEARCH-INDEX)
            MOVE SH-ON-HAND-QTY TO LG-OPENING-QTY(LG-SEARCH-INDEX).

120-LOAD-CLOSING-OPENINGS.
    MOVE "N" TO LEDGER-CLOSING-EOF-SWITCH.
    OPEN INPUT LEDGER-CLOSING-FILE.
    IF LEDGER-CLOSING-STATUS IS EQUAL TO "35"
      DISPLAY "LEDGER CLOSING FILE MISSING - NO PRIOR CLOSINGS"
    ELSE
      PERFORM 130-APPLY-ONE-CLOSING
        UNTIL LEDGER-CLOSING-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE LEDGER-CLOSING-FILE.

130-APPLY-ONE-CLOSING.
    READ LEDGER-CLOSING-FILE RECORD
      AT END
        MOVE "Y" TO LEDGER-CLOSING-EOF-SWITCH.
    IF LEDGER-CLOSING-EOF-SWITCH IS NOT EQUAL TO "Y"
        AND LC-CLOSING-DATE IS LESS THAN FROM-DATE
      MOVE LC-ITEM-NO        TO SEARCH-ITEM-NO
      MOVE LC-WAREHOUSE-CODE TO SEARCH-WAREHOUSE-CODE
      PERFORM 150-FIND-LEDGER-ENTRY
      IF LEDGER-FOUND-SWITCH IS EQUAL TO "Y"
        IF LC-CLOSING-DATE IS NOT LESS THAN
             LG-OPENING-DATE(LG-SEARCH-INDEX)
          MOVE "L"             TO LG-OPENING-SOURCE(LG-SEARCH-INDEX)
          MOVE LC-CLOSING-DATE TO LG-OPENING-DATE(LG-SEARCH-INDEX)
          MOVE LC-CLOSING-QTY  TO LG-OPENING-QTY(LG-SEARCH-INDEX).

150-FIND-LEDGER-ENTRY.
    MOVE "N" TO LEDGER-FOUND-SWITCH.
    MOVE 1 TO LG-SEARCH-INDEX.
    PERFORM 155-SEARCH-ONE-LEDGER-ENTRY
      UNTIL LG-SEARCH-INDEX IS GREATER THAN LEDGER-TABLE-SIZE
         OR LEDGER-FOUND-SWITCH IS EQUAL TO "Y".

155-SEARCH-ONE-LEDGER-ENTRY.
    IF LG-ITEM-NO(LG-SEARCH-INDEX) IS EQUAL TO SEARCH-ITEM-NO
        AND LG-WAREHOUSE-CODE(LG-SEARCH-INDEX) IS EQUAL TO
              SEARCH-WAREHOUSE-CODE
      MOVE "Y" TO LEDGER-FOUND-SWITCH
    ELSE
      ADD 1 TO LG-SEARCH-INDEX.

200-ACCUMULATE-RECEIPTS.
    MOVE "N" TO RECEIPT-EOF-SWITCH.
    OPEN INPUT RECEIPT-HISTORY-FILE.
    IF RECEIPT-HISTORY-STATUS IS EQUAL TO "35"
      DISPLAY "RECEIPT HISTORY MISSING - RECEIPTS TAKEN AS ZERO"
    ELSE
      PERFORM 210-ACCUMULATE-ONE-RECEIPT
        UNTIL RECEIPT-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE RECEIPT-HISTORY-FILE.

210-ACCUMULATE-ONE-RECEIPT.
    READ RECEIPT-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO RECEIPT-EOF-SWITCH.
    IF RECEIPT-EOF-SWITCH IS NOT EQUAL TO "Y"
      MOVE RH-ITEM-NO        TO SEARCH-ITEM-NO
      MOVE RH-WAREHOUSE-CODE TO SEARCH-WAREHOUSE-CODE
      MOVE RH-RECEIPT-DATE   TO MOVEMENT-DATE
      MOVE RH-QTY-RECEIVED   TO MOVEMENT-QTY
      MOVE "R"               TO MOVEMENT-TYPE
      PERFORM 400-APPLY-MOVEMENT.

250-ACCUMULATE-ISSUES.
    MOVE "N" TO ISSUE-EOF-SWITCH.
    OPEN INPUT ISSUE-HISTORY-FILE.
    IF ISSUE-HISTORY-STATUS IS EQUAL TO "35"
      DISPLAY "ISSUE HISTORY MISSING - ISSUES TAKEN AS ZERO"
    ELSE
      PERFORM 260-ACCUMULATE-ONE-ISSUE
        UNTIL ISSUE-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE ISSUE-HISTORY-FILE.

260-ACCUMULATE-ONE-ISSUE.
    READ ISSUE-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO ISSUE-EOF-SWITCH.
    IF ISSUE-EOF-SWITCH IS NOT EQUAL TO "Y"
      MOVE IS-ITEM-NO        TO SEARCH-ITEM-NO
      MOVE IS-WAREHOUSE-CODE TO SEARCH-WAREHOUSE-CODE
      MOVE IS-ISSUE-DATE     TO MOVEMENT-DATE
      MOVE IS-QTY-ISSUED     TO MOVEMENT-QTY
      MOVE "I"               TO MOVEMENT-TYPE
      PERFORM 400-APPLY-MOVEMENT.

300-ACCUMULATE-TRANSFERS.
    MOVE "N" TO TRANSFER-EOF-SWITCH.
    OPEN INPUT TRANSFER-JOURNAL-FILE.
    IF TRANSFER-JOURNAL-STATUS IS EQUAL TO "35"
      DISPLAY "TRANSFER JOURNAL MISSING - TRANSFERS TAKEN AS ZERO"
    ELSE
      PERFORM 310-ACCUMULATE-ONE-TRANSFER
        UNTIL TRANSFER-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE TRANSFER-JOURNAL-FILE.

310-ACCUMULATE-ONE-TRANSFER.
    READ TRANSFER-JOURNAL-FILE RECORD
      AT END
        MOVE "Y" TO TRANSFER-EOF-SWITCH.
    IF TRANSFER-EOF-SWITCH IS NOT EQUAL TO "Y"
      MOVE TJ-ITEM-NO         TO SEARCH-ITEM-NO
      MOVE TJ-TRANSFER-DATE   TO MOVEMENT-DATE
      MOVE TJ-QTY-TRANSFERRED TO MOVEMENT-QTY
      MOVE TJ-FROM-WAREHOUSE  TO SEARCH-WAREHOUSE-CODE
      MOVE "O"                TO MOVEMENT-TYPE
      PERFORM 400-APPLY-MOVEMENT
      MOVE TJ-TO-WAREHOUSE    TO SEARCH-WAREHOUSE-CODE
      MOVE "N"                TO MOVEMENT-TYPE
      PERFORM 400-APPLY-MOVEMENT.

350-ACCUMULATE-ADJUSTMENTS.
    MOVE "N" TO ADJUSTMENT-EOF-SWITCH.
    OPEN INPUT ADJUSTMENT-HISTORY-FILE.
    IF ADJUSTMENT-HISTORY-STATUS IS EQUAL TO "35"
      DISPLAY "ADJUSTMENT HISTORY MISSING - ADJUSTMENTS TAKEN AS ZERO"
    ELSE
      PERFORM 360-ACCUMULATE-ONE-ADJUSTMENT
        UNTIL ADJUSTMENT-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE ADJUSTMENT-HISTORY-FILE.

360-ACCUMULATE-ONE-ADJUSTMENT.
    READ ADJUSTMENT-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO ADJUSTMENT-EOF-SWITCH.
    IF ADJUSTMENT-EOF-SWITCH IS NOT EQUAL TO "Y"
        AND AH-ADJUSTMENT-IS-APPROVED
      MOVE AH-ITEM-NO        TO SEARCH-ITEM-NO
      MOVE AH-WAREHOUSE-CODE TO SEARCH-WAREHOUSE-CODE
      MOVE AH-COUNT-DATE     TO MOVEMENT-DATE
      MOVE AH-VARIANCE-QTY   TO MOVEMENT-QTY
      MOVE "A"               TO MOVEMENT-TYPE
      PERFORM 400-APPLY-MOVEMENT.

370-ACCUMULATE-RETURNS.
    MOVE "N" TO RETURN-EOF-SWITCH.
    OPEN INPUT RETURN-HISTORY-FILE.
    IF RETURN-HISTORY-STATUS IS EQUAL TO "35"
      DISPLAY "RETURN HISTORY MISSING - RETURNS TAKEN AS ZERO"
    ELSE
      PERFORM 380-ACCUMULATE-ONE-RETURN
        UNTIL RETURN-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE RETURN-HISTORY-FILE.

380-ACCUMULATE-ONE-RETURN.
    READ RETURN-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO RETURN-EOF-SWITCH.
    IF RETURN-EOF-SWITCH IS NOT EQUAL TO "Y"
      MOVE RV-ITEM-NO        TO SEARCH-ITEM-NO
      MOVE RV-WAREHOUSE-CODE TO SEARCH-WAREHOUSE-CODE
      MOVE RV-RETURN-DATE    TO MOVEMENT-DATE
      MOVE RV-QTY-RETURNED   TO MOVEMENT-QTY
      MOVE "V"               TO MOVEMENT-TYPE
      PERFORM 400-APPLY-MOVEMENT.

400-APPLY-MOVEMENT.
    PERFORM 150-FIND-LEDGER-ENTRY.
    IF LEDGER-FOUND-SWITCH IS EQUAL TO "Y"
        AND MOVEMENT-DATE IS GREATER THAN
              LG-OPENING-DATE(LG-SEARCH-INDEX)
      IF MOVEMENT-IS-ISSUE OR MOVEMENT-IS-TRANSFER-OUT
          OR MOVEMENT-IS-RETURN
        COMPUTE SIGNED-MOVEMENT-QTY = ZERO - MOVEMENT-QTY
      ELSE
        MOVE MOVEMENT-QTY TO SIGNED-MOVEMENT-QTY
      END-IF
      IF MOVEMENT-DATE IS LESS THAN FROM-DATE
        ADD SIGNED-MOVEMENT-QTY TO LG-OPENING-QTY(LG-SEARCH-INDEX)
      ELSE
        IF MOVEMENT-DATE IS GREATER THAN TO-DATE
          ADD SIGNED-MOVEMENT-QTY TO LG-LATER-NET-QTY(LG-SEARCH-INDEX)
        ELSE
          PERFORM 410-POST-PERIOD-MOVEMENT.

410-POST-PERIOD-MOVEMENT.
    IF MOVEMENT-IS-RECEIPT
      ADD MOVEMENT-QTY TO LG-RECEIPT-QTY(LG-SEARCH-INDEX)
    ELSE
      IF MOVEMENT-IS-ISSUE
        ADD MOVEMENT-QTY TO LG-ISSUE-QTY(LG-SEARCH-INDEX)
      ELSE
        IF MOVEMENT-IS-TRANSFER-IN
          ADD MOVEMENT-QTY TO LG-TRANSFER-IN-QTY(LG-SEARCH-INDEX)
        ELSE
          IF MOVEMENT-IS-TRANSFER-OUT
            ADD MOVEMENT-QTY TO LG-TRANSFER-OUT-QTY(LG-SEARCH-INDEX)
          ELSE
            IF MOVEMENT-IS-RETURN
              ADD MOVEMENT-QTY TO LG-RETURN-QTY(LG-SEARCH-INDEX)
            ELSE
              ADD MOVEMENT-QTY TO LG-ADJUSTMENT-QTY(LG-SEARCH-INDEX).

450-LOAD-AUDIT-CHANGES.
    MOVE "N" TO AUDIT-EOF-SWITCH.
    OPEN INPUT AUDIT-JOURNAL-FILE.
    IF AUDIT-JOURNAL-STATUS IS EQUAL TO "35"
      DISPLAY "AUDIT JOURNAL MISSING - NO BALANCE CHANGES LISTED"
    ELSE
      PERFORM 460-LOAD-ONE-AUDIT-CHANGE
        UNTIL AUDIT-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE AUDIT-JOURNAL-FILE.

460-LOAD-ONE-AUDIT-CHANGE.
    READ AUDIT-JOURNAL-FILE RECORD
      AT END
        MOVE "Y" TO AUDIT-EOF-SWITCH.
    IF AUDIT-EOF-SWITCH IS NOT EQUAL TO "Y"
        AND (AJ-FUNCTION-CODE IS EQUAL TO "U"
          OR AJ-FUNCTION-CODE IS EQUAL TO "C")
        AND AJ-ITEM-NO IS NOT LESS THAN ITEM-FROM
        AND AJ-ITEM-NO IS NOT GREATER THAN ITEM-TO
      MOVE AJ-BEFORE-IMAGE TO BEFORE-BALANCE-IMAGE
      MOVE AJ-AFTER-IMAGE  TO AFTER-BALANCE-IMAGE
      IF BB-ON-HAND IS NOT EQUAL TO AB-ON-HAND
        PERFORM 470-ADD-AUDIT-CHANGE-ENTRY.

470-ADD-AUDIT-CHANGE-ENTRY.
    IF AUDIT-CHANGE-TABLE-SIZE IS LESS THAN MAXIMUM-AUDIT-CHANGES
      ADD 1 TO AUDIT-CHANGE-TABLE-SIZE
      MOVE AJ-ITEM-NO        TO AC-ITEM-NO(AUDIT-CHANGE-TABLE-SIZE)
      MOVE AB-WAREHOUSE-CODE TO
        AC-WAREHOUSE-CODE(AUDIT-CHANGE-TABLE-SIZE)
      MOVE AJ-MAINT-DATE     TO AC-MAINT-DATE(AUDIT-CHANGE-TABLE-SIZE)
      MOVE AJ-USER-INITIALS  TO
        AC-USER-INITIALS(AUDIT-CHANGE-TABLE-SIZE)
      MOVE AJ-FUNCTION-CODE  TO
        AC-FUNCTION-CODE(AUDIT-CHANGE-TABLE-SIZE)
      MOVE BB-ON-HAND        TO AC-OLD-ON-HAND(AUDIT-CHANGE-TABLE-SIZE)
      MOVE AB-ON-HAND        TO AC-NEW-ON-HAND(AUDIT-CHANGE-TABLE-SIZE)
    ELSE
      IF AUDIT-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
        MOVE "Y" TO AUDIT-TABLE-FULL-SWITCH
        DISPLAY "AUDIT CHANGE TABLE FULL - SOME CHANGES NOT LISTED".

500-PRINT-LEDGER-ENTRY.
    ADD 1 TO ITEMS-LEDGERED-COUNT.
    COMPUTE LEDGER-CLOSING-QTY =
      LG-OPENING-QTY(LG-REPORT-INDEX)
        + LG-RECEIPT-QTY(LG-REPORT-INDEX)
        - LG-RETURN-QTY(LG-REPORT-INDEX)
        - LG-ISSUE-QTY(LG-REPORT-INDEX)
        + LG-TRANSFER-IN-QTY(LG-REPORT-INDEX)
        - LG-TRANSFER-OUT-QTY(LG-REPORT-INDEX)
        + LG-ADJUSTMENT-QTY(LG-REPORT-INDEX).
    ADD LEDGER-CLOSING-QTY LG-LATER-NET-QTY(LG-REPORT-INDEX)
      GIVING EXPECTED-ON-HAND.
    SUBTRACT EXPECTED-ON-HAND FROM LG-ON-HAND(LG-REPORT-INDEX)
      GIVING LEDGER-DIFFERENCE.
    MOVE SPACE TO SL-DETAIL-LINE.
    MOVE LG-ITEM-NO(LG-REPORT-INDEX)          TO SLD-ITEM-NO.
    MOVE LG-WAREHOUSE-CODE(LG-REPORT-INDEX)   TO SLD-WAREHOUSE-CODE.
    IF LG-OPENING-FROM-SNAPSHOT(LG-REPORT-INDEX)
      MOVE "SNAP" TO SLD-OPENING-SOURCE
    ELSE
      IF LG-OPENING-FROM-LEDGER(LG-REPORT-INDEX)
        MOVE "LEDG" TO SLD-OPENING-SOURCE
      ELSE
        MOVE "NONE" TO SLD-OPENING-SOURCE
        ADD 1 TO NO-OPENING-COUNT.
    MOVE LG-OPENING-DATE(LG-REPORT-INDEX)     TO SLD-OPENING-DATE.
    MOVE LG-OPENING-QTY(LG-REPORT-INDEX)      TO SLD-OPENING-QTY.
    MOVE LG-RECEIPT-QTY(LG-REPORT-INDEX)      TO SLD-RECEIPT-QTY.
    MOVE LG-RETURN-QTY(LG-REPORT-INDEX)       TO SLD-RETURN-QTY.
    MOVE LG-ISSUE-QTY(LG-REPORT-INDEX)        TO SLD-ISSUE-QTY.
    MOVE LG-TRANSFER-IN-QTY(LG-REPORT-INDEX)  TO SLD-TRANSFER-IN-QTY.
    MOVE LG-TRANSFER-OUT-QTY(LG-REPORT-INDEX) TO SLD-TRANSFER-OUT-QTY.
    MOVE LG-ADJUSTMENT-QTY(LG-REPORT-INDEX)   TO SLD-ADJUSTMENT-QTY.
    MOVE LEDGER-CLOSING-QTY                   TO SLD-CLOSING-QTY.
    MOVE LG-LATER-NET-QTY(LG-REPORT-INDEX)    TO SLD-LATER-NET-QTY.
    MOVE LG-ON-HAND(LG-REPORT-INDEX)          TO SLD-ON-HAND.
    MOVE LEDGER-DIFFERENCE                    TO SLD-DIFFERENCE.
    IF LEDGER-DIFFERENCE IS EQUAL TO ZERO
      ADD 1 TO ITEMS-PROVED-COUNT
      MOVE SPACE TO SLD-PROOF-FLAG
      WRITE STOCK-LEDGER-LINE FROM SL-DETAIL-LINE
        AFTER ADVANCING 1
    ELSE
      ADD 1 TO ITEMS-NOT-PROVED-COUNT
      MOVE "NOT PROVED" TO SLD-PROOF-FLAG
      WRITE STOCK-LEDGER-LINE FROM SL-DETAIL-LINE
        AFTER ADVANCING 2
      PERFORM 510-LIST-AUDIT-CHANGES.
    IF CLOSING-IS-REQUESTED
      PERFORM 520-WRITE-LEDGER-CLOSING.

510-LIST-AUDIT-CHANGES.
    MOVE "N" TO AUDIT-CHANGE-PRINTED-SWITCH.
    PERFORM 515-PRINT-ONE-AUDIT-CHANGE
      VARYING AC-SEARCH-INDEX FROM 1 BY 1
      UNTIL AC-SEARCH-INDEX IS GREATER THAN AUDIT-CHANGE-TABLE-SIZE.
    IF AUDIT-CHANGE-PRINTED-SWITCH IS NOT EQUAL TO "Y"
      MOVE "NO BALLOOK ON-HAND CHANGE - CHECK FOR LOST POSTING"
        TO SLR-REMARK
      WRITE STOCK-LEDGER-LINE FROM SL-REMARK-LINE
        AFTER ADVANCING 1.

515-PRINT-ONE-AUDIT-CHANGE.
    IF AC-ITEM-NO(AC-SEARCH-INDEX) IS EQUAL TO
         LG-ITEM-NO(LG-REPORT-INDEX)
        AND AC-WAREHOUSE-CODE(AC-SEARCH-INDEX) IS EQUAL TO
              LG-WAREHOUSE-CODE(LG-REPORT-INDEX)
        AND AC-MAINT-DATE(AC-SEARCH-INDEX) IS GREATER THAN
              LG-OPENING-DATE(LG-REPORT-INDEX)
      MOVE "Y" TO AUDIT-CHANGE-PRINTED-SWITCH
      MOVE AC-FUNCTION-CODE(AC-SEARCH-INDEX) TO SLA-FUNCTION-CODE
      MOVE AC-MAINT-DATE(AC-SEARCH-INDEX)    TO SLA-MAINT-DATE
      MOVE AC-USER-INITIALS(AC-SEARCH-INDEX) TO SLA-USER-INITIALS
      MOVE AC-OLD-ON-HAND(AC-SEARCH-INDEX)   TO SLA-OLD-ON-HAND
      MOVE AC-NEW-ON-HAND(AC-SEARCH-INDEX)   TO SLA-NEW-ON-HAND
      WRITE STOCK-LEDGER-LINE FROM SL-AUDIT-CHANGE-LINE
        AFTER ADVANCING 1.

520-WRITE-LEDGER-CLOSING.
    SUBTRACT LG-LATER-NET-QTY(LG-REPORT-INDEX)
      FROM LG-ON-HAND(LG-REPORT-INDEX) GIVING BOOK-CLOSING-QTY.
    MOVE SPACE                          TO LEDGER-CLOSING-RECORD.
    MOVE CLOSING-AS-OF-DATE             TO LC-CLOSING-DATE.
    MOVE LG-ITEM-NO(LG-REPORT-INDEX)    TO LC-ITEM-NO.
    MOVE LG-WAREHOUSE-CODE(LG-REPORT-INDEX) TO LC-WAREHOUSE-CODE.
    MOVE BOOK-CLOSING-QTY               TO LC-CLOSING-QTY.
    IF LEDGER-DIFFERENCE IS EQUAL TO ZERO
      MOVE "Y" TO LC-PROVED-FLAG
    ELSE
      MOVE "N" TO LC-PROVED-FLAG.
    MOVE RUN-DATE-RAW                   TO LC-RUN-DATE.
    WRITE LEDGER-CLOSING-RECORD.

900-PRINT-LEDGER-TOTALS.
    MOVE ITEMS-LEDGERED-COUNT   TO SLT-ITEMS-LEDGERED.
    MOVE ITEMS-PROVED-COUNT     TO SLT-ITEMS-PROVED.
    MOVE ITEMS-NOT-PROVED-COUNT TO SLT-ITEMS-NOT-PROVED.
    MOVE NO-OPENING-COUNT       TO SLT-NO-OPENING.
    WRITE STOCK-LEDGER-LINE FROM SL-TOTAL-LINE
      AFTER ADVANCING 3.
