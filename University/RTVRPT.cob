IDENTIFICATION DIVISION.
PROGRAM-ID. PRODUCE-RTV-REVIEW-REPORT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT RETURN-HISTORY-FILE   ASSIGN TO "RTVHIST.DAT"
    FILE STATUS IS RETURN-HISTORY-STATUS.
  SELECT VENDOR-MASTER-FILE   ASSIGN TO "VENDMAST.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS VM-VENDOR-CODE
    FILE STATUS IS VENDOR-MASTER-STATUS.
  SELECT REVIEW-PARAMETER-FILE   ASSIGN TO READER.
  SELECT RTV-REVIEW-REPORT   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  RETURN-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 100 CHARACTERS.
COPY "RTVREC.CPY".

FD  VENDOR-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "VENDREC.CPY".

FD  REVIEW-PARAMETER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  REVIEW-PARAMETER-CARD.
    02 RP-FROM-DATE        PICTURE IS 9(6).
    02 RP-TO-DATE          PICTURE IS 9(6).
    02 RP-VENDOR-CODE      PICTURE IS X(6).
    02 RP-REASON-CODE      PICTURE IS X(2).
    02 FILLER              PICTURE IS X(60).

FD  RTV-REVIEW-REPORT
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  RTV-REVIEW-LINE        PICTURE IS X(132).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 RETURN-HISTORY-STATUS PICTURE IS X(2).
    02 VENDOR-MASTER-STATUS PICTURE IS X(2).
01  SWITCHES.
    02 RETURN-EOF-SWITCH   PICTURE IS X.
    02 PARAMETER-EOF-SWITCH PICTURE IS X.
    02 SUMMARY-FOUND-SWITCH PICTURE IS X.
    02 REASON-FOUND-SWITCH PICTURE IS X.
    02 SWAP-OCCURRED-SWITCH PICTURE IS X.
    02 VENDOR-MASTER-SWITCH PICTURE IS X.
      88 VENDOR-MASTER-IS-PRESENT VALUE "Y".
    02 SUMMARY-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
01  CONSTANTS.
    02 MAXIMUM-SUMMARY-ENTRIES PICTURE IS 9(3) VALUE 500.
    02 MAXIMUM-REASON-CODES PICTURE IS 9 VALUE 5.
01  WORK-FIELDS.
    02 FROM-DATE           PICTURE IS 9(6) VALUE ZERO.
    02 TO-DATE             PICTURE IS 9(6) VALUE 999999.
    02 SELECT-VENDOR-CODE  PICTURE IS X(6) VALUE SPACE.
    02 SELECT-REASON-CODE  PICTURE IS X(2) VALUE SPACE.
    02 LAST-DEBIT-MEMO-NO  PICTURE IS 9(6) VALUE ZERO.
    02 RETURN-COUNT-INCREMENT PICTURE IS 9.
    02 REPLACEMENT-COUNT-INCREMENT PICTURE IS 9.
    02 CURRENT-VENDOR-CODE PICTURE IS X(6).
    02 CURRENT-SORT-KEY.
      03 CURRENT-SORT-VENDOR PICTURE IS X(6).
      03 CURRENT-SORT-REASON PICTURE IS X(2).
    02 RECORDS-SELECTED-COUNT PICTURE IS 9(7) VALUE ZERO.
    02 VENDORS-REPORTED-COUNT PICTURE IS 9(5) VALUE ZERO.
01  TOTAL-FIELDS.
    02 VENDOR-TOTALS.
      03 VT-RETURN-COUNT    PICTURE IS 9(5).
      03 VT-QTY-RETURNED    PICTURE IS 9(7).
      03 VT-RETURN-VALUE    PICTURE IS 9(9)V99.
      03 VT-DEBIT-AMOUNT    PICTURE IS 9(9)V99.
      03 VT-REPLACEMENT-COUNT PICTURE IS 9(5).
    02 GRAND-TOTALS.
      03 GT-RETURN-COUNT    PICTURE IS 9(5) VALUE ZERO.
      03 GT-QTY-RETURNED    PICTURE IS 9(7) VALUE ZERO.
      03 GT-RETURN-VALUE    PICTURE IS 9(9)V99 VALUE ZERO.
      03 GT-DEBIT-AMOUNT    PICTURE IS 9(9)V99 VALUE ZERO.
      03 GT-REPLACEMENT-COUNT PICTURE IS 9(5) VALUE ZERO.
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
01  REASON-TOTAL-TABLE.
    02 REASON-TOTAL-ENTRY OCCURS 5 TIMES.
      03 RT-RETURN-COUNT    PICTURE IS 9(5).
      03 RT-QTY-RETURNED    PICTURE IS 9(7).
      03 RT-RETURN-VALUE    PICTURE IS 9(9)V99.
      03 RT-DEBIT-AMOUNT    PICTURE IS 9(9)V99.
      03 RT-REPLACEMENT-COUNT PICTURE IS 9(5).
01  REASON-TABLE-CONTROLS.
    02 RS-SEARCH-INDEX     PICTURE IS 9.
01  SUMMARY-TABLE.
    02 SUMMARY-ENTRY OCCURS 500 TIMES.
      03 SM-SORT-KEY.
        04 SM-VENDOR-CODE   PICTURE IS X(6).
        04 SM-REASON-CODE   PICTURE IS X(2).
      03 SM-RETURN-COUNT    PICTURE IS 9(5).
      03 SM-QTY-RETURNED    PICTURE IS 9(7).
      03 SM-RETURN-VALUE    PICTURE IS 9(9)V99.
      03 SM-DEBIT-AMOUNT    PICTURE IS 9(9)V99.
      03 SM-REPLACEMENT-COUNT PICTURE IS 9(5).
01  SUMMARY-TABLE-CONTROLS.
    02 SUMMARY-TABLE-SIZE  PICTURE IS 9(3) VALUE ZERO.
    02 SM-SEARCH-INDEX     PICTURE IS 9(3).
    02 SM-SORT-LIMIT       PICTURE IS 9(3).
01  SM-SWAP-ENTRY.
    02 SW-SORT-KEY         PICTURE IS X(8).
    02 SW-RETURN-COUNT     PICTURE IS 9(5).
    02 SW-QTY-RETURNED     PICTURE IS 9(7).
    02 SW-RETURN-VALUE     PICTURE IS 9(9)V99.
    02 SW-DEBIT-AMOUNT     PICTURE IS 9(9)V99.
    02 SW-REPLACEMENT-COUNT PICTURE IS 9(5).
01  RV-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(40)
                           VALUE "RETURN TO VENDOR REVIEW".
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 RVH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(69) VALUE SPACE.
01  RV-WINDOW-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "PERIOD: ".
    02 RVW-FROM-DATE       PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(3) VALUE " - ".
    02 RVW-TO-DATE         PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "VENDOR: ".
    02 RVW-VENDOR-CODE     PICTURE IS X(6).
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "REASON: ".
    02 RVW-REASON-CODE     PICTURE IS X(3).
    02 FILLER              PICTURE IS X(69) VALUE SPACE.
01  RV-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(6) VALUE "VENDOR".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "NAME".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(2) VALUE "RC".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "REASON".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE " RTNS".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "    QTY".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(13) VALUE "   COST VALUE".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(13) VALUE " DEBIT AMOUNT".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE " REPL".
    02 FILLER              PICTURE IS X(25) VALUE SPACE.
01  RV-DETAIL-LINE.
    02 RVD-VENDOR-CODE     PICTURE IS X(6).
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVD-VENDOR-NAME     PICTURE IS X(20).
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVD-REASON-CODE     PICTURE IS X(2).
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVD-REASON          PICTURE IS X(20).
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVD-RETURN-COUNT    PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVD-QTY-RETURNED    PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVD-RETURN-VALUE    PICTURE IS ZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVD-DEBIT-AMOUNT    PICTURE IS ZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVD-REPLACEMENT-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(25) VALUE SPACE.
01  RV-TOTAL-LINE.
    02 FILLER              PICTURE IS X(8) VALUE SPACE.
    02 RVT-LABEL           PICTURE IS X(48).
    02 RVT-RETURN-COUNT    PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVT-QTY-RETURNED    PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVT-RETURN-VALUE    PICTURE IS ZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVT-DEBIT-AMOUNT    PICTURE IS ZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 RVT-REPLACEMENT-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(25) VALUE SPACE.
01  RV-SECTION-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 RVS-HEADING         PICTURE IS X(40).
    02 FILLER              PICTURE IS X(87) VALUE SPACE.
01  RV-COUNT-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(18) VALUE "VENDORS REPORTED: ".
    02 RVC-VENDOR-COUNT    PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(26) VALUE "HISTORY RECORDS SELECTED: ".
    02 RVC-RECORDS-SELECTED PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(66) VALUE SPACE.

PROCEDURE DIVISION.
000-PRODUCE-RTV-REVIEW-REPORT.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 010-READ-REVIEW-PARAMETERS.
    MOVE "Y" TO VENDOR-MASTER-SWITCH.
    OPEN INPUT VENDOR-MASTER-FILE.
    IF VENDOR-MASTER-STATUS IS EQUAL TO "35"
      MOVE "N" TO VENDOR-MASTER-SWITCH
      DISPLAY "VENDOR MASTER MISSING - VENDOR NAMES NOT SHOWN".
    OPEN OUTPUT RTV-REVIEW-REPORT.
    PERFORM 050-PRINT-REVIEW-HEADINGS.
    PERFORM 060-CLEAR-REASON-TOTAL
      VARYING RS-SEARCH-INDEX FROM 1 BY 1
      UNTIL RS-SEARCH-INDEX IS GREATER THAN MAXIMUM-REASON-CODES.
    PERFORM 100-ACCUMULATE-RETURNS.
    PERFORM 300-SORT-SUMMARY-TABLE.
    MOVE SPACE TO CURRENT-VENDOR-CODE.
    PERFORM 400-PRINT-SUMMARY-LINE
      VARYING SM-SEARCH-INDEX FROM 1 BY 1
      UNTIL SM-SEARCH-INDEX IS GREATER THAN SUMMARY-TABLE-SIZE.
    IF SUMMARY-TABLE-SIZE IS GREATER THAN ZERO
      PERFORM 410-PRINT-VENDOR-TOTALS.
    PERFORM 500-PRINT-REASON-SUMMARY.
    PERFORM 900-PRINT-REVIEW-TOTALS.
    IF VENDOR-MASTER-IS-PRESENT
      CLOSE VENDOR-MASTER-FILE.
    CLOSE RTV-REVIEW-REPORT.
    STOP RUN.

010-READ-REVIEW-PARAMETERS.
    MOVE "N" TO PARAMETER-EOF-SWITCH.
    OPEN INPUT REVIEW-PARAMETER-FILE.
    READ REVIEW-PARAMETER-FILE RECORD
      AT END
        MOVE "Y" TO PARAMETER-EOF-SWITCH.
    IF PARAMETER-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF RP-FROM-DATE IS NUMERIC
        MOVE RP-FROM-DATE TO FROM-DATE
      END-IF
      IF RP-TO-DATE IS NUMERIC
          AND RP-TO-DATE IS GREATER THAN ZERO
        MOVE RP-TO-DATE TO TO-DATE
      END-IF
      MOVE RP-VENDOR-CODE TO SELECT-VENDOR-CODE
      MOVE RP-REASON-CODE TO SELECT-REASON-CODE.
    CLOSE REVIEW-PARAMETER-FILE.

050-PRINT-REVIEW-HEADINGS.
    MOVE RUN-DATE-DISPLAY TO RVH-RUN-DATE.
    WRITE RTV-REVIEW-LINE FROM RV-HEADING-LINE
      AFTER ADVANCING PAGE.
    MOVE FROM-DATE TO RVW-FROM-DATE.
    MOVE TO-DATE   TO RVW-TO-DATE.
    IF SELECT-VENDOR-CODE IS EQUAL TO SPACE
      MOVE "ALL" TO RVW-VENDOR-CODE
    ELSE
      MOVE SELECT-VENDOR-CODE TO RVW-VENDOR-CODE.
    IF SELECT-REASON-CODE IS EQUAL TO SPACE
      MOVE "ALL" TO RVW-REASON-CODE
    ELSE
      MOVE SELECT-REASON-CODE TO RVW-REASON-CODE.
    WRITE RTV-REVIEW-LINE FROM RV-WINDOW-LINE AFTER ADVANCING 1.
    WRITE RTV-REVIEW-LINE FROM RV-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

060-CLEAR-REASON-TOTAL.
    MOVE ZERO TO RT-RETURN-COUNT(RS-SEARCH-INDEX).
    MOVE ZERO TO RT-QTY-RETURNED(RS-SEARCH-INDEX).
    MOVE ZERO TO RT-RETURN-VALUE(RS-SEARCH-INDEX).
    MOVE ZERO TO RT-DEBIT-AMOUNT(RS-SEARCH-INDEX).
    MOVE ZERO TO RT-REPLACEMENT-COUNT(RS-SEARCH-INDEX).

100-ACCUMULATE-RETURNS.
    MOVE "N" TO RETURN-EOF-SWITCH.
    OPEN INPUT RETURN-HISTORY-FILE.
    IF RETURN-HISTORY-STATUS IS EQUAL TO "35"
      MOVE "Y" TO RETURN-EOF-SWITCH
      DISPLAY "RETURN HISTORY MISSING - NO RETURNS REPORTED"
    ELSE
      PERFORM 110-ACCUMULATE-ONE-RETURN
        UNTIL RETURN-EOF-SWITCH IS EQUAL TO "Y"
      CLOSE RETURN-HISTORY-FILE.

110-ACCUMULATE-ONE-RETURN.
    READ RETURN-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO RETURN-EOF-SWITCH.
    IF RETURN-EOF-SWITCH IS NOT EQUAL TO "Y"
        AND RV-RETURN-DATE IS NOT LESS THAN FROM-DATE
        AND RV-RETURN-DATE IS NOT GREATER THAN TO-DATE
      IF (SELECT-VENDOR-CODE IS EQUAL TO SPACE
            OR SELECT-VENDOR-CODE IS EQUAL TO RV-VENDOR-CODE)
          AND (SELECT-REASON-CODE IS EQUAL TO SPACE
            OR SELECT-REASON-CODE IS EQUAL TO RV-REASON-CODE)
        ADD 1 TO RECORDS-SELECTED-COUNT
        MOVE ZERO TO RETURN-COUNT-INCREMENT
        MOVE ZERO TO REPLACEMENT-COUNT-INCREMENT
        IF RV-DEBIT-MEMO-NO IS NOT EQUAL TO LAST-DEBIT-MEMO-NO
          MOVE RV-DEBIT-MEMO-NO TO LAST-DEBIT-MEMO-NO
          MOVE 1 TO RETURN-COUNT-INCREMENT
          IF RV-REPLACEMENT-REQUESTED
            MOVE 1 TO REPLACEMENT-COUNT-INCREMENT
          END-IF
        END-IF
        PERFORM 150-FIND-SUMMARY-ENTRY
        IF SUMMARY-FOUND-SWITCH IS EQUAL TO "Y"
          PERFORM 160-ADD-TO-SUMMARY-ENTRY
        END-IF
        PERFORM 170-ADD-TO-REASON-TOTAL
          VARYING RS-SEARCH-INDEX FROM 1 BY 1
          UNTIL RS-SEARCH-INDEX IS GREATER THAN MAXIMUM-REASON-CODES.

150-FIND-SUMMARY-ENTRY.
    MOVE RV-VENDOR-CODE TO CURRENT-SORT-VENDOR.
    MOVE RV-REASON-CODE TO CURRENT-SORT-REASON.
    MOVE "N" TO SUMMARY-FOUND-SWITCH.
    MOVE 1 TO SM-SEARCH-INDEX.
    PERFORM 155-SEARCH-ONE-SUMMARY-ENTRY
      UNTIL SM-SEARCH-INDEX IS GREATER THAN SUMMARY-TABLE-SIZE
         OR SUMMARY-FOUND-SWITCH IS EQUAL TO "Y".
    IF SUMMARY-FOUND-SWITCH IS NOT EQUAL TO "Y"
      IF SUMMARY-TABLE-SIZE IS LESS THAN MAXIMUM-SUMMARY-ENTRIES
        ADD 1 TO SUMMARY-TABLE-SIZE
        MOVE CURRENT-SORT-KEY TO SM-SORT-KEY(SUMMARY-TABLE-SIZE)
        MOVE ZERO TO SM-RETURN-COUNT(SUMMARY-TABLE-SIZE)
        MOVE ZERO TO SM-QTY-RETURNED(SUMMARY-TABLE-SIZE)
        MOVE ZERO TO SM-RETURN-VALUE(SUMMARY-TABLE-SIZE)
        MOVE ZERO TO SM-DEBIT-AMOUNT(SUMMARY-TABLE-SIZE)
        MOVE ZERO TO SM-REPLACEMENT-COUNT(SUMMARY-TABLE-SIZE)
        MOVE SUMMARY-TABLE-SIZE TO SM-SEARCH-INDEX
        MOVE "Y" TO SUMMARY-FOUND-SWITCH
      ELSE
        IF SUMMARY-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
          MOVE "Y" TO SUMMARY-TABLE-FULL-SWITCH
          DISPLAY "SUMMARY TABLE FULL - NARROW THE REVIEW PERIOD".

155-SEARCH-ONE-SUMMARY-ENTRY.
    IF SM-SORT-KEY(SM-SEARCH-INDEX) IS EQUAL TO CURRENT-SORT-KEY
      MOVE "Y" TO SUMMARY-FOUND-SWITCH
    ELSE
      ADD 1 TO SM-SEARCH-INDEX.

160-ADD-TO-SUMMARY-ENTRY.
    ADD RETURN-COUNT-INCREMENT TO SM-RETURN-COUNT(SM-SEARCH-INDEX).
    ADD RV-QTY-RETURNED    TO SM-QTY-RETURNED(SM-SEARCH-INDEX).
    ADD RV-EXTENDED-VALUE  TO SM-RETURN-VALUE(SM-SEARCH-INDEX).
    ADD RV-DEBIT-AMOUNT    TO SM-DEBIT-AMOUNT(SM-SEARCH-INDEX).
    ADD REPLACEMENT-COUNT-INCREMENT
      TO SM-REPLACEMENT-COUNT(SM-SEARCH-INDEX).

170-ADD-TO-REASON-TOTAL.
    IF RS-REASON-CODE(RS-SEARCH-INDEX) IS EQUAL TO RV-REASON-CODE
      ADD RETURN-COUNT-INCREMENT TO RT-RETURN-COUNT(RS-SEARCH-INDEX)
      ADD RV-QTY-RETURNED    TO RT-QTY-RETURNED(RS-SEARCH-INDEX)
      ADD RV-EXTENDED-VALUE  TO RT-RETURN-VALUE(RS-SEARCH-INDEX)
      ADD RV-DEBIT-AMOUNT    TO RT-DEBIT-AMOUNT(RS-SEARCH-INDEX)
      ADD REPLACEMENT-COUNT-INCREMENT
        TO RT-REPLACEMENT-COUNT(RS-SEARCH-INDEX).

300-SORT-SUMMARY-TABLE.
    IF SUMMARY-TABLE-SIZE IS GREATER THAN 1
      MOVE "Y" TO SWAP-OCCURRED-SWITCH
      SUBTRACT 1 FROM SUMMARY-TABLE-SIZE GIVING SM-SORT-LIMIT
      PERFORM 310-SORT-ONE-PASS
        UNTIL SWAP-OCCURRED-SWITCH IS EQUAL TO "N".

310-SORT-ONE-PASS.
    MOVE "N" TO SWAP-OCCURRED-SWITCH.
    PERFORM 320-COMPARE-ADJACENT-ENTRIES
      VARYING SM-SEARCH-INDEX FROM 1 BY 1
      UNTIL SM-SEARCH-INDEX IS GREATER THAN SM-SORT-LIMIT.

320-COMPARE-ADJACENT-ENTRIES.
    IF SM-SORT-KEY(SM-SEARCH-INDEX) IS GREATER THAN
         SM-SORT-KEY(SM-SEARCH-INDEX + 1)
      PERFORM 330-SWAP-ADJACENT-ENTRIES.

330-SWAP-ADJACENT-ENTRIES.
    MOVE SUMMARY-ENTRY(SM-SEARCH-INDEX) TO SM-SWAP-ENTRY.
    MOVE SUMMARY-ENTRY(SM-SEARCH-INDEX + 1) TO
      SUMMARY-ENTRY(SM-SEARCH-INDEX).
    MOVE SM-SWAP-ENTRY TO SUMMARY-ENTRY(SM-SEARCH-INDEX + 1).
    MOVE "Y" TO SWAP-OCCURRED-SWITCH.

400-PRINT-SUMMARY-LINE.
    MOVE SPACE TO RV-DETAIL-LINE.
    IF SM-VENDOR-CODE(SM-SEARCH-INDEX) IS NOT EQUAL TO
         CURRENT-VENDOR-CODE
        OR SM-SEARCH-INDEX IS EQUAL TO 1
      IF SM-SEARCH-INDEX IS GREATER THAN 1
        PERFORM 410-PRINT-VENDOR-TOTALS
      END-IF
      PERFORM 420-START-NEW-VENDOR
      MOVE CURRENT-VENDOR-CODE TO RVD-VENDOR-CODE
      MOVE VM-VENDOR-NAME      TO RVD-VENDOR-NAME.
    MOVE SM-REASON-CODE(SM-SEARCH-INDEX) TO RVD-REASON-CODE.
    PERFORM 430-FIND-REASON-DESCRIPTION.
    MOVE SM-RETURN-COUNT(SM-SEARCH-INDEX)      TO RVD-RETURN-COUNT.
    MOVE SM-QTY-RETURNED(SM-SEARCH-INDEX)      TO RVD-QTY-RETURNED.
    MOVE SM-RETURN-VALUE(SM-SEARCH-INDEX)      TO RVD-RETURN-VALUE.
    MOVE SM-DEBIT-AMOUNT(SM-SEARCH-INDEX)      TO RVD-DEBIT-AMOUNT.
    MOVE SM-REPLACEMENT-COUNT(SM-SEARCH-INDEX) TO RVD-REPLACEMENT-COUNT.
    WRITE RTV-REVIEW-LINE FROM RV-DETAIL-LINE AFTER ADVANCING 1.
    ADD SM-RETURN-COUNT(SM-SEARCH-INDEX)      TO VT-RETURN-COUNT.
    ADD SM-QTY-RETURNED(SM-SEARCH-INDEX)      TO VT-QTY-RETURNED.
    ADD SM-RETURN-VALUE(SM-SEARCH-INDEX)      TO VT-RETURN-VALUE.
    ADD SM-DEBIT-AMOUNT(SM-SEARCH-INDEX)      TO VT-DEBIT-AMOUNT.
    ADD SM-REPLACEMENT-COUNT(SM-SEARCH-INDEX) TO VT-REPLACEMENT-COUNT.

410-PRINT-VENDOR-TOTALS.
    MOVE SPACE TO RVT-LABEL.
    STRING "TOTAL FOR VENDOR " CURRENT-VENDOR-CODE
      DELIMITED BY SIZE INTO RVT-LABEL.
    MOVE VT-RETURN-COUNT      TO RVT-RETURN-COUNT.
    MOVE VT-QTY-RETURNED      TO RVT-QTY-RETURNED.
    MOVE VT-RETURN-VALUE      TO RVT-RETURN-VALUE.
    MOVE VT-DEBIT-AMOUNT      TO RVT-DEBIT-AMOUNT.
    MOVE VT-REPLACEMENT-COUNT TO RVT-REPLACEMENT-COUNT.
    WRITE RTV-REVIEW-LINE FROM RV-TOTAL-LINE AFTER ADVANCING 1.
    ADD VT-RETURN-COUNT      TO GT-RETURN-COUNT.
    ADD VT-QTY-RETURNED      TO GT-QTY-RETURNED.
    ADD VT-RETURN-VALUE      TO GT-RETURN-VALUE.
    ADD VT-DEBIT-AMOUNT      TO GT-DEBIT-AMOUNT.
    ADD VT-REPLACEMENT-COUNT TO GT-REPLACEMENT-COUNT.
    MOVE SPACE TO RTV-REVIEW-LINE.
    WRITE RTV-REVIEW-LINE AFTER ADVANCING 1.

420-START-NEW-VENDOR.
    MOVE SM-VENDOR-CODE(SM-SEARCH-INDEX) TO CURRENT-VENDOR-CODE.
    MOVE ZERO TO VENDOR-TOTALS.
    ADD 1 TO VENDORS-REPORTED-COUNT.
    MOVE CURRENT-VENDOR-CODE TO VM-VENDOR-CODE.
    MOVE SPACE TO VM-VENDOR-NAME.
    IF VENDOR-MASTER-IS-PRESENT
      READ VENDOR-MASTER-FILE RECORD
        INVALID KEY
          MOVE "NOT ON VENDOR MASTER" TO VM-VENDOR-NAME.

430-FIND-REASON-DESCRIPTION.
    MOVE "N" TO REASON-FOUND-SWITCH.
    PERFORM 435-SEARCH-ONE-REASON
      VARYING RS-SEARCH-INDEX FROM 1 BY 1
      UNTIL RS-SEARCH-INDEX IS GREATER THAN MAXIMUM-REASON-CODES
         OR REASON-FOUND-SWITCH IS EQUAL TO "Y".
    IF REASON-FOUND-SWITCH IS NOT EQUAL TO "Y"
      MOVE "UNKNOWN REASON" TO RVD-REASON.

435-SEARCH-ONE-REASON.
    IF RS-REASON-CODE(RS-SEARCH-INDEX) IS EQUAL TO
         SM-REASON-CODE(SM-SEARCH-INDEX)
      MOVE RS-DESCRIPTION(RS-SEARCH-INDEX) TO RVD-REASON
      MOVE "Y" TO REASON-FOUND-SWITCH.

500-PRINT-REASON-SUMMARY.
    MOVE "SUMMARY BY REASON" TO RVS-HEADING.
    WRITE RTV-REVIEW-LINE FROM RV-SECTION-HEADING-LINE
      AFTER ADVANCING 2.
    PERFORM 510-PRINT-ONE-REASON-TOTAL
      VARYING RS-SEARCH-INDEX FROM 1 BY 1
      UNTIL RS-SEARCH-INDEX IS GREATER THAN MAXIMUM-REASON-CODES.

510-PRINT-ONE-REASON-TOTAL.
    MOVE SPACE TO RVT-LABEL.
    STRING RS-REASON-CODE(RS-SEARCH-INDEX) "  "
      RS-DESCRIPTION(RS-SEARCH-INDEX)
      DELIMITED BY SIZE INTO RVT-LABEL.
    MOVE RT-RETURN-COUNT(RS-SEARCH-INDEX)      TO RVT-RETURN-COUNT.
    MOVE RT-QTY-RETURNED(RS-SEARCH-INDEX)      TO RVT-QTY-RETURNED.
    MOVE RT-RETURN-VALUE(RS-SEARCH-INDEX)      TO RVT-RETURN-VALUE.
    MOVE RT-DEBIT-AMOUNT(RS-SEARCH-INDEX)      TO RVT-DEBIT-AMOUNT.
    MOVE RT-REPLACEMENT-COUNT(RS-SEARCH-INDEX) TO RVT-REPLACEMENT-COUNT.
    WRITE RTV-REVIEW-LINE FROM RV-TOTAL-LINE AFTER ADVANCING 1.

900-PRINT-REVIEW-TOTALS.
    MOVE "ALL VENDORS" TO RVT-LABEL.
    MOVE GT-RETURN-COUNT      TO RVT-RETURN-COUNT.
    MOVE GT-QTY-RETURNED      TO RVT-QTY-RETURNED.
    MOVE GT-RETURN-VALUE      TO RVT-RETURN-VALUE.
    MOVE GT-DEBIT-AMOUNT      TO RVT-DEBIT-AMOUNT.
    MOVE GT-REPLACEMENT-COUNT TO RVT-REPLACEMENT-COUNT.
    WRITE RTV-REVIEW-LINE FROM RV-TOTAL-LINE AFTER ADVANCING 2.
    MOVE VENDORS-REPORTED-COUNT TO RVC-VENDOR-COUNT.
    MOVE RECORDS-SELECTED-COUNT TO RVC-RECORDS-SELECTED.
    WRITE RTV-REVIEW-LINE FROM RV-COUNT-LINE AFTER ADVANCING 2.
