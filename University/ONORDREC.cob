IDENTIFICATION DIVISION.
PROGRAM-ID. RECONCILE-ON-ORDER-QUANTITY.

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
  SELECT OPEN-PO-MASTER-FILE   ASSIGN TO "OPENPO.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS OP-PO-KEY
    FILE STATUS IS OPEN-PO-STATUS.
  SELECT AUDIT-JOURNAL-FILE   ASSIGN TO "AUDITJNL.DAT"
    FILE STATUS IS AUDIT-JOURNAL-STATUS.
  SELECT RECON-PARAMETER-FILE   ASSIGN TO READER.
  SELECT ON-ORDER-RECON-REPORT   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  BAL-FWD-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "BALREC.CPY".

FD  OPEN-PO-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "OPOREC.CPY".

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

FD  RECON-PARAMETER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  RECON-PARAMETER-CARD.
    02 RP-CORRECTION-OPTION PICTURE IS X.
      88 RP-CORRECTION-IS-REQUESTED VALUE "Y".
    02 RP-USER-INITIALS    PICTURE IS X(3).
    02 FILLER              PICTURE IS X(76).

FD  ON-ORDER-RECON-REPORT
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  ON-ORDER-RECON-LINE    PICTURE IS X(132).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 BAL-FWD-STATUS      PICTURE IS X(2).
    02 OPEN-PO-STATUS      PICTURE IS X(2).
    02 AUDIT-JOURNAL-STATUS PICTURE IS X(2).
01  SWITCHES.
    02 BAL-FWD-EOF-SWITCH  PICTURE IS X.
    02 OPEN-PO-EOF-SWITCH  PICTURE IS X.
    02 PARAMETER-EOF-SWITCH PICTURE IS X.
    02 CORRECTION-SWITCH   PICTURE IS X VALUE "N".
      88 CORRECTION-IS-REQUESTED VALUE "Y".
    02 PO-LINE-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
01  CONSTANTS.
    02 MAXIMUM-PO-LINES    PICTURE IS 9(4) VALUE 2000.
    02 MAXIMUM-ON-ORDER-QTY PICTURE IS 9(5) VALUE 99999.
01  WORK-FIELDS.
    02 USER-INITIALS       PICTURE IS X(3) VALUE SPACE.
    02 RECON-ITEM-NO       PICTURE IS 9(5).
    02 RECON-WAREHOUSE-CODE PICTURE IS X(4).
    02 OPEN-PO-TOTAL-QTY   PICTURE IS 9(7).
    02 ON-ORDER-DIFFERENCE PICTURE IS S9(7).
    02 STATUS-MESSAGE      PICTURE IS X(25).
    02 BEFORE-IMAGE        PICTURE IS X(80).
    02 BALANCES-READ-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 DIFFERENCES-COUNT   PICTURE IS 9(5) VALUE ZERO.
    02 CORRECTED-COUNT     PICTURE IS 9(5) VALUE ZERO.
    02 NO-BALANCE-COUNT    PICTURE IS 9(5) VALUE ZERO.
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
01  PO-LINE-TABLE.
    02 PO-LINE-ENTRY OCCURS 2000 TIMES.
      03 PL-ITEM-NO         PICTURE IS 9(5).
      03 PL-WAREHOUSE-CODE  PICTURE IS X(4).
      03 PL-ITEM-DESC       PICTURE IS X(20).
      03 PL-PO-NUMBER       PICTURE IS 9(6).
      03 PL-LINE-NUMBER     PICTURE IS 9(3).
      03 PL-VENDOR-CODE     PICTURE IS X(6).
      03 PL-ORDER-QTY       PICTURE IS 9(7).
      03 PL-RECEIVED-QTY    PICTURE IS 9(7).
      03 PL-OUTSTANDING-QTY PICTURE IS 9(7).
      03 PL-LINE-STATUS     PICTURE IS X.
      03 PL-MATCHED-SWITCH  PICTURE IS X.
01  PO-LINE-TABLE-CONTROLS.
    02 PO-LINE-TABLE-SIZE  PICTURE IS 9(4) VALUE ZERO.
    02 PL-SEARCH-INDEX     PICTURE IS 9(4).
    02 PL-REPORT-INDEX     PICTURE IS 9(4).
01  OR-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(40)
                           VALUE "ON-ORDER RECONCILIATION TO OPEN PO FILE".
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 ORH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(13) VALUE "CORRECTIONS: ".
    02 ORH-CORRECTION-OPTION PICTURE IS X(3).
    02 FILLER              PICTURE IS X(48) VALUE SPACE.
01  OR-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE "ITEM#".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(4) VALUE "WRHS".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "DESCRIPTION".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "BAL ORD".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "OPEN PO".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "    DIFF".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(25) VALUE "STATUS".
    02 FILLER              PICTURE IS X(38) VALUE SPACE.
01  OR-DIFFERENCE-LINE.
    02 ORD-ITEM-NO         PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 ORD-WAREHOUSE-CODE  PICTURE IS X(4).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 ORD-ITEM-DESC       PICTURE IS X(20).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 ORD-BAL-ON-ORDER    PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 ORD-OPEN-PO-QTY     PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 ORD-DIFFERENCE      PICTURE IS -(7)9.
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 ORD-STATUS-MESSAGE  PICTURE IS X(25).
    02 FILLER              PICTURE IS X(38) VALUE SPACE.
01  OR-PO-LINE-DETAIL.
    02 FILLER              PICTURE IS X(12) VALUE SPACE.
    02 FILLER              PICTURE IS X(4) VALUE "PO: ".
    02 ORL-PO-NUMBER       PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(6) VALUE " LINE ".
    02 ORL-LINE-NUMBER     PICTURE IS 9(3).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "VENDOR ".
    02 ORL-VENDOR-CODE     PICTURE IS X(6).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "ORDERED ".
    02 ORL-ORDER-QTY       PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(9) VALUE "RECEIVED ".
    02 ORL-RECEIVED-QTY    PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(12) VALUE "OUTSTANDING ".
    02 ORL-OUTSTANDING-QTY PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 ORL-LINE-STATUS     PICTURE IS X.
    02 FILLER              PICTURE IS X(22) VALUE SPACE.
01  OR-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(22)
                           VALUE "BALANCE RECORDS READ: ".
    02 ORT-BALANCES-READ   PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(13) VALUE "DIFFERENCES: ".
    02 ORT-DIFFERENCES     PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(11) VALUE "CORRECTED: ".
    02 ORT-CORRECTED       PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(19) VALUE "NO BALANCE RECORD: ".
    02 ORT-NO-BALANCE      PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(27) VALUE SPACE.

PROCEDURE DIVISION.
000-RECONCILE-ON-ORDER-QUANTITY.
    PERFORM 010-READ-RECON-PARAMETERS.
    OPEN INPUT OPEN-PO-MASTER-FILE.
    IF OPEN-PO-STATUS IS EQUAL TO "35"
      DISPLAY "OPEN PO MASTER MISSING - RUN ABANDONED"
      STOP RUN.
    MOVE "N" TO OPEN-PO-EOF-SWITCH.
    PERFORM 060-LOAD-PO-LINE-ENTRY
      UNTIL OPEN-PO-EOF-SWITCH IS EQUAL TO "Y".
    CLOSE OPEN-PO-MASTER-FILE.
    IF PO-LINE-TABLE-FULL-SWITCH IS EQUAL TO "Y"
        AND CORRECTION-IS-REQUESTED
      MOVE "N" TO CORRECTION-SWITCH
      DISPLAY "PO LINE TABLE FULL - NO CORRECTIONS MADE".
    IF CORRECTION-IS-REQUESTED
      OPEN I-O BAL-FWD-FILE
      PERFORM 020-OPEN-AUDIT-JOURNAL-FILE
    ELSE
      OPEN INPUT BAL-FWD-FILE.
    IF BAL-FWD-STATUS IS EQUAL TO "35"
      DISPLAY "BALANCE FILE MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN OUTPUT ON-ORDER-RECON-REPORT.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 050-PRINT-RECON-HEADINGS.
    MOVE "N" TO BAL-FWD-EOF-SWITCH.
    PERFORM 100-RECONCILE-BALANCE-RECORD
      UNTIL BAL-FWD-EOF-SWITCH IS EQUAL TO "Y".
    PERFORM 200-REPORT-UNMATCHED-PO-LINES
      VARYING PL-REPORT-INDEX FROM 1 BY 1
      UNTIL PL-REPORT-INDEX IS GREATER THAN PO-LINE-TABLE-SIZE.
    PERFORM 900-PRINT-RECON-TOTALS.
    CLOSE BAL-FWD-FILE.
    IF CORRECTION-IS-REQUESTED
      CLOSE AUDIT-JOURNAL-FILE.
    CLOSE ON-ORDER-RECON-REPORT.
    STOP RUN.

010-READ-RECON-PARAMETERS.
    MOVE "N" TO PARAMETER-EOF-SWITCH.
    OPEN INPUT RECON-PARAMETER-FILE.
    READ RECON-PARAMETER-FILE RECORD
      AT END
        MOVE "Y" TO PARAMETER-EOF-SWITCH.
    IF PARAMETER-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF RP-CORRECTION-IS-REQUESTED
        MOVE "Y" TO CORRECTION-SWITCH
        MOVE RP-USER-INITIALS TO USER-INITIALS.
    CLOSE RECON-PARAMETER-FILE.

020-OPEN-AUDIT-JOURNAL-FILE.
    OPEN EXTEND AUDIT-JOURNAL-FILE.
    IF AUDIT-JOURNAL-STATUS IS EQUAL TO "35"
      OPEN OUTPUT AUDIT-JOURNAL-FILE.

050-PRINT-RECON-HEADINGS.
    MOVE RUN-DATE-DISPLAY TO ORH-RUN-DATE.
    IF CORRECTION-IS-REQUESTED
      MOVE "YES" TO ORH-CORRECTION-OPTION
    ELSE
      MOVE "NO" TO ORH-CORRECTION-OPTION.
    WRITE ON-ORDER-RECON-LINE FROM OR-HEADING-LINE
      AFTER ADVANCING PAGE.
    WRITE ON-ORDER-RECON-LINE FROM OR-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

060-LOAD-PO-LINE-ENTRY.
    READ OPEN-PO-MASTER-FILE NEXT RECORD
      AT END
        MOVE "Y" TO OPEN-PO-EOF-SWITCH.
    IF OPEN-PO-EOF-SWITCH IS NOT EQUAL TO "Y"
        AND OP-LINE-IS-OUTSTANDING
      IF PO-LINE-TABLE-SIZE IS LESS THAN MAXIMUM-PO-LINES
        ADD 1 TO PO-LINE-TABLE-SIZE
        MOVE OP-ITEM-NO        TO PL-ITEM-NO(PO-LINE-TABLE-SIZE)
        MOVE OP-WAREHOUSE-CODE TO PL-WAREHOUSE-CODE(PO-LINE-TABLE-SIZE)
        MOVE OP-ITEM-DESC      TO PL-ITEM-DESC(PO-LINE-TABLE-SIZE)
        MOVE OP-PO-NUMBER      TO PL-PO-NUMBER(PO-LINE-TABLE-SIZE)
        MOVE OP-LINE-NUMBER    TO PL-LINE-NUMBER(PO-LINE-TABLE-SIZE)
        MOVE OP-VENDOR-CODE    TO PL-VENDOR-CODE(PO-LINE-TABLE-SIZE)
        MOVE OP-ORDER-QTY      TO PL-ORDER-QTY(PO-LINE-TABLE-SIZE)
        MOVE OP-RECEIVED-QTY   TO PL-RECEIVED-QTY(PO-LINE-TABLE-SIZE)
        MOVE OP-LINE-STATUS    TO PL-LINE-STATUS(PO-LINE-TABLE-SIZE)
        MOVE "N"               TO PL-MATCHED-SWITCH(PO-LINE-TABLE-SIZE)
        IF OP-RECEIVED-QTY IS LESS THAN OP-ORDER-QTY
          SUBTRACT OP-RECEIVED-QTY FROM OP-ORDER-QTY
            GIVING PL-OUTSTANDING-QTY(PO-LINE-TABLE-SIZE)
        ELSE
          MOVE ZERO TO PL-OUTSTANDING-QTY(PO-LINE-TABLE-SIZE)
        END-IF
      ELSE
        IF PO-LINE-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
          MOVE "Y" TO PO-LINE-TABLE-FULL-SWITCH
          DISPLAY "PO LINE TABLE FULL - SOME LINES NOT RECONCILED".

100-RECONCILE-BALANCE-RECORD.
    PERFORM 110-READ-BAL-FWD-RECORD.
    IF BAL-FWD-EOF-SWITCH IS NOT EQUAL TO "Y"
      MOVE BAL-ITEM-NO        TO RECON-ITEM-NO
      MOVE BAL-WAREHOUSE-CODE TO RECON-WAREHOUSE-CODE
      PERFORM 120-TOTAL-OPEN-PO-LINES
      IF OPEN-PO-TOTAL-QTY IS NOT EQUAL TO BAL-ON-ORDER
        PERFORM 130-REPORT-ON-ORDER-DIFFERENCE.

110-READ-BAL-FWD-RECORD.
    READ BAL-FWD-FILE NEXT RECORD
      AT END
        MOVE "Y" TO BAL-FWD-EOF-SWITCH.
    IF BAL-FWD-EOF-SWITCH IS NOT EQUAL TO "Y"
      ADD 1 TO BALANCES-READ-COUNT.

120-TOTAL-OPEN-PO-LINES.
    MOVE ZERO TO OPEN-PO-TOTAL-QTY.
    PERFORM 125-ADD-ONE-PO-LINE
      VARYING PL-SEARCH-INDEX FROM 1 BY 1
      UNTIL PL-SEARCH-INDEX IS GREATER THAN PO-LINE-TABLE-SIZE.

125-ADD-ONE-PO-LINE.
    IF PL-ITEM-NO(PL-SEARCH-INDEX) IS EQUAL TO RECON-ITEM-NO
        AND PL-WAREHOUSE-CODE(PL-SEARCH-INDEX) IS EQUAL TO
              RECON-WAREHOUSE-CODE
      ADD PL-OUTSTANDING-QTY(PL-SEARCH-INDEX) TO OPEN-PO-TOTAL-QTY
      MOVE "Y" TO PL-MATCHED-SWITCH(PL-SEARCH-INDEX).

130-REPORT-ON-ORDER-DIFFERENCE.
    ADD 1 TO DIFFERENCES-COUNT.
    MOVE SPACE TO STATUS-MESSAGE.
    SUBTRACT BAL-ON-ORDER FROM OPEN-PO-TOTAL-QTY
      GIVING ON-ORDER-DIFFERENCE.
    MOVE BAL-ITEM-NO         TO ORD-ITEM-NO.
    MOVE BAL-WAREHOUSE-CODE  TO ORD-WAREHOUSE-CODE.
    MOVE BAL-ITEM-DESC       TO ORD-ITEM-DESC.
    MOVE BAL-ON-ORDER        TO ORD-BAL-ON-ORDER.
    MOVE OPEN-PO-TOTAL-QTY   TO ORD-OPEN-PO-QTY.
    MOVE ON-ORDER-DIFFERENCE TO ORD-DIFFERENCE.
    IF CORRECTION-IS-REQUESTED
      PERFORM 140-CORRECT-BAL-ON-ORDER
    ELSE
      MOVE "NOT CORRECTED" TO STATUS-MESSAGE.
    MOVE STATUS-MESSAGE      TO ORD-STATUS-MESSAGE.
    WRITE ON-ORDER-RECON-LINE FROM OR-DIFFERENCE-LINE
      AFTER ADVANCING 2.
    PERFORM 150-PRINT-ONE-PO-LINE
      VARYING PL-SEARCH-INDEX FROM 1 BY 1
      UNTIL PL-SEARCH-INDEX IS GREATER THAN PO-LINE-TABLE-SIZE.

140-CORRECT-BAL-ON-ORDER.
    IF OPEN-PO-TOTAL-QTY IS GREATER THAN MAXIMUM-ON-ORDER-QTY
      MOVE "OPEN PO QTY TOO LARGE" TO STATUS-MESSAGE
    ELSE
      MOVE BAL-FWD-CARD      TO BEFORE-IMAGE
      MOVE OPEN-PO-TOTAL-QTY TO BAL-ON-ORDER
      MOVE "ON ORDER CORRECTED" TO STATUS-MESSAGE
      REWRITE BAL-FWD-CARD
        INVALID KEY
          MOVE "CORRECTION REJECTED BY FILE" TO STATUS-MESSAGE
      END-REWRITE
      IF STATUS-MESSAGE IS EQUAL TO "ON ORDER CORRECTED"
        ADD 1 TO CORRECTED-COUNT
        PERFORM 145-WRITE-AUDIT-JOURNAL-RECORD.

145-WRITE-AUDIT-JOURNAL-RECORD.
    MOVE SPACE             TO AUDIT-JOURNAL-RECORD.
    MOVE RUN-DATE-RAW      TO AJ-MAINT-DATE.
    MOVE USER-INITIALS     TO AJ-USER-INITIALS.
    MOVE "R"               TO AJ-FUNCTION-CODE.
    MOVE BAL-ITEM-NO       TO AJ-ITEM-NO.
    MOVE BEFORE-IMAGE      TO AJ-BEFORE-IMAGE.
    MOVE BAL-FWD-CARD      TO AJ-AFTER-IMAGE.
    WRITE AUDIT-JOURNAL-RECORD.

150-PRINT-ONE-PO-LINE.
    IF PL-ITEM-NO(PL-SEARCH-INDEX) IS EQUAL TO RECON-ITEM-NO
        AND PL-WAREHOUSE-CODE(PL-SEARCH-INDEX) IS EQUAL TO
              RECON-WAREHOUSE-CODE
      MOVE PL-PO-NUMBER(PL-SEARCH-INDEX)   TO ORL-PO-NUMBER
      MOVE PL-LINE-NUMBER(PL-SEARCH-INDEX) TO ORL-LINE-NUMBER
      MOVE PL-VENDOR-CODE(PL-SEARCH-INDEX) TO ORL-VENDOR-CODE
      MOVE PL-ORDER-QTY(PL-SEARCH-INDEX)   TO ORL-ORDER-QTY
      MOVE PL-RECEIVED-QTY(PL-SEARCH-INDEX) TO ORL-RECEIVED-QTY
      MOVE PL-OUTSTANDING-QTY(PL-SEARCH-INDEX) TO ORL-OUTSTANDING-QTY
      MOVE PL-LINE-STATUS(PL-SEARCH-INDEX) TO ORL-LINE-STATUS
      WRITE ON-ORDER-RECON-LINE FROM OR-PO-LINE-DETAIL
        AFTER ADVANCING 1.

200-REPORT-UNMATCHED-PO-LINES.
    IF PL-MATCHED-SWITCH(PL-REPORT-INDEX) IS EQUAL TO "N"
      ADD 1 TO NO-BALANCE-COUNT
      MOVE PL-ITEM-NO(PL-REPORT-INDEX)        TO RECON-ITEM-NO
      MOVE PL-WAREHOUSE-CODE(PL-REPORT-INDEX) TO RECON-WAREHOUSE-CODE
      PERFORM 120-TOTAL-OPEN-PO-LINES
      MOVE RECON-ITEM-NO                      TO ORD-ITEM-NO
      MOVE RECON-WAREHOUSE-CODE               TO ORD-WAREHOUSE-CODE
      MOVE PL-ITEM-DESC(PL-REPORT-INDEX)      TO ORD-ITEM-DESC
      MOVE ZERO                               TO ORD-BAL-ON-ORDER
      MOVE OPEN-PO-TOTAL-QTY                  TO ORD-OPEN-PO-QTY
      MOVE OPEN-PO-TOTAL-QTY                  TO ORD-DIFFERENCE
      MOVE "NO BALANCE RECORD"                TO ORD-STATUS-MESSAGE
      WRITE ON-ORDER-RECON-LINE FROM OR-DIFFERENCE-LINE
        AFTER ADVANCING 2
      PERFORM 150-PRINT-ONE-PO-LINE
        VARYING PL-SEARCH-INDEX FROM 1 BY 1
        UNTIL PL-SEARCH-INDEX IS GREATER THAN PO-LINE-TABLE-SIZE.

900-PRINT-RECON-TOTALS.
    MOVE BALANCES-READ-COUNT TO ORT-BALANCES-READ.
    MOVE DIFFERENCES-COUNT   TO ORT-DIFFERENCES.
    MOVE CORRECTED-COUNT     TO ORT-CORRECTED.
    MOVE NO-BALANCE-COUNT    TO ORT-NO-BALANCE.
    WRITE ON-ORDER-RECON-LINE FROM OR-TOTAL-LINE
      AFTER ADVANCING 3.
