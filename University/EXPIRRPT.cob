IDENTIFICATION DIVISION.
PROGRAM-ID. PRODUCE-EXPIRING-STOCK-REPORT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT LOT-BALANCE-FILE   ASSIGN TO "LOTBAL.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS LB-LOT-KEY
    FILE STATUS IS LOT-BALANCE-STATUS.
  SELECT BAL-FWD-FILE   ASSIGN TO "BALFWD.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BAL-ITEM-KEY
    FILE STATUS IS BAL-FWD-STATUS.
  SELECT EXPIRY-PARAMETER-FILE   ASSIGN TO READER.
  SELECT EXPIRING-STOCK-REPORT   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  LOT-BALANCE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 60 CHARACTERS.
COPY "LOTREC.CPY".

FD  BAL-FWD-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "BALREC.CPY".

FD  EXPIRY-PARAMETER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  EXPIRY-PARAMETER-CARD.
    02 EP-DAYS-AHEAD       PICTURE IS 9(3).
    02 EP-WAREHOUSE-CODE   PICTURE IS X(4).
    02 FILLER              PICTURE IS X(73).

FD  EXPIRING-STOCK-REPORT
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  EXPIRING-STOCK-LINE.
    02 EL-ITEM-NO          PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(3).
    02 EL-ITEM-DESC        PICTURE IS X(20).
    02 FILLER              PICTURE IS X(3).
    02 EL-WAREHOUSE-CODE   PICTURE IS X(4).
    02 FILLER              PICTURE IS X(3).
    02 EL-LOT-NUMBER       PICTURE IS X(7).
    02 FILLER              PICTURE IS X(3).
    02 EL-EXPIRY-DATE      PICTURE IS X(8).
    02 FILLER              PICTURE IS X(3).
    02 EL-DAYS-TO-EXPIRY   PICTURE IS Z(4)9-.
    02 FILLER              PICTURE IS X(3).
    02 EL-QTY-ON-HAND      PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(3).
    02 EL-LOT-VALUE        PICTURE IS Z,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(3).
    02 EL-REMARK           PICTURE IS X(20).
    02 FILLER              PICTURE IS X(21).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 LOT-BALANCE-STATUS  PICTURE IS X(2).
    02 BAL-FWD-STATUS      PICTURE IS X(2).
01  SWITCHES.
    02 PARAMETER-EOF-SWITCH PICTURE IS X.
    02 LOT-EOF-SWITCH      PICTURE IS X.
    02 BAL-FWD-EOF-SWITCH  PICTURE IS X.
    02 RECORD-FOUND-SWITCH PICTURE IS X.
      88 RECORD-WAS-FOUND        VALUE "Y".
      88 RECORD-WAS-NOT-FOUND    VALUE "N".
    02 LOT-SUM-FOUND-SWITCH PICTURE IS X.
      88 LOT-SUM-WAS-FOUND       VALUE "Y".
    02 LOT-SUM-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
01  CONSTANTS.
    02 DEFAULT-DAYS-AHEAD  PICTURE IS 9(3) VALUE 30.
    02 MAXIMUM-LOT-SUM-ENTRIES PICTURE IS 9(4) VALUE 3000.
01  WORK-FIELDS.
    02 DAYS-AHEAD          PICTURE IS 9(3).
    02 SELECTED-WAREHOUSE-CODE PICTURE IS X(4).
    02 DAYS-TO-EXPIRY      PICTURE IS S9(5).
    02 LOT-VALUE           PICTURE IS 9(7)V99.
    02 LOT-SUM-QTY         PICTURE IS 9(7).
    02 DIFFERENCE-QTY      PICTURE IS S9(7).
    02 EXCEPTION-REMARK    PICTURE IS X(25).
    02 LOTS-LISTED-COUNT   PICTURE IS 9(5) VALUE ZERO.
    02 LISTED-QTY          PICTURE IS 9(7) VALUE ZERO.
    02 LISTED-VALUE        PICTURE IS 9(9)V99 VALUE ZERO.
    02 EXPIRED-LOTS-COUNT  PICTURE IS 9(5) VALUE ZERO.
    02 EXPIRED-QTY         PICTURE IS 9(7) VALUE ZERO.
    02 EXPIRED-VALUE       PICTURE IS 9(9)V99 VALUE ZERO.
    02 OUT-OF-BALANCE-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 RUN-DAY-NUMBER      PICTURE IS 9(5).
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
01  EXPIRY-DATE-FIELDS.
    02 EXPIRY-DATE-WORK    PICTURE IS 9(6).
    02 EXPIRY-DATE-PARTS REDEFINES EXPIRY-DATE-WORK.
      03 EXPIRY-YY         PICTURE IS 9(2).
      03 EXPIRY-MM         PICTURE IS 9(2).
      03 EXPIRY-DD         PICTURE IS 9(2).
01  DATE-CONVERSION-FIELDS.
    02 CONVERT-YY          PICTURE IS 9(2).
    02 CONVERT-MM          PICTURE IS 9(2).
    02 CONVERT-DD          PICTURE IS 9(2).
    02 CONVERT-DAY-NUMBER  PICTURE IS 9(5).
    02 LEAP-YEAR-QUOTIENT  PICTURE IS 9(2).
    02 LEAP-YEAR-REMAINDER PICTURE IS 9(2).
01  MONTH-OFFSET-VALUES.
    02 FILLER PICTURE IS 9(3) VALUE 000.
    02 FILLER PICTURE IS 9(3) VALUE 031.
    02 FILLER PICTURE IS 9(3) VALUE 059.
    02 FILLER PICTURE IS 9(3) VALUE 090.
    02 FILLER PICTURE IS 9(3) VALUE 120.
    02 FILLER PICTURE IS 9(3) VALUE 151.
    02 FILLER PICTURE IS 9(3) VALUE 181.
    02 FILLER PICTURE IS 9(3) VALUE 212.
    02 FILLER PICTURE IS 9(3) VALUE 243.
    02 FILLER PICTURE IS 9(3) VALUE 273.
    02 FILLER PICTURE IS 9(3) VALUE 304.
    02 FILLER PICTURE IS 9(3) VALUE 334.
01  MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
    02 MONTH-OFFSET OCCURS 12 TIMES PICTURE IS 9(3).
01  LOT-SUM-TABLE.
    02 LOT-SUM-ENTRY OCCURS 3000 TIMES.
      03 LS-KEY.
        04 LS-ITEM-NO         PICTURE IS 9(5).
        04 LS-WAREHOUSE-CODE  PICTURE IS X(4).
      03 LS-LOT-QTY         PICTURE IS 9(7).
      03 LS-MATCHED-SWITCH  PICTURE IS X.
01  LOT-SUM-TABLE-CONTROLS.
    02 LOT-SUM-TABLE-SIZE  PICTURE IS 9(4) VALUE ZERO.
    02 LS-SEARCH-INDEX     PICTURE IS 9(4).
01  EL-HEADING-LINE-1.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(30)
                           VALUE "EXPIRING STOCK REPORT".
    02 FILLER              PICTURE IS X(30) VALUE SPACE.
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 ELH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(49) VALUE SPACE.
01  EL-HEADING-LINE-2.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(21)
                           VALUE "LOTS EXPIRING WITHIN ".
    02 ELH-DAYS-AHEAD      PICTURE IS ZZ9.
    02 FILLER              PICTURE IS X(6) VALUE " DAYS ".
    02 FILLER              PICTURE IS X(11) VALUE "WAREHOUSE: ".
    02 ELH-WAREHOUSE-CODE  PICTURE IS X(4).
    02 FILLER              PICTURE IS X(82) VALUE SPACE.
01  EL-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE "ITEM#".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "DESCRIPTION".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(4) VALUE "WRHS".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "LOT NO".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "EXPIRES".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE " DAYS".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "  QTY".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(12) VALUE "       VALUE".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "REMARK".
    02 FILLER              PICTURE IS X(21) VALUE SPACE.
01  EL-LISTED-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(14) VALUE "LOTS LISTED:  ".
    02 ELT-LOTS-COUNT      PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(10) VALUE "QUANTITY: ".
    02 ELT-QTY             PICTURE IS Z,ZZZ,ZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "VALUE: ".
    02 ELT-VALUE           PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(58) VALUE SPACE.
01  EL-EXPIRED-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(14) VALUE "EXPIRED LOTS: ".
    02 ELE-LOTS-COUNT      PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(10) VALUE "QUANTITY: ".
    02 ELE-QTY             PICTURE IS Z,ZZZ,ZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "VALUE: ".
    02 ELE-VALUE           PICTURE IS ZZZ,ZZZ,ZZZ.99.
    02 FILLER              PICTURE IS X(58) VALUE SPACE.
01  XL-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(40)
                           VALUE "LOT BALANCES NOT EQUAL TO ON HAND".
    02 FILLER              PICTURE IS X(87) VALUE SPACE.
01  XL-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE "ITEM#".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "DESCRIPTION".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(4) VALUE "WRHS".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "ONHND".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "LOT QTY".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "DIFFRNCE".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(25) VALUE "REMARK".
    02 FILLER              PICTURE IS X(40) VALUE SPACE.
01  XL-EXCEPTION-LINE.
    02 XL-ITEM-NO          PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 XL-ITEM-DESC        PICTURE IS X(20).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 XL-WAREHOUSE-CODE   PICTURE IS X(4).
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 XL-ON-HAND          PICTURE IS Z(4)9.
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 XL-LOT-QTY          PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 XL-DIFFERENCE       PICTURE IS Z(6)9-.
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 XL-REMARK           PICTURE IS X(25).
    02 FILLER              PICTURE IS X(40) VALUE SPACE.
01  XL-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(22) VALUE "ITEMS OUT OF BALANCE: ".
    02 XLT-OUT-OF-BALANCE-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(100) VALUE SPACE.

PROCEDURE DIVISION.
000-PRODUCE-EXPIRING-STOCK-REPORT.
    OPEN INPUT BAL-FWD-FILE.
    OPEN INPUT LOT-BALANCE-FILE.
    IF LOT-BALANCE-STATUS IS EQUAL TO "35"
      DISPLAY "LOT BALANCE FILE MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN OUTPUT EXPIRING-STOCK-REPORT.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 010-READ-EXPIRY-PARAMETERS.
    PERFORM 030-CONVERT-RUN-DATE.
    PERFORM 050-PRINT-EXPIRING-HEADINGS.
    MOVE "N" TO LOT-EOF-SWITCH.
    PERFORM 100-PROCESS-LOT-RECORD
      UNTIL LOT-EOF-SWITCH IS EQUAL TO "Y".
    PERFORM 190-PRINT-EXPIRING-TOTALS.
    PERFORM 200-PRINT-EXCEPTION-HEADINGS.
    PERFORM 210-START-BALANCE-SCAN.
    PERFORM 220-RECONCILE-BALANCE-RECORD
      UNTIL BAL-FWD-EOF-SWITCH IS EQUAL TO "Y".
    PERFORM 250-REPORT-UNMATCHED-LOT-SUM
      VARYING LS-SEARCH-INDEX FROM 1 BY 1
      UNTIL LS-SEARCH-INDEX IS GREATER THAN LOT-SUM-TABLE-SIZE.
    MOVE OUT-OF-BALANCE-COUNT TO XLT-OUT-OF-BALANCE-COUNT.
    WRITE EXPIRING-STOCK-LINE FROM XL-TOTAL-LINE
      AFTER ADVANCING 2.
    CLOSE LOT-BALANCE-FILE.
    CLOSE BAL-FWD-FILE.
    CLOSE EXPIRING-STOCK-REPORT.
    STOP RUN.

010-READ-EXPIRY-PARAMETERS.
    MOVE DEFAULT-DAYS-AHEAD TO DAYS-AHEAD.
    MOVE SPACE TO SELECTED-WAREHOUSE-CODE.
    MOVE "N" TO PARAMETER-EOF-SWITCH.
    OPEN INPUT EXPIRY-PARAMETER-FILE.
    READ EXPIRY-PARAMETER-FILE RECORD
      AT END
        MOVE "Y" TO PARAMETER-EOF-SWITCH.
    IF PARAMETER-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF EP-DAYS-AHEAD IS NUMERIC
          AND EP-DAYS-AHEAD IS GREATER THAN ZERO
        MOVE EP-DAYS-AHEAD TO DAYS-AHEAD
      END-IF
      MOVE EP-WAREHOUSE-CODE TO SELECTED-WAREHOUSE-CODE.
    CLOSE EXPIRY-PARAMETER-FILE.

030-CONVERT-RUN-DATE.
    MOVE RUN-DATE-YY TO CONVERT-YY.
    MOVE RUN-DATE-MM TO CONVERT-MM.
    MOVE RUN-DATE-DD TO CONVERT-DD.
    PERFORM 800-CONVERT-DATE-TO-DAY-NUMBER.
    MOVE CONVERT-DAY-NUMBER TO RUN-DAY-NUMBER.

050-PRINT-EXPIRING-HEADINGS.
    MOVE RUN-DATE-DISPLAY TO ELH-RUN-DATE.
    MOVE DAYS-AHEAD TO ELH-DAYS-AHEAD.
    IF SELECTED-WAREHOUSE-CODE IS EQUAL TO SPACE
      MOVE "ALL" TO ELH-WAREHOUSE-CODE
    ELSE
      MOVE SELECTED-WAREHOUSE-CODE TO ELH-WAREHOUSE-CODE.
    WRITE EXPIRING-STOCK-LINE FROM EL-HEADING-LINE-1
      AFTER ADVANCING PAGE.
    WRITE EXPIRING-STOCK-LINE FROM EL-HEADING-LINE-2
      AFTER ADVANCING 1.
    WRITE EXPIRING-STOCK-LINE FROM EL-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

100-PROCESS-LOT-RECORD.
    READ LOT-BALANCE-FILE RECORD
      AT END
        MOVE "Y" TO LOT-EOF-SWITCH.
    IF LOT-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF SELECTED-WAREHOUSE-CODE IS EQUAL TO SPACE
          OR LB-WAREHOUSE-CODE IS EQUAL TO SELECTED-WAREHOUSE-CODE
        PERFORM 110-ACCUMULATE-LOT-SUM
        IF LB-QTY-ON-HAND IS GREATER THAN ZERO
          PERFORM 120-CHECK-LOT-EXPIRY.

110-ACCUMULATE-LOT-SUM.
    IF LOT-SUM-TABLE-SIZE IS GREATER THAN ZERO
        AND LS-ITEM-NO(LOT-SUM-TABLE-SIZE) IS EQUAL TO LB-ITEM-NO
        AND LS-WAREHOUSE-CODE(LOT-SUM-TABLE-SIZE) IS EQUAL TO
              LB-WAREHOUSE-CODE
      ADD LB-QTY-ON-HAND TO LS-LOT-QTY(LOT-SUM-TABLE-SIZE)
    ELSE
      IF LOT-SUM-TABLE-SIZE IS LESS THAN MAXIMUM-LOT-SUM-ENTRIES
        ADD 1 TO LOT-SUM-TABLE-SIZE
        MOVE LB-ITEM-NO TO LS-ITEM-NO(LOT-SUM-TABLE-SIZE)
        MOVE LB-WAREHOUSE-CODE TO LS-WAREHOUSE-CODE(LOT-SUM-TABLE-SIZE)
        MOVE LB-QTY-ON-HAND TO LS-LOT-QTY(LOT-SUM-TABLE-SIZE)
        MOVE "N" TO LS-MATCHED-SWITCH(LOT-SUM-TABLE-SIZE)
      ELSE
        IF LOT-SUM-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
          MOVE "Y" TO LOT-SUM-TABLE-FULL-SWITCH
          DISPLAY "LOT SUM TABLE FULL - RECONCILIATION INCOMPLETE".

120-CHECK-LOT-EXPIRY.
    MOVE LB-EXPIRY-DATE TO EXPIRY-DATE-WORK.
    IF EXPIRY-DATE-WORK IS EQUAL TO ZERO
      MOVE ZERO TO DAYS-TO-EXPIRY
      PERFORM 130-PRINT-EXPIRING-LOT-LINE
    ELSE
      MOVE EXPIRY-YY TO CONVERT-YY
      MOVE EXPIRY-MM TO CONVERT-MM
      MOVE EXPIRY-DD TO CONVERT-DD
      PERFORM 800-CONVERT-DATE-TO-DAY-NUMBER
      SUBTRACT RUN-DAY-NUMBER FROM CONVERT-DAY-NUMBER
        GIVING DAYS-TO-EXPIRY
      IF DAYS-TO-EXPIRY IS NOT GREATER THAN DAYS-AHEAD
        PERFORM 130-PRINT-EXPIRING-LOT-LINE.

130-PRINT-EXPIRING-LOT-LINE.
    MOVE LB-ITEM-NO        TO BAL-ITEM-NO.
    MOVE LB-WAREHOUSE-CODE TO BAL-WAREHOUSE-CODE.
    READ BAL-FWD-FILE RECORD
      INVALID KEY
        MOVE "NOT ON BALANCE FILE" TO BAL-ITEM-DESC
        MOVE ZERO TO BAL-UNIT-PRICE.
    MULTIPLY LB-QTY-ON-HAND BY BAL-UNIT-PRICE GIVING LOT-VALUE.
    MOVE SPACE             TO EXPIRING-STOCK-LINE.
    MOVE LB-ITEM-NO        TO EL-ITEM-NO.
    MOVE BAL-ITEM-DESC     TO EL-ITEM-DESC.
    MOVE LB-WAREHOUSE-CODE TO EL-WAREHOUSE-CODE.
    MOVE LB-LOT-NUMBER     TO EL-LOT-NUMBER.
    MOVE LB-QTY-ON-HAND    TO EL-QTY-ON-HAND.
    MOVE LOT-VALUE         TO EL-LOT-VALUE.
    IF EXPIRY-DATE-WORK IS EQUAL TO ZERO
      MOVE "NONE" TO EL-EXPIRY-DATE
      MOVE "EXPIRY NOT RECORDED" TO EL-REMARK
    ELSE
      STRING EXPIRY-MM "/" EXPIRY-DD "/" EXPIRY-YY
        DELIMITED BY SIZE INTO EL-EXPIRY-DATE
      MOVE DAYS-TO-EXPIRY TO EL-DAYS-TO-EXPIRY
      IF DAYS-TO-EXPIRY IS LESS THAN ZERO
        MOVE "EXPIRED" TO EL-REMARK
        ADD 1 TO EXPIRED-LOTS-COUNT
        ADD LB-QTY-ON-HAND TO EXPIRED-QTY
        ADD LOT-VALUE TO EXPIRED-VALUE
      ELSE
        IF DAYS-TO-EXPIRY IS EQUAL TO ZERO
          MOVE "EXPIRES TODAY" TO EL-REMARK.
    WRITE EXPIRING-STOCK-LINE AFTER ADVANCING 1.
    ADD 1 TO LOTS-LISTED-COUNT.
    ADD LB-QTY-ON-HAND TO LISTED-QTY.
    ADD LOT-VALUE TO LISTED-VALUE.

190-PRINT-EXPIRING-TOTALS.
    MOVE LOTS-LISTED-COUNT  TO ELT-LOTS-COUNT.
    MOVE LISTED-QTY         TO ELT-QTY.
    MOVE LISTED-VALUE       TO ELT-VALUE.
    WRITE EXPIRING-STOCK-LINE FROM EL-LISTED-TOTAL-LINE
      AFTER ADVANCING 2.
    MOVE EXPIRED-LOTS-COUNT TO ELE-LOTS-COUNT.
    MOVE EXPIRED-QTY        TO ELE-QTY.
    MOVE EXPIRED-VALUE      TO ELE-VALUE.
    WRITE EXPIRING-STOCK-LINE FROM EL-EXPIRED-TOTAL-LINE
      AFTER ADVANCING 1.

200-PRINT-EXCEPTION-HEADINGS.
    WRITE EXPIRING-STOCK-LINE FROM XL-HEADING-LINE
      AFTER ADVANCING 3.
    WRITE EXPIRING-STOCK-LINE FROM XL-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

210-START-BALANCE-SCAN.
    MOVE "N" TO BAL-FWD-EOF-SWITCH.
    MOVE ZERO TO BAL-ITEM-NO.
    MOVE LOW-VALUES TO BAL-WAREHOUSE-CODE.
    START BAL-FWD-FILE KEY IS NOT LESS THAN BAL-ITEM-KEY
      INVALID KEY
        MOVE "Y" TO BAL-FWD-EOF-SWITCH.

220-RECONCILE-BALANCE-RECORD.
    READ BAL-FWD-FILE NEXT RECORD
      AT END
        MOVE "Y" TO BAL-FWD-EOF-SWITCH.
    IF BAL-FWD-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF SELECTED-WAREHOUSE-CODE IS EQUAL TO SPACE
          OR BAL-WAREHOUSE-CODE IS EQUAL TO SELECTED-WAREHOUSE-CODE
        PERFORM 230-FIND-LOT-SUM
        PERFORM 240-COMPARE-LOT-SUM.

230-FIND-LOT-SUM.
    MOVE "N" TO LOT-SUM-FOUND-SWITCH.
    MOVE ZERO TO LOT-SUM-QTY.
    PERFORM 235-SEARCH-ONE-LOT-SUM
      VARYING LS-SEARCH-INDEX FROM 1 BY 1
      UNTIL LS-SEARCH-INDEX IS GREATER THAN LOT-SUM-TABLE-SIZE
         OR LOT-SUM-WAS-FOUND.

235-SEARCH-ONE-LOT-SUM.
    IF LS-ITEM-NO(LS-SEARCH-INDEX) IS EQUAL TO BAL-ITEM-NO
        AND LS-WAREHOUSE-CODE(LS-SEARCH-INDEX) IS EQUAL TO
              BAL-WAREHOUSE-CODE
      MOVE "Y" TO LOT-SUM-FOUND-SWITCH
      MOVE "Y" TO LS-MATCHED-SWITCH(LS-SEARCH-INDEX)
      MOVE LS-LOT-QTY(LS-SEARCH-INDEX) TO LOT-SUM-QTY.

240-COMPARE-LOT-SUM.
    MOVE SPACE TO EXCEPTION-REMARK.
    IF BAL-IS-LOT-CONTROLLED
      IF LOT-SUM-QTY IS NOT EQUAL TO BAL-ON-HAND
        MOVE "LOTS NOT EQUAL ON HAND" TO EXCEPTION-REMARK
      END-IF
    ELSE
      IF LOT-SUM-WAS-FOUND
        MOVE "ITEM NOT LOT CONTROLLED" TO EXCEPTION-REMARK.
    IF EXCEPTION-REMARK IS NOT EQUAL TO SPACE
      MOVE BAL-ITEM-NO        TO XL-ITEM-NO
      MOVE BAL-ITEM-DESC      TO XL-ITEM-DESC
      MOVE BAL-WAREHOUSE-CODE TO XL-WAREHOUSE-CODE
      MOVE BAL-ON-HAND        TO XL-ON-HAND
      PERFORM 260-PRINT-EXCEPTION-LINE.

250-REPORT-UNMATCHED-LOT-SUM.
    IF LS-MATCHED-SWITCH(LS-SEARCH-INDEX) IS NOT EQUAL TO "Y"
      MOVE LS-LOT-QTY(LS-SEARCH-INDEX) TO LOT-SUM-QTY
      MOVE LS-ITEM-NO(LS-SEARCH-INDEX) TO XL-ITEM-NO
      MOVE "NOT ON BALANCE FILE" TO XL-ITEM-DESC
      MOVE LS-WAREHOUSE-CODE(LS-SEARCH-INDEX) TO XL-WAREHOUSE-CODE
      MOVE ZERO TO XL-ON-HAND
      MOVE ZERO TO BAL-ON-HAND
      MOVE "NO BALANCE RECORD" TO EXCEPTION-REMARK
      PERFORM 260-PRINT-EXCEPTION-LINE.

260-PRINT-EXCEPTION-LINE.
    SUBTRACT BAL-ON-HAND FROM LOT-SUM-QTY GIVING DIFFERENCE-QTY.
    MOVE LOT-SUM-QTY        TO XL-LOT-QTY.
    MOVE DIFFERENCE-QTY     TO XL-DIFFERENCE.
    MOVE EXCEPTION-REMARK   TO XL-REMARK.
    WRITE EXPIRING-STOCK-LINE FROM XL-EXCEPTION-LINE
      AFTER ADVANCING 1.
    ADD 1 TO OUT-OF-BALANCE-COUNT.

800-CONVERT-DATE-TO-DAY-NUMBER.
    IF CONVERT-MM IS EQUAL TO ZERO
        OR CONVERT-MM IS GREATER THAN 12
      MOVE 1 TO CONVERT-MM.
    COMPUTE CONVERT-DAY-NUMBER =
      (CONVERT-YY * 365) + ((CONVERT-YY + 3) / 4)
        + MONTH-OFFSET(CONVERT-MM) + CONVERT-DD.
    DIVIDE CONVERT-YY BY 4
      GIVING LEAP-YEAR-QUOTIENT REMAINDER LEAP-YEAR-REMAINDER.
    IF LEAP-YEAR-REMAINDER IS EQUAL TO ZERO
        AND CONVERT-MM IS GREATER THAN 2
      ADD 1 TO CONVERT-DAY-NUMBER.
