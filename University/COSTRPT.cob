IDENTIFICATION DIVISION.
PROGRAM-ID. PRODUCE-COST-CHANGE-REPORT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT COST-HISTORY-FILE   ASSIGN TO "COSTHIST.DAT"
    FILE STATUS IS COST-HISTORY-STATUS.
  SELECT COST-PARAMETER-FILE   ASSIGN TO READER.
  SELECT COST-CHANGE-REPORT   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  COST-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 60 CHARACTERS.
COPY "COSTREC.CPY".

FD  COST-PARAMETER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  COST-PARAMETER-CARD.
    02 CP-ITEM-FROM        PICTURE IS 9(5).
    02 CP-ITEM-TO          PICTURE IS 9(5).
    02 CP-DATE-FROM        PICTURE IS 9(6).
    02 CP-DATE-TO          PICTURE IS 9(6).
    02 CP-WAREHOUSE-CODE   PICTURE IS X(4).
    02 FILLER              PICTURE IS X(54).

FD  COST-CHANGE-REPORT
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  COST-REPORT-LINE       PICTURE IS X(132).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 COST-HISTORY-STATUS PICTURE IS X(2).
01  SWITCHES.
    02 COST-HISTORY-EOF-SWITCH PICTURE IS X.
    02 PARAMETER-EOF-SWITCH PICTURE IS X.
01  WORK-FIELDS.
    02 ITEM-FROM           PICTURE IS 9(5) VALUE ZERO.
    02 ITEM-TO             PICTURE IS 9(5) VALUE 99999.
    02 DATE-FROM           PICTURE IS 9(6) VALUE ZERO.
    02 DATE-TO             PICTURE IS 9(6) VALUE 999999.
    02 SELECT-WAREHOUSE-CODE PICTURE IS X(4) VALUE SPACE.
    02 ON-HAND-AFTER       PICTURE IS 9(7).
    02 VALUE-EFFECT        PICTURE IS S9(9)V99.
    02 VALUE-EFFECT-PART   PICTURE IS 9(9)V99.
    02 RECORDS-READ-COUNT  PICTURE IS 9(7) VALUE ZERO.
    02 RECORDS-SELECTED-COUNT PICTURE IS 9(7) VALUE ZERO.
01  SOURCE-ACTIVITY-TOTALS.
    02 RECEIPT-CHANGE-COUNT PICTURE IS 9(7) VALUE ZERO.
    02 RECEIPT-CHANGE-VALUE PICTURE IS S9(11)V99 VALUE ZERO.
    02 TRANSFER-CHANGE-COUNT PICTURE IS 9(7) VALUE ZERO.
    02 TRANSFER-CHANGE-VALUE PICTURE IS S9(11)V99 VALUE ZERO.
    02 REVALUE-CHANGE-COUNT PICTURE IS 9(7) VALUE ZERO.
    02 REVALUE-CHANGE-VALUE PICTURE IS S9(11)V99 VALUE ZERO.
    02 OTHER-CHANGE-COUNT  PICTURE IS 9(7) VALUE ZERO.
    02 OTHER-CHANGE-VALUE  PICTURE IS S9(11)V99 VALUE ZERO.
    02 TOTAL-CHANGE-VALUE  PICTURE IS S9(11)V99 VALUE ZERO.
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
01  CR-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(40)
                           VALUE "ITEM AVERAGE COST CHANGE REPORT".
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 CRH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(69) VALUE SPACE.
01  CR-SELECTION-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "ITEMS: ".
    02 CRS-ITEM-FROM       PICTURE IS 9(5).
    02 FILLER              PICTURE IS X(3) VALUE " - ".
    02 CRS-ITEM-TO         PICTURE IS 9(5).
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "DATES: ".
    02 CRS-DATE-FROM       PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(3) VALUE " - ".
    02 CRS-DATE-TO         PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE "WRHS: ".
    02 CRS-WAREHOUSE-CODE  PICTURE IS X(4).
    02 FILLER              PICTURE IS X(65) VALUE SPACE.
01  CR-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(6) VALUE "DATE".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "ITEM#".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(4) VALUE "WRHS".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(2) VALUE "SC".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "REF".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "OLDOH".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "TRANQTY".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE "TRNCST".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE "OLDAVG".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(6) VALUE "NEWAVG".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(15) VALUE "   VALUE EFFECT".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(3) VALUE "USR".
    02 FILLER              PICTURE IS X(37) VALUE SPACE.
01  CR-DETAIL-LINE.
    02 CRD-CHANGE-DATE     PICTURE IS 9(6).
    02 FILLER              PICTURE IS X(2).
    02 CRD-ITEM-NO         PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(2).
    02 CRD-WAREHOUSE-CODE  PICTURE IS X(4).
    02 FILLER              PICTURE IS X(2).
    02 CRD-SOURCE-CODE     PICTURE IS X(2).
    02 FILLER              PICTURE IS X(2).
    02 CRD-REFERENCE       PICTURE IS X(8).
    02 FILLER              PICTURE IS X(2).
    02 CRD-ON-HAND-BEFORE  PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(2).
    02 CRD-TRANSACTION-QTY PICTURE IS Z(7).
    02 FILLER              PICTURE IS X(2).
    02 CRD-TRANSACTION-COST PICTURE IS ZZ9.99.
    02 FILLER              PICTURE IS X(2).
    02 CRD-OLD-UNIT-COST   PICTURE IS ZZ9.99.
    02 FILLER              PICTURE IS X(2).
    02 CRD-NEW-UNIT-COST   PICTURE IS ZZ9.99.
    02 FILLER              PICTURE IS X(2).
    02 CRD-VALUE-EFFECT    PICTURE IS ZZZ,ZZZ,ZZ9.99-.
    02 FILLER              PICTURE IS X(2).
    02 CRD-USER-INITIALS   PICTURE IS X(3).
    02 FILLER              PICTURE IS X(37).
01  CR-SUMMARY-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(40)
                           VALUE "COST CHANGE SUMMARY".
    02 FILLER              PICTURE IS X(87) VALUE SPACE.
01  CR-SUMMARY-DETAIL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 CRT-LABEL           PICTURE IS X(25).
    02 CRT-COUNT           PICTURE IS Z(6)9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 CRT-VALUE           PICTURE IS Z,ZZZ,ZZZ,ZZZ.99-.
    02 FILLER              PICTURE IS X(73) VALUE SPACE.

PROCEDURE DIVISION.
000-PRODUCE-COST-CHANGE-REPORT.
    PERFORM 010-READ-COST-PARAMETERS.
    OPEN INPUT COST-HISTORY-FILE.
    IF COST-HISTORY-STATUS IS EQUAL TO "35"
      DISPLAY "COST HISTORY FILE MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN OUTPUT COST-CHANGE-REPORT.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 050-PRINT-COST-HEADINGS.
    MOVE "N" TO COST-HISTORY-EOF-SWITCH.
    PERFORM 100-PROCESS-COST-HISTORY-RECORD
      UNTIL COST-HISTORY-EOF-SWITCH IS EQUAL TO "Y".
    PERFORM 900-PRINT-COST-SUMMARY.
    CLOSE COST-HISTORY-FILE.
    CLOSE COST-CHANGE-REPORT.
    STOP RUN.

010-READ-COST-PARAMETERS.
    MOVE "N" TO PARAMETER-EOF-SWITCH.
    OPEN INPUT COST-PARAMETER-FILE.
    READ COST-PARAMETER-FILE RECORD
      AT END
        MOVE "Y" TO PARAMETER-EOF-SWITCH.
    IF PARAMETER-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF CP-ITEM-FROM IS NUMERIC
          AND CP-ITEM-FROM IS GREATER THAN ZERO
        MOVE CP-ITEM-FROM TO ITEM-FROM
      END-IF
      IF CP-ITEM-TO IS NUMERIC
          AND CP-ITEM-TO IS GREATER THAN ZERO
        MOVE CP-ITEM-TO TO ITEM-TO
      END-IF
      IF CP-DATE-FROM IS NUMERIC
          AND CP-DATE-FROM IS GREATER THAN ZERO
        MOVE CP-DATE-FROM TO DATE-FROM
      END-IF
      IF CP-DATE-TO IS NUMERIC
          AND CP-DATE-TO IS GREATER THAN ZERO
        MOVE CP-DATE-TO TO DATE-TO
      END-IF
      IF CP-WAREHOUSE-CODE IS NOT EQUAL TO SPACE
        MOVE CP-WAREHOUSE-CODE TO SELECT-WAREHOUSE-CODE
      END-IF.
    CLOSE COST-PARAMETER-FILE.

050-PRINT-COST-HEADINGS.
    MOVE RUN-DATE-DISPLAY TO CRH-RUN-DATE.
    WRITE COST-REPORT-LINE FROM CR-HEADING-LINE
      AFTER ADVANCING PAGE.
    MOVE ITEM-FROM            TO CRS-ITEM-FROM.
    MOVE ITEM-TO              TO CRS-ITEM-TO.
    MOVE DATE-FROM            TO CRS-DATE-FROM.
    MOVE DATE-TO              TO CRS-DATE-TO.
    IF SELECT-WAREHOUSE-CODE IS EQUAL TO SPACE
      MOVE "ALL" TO CRS-WAREHOUSE-CODE
    ELSE
      MOVE SELECT-WAREHOUSE-CODE TO CRS-WAREHOUSE-CODE.
    WRITE COST-REPORT-LINE FROM CR-SELECTION-LINE
      AFTER ADVANCING 1.
    WRITE COST-REPORT-LINE FROM CR-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

100-PROCESS-COST-HISTORY-RECORD.
    PERFORM 110-READ-COST-HISTORY-RECORD.
    IF COST-HISTORY-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF CH-ITEM-NO IS NOT LESS THAN ITEM-FROM
          AND CH-ITEM-NO IS NOT GREATER THAN ITEM-TO
          AND CH-CHANGE-DATE IS NOT LESS THAN DATE-FROM
          AND CH-CHANGE-DATE IS NOT GREATER THAN DATE-TO
          AND (SELECT-WAREHOUSE-CODE IS EQUAL TO SPACE
            OR CH-WAREHOUSE-CODE IS EQUAL TO SELECT-WAREHOUSE-CODE)
        PERFORM 200-REPORT-COST-CHANGE.

110-READ-COST-HISTORY-RECORD.
    READ COST-HISTORY-FILE RECORD
      AT END
        MOVE "Y" TO COST-HISTORY-EOF-SWITCH.
    IF COST-HISTORY-EOF-SWITCH IS NOT EQUAL TO "Y"
      ADD 1 TO RECORDS-READ-COUNT.

200-REPORT-COST-CHANGE.
    ADD 1 TO RECORDS-SELECTED-COUNT.
    PERFORM 210-COMPUTE-VALUE-EFFECT.
    PERFORM 220-ACCUMULATE-SOURCE-TOTALS.
    MOVE SPACE                TO CR-DETAIL-LINE.
    MOVE CH-CHANGE-DATE       TO CRD-CHANGE-DATE.
    MOVE CH-ITEM-NO           TO CRD-ITEM-NO.
    MOVE CH-WAREHOUSE-CODE    TO CRD-WAREHOUSE-CODE.
    MOVE CH-SOURCE-CODE       TO CRD-SOURCE-CODE.
    MOVE CH-REFERENCE         TO CRD-REFERENCE.
    MOVE CH-ON-HAND-BEFORE    TO CRD-ON-HAND-BEFORE.
    MOVE CH-TRANSACTION-QTY   TO CRD-TRANSACTION-QTY.
    MOVE CH-TRANSACTION-COST  TO CRD-TRANSACTION-COST.
    MOVE CH-OLD-UNIT-COST     TO CRD-OLD-UNIT-COST.
    MOVE CH-NEW-UNIT-COST     TO CRD-NEW-UNIT-COST.
    MOVE VALUE-EFFECT         TO CRD-VALUE-EFFECT.
    MOVE CH-USER-INITIALS     TO CRD-USER-INITIALS.
    WRITE COST-REPORT-LINE FROM CR-DETAIL-LINE
      AFTER ADVANCING 1.

210-COMPUTE-VALUE-EFFECT.
    ADD CH-ON-HAND-BEFORE CH-TRANSACTION-QTY GIVING ON-HAND-AFTER.
    MULTIPLY ON-HAND-AFTER BY CH-NEW-UNIT-COST GIVING VALUE-EFFECT.
    MULTIPLY CH-ON-HAND-BEFORE BY CH-OLD-UNIT-COST
      GIVING VALUE-EFFECT-PART.
    SUBTRACT VALUE-EFFECT-PART FROM VALUE-EFFECT.
    MULTIPLY CH-TRANSACTION-QTY BY CH-TRANSACTION-COST
      GIVING VALUE-EFFECT-PART.
    SUBTRACT VALUE-EFFECT-PART FROM VALUE-EFFECT.

220-ACCUMULATE-SOURCE-TOTALS.
    ADD VALUE-EFFECT TO TOTAL-CHANGE-VALUE.
    IF CH-SOURCE-IS-RECEIPT
      ADD 1 TO RECEIPT-CHANGE-COUNT
      ADD VALUE-EFFECT TO RECEIPT-CHANGE-VALUE
    ELSE
      IF CH-SOURCE-IS-TRANSFER
        ADD 1 TO TRANSFER-CHANGE-COUNT
        ADD VALUE-EFFECT TO TRANSFER-CHANGE-VALUE
      ELSE
        IF CH-SOURCE-IS-REVALUATION
          ADD 1 TO REVALUE-CHANGE-COUNT
          ADD VALUE-EFFECT TO REVALUE-CHANGE-VALUE
        ELSE
          ADD 1 TO OTHER-CHANGE-COUNT
          ADD VALUE-EFFECT TO OTHER-CHANGE-VALUE.

900-PRINT-COST-SUMMARY.
    WRITE COST-REPORT-LINE FROM CR-SUMMARY-HEADING-LINE
      AFTER ADVANCING 3.
    MOVE "HISTORY RECORDS READ"     TO CRT-LABEL.
    MOVE RECORDS-READ-COUNT         TO CRT-COUNT.
    MOVE ZERO                       TO CRT-VALUE.
    WRITE COST-REPORT-LINE FROM CR-SUMMARY-DETAIL-LINE
      AFTER ADVANCING 2.
    MOVE "RC - RECEIPTS"            TO CRT-LABEL.
    MOVE RECEIPT-CHANGE-COUNT       TO CRT-COUNT.
    MOVE RECEIPT-CHANGE-VALUE       TO CRT-VALUE.
    WRITE COST-REPORT-LINE FROM CR-SUMMARY-DETAIL-LINE
      AFTER ADVANCING 1.
    MOVE "TR - TRANSFERS IN"        TO CRT-LABEL.
    MOVE TRANSFER-CHANGE-COUNT      TO CRT-COUNT.
    MOVE TRANSFER-CHANGE-VALUE      TO CRT-VALUE.
    WRITE COST-REPORT-LINE FROM CR-SUMMARY-DETAIL-LINE
      AFTER ADVANCING 1.
    MOVE "RV - REVALUATIONS"        TO CRT-LABEL.
    MOVE REVALUE-CHANGE-COUNT       TO CRT-COUNT.
    MOVE REVALUE-CHANGE-VALUE       TO CRT-VALUE.
    WRITE COST-REPORT-LINE FROM CR-SUMMARY-DETAIL-LINE
      AFTER ADVANCING 1.
    MOVE "OTHER SOURCE CODES"       TO CRT-LABEL.
    MOVE OTHER-CHANGE-COUNT         TO CRT-COUNT.
    MOVE OTHER-CHANGE-VALUE         TO CRT-VALUE.
    WRITE COST-REPORT-LINE FROM CR-SUMMARY-DETAIL-LINE
      AFTER ADVANCING 1.
    MOVE "TOTAL COST CHANGES"       TO CRT-LABEL.
    MOVE RECORDS-SELECTED-COUNT     TO CRT-COUNT.
    MOVE TOTAL-CHANGE-VALUE         TO CRT-VALUE.
    WRITE COST-REPORT-LINE FROM CR-SUMMARY-DETAIL-LINE
      AFTER ADVANCING 2.
