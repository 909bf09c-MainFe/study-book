IDENTIFICATION DIVISION.
PROGRAM-ID. PRODUCE-KIT-AVAILABILITY-REPORT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT KIT-MASTER-FILE   ASSIGN TO "KITMAST.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS KM-KIT-KEY
    FILE STATUS IS KIT-MASTER-STATUS.
  SELECT BAL-FWD-FILE   ASSIGN TO "BALFWD.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS DYNAMIC
    RECORD KEY IS BAL-ITEM-KEY
    FILE STATUS IS BAL-FWD-STATUS.
  SELECT KIT-AVAILABILITY-REPORT   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  KIT-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "KITREC.CPY".

FD  BAL-FWD-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "BALREC.CPY".

FD  KIT-AVAILABILITY-REPORT
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  KIT-AVAILABILITY-LINE.
    02 KA-KIT-NO           PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(3).
    02 KA-KIT-DESC         PICTURE IS X(20).
    02 FILLER              PICTURE IS X(3).
    02 KA-WAREHOUSE-CODE   PICTURE IS X(4).
    02 FILLER              PICTURE IS X(3).
    02 KA-KITS-BUILDABLE   PICTURE IS Z(8)9.
    02 FILLER              PICTURE IS X(3).
    02 KA-LIMITING-ITEM-NO PICTURE IS Z(5).
    02 FILLER              PICTURE IS X(8).
    02 KA-LIMITING-ON-HAND PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(3).
    02 KA-LIMITING-PER-KIT PICTURE IS ZZ9.
    02 FILLER              PICTURE IS X(7).
    02 KA-KIT-COST         PICTURE IS Z,ZZZ,ZZ9.99.
    02 FILLER              PICTURE IS X(3).
    02 KA-REMARKS          PICTURE IS X(25).
    02 FILLER              PICTURE IS X(11).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 KIT-MASTER-STATUS   PICTURE IS X(2).
    02 BAL-FWD-STATUS      PICTURE IS X(2).
01  SWITCHES.
    02 KIT-MASTER-EOF-SWITCH PICTURE IS X.
    02 BAL-FWD-EOF-SWITCH  PICTURE IS X.
    02 WAREHOUSE-FOUND-SWITCH PICTURE IS X.
    02 WAREHOUSE-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
    02 COMPONENT-TABLE-FULL-SWITCH PICTURE IS X.
    02 COMPONENT-FOUND-SWITCH PICTURE IS X.
      88 COMPONENT-IS-STOCKED    VALUE "Y".
01  CONSTANTS.
    02 MAXIMUM-WAREHOUSE-ENTRIES PICTURE IS 9(2) VALUE 50.
    02 MAXIMUM-KIT-COMPONENTS PICTURE IS 9(2) VALUE 50.
01  WORK-FIELDS.
    02 CURRENT-KIT-NO      PICTURE IS 9(5).
    02 CURRENT-KIT-DESC    PICTURE IS X(20).
    02 KITS-BUILDABLE      PICTURE IS 9(7).
    02 KITS-FROM-COMPONENT PICTURE IS 9(7).
    02 LIMITING-ITEM-NO    PICTURE IS 9(5).
    02 LIMITING-ON-HAND    PICTURE IS 9(5).
    02 LIMITING-PER-KIT    PICTURE IS 9(3).
    02 KIT-COST            PICTURE IS 9(7)V99.
    02 COMPONENT-COST      PICTURE IS 9(7)V99.
    02 STOCKED-COMPONENT-COUNT PICTURE IS 9(2).
    02 KIT-WAREHOUSE-LINES PICTURE IS 9(3).
    02 KITS-REPORTED-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 KITS-NOT-BUILDABLE-COUNT PICTURE IS 9(5) VALUE ZERO.
    02 KIT-BUILDABLE-ANYWHERE-SWITCH PICTURE IS X.
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
01  WAREHOUSE-TABLE.
    02 WAREHOUSE-ENTRY OCCURS 50 TIMES.
      03 WT-WAREHOUSE-CODE  PICTURE IS X(4).
01  WAREHOUSE-TABLE-CONTROLS.
    02 WAREHOUSE-TABLE-SIZE PICTURE IS 9(2) VALUE ZERO.
    02 WT-SEARCH-INDEX     PICTURE IS 9(2).
01  KIT-COMPONENT-TABLE.
    02 KIT-COMPONENT-ENTRY OCCURS 50 TIMES.
      03 KC-ITEM-NO         PICTURE IS 9(5).
      03 KC-QTY-PER-KIT     PICTURE IS 9(3).
01  KIT-COMPONENT-TABLE-CONTROLS.
    02 KIT-COMPONENT-COUNT PICTURE IS 9(2) VALUE ZERO.
    02 KC-INDEX            PICTURE IS 9(2).
01  KA-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(40)
                           VALUE "KIT AVAILABILITY BY WAREHOUSE".
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 KAH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(69) VALUE SPACE.
01  KA-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE "KIT# ".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(20) VALUE "DESCRIPTION".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(4) VALUE "WRHS".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(9) VALUE "BUILDABLE".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(13) VALUE "LIMITED BY   ".
    02 FILLER              PICTURE IS X(5) VALUE "ONHND".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(10) VALUE "PER KIT   ".
    02 FILLER              PICTURE IS X(12) VALUE "KIT COST    ".
    02 FILLER              PICTURE IS X(3) VALUE SPACE.
    02 FILLER              PICTURE IS X(25) VALUE "REMARKS".
    02 FILLER              PICTURE IS X(11) VALUE SPACE.
01  KA-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(15) VALUE "KITS REPORTED: ".
    02 KAT-KITS-REPORTED   PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(33)
                           VALUE "NOT BUILDABLE AT ANY WAREHOUSE: ".
    02 KAT-NOT-BUILDABLE   PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(12) VALUE "WAREHOUSES: ".
    02 KAT-WAREHOUSE-COUNT PICTURE IS Z9.
    02 FILLER              PICTURE IS X(45) VALUE SPACE.

PROCEDURE DIVISION.
000-PRODUCE-KIT-AVAILABILITY-REPORT.
    OPEN INPUT KIT-MASTER-FILE.
    IF KIT-MASTER-STATUS IS EQUAL TO "35"
      DISPLAY "KIT MASTER MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN INPUT BAL-FWD-FILE.
    IF BAL-FWD-STATUS IS EQUAL TO "35"
      DISPLAY "BAL FWD FILE MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN OUTPUT KIT-AVAILABILITY-REPORT.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 050-PRINT-AVAILABILITY-HEADINGS.
    MOVE "N" TO BAL-FWD-EOF-SWITCH.
    PERFORM 100-LOAD-WAREHOUSE-CODE
      UNTIL BAL-FWD-EOF-SWITCH IS EQUAL TO "Y".
    MOVE "N" TO KIT-MASTER-EOF-SWITCH.
    MOVE ZERO TO CURRENT-KIT-NO.
    PERFORM 200-PROCESS-KIT-MASTER-RECORD
      UNTIL KIT-MASTER-EOF-SWITCH IS EQUAL TO "Y".
    IF KIT-COMPONENT-COUNT IS GREATER THAN ZERO
      PERFORM 300-REPORT-ONE-KIT.
    PERFORM 900-PRINT-AVAILABILITY-TOTALS.
    CLOSE KIT-MASTER-FILE.
    CLOSE BAL-FWD-FILE.
    CLOSE KIT-AVAILABILITY-REPORT.
    STOP RUN.

050-PRINT-AVAILABILITY-HEADINGS.
    MOVE RUN-DATE-DISPLAY TO KAH-RUN-DATE.
    WRITE KIT-AVAILABILITY-LINE FROM KA-HEADING-LINE
      AFTER ADVANCING PAGE.
    WRITE KIT-AVAILABILITY-LINE FROM KA-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

100-LOAD-WAREHOUSE-CODE.
    READ BAL-FWD-FILE NEXT RECORD
      AT END
        MOVE "Y" TO BAL-FWD-EOF-SWITCH.
    IF BAL-FWD-EOF-SWITCH IS NOT EQUAL TO "Y"
      MOVE "N" TO WAREHOUSE-FOUND-SWITCH
      PERFORM 110-SEARCH-ONE-WAREHOUSE
        VARYING WT-SEARCH-INDEX FROM 1 BY 1
        UNTIL WT-SEARCH-INDEX IS GREATER THAN WAREHOUSE-TABLE-SIZE
           OR WAREHOUSE-FOUND-SWITCH IS EQUAL TO "Y"
      IF WAREHOUSE-FOUND-SWITCH IS NOT EQUAL TO "Y"
        PERFORM 120-ADD-WAREHOUSE-ENTRY.

110-SEARCH-ONE-WAREHOUSE.
    IF WT-WAREHOUSE-CODE(WT-SEARCH-INDEX) IS EQUAL TO BAL-WAREHOUSE-CODE
      MOVE "Y" TO WAREHOUSE-FOUND-SWITCH.

120-ADD-WAREHOUSE-ENTRY.
    IF WAREHOUSE-TABLE-SIZE IS LESS THAN MAXIMUM-WAREHOUSE-ENTRIES
      ADD 1 TO WAREHOUSE-TABLE-SIZE
      MOVE BAL-WAREHOUSE-CODE TO WT-WAREHOUSE-CODE(WAREHOUSE-TABLE-SIZE)
    ELSE
      IF WAREHOUSE-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
        MOVE "Y" TO WAREHOUSE-TABLE-FULL-SWITCH
        DISPLAY "WAREHOUSE TABLE FULL - REPORT INCOMPLETE".

200-PROCESS-KIT-MASTER-RECORD.
    READ KIT-MASTER-FILE RECORD
      AT END
        MOVE "Y" TO KIT-MASTER-EOF-SWITCH.
    IF KIT-MASTER-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF KM-KIT-NO IS NOT EQUAL TO CURRENT-KIT-NO
        IF KIT-COMPONENT-COUNT IS GREATER THAN ZERO
          PERFORM 300-REPORT-ONE-KIT
        END-IF
        MOVE KM-KIT-NO TO CURRENT-KIT-NO
        MOVE KM-KIT-DESC TO CURRENT-KIT-DESC
        MOVE ZERO TO KIT-COMPONENT-COUNT
        MOVE "N" TO COMPONENT-TABLE-FULL-SWITCH
      END-IF
      PERFORM 210-ADD-KIT-COMPONENT.

210-ADD-KIT-COMPONENT.
    IF KIT-COMPONENT-COUNT IS LESS THAN MAXIMUM-KIT-COMPONENTS
      ADD 1 TO KIT-COMPONENT-COUNT
      MOVE KM-COMPONENT-ITEM-NO TO KC-ITEM-NO(KIT-COMPONENT-COUNT)
      MOVE KM-QTY-PER-KIT TO KC-QTY-PER-KIT(KIT-COMPONENT-COUNT)
    ELSE
      IF COMPONENT-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
        MOVE "Y" TO COMPONENT-TABLE-FULL-SWITCH
        DISPLAY "KIT " KM-KIT-NO " HAS TOO MANY ITEMS - NOT ALL CHECKED".

300-REPORT-ONE-KIT.
    ADD 1 TO KITS-REPORTED-COUNT.
    MOVE ZERO TO KIT-WAREHOUSE-LINES.
    MOVE "N" TO KIT-BUILDABLE-ANYWHERE-SWITCH.
    PERFORM 310-CHECK-KIT-AT-WAREHOUSE
      VARYING WT-SEARCH-INDEX FROM 1 BY 1
      UNTIL WT-SEARCH-INDEX IS GREATER THAN WAREHOUSE-TABLE-SIZE.
    IF KIT-WAREHOUSE-LINES IS EQUAL TO ZERO
      MOVE SPACE TO KIT-AVAILABILITY-LINE
      MOVE CURRENT-KIT-NO   TO KA-KIT-NO
      MOVE CURRENT-KIT-DESC TO KA-KIT-DESC
      MOVE ZERO             TO KA-KITS-BUILDABLE
      MOVE "NOT STOCKED ANYWHERE" TO KA-REMARKS
      WRITE KIT-AVAILABILITY-LINE AFTER ADVANCING 1.
    IF KIT-BUILDABLE-ANYWHERE-SWITCH IS NOT EQUAL TO "Y"
      ADD 1 TO KITS-NOT-BUILDABLE-COUNT.
    MOVE SPACE TO KIT-AVAILABILITY-LINE.
    WRITE KIT-AVAILABILITY-LINE AFTER ADVANCING 1.

310-CHECK-KIT-AT-WAREHOUSE.
    MOVE 9999999 TO KITS-BUILDABLE.
    MOVE ZERO TO LIMITING-ITEM-NO.
    MOVE ZERO TO LIMITING-ON-HAND.
    MOVE ZERO TO LIMITING-PER-KIT.
    MOVE ZERO TO KIT-COST.
    MOVE ZERO TO STOCKED-COMPONENT-COUNT.
    PERFORM 320-CHECK-ONE-COMPONENT
      VARYING KC-INDEX FROM 1 BY 1
      UNTIL KC-INDEX IS GREATER THAN KIT-COMPONENT-COUNT.
    IF STOCKED-COMPONENT-COUNT IS GREATER THAN ZERO
      PERFORM 330-PRINT-KIT-WAREHOUSE-LINE.

320-CHECK-ONE-COMPONENT.
    MOVE KC-ITEM-NO(KC-INDEX) TO BAL-ITEM-NO.
    MOVE WT-WAREHOUSE-CODE(WT-SEARCH-INDEX) TO BAL-WAREHOUSE-CODE.
    MOVE "Y" TO COMPONENT-FOUND-SWITCH.
    READ BAL-FWD-FILE RECORD
      INVALID KEY
        MOVE "N" TO COMPONENT-FOUND-SWITCH.
    IF COMPONENT-IS-STOCKED
      ADD 1 TO STOCKED-COMPONENT-COUNT
      MULTIPLY KC-QTY-PER-KIT(KC-INDEX) BY BAL-UNIT-PRICE
        GIVING COMPONENT-COST
      ADD COMPONENT-COST TO KIT-COST
      DIVIDE BAL-ON-HAND BY KC-QTY-PER-KIT(KC-INDEX)
        GIVING KITS-FROM-COMPONENT
    ELSE
      MOVE ZERO TO BAL-ON-HAND
      MOVE ZERO TO KITS-FROM-COMPONENT.
    IF KITS-FROM-COMPONENT IS LESS THAN KITS-BUILDABLE
      MOVE KITS-FROM-COMPONENT TO KITS-BUILDABLE
      MOVE KC-ITEM-NO(KC-INDEX) TO LIMITING-ITEM-NO
      MOVE BAL-ON-HAND TO LIMITING-ON-HAND
      MOVE KC-QTY-PER-KIT(KC-INDEX) TO LIMITING-PER-KIT.

330-PRINT-KIT-WAREHOUSE-LINE.
    ADD 1 TO KIT-WAREHOUSE-LINES.
    IF KITS-BUILDABLE IS GREATER THAN ZERO
      MOVE "Y" TO KIT-BUILDABLE-ANYWHERE-SWITCH.
    MOVE SPACE TO KIT-AVAILABILITY-LINE.
    MOVE CURRENT-KIT-NO                     TO KA-KIT-NO.
    MOVE CURRENT-KIT-DESC                   TO KA-KIT-DESC.
    MOVE WT-WAREHOUSE-CODE(WT-SEARCH-INDEX) TO KA-WAREHOUSE-CODE.
    MOVE KITS-BUILDABLE                     TO KA-KITS-BUILDABLE.
    MOVE LIMITING-ITEM-NO                   TO KA-LIMITING-ITEM-NO.
    MOVE LIMITING-ON-HAND                   TO KA-LIMITING-ON-HAND.
    MOVE LIMITING-PER-KIT                   TO KA-LIMITING-PER-KIT.
    IF STOCKED-COMPONENT-COUNT IS LESS THAN KIT-COMPONENT-COUNT
      MOVE "ITEM NOT STOCKED HERE" TO KA-REMARKS
    ELSE
      MOVE KIT-COST TO KA-KIT-COST
      IF KITS-BUILDABLE IS EQUAL TO ZERO
        MOVE "ITEM SHORT" TO KA-REMARKS.
    WRITE KIT-AVAILABILITY-LINE AFTER ADVANCING 1.

900-PRINT-AVAILABILITY-TOTALS.
    MOVE KITS-REPORTED-COUNT      TO KAT-KITS-REPORTED.
    MOVE KITS-NOT-BUILDABLE-COUNT TO KAT-NOT-BUILDABLE.
    MOVE WAREHOUSE-TABLE-SIZE     TO KAT-WAREHOUSE-COUNT.
    WRITE KIT-AVAILABILITY-LINE FROM KA-TOTAL-LINE
      AFTER ADVANCING 2.
