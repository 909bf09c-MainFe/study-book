IDENTIFICATION DIVISION.
PROGRAM-ID. PRODUCE-SUSPENSE-AGING-REPORT.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENSE.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS SEQUENTIAL
    RECORD KEY IS SU-SUSPENSE-NO
    FILE STATUS IS SUSPENSE-STATUS.
  SELECT SUSPENSE-AGING-REPORT   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 240 CHARACTERS.
COPY "SUSPREC.CPY".

FD  SUSPENSE-AGING-REPORT
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  SUSPENSE-AGING-LINE.
    02 SR-SUSPENSE-NO      PICTURE IS Z(5)9.
    02 FILLER              PICTURE IS X(2).
    02 SR-SOURCE-PROGRAM   PICTURE IS X(8).
    02 FILLER              PICTURE IS X(2).
    02 SR-REJECT-DATE      PICTURE IS X(8).
    02 FILLER              PICTURE IS X(2).
    02 SR-DAYS-OPEN        PICTURE IS Z(4)9.
    02 FILLER              PICTURE IS X(2).
    02 SR-AGE-BUCKET       PICTURE IS X(8).
    02 FILLER              PICTURE IS X(2).
    02 SR-ENTRY-STATUS     PICTURE IS X(9).
    02 FILLER              PICTURE IS X(2).
    02 SR-RETRY-COUNT      PICTURE IS Z9.
    02 FILLER              PICTURE IS X(2).
    02 SR-REJECT-REASON    PICTURE IS X(25).
    02 FILLER              PICTURE IS X(2).
    02 SR-CARD-IMAGE       PICTURE IS X(45).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 SUSPENSE-STATUS     PICTURE IS X(2).
01  SWITCHES.
    02 SUSPENSE-EOF-SWITCH PICTURE IS X.
    02 SOURCE-FOUND-SWITCH PICTURE IS X.
    02 SOURCE-TABLE-FULL-SWITCH PICTURE IS X VALUE "N".
01  CONSTANTS.
    02 MAXIMUM-SOURCE-PROGRAMS PICTURE IS 9(2) VALUE 10.
01  WORK-FIELDS.
    02 DAYS-OPEN           PICTURE IS 9(5).
    02 BUCKET-INDEX        PICTURE IS 9.
    02 RUN-DAY-NUMBER      PICTURE IS 9(5).
    02 OUTSTANDING-COUNT   PICTURE IS 9(5) VALUE ZERO.
    02 OPEN-COUNT          PICTURE IS 9(5) VALUE ZERO.
    02 CORRECTED-COUNT     PICTURE IS 9(5) VALUE ZERO.
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW.
      03 RUN-DATE-YY       PICTURE IS 9(2).
      03 RUN-DATE-MM       PICTURE IS 9(2).
      03 RUN-DATE-DD       PICTURE IS 9(2).
    02 RUN-DATE-DISPLAY    PICTURE IS X(8).
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
01  AGE-BUCKET-VALUES.
    02 FILLER PICTURE IS X(8) VALUE "0-7 DAYS".
    02 FILLER PICTURE IS X(8) VALUE "8-30".
    02 FILLER PICTURE IS X(8) VALUE "31-60".
    02 FILLER PICTURE IS X(8) VALUE "OVER 60".
01  AGE-BUCKET-TABLE REDEFINES AGE-BUCKET-VALUES.
    02 AGE-BUCKET-NAME OCCURS 4 TIMES PICTURE IS X(8).
01  SOURCE-SUMMARY-TABLE.
    02 SOURCE-SUMMARY-ENTRY OCCURS 10 TIMES.
      03 SS-SOURCE-PROGRAM  PICTURE IS X(8).
      03 SS-TOTAL-COUNT     PICTURE IS 9(5).
      03 SS-BUCKET-COUNT OCCURS 4 TIMES PICTURE IS 9(5).
01  SOURCE-SUMMARY-TABLE-CONTROLS.
    02 SOURCE-SUMMARY-TABLE-SIZE PICTURE IS 9(2) VALUE ZERO.
    02 SS-SEARCH-INDEX        PICTURE IS 9(2).
    02 SS-BUCKET-INDEX        PICTURE IS 9.
01  GRAND-BUCKET-TOTALS.
    02 GRAND-BUCKET-COUNT OCCURS 4 TIMES PICTURE IS 9(5).
01  SR-HEADING-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(40)
                           VALUE "AGED SUSPENSE REPORT - OUTSTANDING".
    02 FILLER              PICTURE IS X(10) VALUE "RUN DATE: ".
    02 SRH-RUN-DATE        PICTURE IS X(8).
    02 FILLER              PICTURE IS X(69) VALUE SPACE.
01  SR-COLUMN-HEADING-LINE.
    02 FILLER              PICTURE IS X(6) VALUE "SUSP# ".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "SOURCE".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "REJECTED".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(5) VALUE "DAYS ".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(8) VALUE "AGE".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(9) VALUE "STATUS".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(2) VALUE "RT".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(25) VALUE "REASON".
    02 FILLER              PICTURE IS X(2) VALUE SPACE.
    02 FILLER              PICTURE IS X(45) VALUE "CARD IMAGE".
01  SR-SOURCE-SUMMARY-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(7) VALUE "SOURCE ".
    02 SRS-SOURCE-PROGRAM  PICTURE IS X(8).
    02 FILLER              PICTURE IS X(14) VALUE "  OUTSTANDING ".
    02 SRS-TOTAL-COUNT     PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(11) VALUE "  0-7 DAYS ".
    02 SRS-BUCKET-1-COUNT  PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(7) VALUE "  8-30 ".
    02 SRS-BUCKET-2-COUNT  PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(8) VALUE "  31-60 ".
    02 SRS-BUCKET-3-COUNT  PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(10) VALUE "  OVER 60 ".
    02 SRS-BUCKET-4-COUNT  PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(37) VALUE SPACE.
01  SR-GRAND-TOTAL-LINE.
    02 FILLER              PICTURE IS X(5) VALUE SPACE.
    02 FILLER              PICTURE IS X(23)
                           VALUE "OUTSTANDING ENTRIES:  ".
    02 SRG-OUTSTANDING-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(8) VALUE "  OPEN: ".
    02 SRG-OPEN-COUNT      PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(28)
                           VALUE "  CORRECTED NOT RE-ENTERED: ".
    02 SRG-CORRECTED-COUNT PICTURE IS ZZZZ9.
    02 FILLER              PICTURE IS X(53) VALUE SPACE.

PROCEDURE DIVISION.
000-PRODUCE-SUSPENSE-AGING-REPORT.
    OPEN INPUT SUSPENSE-FILE.
    IF SUSPENSE-STATUS IS EQUAL TO "35"
      DISPLAY "SUSPENSE FILE MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN OUTPUT SUSPENSE-AGING-REPORT.
    ACCEPT RUN-DATE-RAW FROM DATE.
    STRING RUN-DATE-MM "/" RUN-DATE-DD "/" RUN-DATE-YY
      DELIMITED BY SIZE INTO RUN-DATE-DISPLAY.
    PERFORM 030-CONVERT-RUN-DATE.
    PERFORM 040-CLEAR-GRAND-BUCKET-COUNT
      VARYING SS-BUCKET-INDEX FROM 1 BY 1
      UNTIL SS-BUCKET-INDEX IS GREATER THAN 4.
    PERFORM 050-PRINT-AGING-HEADINGS.
    MOVE "N" TO SUSPENSE-EOF-SWITCH.
    PERFORM 100-EXAMINE-SUSPENSE-ENTRY
      UNTIL SUSPENSE-EOF-SWITCH IS EQUAL TO "Y".
    PERFORM 400-PRINT-SOURCE-SUMMARY
      VARYING SS-SEARCH-INDEX FROM 1 BY 1
      UNTIL SS-SEARCH-INDEX IS GREATER THAN SOURCE-SUMMARY-TABLE-SIZE.
    PERFORM 420-PRINT-GRAND-TOTALS.
    CLOSE SUSPENSE-FILE.
    CLOSE SUSPENSE-AGING-REPORT.
    STOP RUN.

030-CONVERT-RUN-DATE.
    MOVE RUN-DATE-YY TO CONVERT-YY.
    MOVE RUN-DATE-MM TO CONVERT-MM.
    MOVE RUN-DATE-DD TO CONVERT-DD.
    PERFORM 800-CONVERT-DATE-TO-DAY-NUMBER.
    MOVE CONVERT-DAY-NUMBER TO RUN-DAY-NUMBER.

040-CLEAR-GRAND-BUCKET-COUNT.
    MOVE ZERO TO GRAND-BUCKET-COUNT(SS-BUCKET-INDEX).

050-PRINT-AGING-HEADINGS.
    MOVE RUN-DATE-DISPLAY TO SRH-RUN-DATE.
    WRITE SUSPENSE-AGING-LINE FROM SR-HEADING-LINE
      AFTER ADVANCING PAGE.
    WRITE SUSPENSE-AGING-LINE FROM SR-COLUMN-HEADING-LINE
      AFTER ADVANCING 2.

100-EXAMINE-SUSPENSE-ENTRY.
    READ SUSPENSE-FILE RECORD
      AT END
        MOVE "Y" TO SUSPENSE-EOF-SWITCH.
    IF SUSPENSE-EOF-SWITCH IS NOT EQUAL TO "Y"
      IF SU-IS-OPEN OR SU-IS-CORRECTED
        PERFORM 110-COMPUTE-DAYS-OPEN
        PERFORM 120-PRINT-SUSPENSE-ENTRY
        PERFORM 130-ADD-TO-SOURCE-SUMMARY.

110-COMPUTE-DAYS-OPEN.
    MOVE SU-REJECT-YY TO CONVERT-YY.
    MOVE SU-REJECT-MM TO CONVERT-MM.
    MOVE SU-REJECT-DD TO CONVERT-DD.
    PERFORM 800-CONVERT-DATE-TO-DAY-NUMBER.
    IF CONVERT-DAY-NUMBER IS GREATER THAN RUN-DAY-NUMBER
      MOVE ZERO TO DAYS-OPEN
    ELSE
      SUBTRACT CONVERT-DAY-NUMBER FROM RUN-DAY-NUMBER
        GIVING DAYS-OPEN.
    IF DAYS-OPEN IS GREATER THAN 60
      MOVE 4 TO BUCKET-INDEX
    ELSE
      IF DAYS-OPEN IS GREATER THAN 30
        MOVE 3 TO BUCKET-INDEX
      ELSE
        IF DAYS-OPEN IS GREATER THAN 7
          MOVE 2 TO BUCKET-INDEX
        ELSE
          MOVE 1 TO BUCKET-INDEX.

120-PRINT-SUSPENSE-ENTRY.
    MOVE SPACE TO SUSPENSE-AGING-LINE.
    MOVE SU-SUSPENSE-NO    TO SR-SUSPENSE-NO.
    MOVE SU-SOURCE-PROGRAM TO SR-SOURCE-PROGRAM.
    STRING SU-REJECT-MM "/" SU-REJECT-DD "/" SU-REJECT-YY
      DELIMITED BY SIZE INTO SR-REJECT-DATE.
    MOVE DAYS-OPEN         TO SR-DAYS-OPEN.
    MOVE AGE-BUCKET-NAME(BUCKET-INDEX) TO SR-AGE-BUCKET.
    IF SU-IS-CORRECTED
      MOVE "CORRECTED" TO SR-ENTRY-STATUS
      ADD 1 TO CORRECTED-COUNT
    ELSE
      MOVE "OPEN"      TO SR-ENTRY-STATUS
      ADD 1 TO OPEN-COUNT.
    MOVE SU-RETRY-COUNT    TO SR-RETRY-COUNT.
    MOVE SU-REJECT-REASON  TO SR-REJECT-REASON.
    MOVE SU-CURRENT-IMAGE  TO SR-CARD-IMAGE.
    WRITE SUSPENSE-AGING-LINE AFTER ADVANCING 1.
    ADD 1 TO OUTSTANDING-COUNT.
    ADD 1 TO GRAND-BUCKET-COUNT(BUCKET-INDEX).

130-ADD-TO-SOURCE-SUMMARY.
    MOVE "N" TO SOURCE-FOUND-SWITCH.
    MOVE 1 TO SS-SEARCH-INDEX.
    PERFORM 135-SEARCH-ONE-SOURCE-ENTRY
      UNTIL SS-SEARCH-INDEX IS GREATER THAN SOURCE-SUMMARY-TABLE-SIZE
         OR SOURCE-FOUND-SWITCH IS EQUAL TO "Y".
    IF SOURCE-FOUND-SWITCH IS NOT EQUAL TO "Y"
      IF SOURCE-SUMMARY-TABLE-SIZE IS LESS THAN MAXIMUM-SOURCE-PROGRAMS
        ADD 1 TO SOURCE-SUMMARY-TABLE-SIZE
        MOVE SOURCE-SUMMARY-TABLE-SIZE TO SS-SEARCH-INDEX
        MOVE SU-SOURCE-PROGRAM TO SS-SOURCE-PROGRAM(SS-SEARCH-INDEX)
        MOVE ZERO TO SS-TOTAL-COUNT(SS-SEARCH-INDEX)
        PERFORM 137-CLEAR-SOURCE-BUCKET
          VARYING SS-BUCKET-INDEX FROM 1 BY 1
          UNTIL SS-BUCKET-INDEX IS GREATER THAN 4
        MOVE "Y" TO SOURCE-FOUND-SWITCH
      ELSE
        IF SOURCE-TABLE-FULL-SWITCH IS NOT EQUAL TO "Y"
          MOVE "Y" TO SOURCE-TABLE-FULL-SWITCH
          DISPLAY "SOURCE SUMMARY TABLE FULL - SUMMARY INCOMPLETE".
    IF SOURCE-FOUND-SWITCH IS EQUAL TO "Y"
      ADD 1 TO SS-TOTAL-COUNT(SS-SEARCH-INDEX)
      ADD 1 TO SS-BUCKET-COUNT(SS-SEARCH-INDEX, BUCKET-INDEX).

135-SEARCH-ONE-SOURCE-ENTRY.
    IF SS-SOURCE-PROGRAM(SS-SEARCH-INDEX) IS EQUAL TO SU-SOURCE-PROGRAM
      MOVE "Y" TO SOURCE-FOUND-SWITCH
    ELSE
      ADD 1 TO SS-SEARCH-INDEX.

137-CLEAR-SOURCE-BUCKET.
    MOVE ZERO TO SS-BUCKET-COUNT(SS-SEARCH-INDEX, SS-BUCKET-INDEX).

400-PRINT-SOURCE-SUMMARY.
    MOVE SS-SOURCE-PROGRAM(SS-SEARCH-INDEX)  TO SRS-SOURCE-PROGRAM.
    MOVE SS-TOTAL-COUNT(SS-SEARCH-INDEX)     TO SRS-TOTAL-COUNT.
    MOVE SS-BUCKET-COUNT(SS-SEARCH-INDEX, 1) TO SRS-BUCKET-1-COUNT.
    MOVE SS-BUCKET-COUNT(SS-SEARCH-INDEX, 2) TO SRS-BUCKET-2-COUNT.
    MOVE SS-BUCKET-COUNT(SS-SEARCH-INDEX, 3) TO SRS-BUCKET-3-COUNT.
    MOVE SS-BUCKET-COUNT(SS-SEARCH-INDEX, 4) TO SRS-BUCKET-4-COUNT.
    IF SS-SEARCH-INDEX IS EQUAL TO 1
      WRITE SUSPENSE-AGING-LINE FROM SR-SOURCE-SUMMARY-LINE
        AFTER ADVANCING 3
    ELSE
      WRITE SUSPENSE-AGING-LINE FROM SR-SOURCE-SUMMARY-LINE
        AFTER ADVANCING 1.

420-PRINT-GRAND-TOTALS.
    MOVE "ALL"                 TO SRS-SOURCE-PROGRAM.
    MOVE OUTSTANDING-COUNT     TO SRS-TOTAL-COUNT.
    MOVE GRAND-BUCKET-COUNT(1) TO SRS-BUCKET-1-COUNT.
    MOVE GRAND-BUCKET-COUNT(2) TO SRS-BUCKET-2-COUNT.
    MOVE GRAND-BUCKET-COUNT(3) TO SRS-BUCKET-3-COUNT.
    MOVE GRAND-BUCKET-COUNT(4) TO SRS-BUCKET-4-COUNT.
    WRITE SUSPENSE-AGING-LINE FROM SR-SOURCE-SUMMARY-LINE
      AFTER ADVANCING 2.
    MOVE OUTSTANDING-COUNT     TO SRG-OUTSTANDING-COUNT.
    MOVE OPEN-COUNT            TO SRG-OPEN-COUNT.
    MOVE CORRECTED-COUNT       TO SRG-CORRECTED-COUNT.
    WRITE SUSPENSE-AGING-LINE FROM SR-GRAND-TOTAL-LINE
      AFTER ADVANCING 2.

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
