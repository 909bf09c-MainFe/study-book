IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTAIN-SUSPENSE-FILE.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENSE.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS SU-SUSPENSE-NO
    FILE STATUS IS SUSPENSE-STATUS.
  SELECT SUSPENSE-TRANSACTION-FILE   ASSIGN TO READER.
  SELECT SUSPENSE-MAINT-LISTING   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 240 CHARACTERS.
COPY "SUSPREC.CPY".

FD  SUSPENSE-TRANSACTION-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  SUSPENSE-TRANSACTION-CARD.
    02 MS-SUSPENSE-NO      PICTURE IS 9(6).
    02 MS-FUNCTION-CODE    PICTURE IS X.
      88 MS-FUNCTION-IS-INQUIRY   VALUE "I".
      88 MS-FUNCTION-IS-CORRECT   VALUE "C".
      88 MS-FUNCTION-IS-VOID      VALUE "V".
    02 MS-USER-INITIALS    PICTURE IS X(3).
    02 MS-CORRECTED-IMAGE  PICTURE IS X(70).

FD  SUSPENSE-MAINT-LISTING
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  SUSPENSE-MAINT-LINE.
    02 SL-SUSPENSE-NO      PICTURE IS Z(5)9.
    02 FILLER              PICTURE IS X(3).
    02 SL-FUNCTION-CODE    PICTURE IS X.
    02 FILLER              PICTURE IS X(3).
    02 SL-SOURCE-PROGRAM   PICTURE IS X(8).
    02 FILLER              PICTURE IS X(3).
    02 SL-ENTRY-STATUS     PICTURE IS X.
    02 FILLER              PICTURE IS X(3).
    02 SL-CARD-IMAGE       PICTURE IS X(70).
    02 FILLER              PICTURE IS X(3).
    02 SL-STATUS-MESSAGE   PICTURE IS X(25).
    02 FILLER              PICTURE IS X(6).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 SUSPENSE-STATUS     PICTURE IS X(2).
01  SWITCHES.
    02 TRANSACTION-EOF-SWITCH PICTURE IS X.
    02 RECORD-FOUND-SWITCH    PICTURE IS X.
      88 RECORD-WAS-FOUND        VALUE "Y".
      88 RECORD-WAS-NOT-FOUND    VALUE "N".
01  WORK-FIELDS.
    02 STATUS-MESSAGE      PICTURE IS X(25).
01  RUN-DATE-FIELDS.
    02 RUN-DATE-RAW        PICTURE IS 9(6).

PROCEDURE DIVISION.
000-MAINTAIN-SUSPENSE-FILE.
    OPEN I-O SUSPENSE-FILE.
    IF SUSPENSE-STATUS IS EQUAL TO "35"
      DISPLAY "SUSPENSE FILE MISSING - RUN ABANDONED"
      STOP RUN.
    OPEN INPUT SUSPENSE-TRANSACTION-FILE.
    OPEN OUTPUT SUSPENSE-MAINT-LISTING.
    ACCEPT RUN-DATE-RAW FROM DATE.
    MOVE "N" TO TRANSACTION-EOF-SWITCH.
    PERFORM 100-PROCESS-TRANSACTION
      UNTIL TRANSACTION-EOF-SWITCH IS EQUAL TO "Y".
    CLOSE SUSPENSE-FILE.
    CLOSE SUSPENSE-TRANSACTION-FILE.
    CLOSE SUSPENSE-MAINT-LISTING.
    STOP RUN.

100-PROCESS-TRANSACTION.
    PERFORM 110-READ-TRANSACTION.
    IF TRANSACTION-EOF-SWITCH IS NOT EQUAL TO "Y"
      PERFORM 115-EDIT-TRANSACTION
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        PERFORM 120-READ-SUSPENSE-RECORD
        PERFORM 130-APPLY-TRANSACTION
      END-IF
      PERFORM 140-PRINT-SUSPENSE-MAINT-LINE.

110-READ-TRANSACTION.
    READ SUSPENSE-TRANSACTION-FILE RECORD
      AT END
        MOVE "Y" TO TRANSACTION-EOF-SWITCH.

115-EDIT-TRANSACTION.
    MOVE SPACE TO STATUS-MESSAGE.
    MOVE "N" TO RECORD-FOUND-SWITCH.
    IF MS-SUSPENSE-NO IS NOT NUMERIC
        OR MS-SUSPENSE-NO IS EQUAL TO ZERO
      MOVE "SUSPENSE NUMBER INVALID" TO STATUS-MESSAGE
    ELSE
      IF NOT MS-FUNCTION-IS-INQUIRY
          AND NOT MS-FUNCTION-IS-CORRECT
          AND NOT MS-FUNCTION-IS-VOID
        MOVE "INVALID FUNCTION CODE" TO STATUS-MESSAGE.

120-READ-SUSPENSE-RECORD.
    MOVE MS-SUSPENSE-NO TO SU-SUSPENSE-NO.
    MOVE "Y" TO RECORD-FOUND-SWITCH.
    READ SUSPENSE-FILE RECORD
      INVALID KEY
        MOVE "N" TO RECORD-FOUND-SWITCH.

130-APPLY-TRANSACTION.
    IF RECORD-WAS-NOT-FOUND
      MOVE "ENTRY NOT FOUND" TO STATUS-MESSAGE
    ELSE
      IF MS-FUNCTION-IS-INQUIRY
        MOVE SU-REJECT-REASON TO STATUS-MESSAGE
      ELSE
        IF SU-IS-REENTERED OR SU-IS-VOIDED
          MOVE "ENTRY ALREADY CLOSED" TO STATUS-MESSAGE
        ELSE
          IF MS-FUNCTION-IS-CORRECT
            PERFORM 133-APPLY-CORRECTION
          ELSE
            PERFORM 134-APPLY-VOID.

133-APPLY-CORRECTION.
    IF MS-CORRECTED-IMAGE IS NOT EQUAL TO SPACE
      MOVE MS-CORRECTED-IMAGE TO SU-CURRENT-IMAGE-BODY.
    MOVE "C" TO SU-STATUS.
    MOVE RUN-DATE-RAW TO SU-LAST-ACTION-DATE.
    MOVE MS-USER-INITIALS TO SU-USER-INITIALS.
    REWRITE SUSPENSE-RECORD
      INVALID KEY
        MOVE "CORRECTION REJECTED BY FILE" TO STATUS-MESSAGE.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      IF MS-CORRECTED-IMAGE IS EQUAL TO SPACE
        MOVE "RELEASED FOR RE-ENTRY" TO STATUS-MESSAGE
      ELSE
        MOVE "ENTRY CORRECTED" TO STATUS-MESSAGE.

134-APPLY-VOID.
    MOVE "V" TO SU-STATUS.
    MOVE RUN-DATE-RAW TO SU-LAST-ACTION-DATE.
    MOVE MS-USER-INITIALS TO SU-USER-INITIALS.
    REWRITE SUSPENSE-RECORD
      INVALID KEY
        MOVE "VOID REJECTED BY FILE" TO STATUS-MESSAGE.
    IF STATUS-MESSAGE IS EQUAL TO SPACE
      MOVE "ENTRY VOIDED" TO STATUS-MESSAGE.

140-PRINT-SUSPENSE-MAINT-LINE.
    MOVE SPACE              TO SUSPENSE-MAINT-LINE.
    MOVE MS-SUSPENSE-NO     TO SL-SUSPENSE-NO.
    MOVE MS-FUNCTION-CODE   TO SL-FUNCTION-CODE.
    IF RECORD-WAS-FOUND
      MOVE SU-SOURCE-PROGRAM     TO SL-SOURCE-PROGRAM
      MOVE SU-STATUS             TO SL-ENTRY-STATUS
      MOVE SU-CURRENT-IMAGE-BODY TO SL-CARD-IMAGE
    ELSE
      MOVE MS-CORRECTED-IMAGE    TO SL-CARD-IMAGE.
    MOVE STATUS-MESSAGE     TO SL-STATUS-MESSAGE.
    WRITE SUSPENSE-MAINT-LINE.
