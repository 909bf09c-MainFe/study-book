IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTAIN-KIT-MASTER.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT KIT-MASTER-FILE   ASSIGN TO "KITMAST.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS KM-KIT-KEY
    FILE STATUS IS KIT-MASTER-STATUS.
  SELECT KIT-TRANSACTION-FILE   ASSIGN TO READER.
  SELECT KIT-MAINT-LISTING   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  KIT-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "KITREC.CPY".

FD  KIT-TRANSACTION-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  KIT-TRANSACTION-CARD.
    02 MK-KIT-NO           PICTURE IS 9(5).
    02 MK-FUNCTION-CODE    PICTURE IS X.
      88 MK-FUNCTION-IS-INQUIRY   VALUE "I".
      88 MK-FUNCTION-IS-ADD       VALUE "A".
      88 MK-FUNCTION-IS-CHANGE    VALUE "C".
      88 MK-FUNCTION-IS-DELETE    VALUE "D".
    02 MK-COMPONENT-ITEM-NO PICTURE IS 9(5).
    02 MK-QTY-PER-KIT      PICTURE IS 9(3).
    02 MK-KIT-DESC         PICTURE IS X(20).
    02 FILLER              PICTURE IS X(46).

FD  KIT-MAINT-LISTING
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  KIT-MAINT-LINE.
    02 KL-KIT-NO           PICTURE IS X(5).
    02 FILLER              PICTURE IS X(5).
    02 KL-FUNCTION-CODE    PICTURE IS X.
    02 FILLER              PICTURE IS X(5).
    02 KL-COMPONENT-ITEM-NO PICTURE IS X(5).
    02 FILLER              PICTURE IS X(5).
    02 KL-QTY-PER-KIT      PICTURE IS X(3).
    02 FILLER              PICTURE IS X(5).
    02 KL-KIT-DESC         PICTURE IS X(20).
    02 FILLER              PICTURE IS X(5).
    02 KL-STATUS-MESSAGE   PICTURE IS X(25).
    02 FILLER              PICTURE IS X(48).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 KIT-MASTER-STATUS   PICTURE IS X(2).
01  SWITCHES.
    02 TRANSACTION-EOF-SWITCH PICTURE IS X.
    02 RECORD-FOUND-SWITCH    PICTURE IS X.
      88 RECORD-WAS-FOUND        VALUE "Y".
      88 RECORD-WAS-NOT-FOUND    VALUE "N".
01  WORK-FIELDS.
    02 STATUS-MESSAGE      PICTURE IS X(25).

PROCEDURE DIVISION.
000-MAINTAIN-KIT-MASTER.
    PERFORM 010-OPEN-KIT-MASTER-FILE.
    OPEN INPUT KIT-TRANSACTION-FILE.
    OPEN OUTPUT KIT-MAINT-LISTING.
    MOVE "N" TO TRANSACTION-EOF-SWITCH.
    PERFORM 100-PROCESS-TRANSACTION
      UNTIL TRANSACTION-EOF-SWITCH IS EQUAL TO "Y".
    CLOSE KIT-MASTER-FILE.
    CLOSE KIT-TRANSACTION-FILE.
    CLOSE KIT-MAINT-LISTING.
    STOP RUN.

010-OPEN-KIT-MASTER-FILE.
    OPEN I-O KIT-MASTER-FILE.
    IF KIT-MASTER-STATUS IS EQUAL TO "35"
      OPEN OUTPUT KIT-MASTER-FILE
      CLOSE KIT-MASTER-FILE
      OPEN I-O KIT-MASTER-FILE.

100-PROCESS-TRANSACTION.
    PERFORM 110-READ-TRANSACTION.
    IF TRANSACTION-EOF-SWITCH IS NOT EQUAL TO "Y"
      PERFORM 115-EDIT-TRANSACTION
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        PERFORM 120-READ-KIT-RECORD
        PERFORM 130-APPLY-TRANSACTION
      END-IF
      PERFORM 140-PRINT-KIT-MAINT-LINE.

110-READ-TRANSACTION.
    READ KIT-TRANSACTION-FILE RECORD
      AT END
        MOVE "Y" TO TRANSACTION-EOF-SWITCH.

115-EDIT-TRANSACTION.
    MOVE SPACE TO STATUS-MESSAGE.
    MOVE "N" TO RECORD-FOUND-SWITCH.
    IF MK-KIT-NO IS NOT NUMERIC
        OR MK-KIT-NO IS EQUAL TO ZERO
      MOVE "KIT NUMBER IS MISSING" TO STATUS-MESSAGE
    ELSE
      IF MK-COMPONENT-ITEM-NO IS NOT NUMERIC
          OR MK-COMPONENT-ITEM-NO IS EQUAL TO ZERO
        MOVE "COMPONENT ITEM IS MISSING" TO STATUS-MESSAGE
      ELSE
        IF MK-COMPONENT-ITEM-NO IS EQUAL TO MK-KIT-NO
          MOVE "KIT CANNOT CONTAIN ITSELF" TO STATUS-MESSAGE
        ELSE
          IF NOT MK-FUNCTION-IS-INQUIRY
              AND NOT MK-FUNCTION-IS-ADD
              AND NOT MK-FUNCTION-IS-CHANGE
              AND NOT MK-FUNCTION-IS-DELETE
            MOVE "INVALID FUNCTION CODE" TO STATUS-MESSAGE
          ELSE
            IF MK-FUNCTION-IS-ADD OR MK-FUNCTION-IS-CHANGE
              PERFORM 117-EDIT-COMPONENT-FIELDS.

117-EDIT-COMPONENT-FIELDS.
    IF MK-QTY-PER-KIT IS NOT NUMERIC
        OR MK-QTY-PER-KIT IS EQUAL TO ZERO
      MOVE "QTY PER KIT IS ZERO" TO STATUS-MESSAGE
    ELSE
      IF MK-KIT-DESC IS EQUAL TO SPACE
        MOVE "KIT DESC IS MISSING" TO STATUS-MESSAGE.

120-READ-KIT-RECORD.
    MOVE MK-KIT-NO            TO KM-KIT-NO.
    MOVE MK-COMPONENT-ITEM-NO TO KM-COMPONENT-ITEM-NO.
    MOVE "Y" TO RECORD-FOUND-SWITCH.
    READ KIT-MASTER-FILE RECORD
      INVALID KEY
        MOVE "N" TO RECORD-FOUND-SWITCH.

130-APPLY-TRANSACTION.
    IF MK-FUNCTION-IS-INQUIRY
      PERFORM 131-APPLY-INQUIRY
    ELSE
      IF MK-FUNCTION-IS-ADD
        PERFORM 132-APPLY-ADD
      ELSE
        IF MK-FUNCTION-IS-CHANGE
          PERFORM 133-APPLY-CHANGE
        ELSE
          PERFORM 134-APPLY-DELETE.

131-APPLY-INQUIRY.
    IF RECORD-WAS-FOUND
      MOVE "COMPONENT DISPLAYED" TO STATUS-MESSAGE
    ELSE
      MOVE "COMPONENT NOT FOUND" TO STATUS-MESSAGE.

132-APPLY-ADD.
    IF RECORD-WAS-FOUND
      MOVE "DUPLICATE ADD REJECTED" TO STATUS-MESSAGE
    ELSE
      PERFORM 136-MOVE-CARD-TO-KIT
      WRITE KIT-MASTER-RECORD
        INVALID KEY
          MOVE "ADD REJECTED BY FILE" TO STATUS-MESSAGE
      END-WRITE
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        MOVE "COMPONENT ADDED" TO STATUS-MESSAGE.

133-APPLY-CHANGE.
    IF RECORD-WAS-FOUND
      PERFORM 136-MOVE-CARD-TO-KIT
      REWRITE KIT-MASTER-RECORD
        INVALID KEY
          MOVE "CHANGE REJECTED BY FILE" TO STATUS-MESSAGE
      END-REWRITE
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        MOVE "COMPONENT CHANGED" TO STATUS-MESSAGE
      END-IF
    ELSE
      MOVE "COMPONENT NOT FOUND" TO STATUS-MESSAGE.

134-APPLY-DELETE.
    IF RECORD-WAS-FOUND
      DELETE KIT-MASTER-FILE RECORD
        INVALID KEY
          MOVE "DELETE REJECTED BY FILE" TO STATUS-MESSAGE
      END-DELETE
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        MOVE "COMPONENT DELETED" TO STATUS-MESSAGE
      END-IF
    ELSE
      MOVE "COMPONENT NOT FOUND" TO STATUS-MESSAGE.

136-MOVE-CARD-TO-KIT.
    MOVE SPACE                TO KIT-MASTER-RECORD.
    MOVE MK-KIT-NO            TO KM-KIT-NO.
    MOVE MK-COMPONENT-ITEM-NO TO KM-COMPONENT-ITEM-NO.
    MOVE MK-KIT-DESC          TO KM-KIT-DESC.
    MOVE MK-QTY-PER-KIT       TO KM-QTY-PER-KIT.

140-PRINT-KIT-MAINT-LINE.
    MOVE SPACE                TO KIT-MAINT-LINE.
    MOVE MK-KIT-NO            TO KL-KIT-NO.
    MOVE MK-FUNCTION-CODE     TO KL-FUNCTION-CODE.
    MOVE MK-COMPONENT-ITEM-NO TO KL-COMPONENT-ITEM-NO.
    IF RECORD-WAS-FOUND
      MOVE KM-QTY-PER-KIT     TO KL-QTY-PER-KIT
      MOVE KM-KIT-DESC        TO KL-KIT-DESC
    ELSE
      MOVE MK-QTY-PER-KIT     TO KL-QTY-PER-KIT
      MOVE MK-KIT-DESC        TO KL-KIT-DESC.
    MOVE STATUS-MESSAGE       TO KL-STATUS-MESSAGE.
    WRITE KIT-MAINT-LINE.
