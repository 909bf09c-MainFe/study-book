IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTAIN-DEPARTMENT-MASTER.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. DEC-VAX.
OBJECT-COMPUTER. DEC-VAX.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
  SELECT DEPARTMENT-MASTER-FILE   ASSIGN TO "DEPTMAST.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    RECORD KEY IS DM-DEPARTMENT-CODE
    FILE STATUS IS DEPARTMENT-MASTER-STATUS.
  SELECT DEPARTMENT-TRANSACTION-FILE   ASSIGN TO READER.
  SELECT DEPARTMENT-MAINT-LISTING   ASSIGN TO LOCAL-PRINTER.

DATA DIVISION.
FILE SECTION.
FD  DEPARTMENT-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
COPY "DEPTREC.CPY".

FD  DEPARTMENT-TRANSACTION-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
01  DEPARTMENT-TRANSACTION-CARD.
    02 MD-DEPARTMENT-CODE  PICTURE IS X(4).
    02 MD-FUNCTION-CODE    PICTURE IS X.
      88 MD-FUNCTION-IS-INQUIRY   VALUE "I".
      88 MD-FUNCTION-IS-ADD       VALUE "A".
      88 MD-FUNCTION-IS-CHANGE    VALUE "C".
      88 MD-FUNCTION-IS-DELETE    VALUE "D".
    02 MD-DEPARTMENT-NAME  PICTURE IS X(20).
    02 MD-COST-CENTER-ACCOUNT PICTURE IS X(8).
    02 MD-MONTHLY-BUDGET   PICTURE IS 9(7)V99.
    02 FILLER              PICTURE IS X(38).

FD  DEPARTMENT-MAINT-LISTING
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 132 CHARACTERS.
01  DEPARTMENT-MAINT-LINE.
    02 DL-DEPARTMENT-CODE  PICTURE IS X(4).
    02 FILLER              PICTURE IS X(5).
    02 DL-FUNCTION-CODE    PICTURE IS X.
    02 FILLER              PICTURE IS X(5).
    02 DL-DEPARTMENT-NAME  PICTURE IS X(20).
    02 FILLER              PICTURE IS X(5).
    02 DL-COST-CENTER-ACCOUNT PICTURE IS X(8).
    02 FILLER              PICTURE IS X(5).
    02 DL-MONTHLY-BUDGET   PICTURE IS Z,ZZZ,ZZ9.99.
    02 FILLER              PICTURE IS X(5).
    02 DL-STATUS-MESSAGE   PICTURE IS X(25).
    02 FILLER              PICTURE IS X(37).

WORKING-STORAGE SECTION.
01  FILE-STATUS-FIELDS.
    02 DEPARTMENT-MASTER-STATUS PICTURE IS X(2).
01  SWITCHES.
    02 TRANSACTION-EOF-SWITCH PICTURE IS X.
    02 RECORD-FOUND-SWITCH    PICTURE IS X.
      88 RECORD-WAS-FOUND        VALUE "Y".
      88 RECORD-WAS-NOT-FOUND    VALUE "N".
01  WORK-FIELDS.
    02 STATUS-MESSAGE      PICTURE IS X(25).

PROCEDURE DIVISION.
000-MAINTAIN-DEPARTMENT-MASTER.
    PERFORM 010-OPEN-DEPARTMENT-MASTER-FILE.
    OPEN INPUT DEPARTMENT-TRANSACTION-FILE.
    OPEN OUTPUT DEPARTMENT-MAINT-LISTING.
    MOVE "N" TO TRANSACTION-EOF-SWITCH.
    PERFORM 100-PROCESS-TRANSACTION
      UNTIL TRANSACTION-EOF-SWITCH IS EQUAL TO "Y".
    CLOSE DEPARTMENT-MASTER-FILE.
    CLOSE DEPARTMENT-TRANSACTION-FILE.
    CLOSE DEPARTMENT-MAINT-LISTING.
    STOP RUN.

010-OPEN-DEPARTMENT-MASTER-FILE.
    OPEN I-O DEPARTMENT-MASTER-FILE.
    IF DEPARTMENT-MASTER-STATUS IS EQUAL TO "35"
      OPEN OUTPUT DEPARTMENT-MASTER-FILE
      CLOSE DEPARTMENT-MASTER-FILE
      OPEN I-O DEPARTMENT-MASTER-FILE.

100-PROCESS-TRANSACTION.
    PERFORM 110-READ-TRANSACTION.
    IF TRANSACTION-EOF-SWITCH IS NOT EQUAL TO "Y"
      PERFORM 115-EDIT-TRANSACTION
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        PERFORM 120-READ-DEPARTMENT-RECORD
        PERFORM 130-APPLY-TRANSACTION
      END-IF
      PERFORM 140-PRINT-DEPARTMENT-MAINT-LINE.

110-READ-TRANSACTION.
    READ DEPARTMENT-TRANSACTION-FILE RECORD
      AT END
        MOVE "Y" TO TRANSACTION-EOF-SWITCH.

115-EDIT-TRANSACTION.
    MOVE SPACE TO STATUS-MESSAGE.
    MOVE "N" TO RECORD-FOUND-SWITCH.
    IF MD-DEPARTMENT-CODE IS EQUAL TO SPACE
      MOVE "DEPT CODE IS MISSING" TO STATUS-MESSAGE
    ELSE
      IF NOT MD-FUNCTION-IS-INQUIRY
          AND NOT MD-FUNCTION-IS-ADD
          AND NOT MD-FUNCTION-IS-CHANGE
          AND NOT MD-FUNCTION-IS-DELETE
        MOVE "INVALID FUNCTION CODE" TO STATUS-MESSAGE
      ELSE
        IF MD-FUNCTION-IS-ADD OR MD-FUNCTION-IS-CHANGE
          PERFORM 117-EDIT-DEPARTMENT-FIELDS.

117-EDIT-DEPARTMENT-FIELDS.
    IF MD-DEPARTMENT-NAME IS EQUAL TO SPACE
      MOVE "DEPT NAME IS MISSING" TO STATUS-MESSAGE
    ELSE
      IF MD-COST-CENTER-ACCOUNT IS EQUAL TO SPACE
        MOVE "COST CENTER IS MISSING" TO STATUS-MESSAGE
      ELSE
        IF MD-MONTHLY-BUDGET IS NOT NUMERIC
          MOVE "BUDGET IS NOT NUMERIC" TO STATUS-MESSAGE.

120-READ-DEPARTMENT-RECORD.
    MOVE MD-DEPARTMENT-CODE TO DM-DEPARTMENT-CODE.
    MOVE "Y" TO RECORD-FOUND-SWITCH.
    READ DEPARTMENT-MASTER-FILE RECORD
      INVALID KEY
        MOVE "N" TO RECORD-FOUND-SWITCH.

130-APPLY-TRANSACTION.
    IF MD-FUNCTION-IS-INQUIRY
      PERFORM 131-APPLY-INQUIRY
    ELSE
      IF MD-FUNCTION-IS-ADD
        PERFORM 132-APPLY-ADD
      ELSE
        IF MD-FUNCTION-IS-CHANGE
          PERFORM 133-APPLY-CHANGE
        ELSE
          PERFORM 134-APPLY-DELETE.

131-APPLY-INQUIRY.
    IF RECORD-WAS-FOUND
      MOVE "DEPARTMENT DISPLAYED" TO STATUS-MESSAGE
    ELSE
      MOVE "DEPARTMENT NOT FOUND" TO STATUS-MESSAGE.

132-APPLY-ADD.
    IF RECORD-WAS-FOUND
      MOVE "DUPLICATE ADD REJECTED" TO STATUS-MESSAGE
    ELSE
      PERFORM 136-MOVE-CARD-TO-DEPARTMENT
      WRITE DEPARTMENT-MASTER-RECORD
        INVALID KEY
          MOVE "ADD REJECTED BY FILE" TO STATUS-MESSAGE
      END-WRITE
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        MOVE "DEPARTMENT ADDED" TO STATUS-MESSAGE.

133-APPLY-CHANGE.
    IF RECORD-WAS-FOUND
      PERFORM 136-MOVE-CARD-TO-DEPARTMENT
      REWRITE DEPARTMENT-MASTER-RECORD
        INVALID KEY
          MOVE "CHANGE REJECTED BY FILE" TO STATUS-MESSAGE
      END-REWRITE
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        MOVE "DEPARTMENT CHANGED" TO STATUS-MESSAGE
      END-IF
    ELSE
      MOVE "DEPARTMENT NOT FOUND" TO STATUS-MESSAGE.

134-APPLY-DELETE.
    IF RECORD-WAS-FOUND
      DELETE DEPARTMENT-MASTER-FILE RECORD
        INVALID KEY
          MOVE "DELETE REJECTED BY FILE" TO STATUS-MESSAGE
      END-DELETE
      IF STATUS-MESSAGE IS EQUAL TO SPACE
        MOVE "DEPARTMENT DELETED" TO STATUS-MESSAGE
      END-IF
    ELSE
      MOVE "DEPARTMENT NOT FOUND" TO STATUS-MESSAGE.

136-MOVE-CARD-TO-DEPARTMENT.
    MOVE SPACE                   TO DEPARTMENT-MASTER-RECORD.
    MOVE MD-DEPARTMENT-CODE      TO DM-DEPARTMENT-CODE.
    MOVE MD-DEPARTMENT-NAME      TO DM-DEPARTMENT-NAME.
    MOVE MD-COST-CENTER-ACCOUNT  TO DM-COST-CENTER-ACCOUNT.
    MOVE MD-MONTHLY-BUDGET       TO DM-MONTHLY-BUDGET.

140-PRINT-DEPARTMENT-MAINT-LINE.
    MOVE SPACE              TO DEPARTMENT-MAINT-LINE.
    MOVE MD-DEPARTMENT-CODE TO DL-DEPARTMENT-CODE.
    MOVE MD-FUNCTION-CODE   TO DL-FUNCTION-CODE.
    IF RECORD-WAS-FOUND
      MOVE DM-DEPARTMENT-NAME     TO DL-DEPARTMENT-NAME
      MOVE DM-COST-CENTER-ACCOUNT TO DL-COST-CENTER-ACCOUNT
      MOVE DM-MONTHLY-BUDGET      TO DL-MONTHLY-BUDGET
    ELSE
      MOVE MD-DEPARTMENT-NAME     TO DL-DEPARTMENT-NAME
      MOVE MD-COST-CENTER-ACCOUNT TO DL-COST-CENTER-ACCOUNT
      IF MD-MONTHLY-BUDGET IS NUMERIC
        MOVE MD-MONTHLY-BUDGET    TO DL-MONTHLY-BUDGET.
    MOVE STATUS-MESSAGE     TO DL-STATUS-MESSAGE.
    WRITE DEPARTMENT-MAINT-LINE.
