  SELECT MAINT-LISTING   ASSIGN TO LOCAL-PRINTER.
  SELECT AUDIT-JOURNAL-FILE   ASSIGN TO "AUDITJNL.DAT"
    FILE STATUS IS AUDIT-JOURNAL-STATUS.
  SELECT COST-HISTORY-FILE   ASSIGN TO "COSTHIST.DAT"
    FILE STATUS IS COST-HISTORY-STATUS.
  SELECT VENDOR-MASTER-FILE   ASSIGN TO "VENDMAST.DAT"
    ORGANIZATION IS INDEXED
    ACCESS MODE IS RANDOM
    02 MT-WAREHOUSE-CODE   PICTURE IS X(4).
    02 MT-REORDER-UP-TO-LEVEL PICTURE IS 9(5).
    02 MT-USER-INITIALS    PICTURE IS X(3).
    02 MT-LOT-CONTROL-FLAG PICTURE IS X.
      88 MT-LOT-CONTROL-IS-VALID  VALUE SPACE "L".
    02 FILLER              PICTURE IS X(8).

FD  MAINT-LISTING
    LABEL RECORDS ARE STANDARD
    02 AJ-AFTER-IMAGE      PICTURE IS X(80).
    02 FILLER              PICTURE IS X(1).

FD  COST-HISTORY-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 60 CHARACTERS.
COPY "COSTREC.CPY".

FD  VENDOR-MASTER-FILE
    LABEL RECORDS ARE STANDARD
    RECORD CONTAINS 80 CHARACTERS.
    02 BAL-FWD-STATUS      PICTURE IS X(2).
    02 AUDIT-JOURNAL-STATUS PICTURE IS X(2).
    02 VENDOR-MASTER-STATUS PICTURE IS X(2).
    02 COST-HISTORY-STATUS PICTURE IS X(2).
01  SWITCHES.
    02 TRANSACTION-EOF-SWITCH PICTURE IS X.
    02 RECORD-FOUND-SWITCH    PICTURE IS X.
01  WORK-FIELDS.
    02 OLD-ON-HAND         PICTURE IS 9(5).
    02 OLD-ON-ORDER        PICTURE IS 9(5).
    02 OLD-UNIT-PRICE      PICTURE IS 999V99.
    02 STATUS-MESSAGE      PICTURE IS X(25).
    02 BEFORE-IMAGE        PICTURE IS X(80).
01  RUN-DATE-FIELDS.
    OPEN INPUT VENDOR-MASTER-FILE.
    OPEN OUTPUT MAINT-LISTING.
    PERFORM 020-OPEN-AUDIT-JOURNAL-FILE.
    PERFORM 025-OPEN-COST-HISTORY-FILE.
    ACCEPT RUN-DATE-RAW FROM DATE.
    MOVE "N" TO TRANSACTION-EOF-SWITCH.
    PERFORM 100-PROCESS-TRANSACTION
    CLOSE VENDOR-MASTER-FILE.
    CLOSE MAINT-LISTING.
    CLOSE AUDIT-JOURNAL-FILE.
    CLOSE COST-HISTORY-FILE.
    STOP RUN.

020-OPEN-AUDIT-JOURNAL-FILE.
    IF AUDIT-JOURNAL-STATUS IS EQUAL TO "35"
      OPEN OUTPUT AUDIT-JOURNAL-FILE.

025-OPEN-COST-HISTORY-FILE.
    OPEN EXTEND COST-HISTORY-FILE.
    IF COST-HISTORY-STATUS IS EQUAL TO "35"
      OPEN OUTPUT COST-HISTORY-FILE.

100-PROCESS-TRANSACTION.
    PERFORM 110-READ-TRANSACTION.
    IF TRANSACTION-EOF-SWITCH IS NOT EQUAL TO "Y"
    IF RECORD-WAS-FOUND
      MOVE BAL-ON-HAND  TO OLD-ON-HAND
      MOVE BAL-ON-ORDER TO OLD-ON-ORDER
      MOVE BAL-UNIT-PRICE TO OLD-UNIT-PRICE
      MOVE BAL-FWD-CARD TO BEFORE-IMAGE
    ELSE
      MOVE ZERO  TO OLD-ON-HAND
      MOVE ZERO  TO OLD-ON-ORDER
      MOVE ZERO  TO OLD-UNIT-PRICE
      MOVE SPACE TO BEFORE-IMAGE.

130-APPLY-TRANSACTION.
        IF STATUS-MESSAGE IS EQUAL TO SPACE
          MOVE "RECORD CHANGED" TO STATUS-MESSAGE
          PERFORM 150-WRITE-AUDIT-JOURNAL-RECORD
          IF BAL-UNIT-PRICE IS NOT EQUAL TO OLD-UNIT-PRICE
            PERFORM 160-WRITE-COST-HISTORY
          END-IF
        END-IF
      END-IF
    ELSE
              IF MT-WAREHOUSE-CODE IS EQUAL TO SPACE
                MOVE "WAREHOUSE CODE IS MISSING" TO STATUS-MESSAGE
              ELSE
                IF NOT MT-LOT-CONTROL-IS-VALID
                  MOVE "LOT CONTROL FLAG INVALID" TO STATUS-MESSAGE
                ELSE
                  IF RECORD-WAS-FOUND
                      AND MT-LOT-CONTROL-FLAG IS NOT EQUAL TO
                            BAL-LOT-CONTROL-FLAG
                      AND (BAL-ON-HAND IS NOT EQUAL TO ZERO
                        OR MT-NEW-ON-HAND IS NOT EQUAL TO ZERO)
                    MOVE "LOT FLAG NEEDS ZERO STOCK" TO STATUS-MESSAGE
                  ELSE
                    IF RECORD-WAS-NOT-FOUND
                        AND MT-LOT-CONTROL-FLAG IS EQUAL TO "L"
                        AND MT-NEW-ON-HAND IS NOT EQUAL TO ZERO
                      MOVE "LOT FLAG NEEDS ZERO STOCK" TO STATUS-MESSAGE
                    ELSE
                      PERFORM 139-CHECK-VENDOR-MASTER.

139-CHECK-VENDOR-MASTER.
    MOVE MT-VENDOR-CODE TO VM-VENDOR-CODE.
    MOVE MT-MIN-ORDER-QTY       TO BAL-MIN-ORDER-QTY.
    MOVE MT-WAREHOUSE-CODE      TO BAL-WAREHOUSE-CODE.
    MOVE MT-REORDER-UP-TO-LEVEL TO BAL-REORDER-UP-TO-LEVEL.
    MOVE MT-LOT-CONTROL-FLAG    TO BAL-LOT-CONTROL-FLAG.

140-PRINT-MAINT-LINE.
    MOVE SPACE             TO MAINT-LISTING-LINE.
    ELSE
      MOVE BAL-FWD-CARD    TO AJ-AFTER-IMAGE.
    WRITE AUDIT-JOURNAL-RECORD.

160-WRITE-COST-HISTORY.
    MOVE SPACE             TO COST-HISTORY-RECORD.
    MOVE RUN-DATE-RAW      TO CH-CHANGE-DATE.
    MOVE MT-ITEM-NO        TO CH-ITEM-NO.
    MOVE MT-WAREHOUSE-CODE TO CH-WAREHOUSE-CODE.
    MOVE "RV"              TO CH-SOURCE-CODE.
    MOVE "MAINT"           TO CH-REFERENCE.
    MOVE BAL-ON-HAND       TO CH-ON-HAND-BEFORE.
    MOVE ZERO              TO CH-TRANSACTION-QTY.
    MOVE BAL-UNIT-PRICE    TO CH-TRANSACTION-COST.
    MOVE OLD-UNIT-PRICE    TO CH-OLD-UNIT-COST.
    MOVE BAL-UNIT-PRICE    TO CH-NEW-UNIT-COST.
    MOVE MT-USER-INITIALS  TO CH-USER-INITIALS.
    WRITE COST-HISTORY-RECORD.
