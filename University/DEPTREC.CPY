01  DEPARTMENT-MASTER-RECORD.
    02 DM-DEPARTMENT-CODE  PICTURE IS X(4).
    02 DM-DEPARTMENT-NAME  PICTURE IS X(20).
    02 DM-COST-CENTER-ACCOUNT PICTURE IS X(8).
    02 DM-MONTHLY-BUDGET   PICTURE IS 9(7)V99.
    02 FILLER              PICTURE IS X(39).
