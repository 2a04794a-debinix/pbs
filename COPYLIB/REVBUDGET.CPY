
           EXEC SQL DECLARE TUTORIAL.REVBUDGET TABLE
           (
              BUDGETYEAR                     SMALLINT
                                             NOT NULL,
              BUDGETMONTH                    SMALLINT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              SRV_ID                         INT
                                             NOT NULL,
              AMOUNT                         DECIMAL (11, 2)
                                             NOT NULL
           )
           END-EXEC.


       01  REVBUDGET.
           03 REVBUDGET-BUDGETYEAR           PIC S9(4) COMP.
           03 REVBUDGET-BUDGETMONTH          PIC S9(4) COMP.
           03 REVBUDGET-CUST-ID              PIC S9(9) COMP.
           03 REVBUDGET-SRV-ID               PIC S9(9) COMP.
           03 REVBUDGET-AMOUNT               PIC S9(9)V9(2) COMP-3.
