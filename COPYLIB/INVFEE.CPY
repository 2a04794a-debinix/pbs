
           EXEC SQL DECLARE TUTORIAL.INVFEE TABLE
           (
              FEE_ID                         INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              FEETYPE                        CHAR (1)
                                             NOT NULL,
              AMOUNT                         DECIMAL (7, 2)
                                             NOT NULL,
              FEEDATE                        DATE
                                             NOT NULL,
              PAIDAMT                        DECIMAL (7, 2)
                                             NOT NULL
           )
           END-EXEC.


       01  INVFEE.
           03 INVFEE-FEE-ID                  PIC S9(9) COMP.
           03 INVFEE-INV-ID                  PIC S9(9) COMP.
           03 INVFEE-FEETYPE                 PIC X(1).
               88  INVFEE-IS-REMINDER-FEE              VALUE 'P'.
               88  INVFEE-IS-LATE-COMP                 VALUE 'F'.
               88  INVFEE-IS-KFM-FEE                   VALUE 'K'.
           03 INVFEE-AMOUNT                  PIC S9(5)V9(2) COMP-3.
           03 INVFEE-FEEDATE                 PIC X(10).
           03 INVFEE-PAIDAMT                 PIC S9(5)V9(2) COMP-3.
