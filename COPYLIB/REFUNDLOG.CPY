
           EXEC SQL DECLARE TUTORIAL.REFUNDLOG TABLE
           (
              REFUND_ID                      INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              PAYMENT_ID                     INT
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL,
              REFDATE                        DATE
                                             NOT NULL,
              CHANNEL                        CHAR (1)
                                             NOT NULL
           )
           END-EXEC.


       01  REFUNDLOG.
           03 REFUNDLOG-REFUND-ID            PIC S9(9) COMP.
           03 REFUNDLOG-DEBT-ID              PIC S9(9) COMP.
           03 REFUNDLOG-PAYMENT-ID           PIC S9(9) COMP.
           03 REFUNDLOG-AMOUNT               PIC S9(7)V9(2) COMP-3.
           03 REFUNDLOG-REFDATE              PIC X(10).
           03 REFUNDLOG-CHANNEL              PIC X(1).
               88  REFUNDLOG-IS-LB                     VALUE 'L'.
               88  REFUNDLOG-IS-SEPA                   VALUE 'S'.
