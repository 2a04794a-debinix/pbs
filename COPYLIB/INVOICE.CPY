              PAIDAMT                        DECIMAL (9, 2)
                                             NOT NULL,
              CURRENCY                       CHAR (3)
                                             NOT NULL,
              DUEDATE                        DATE,
              BUYERREF                       CHAR (30)
           )
           END-EXEC.

           03 INVOICE-VAT                    PIC S9(1)V9(2) COMP-3.
           03 INVOICE-PAIDAMT                PIC S9(7)V9(2) COMP-3.
           03 INVOICE-CURRENCY               PIC X(3).
           03 INVOICE-DUEDATE                PIC X(10).
           03 INVOICE-BUYERREF               PIC X(30).
