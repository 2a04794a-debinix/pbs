              REVERSED                       CHAR (1)
                                             NOT NULL,
              FXRATE                         DECIMAL (7, 4)
                                             NOT NULL,
              COSTAMT                        DECIMAL (9, 2)
                                             NOT NULL,
              INTAMT                         DECIMAL (9, 2)
                                             NOT NULL,
              INTINV_ID                      INT
                                             NOT NULL
           )
           END-EXEC.
           03 BGPAYMENT-REVERSED             PIC X(1).
               88  BGPAYMENT-IS-REVERSED               VALUE 'Y'.
           03 BGPAYMENT-FXRATE               PIC S9(3)V9(4) COMP-3.
           03 BGPAYMENT-COSTAMT              PIC S9(7)V9(2) COMP-3.
           03 BGPAYMENT-INTAMT               PIC S9(7)V9(2) COMP-3.
           03 BGPAYMENT-INTINV-ID            PIC S9(9) COMP.
