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
           03 BGPAYHIST-PAYDATE              PIC X(10).
           03 BGPAYHIST-REVERSED             PIC X(1).
           03 BGPAYHIST-FXRATE               PIC S9(3)V9(4) COMP-3.
           03 BGPAYHIST-COSTAMT              PIC S9(7)V9(2) COMP-3.
           03 BGPAYHIST-INTAMT               PIC S9(7)V9(2) COMP-3.
           03 BGPAYHIST-INTINV-ID            PIC S9(9) COMP.
