              QTY                            DECIMAL (7, 2)
                                             NOT NULL,
              PRICE                          DECIMAL (9, 2)
                                             NOT NULL,
              LABOUR                         CHAR (1)
           )
           END-EXEC.

              49 ITEM-UNITDESC-LEN           PIC S9(4) COMP.
              49 ITEM-UNITDESC-TEXT          PIC X(254).
           03 ITEM-QTY                       PIC S9(5)V9(2) COMP-3.
           03 ITEM-PRICE                     PIC S9(7)V9(2) COMP-3.
           03 ITEM-LABOUR                    PIC X(1).
               88  ITEM-IS-ROT                         VALUE 'R'.
               88  ITEM-IS-RUT                         VALUE 'U'.
