              QTY                            CHAR (7)
                                             NOT NULL,
              PRICE                          CHAR (9)
                                             NOT NULL,
              LABOUR                         CHAR (1)
           )
           END-EXEC.

           03 STGITEM-UNITDESC               PIC X(10).
           03 STGITEM-QTY                    PIC X(7).
           03 STGITEM-PRICE                  PIC X(9).
           03 STGITEM-LABOUR                 PIC X(1).
