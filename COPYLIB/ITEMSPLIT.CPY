
           EXEC SQL DECLARE TUTORIAL.ITEMSPLIT TABLE
           (
              ITEM_ID                        INT
                                             NOT NULL,
              COMP_SRV_ID                    INT
                                             NOT NULL,
              ARTNO                          VARCHAR (254)
                                             NOT NULL,
              QTY                            DECIMAL (7, 2)
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL
           )
           END-EXEC.


       01  ITEMSPLIT.
           03 ITEMSPLIT-ITEM-ID              PIC S9(9) COMP.
           03 ITEMSPLIT-COMP-SRV-ID          PIC S9(9) COMP.
           03 ITEMSPLIT-ARTNO.
              49 ITEMSPLIT-ARTNO-LEN         PIC S9(4) COMP.
              49 ITEMSPLIT-ARTNO-TEXT        PIC X(254).
           03 ITEMSPLIT-QTY                  PIC S9(5)V9(2) COMP-3.
           03 ITEMSPLIT-AMOUNT               PIC S9(7)V9(2) COMP-3.
