           EXEC SQL DECLARE TUTORIAL.CONSUMABLE TABLE
           (
              CONS_ID                        INT
                                             NOT NULL,
              CONSCODE                       CHAR (10)
                                             NOT NULL,
              DESCRIPTION                    CHAR (30)
                                             NOT NULL,
              CONSTYPE                       CHAR (1)
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              ONHAND                         INT
                                             NOT NULL,
              REORDERLVL                     INT
                                             NOT NULL,
              REORDERQTY                     INT
                                             NOT NULL,
              ACTIVE                         CHAR (1)
                                             NOT NULL
           )
           END-EXEC.


       01  CONSUMABLE.
           03 CONSUMABLE-CONS-ID             PIC S9(9) COMP.
           03 CONSUMABLE-CONSCODE            PIC X(10).
           03 CONSUMABLE-DESCRIPTION         PIC X(30).
           03 CONSUMABLE-CONSTYPE            PIC X(1).
               88  CONSUMABLE-IS-PAPER                 VALUE 'P'.
               88  CONSUMABLE-IS-ENVELOPE              VALUE 'K'.
               88  CONSUMABLE-IS-INSERT                VALUE 'I'.
           03 CONSUMABLE-CUST-ID             PIC S9(9) COMP.
           03 CONSUMABLE-ONHAND              PIC S9(9) COMP.
           03 CONSUMABLE-REORDERLVL          PIC S9(9) COMP.
           03 CONSUMABLE-REORDERQTY          PIC S9(9) COMP.
           03 CONSUMABLE-ACTIVE              PIC X(1).
               88  CONSUMABLE-IS-ACTIVE                VALUE 'Y'.
