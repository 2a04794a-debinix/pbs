
           EXEC SQL DECLARE TUTORIAL.COSTRATE TABLE
           (
              COSTCODE                       CHAR (6)
                                             NOT NULL,
              UNITCOST                       DECIMAL (7, 2)
                                             NOT NULL
           )
           END-EXEC.


       01  COSTRATE.
           03 COSTRATE-COSTCODE              PIC X(6).
               88  COSTRATE-IS-SHEET                   VALUE 'ARK'.
               88  COSTRATE-IS-RETMAIL                 VALUE 'RETUR'.
               88  COSTRATE-IS-CORRECTION              VALUE 'KORR'.
               88  COSTRATE-IS-SMS                     VALUE 'SMS'.
               88  COSTRATE-IS-EMAIL                   VALUE 'EPOST'.
               88  COSTRATE-IS-MANPAY                  VALUE 'MANBET'.
           03 COSTRATE-UNITCOST              PIC S9(5)V9(2) COMP-3.
