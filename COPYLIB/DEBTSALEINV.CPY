
           EXEC SQL DECLARE TUTORIAL.DEBTSALEINV TABLE
           (
              SALE_ID                        INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              BALANCE                        DECIMAL (9, 2)
                                             NOT NULL,
              FEES                           DECIMAL (9, 2)
                                             NOT NULL,
              NOTICED                        CHAR (1)
                                             NOT NULL
           )
           END-EXEC.


       01  DEBTSALEINV.
           03 DEBTSALEINV-SALE-ID            PIC S9(9) COMP.
           03 DEBTSALEINV-INV-ID             PIC S9(9) COMP.
           03 DEBTSALEINV-BALANCE            PIC S9(7)V9(2) COMP-3.
           03 DEBTSALEINV-FEES               PIC S9(7)V9(2) COMP-3.
           03 DEBTSALEINV-NOTICED            PIC X(1).
               88  DEBTSALEINV-IS-NOTICED              VALUE 'Y'.
