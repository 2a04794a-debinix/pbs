           EXEC SQL DECLARE TUTORIAL.STATINVOICE TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              STATDATE                       DATE,
              CURRENCY                       CHAR (3)
                                             NOT NULL,
              INVSTATE                       SMALLINT
                                             NOT NULL,
              OWNINV                         CHAR (1)
                                             NOT NULL,
              INVCOUNT                       INT
                                             NOT NULL,
              AMOUNT                         DECIMAL (13, 2)
                                             NOT NULL
           )
           END-EXEC.


       01  STATINVOICE.
           03 STATINVOICE-CUST-ID            PIC S9(9) COMP.
           03 STATINVOICE-STATDATE           PIC X(10).
           03 STATINVOICE-CURRENCY           PIC X(3).
           03 STATINVOICE-INVSTATE           PIC S9(4) COMP.
           03 STATINVOICE-OWNINV             PIC X(1).
               88  STATINVOICE-IS-OWN                  VALUE 'Y'.
           03 STATINVOICE-INVCOUNT           PIC S9(9) COMP.
           03 STATINVOICE-AMOUNT             PIC S9(11)V9(2) COMP-3.
