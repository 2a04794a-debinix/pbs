
           EXEC SQL DECLARE TUTORIAL.PREPAID TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              OCRREF                         CHAR (16)
                                             NOT NULL,
              BALANCE                        DECIMAL (9, 2)
                                             NOT NULL,
              LOWLIMIT                       DECIMAL (9, 2)
                                             NOT NULL,
              WARNSENT                       CHAR (1)
                                             NOT NULL,
              OPENDATE                       DATE
                                             NOT NULL
           )
           END-EXEC.


       01  PREPAID.
           03 PREPAID-CUST-ID                PIC S9(9) COMP.
           03 PREPAID-OCRREF                 PIC X(16).
           03 PREPAID-BALANCE                PIC S9(7)V9(2) COMP-3.
           03 PREPAID-LOWLIMIT               PIC S9(7)V9(2) COMP-3.
           03 PREPAID-WARNSENT               PIC X(1).
               88  PREPAID-IS-WARNED                   VALUE 'Y'.
           03 PREPAID-OPENDATE               PIC X(10).
