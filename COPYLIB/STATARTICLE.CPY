           EXEC SQL DECLARE TUTORIAL.STATARTICLE TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              STATDATE                       DATE,
              ARTNO                          VARCHAR (254),
              CURRENCY                       CHAR (3)
                                             NOT NULL,
              INVSTATE                       SMALLINT
                                             NOT NULL,
              OWNINV                         CHAR (1)
                                             NOT NULL,
              SPLITROW                       CHAR (1)
                                             NOT NULL,
              LINECOUNT                      INT
                                             NOT NULL,
              QTY                            DECIMAL (11, 2)
                                             NOT NULL,
              AMOUNT                         DECIMAL (13, 2)
                                             NOT NULL
           )
           END-EXEC.


       01  STATARTICLE.
           03 STATARTICLE-CUST-ID            PIC S9(9) COMP.
           03 STATARTICLE-STATDATE           PIC X(10).
           03 STATARTICLE-ARTNO.
              49 STATARTICLE-ARTNO-LEN       PIC S9(4) COMP.
              49 STATARTICLE-ARTNO-TEXT      PIC X(254).
           03 STATARTICLE-CURRENCY           PIC X(3).
           03 STATARTICLE-INVSTATE           PIC S9(4) COMP.
           03 STATARTICLE-OWNINV             PIC X(1).
               88  STATARTICLE-IS-OWN                  VALUE 'Y'.
           03 STATARTICLE-SPLITROW           PIC X(1).
               88  STATARTICLE-IS-SPLIT                VALUE 'Y'.
           03 STATARTICLE-LINECOUNT          PIC S9(9) COMP.
           03 STATARTICLE-QTY                PIC S9(9)V9(2) COMP-3.
           03 STATARTICLE-AMOUNT             PIC S9(11)V9(2) COMP-3.
