
           EXEC SQL DECLARE TUTORIAL.DEBTMAP TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              EXTNO                          CHAR (9)
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              REGDATE                        DATE
                                             NOT NULL
           )
           END-EXEC.


       01  DEBTMAP.
           03 DEBTMAP-CUST-ID                PIC S9(9) COMP.
           03 DEBTMAP-EXTNO                  PIC X(9).
           03 DEBTMAP-DEBT-ID                PIC S9(9) COMP.
           03 DEBTMAP-REGDATE                PIC X(10).
