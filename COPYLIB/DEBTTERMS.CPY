
           EXEC SQL DECLARE TUTORIAL.DEBTTERMS TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              DUEDAYS                        SMALLINT
                                             NOT NULL,
              REGDATE                        DATE
                                             NOT NULL
           )
           END-EXEC.


       01  DEBTTERMS.
           03 DEBTTERMS-CUST-ID              PIC S9(9) COMP.
           03 DEBTTERMS-DEBT-ID              PIC S9(9) COMP.
           03 DEBTTERMS-DUEDAYS              PIC S9(4) COMP.
           03 DEBTTERMS-REGDATE              PIC X(10).
