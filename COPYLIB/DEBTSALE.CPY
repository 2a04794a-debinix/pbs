
           EXEC SQL DECLARE TUTORIAL.DEBTSALE TABLE
           (
              SALE_ID                        INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              MINDAYS                        SMALLINT
                                             NOT NULL,
              MINAMT                         DECIMAL (9, 2)
                                             NOT NULL,
              CREATED                        DATE
                                             NOT NULL,
              APPROVEDBY                     CHAR (10),
              APPRDATE                       DATE,
              BUYER                          VARCHAR (40)
                                             NOT NULL,
              BUYERBG                        CHAR (10)
                                             NOT NULL,
              SALEDATE                       DATE,
              INVCOUNT                       INT
                                             NOT NULL,
              TOTAL                          DECIMAL (11, 2)
                                             NOT NULL
           )
           END-EXEC.


       01  DEBTSALE.
           03 DEBTSALE-SALE-ID               PIC S9(9) COMP.
           03 DEBTSALE-CUST-ID               PIC S9(9) COMP.
           03 DEBTSALE-STATE                 PIC X(1).
               88  DEBTSALE-IS-PROPOSED                VALUE 'P'.
               88  DEBTSALE-IS-APPROVED                VALUE 'G'.
               88  DEBTSALE-IS-SOLD                    VALUE 'S'.
               88  DEBTSALE-IS-CANCELLED               VALUE 'X'.
           03 DEBTSALE-MINDAYS               PIC S9(4) COMP.
           03 DEBTSALE-MINAMT                PIC S9(7)V9(2) COMP-3.
           03 DEBTSALE-CREATED               PIC X(10).
           03 DEBTSALE-APPROVEDBY            PIC X(10).
           03 DEBTSALE-APPRDATE              PIC X(10).
           03 DEBTSALE-BUYER.
              49 DEBTSALE-BUYER-LEN          PIC S9(4) COMP.
              49 DEBTSALE-BUYER-TEXT         PIC X(40).
           03 DEBTSALE-BUYERBG               PIC X(10).
           03 DEBTSALE-SALEDATE              PIC X(10).
           03 DEBTSALE-INVCOUNT              PIC S9(9) COMP.
           03 DEBTSALE-TOTAL                 PIC S9(9)V9(2) COMP-3.
