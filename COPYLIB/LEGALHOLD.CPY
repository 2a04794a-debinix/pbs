
           EXEC SQL DECLARE TUTORIAL.LEGALHOLD TABLE
           (
              HOLD_ID                        INT
                                             NOT NULL,
              SCOPE                          CHAR (1)
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              REASON                         CHAR (1)
                                             NOT NULL,
              REASONTXT                      VARCHAR (60)
                                             NOT NULL,
              OPERATOR                       CHAR (10)
                                             NOT NULL,
              STARTDATE                      DATE
                                             NOT NULL,
              REVIEWDATE                     DATE
                                             NOT NULL,
              RELEASED                       DATE,
              RELEASEDBY                     CHAR (10)
           )
           END-EXEC.


       01  LEGALHOLD.
           03 LEGALHOLD-HOLD-ID              PIC S9(9) COMP.
           03 LEGALHOLD-SCOPE                PIC X(1).
               88  LEGALHOLD-ON-DEBTOR                 VALUE 'G'.
               88  LEGALHOLD-ON-INVOICE                VALUE 'F'.
               88  LEGALHOLD-ON-CUSTOMER               VALUE 'K'.
           03 LEGALHOLD-DEBT-ID              PIC S9(9) COMP.
           03 LEGALHOLD-INV-ID               PIC S9(9) COMP.
           03 LEGALHOLD-CUST-ID              PIC S9(9) COMP.
           03 LEGALHOLD-REASON               PIC X(1).
               88  LEGALHOLD-IS-COURT-CASE             VALUE 'R'.
               88  LEGALHOLD-IS-KRONOFOGDEN            VALUE 'K'.
               88  LEGALHOLD-IS-KONKURS                VALUE 'B'.
               88  LEGALHOLD-IS-DISPUTE                VALUE 'T'.
               88  LEGALHOLD-IS-OTHER                  VALUE 'O'.
           03 LEGALHOLD-REASONTXT.
              49 LEGALHOLD-REASONTXT-LEN     PIC S9(4) COMP.
              49 LEGALHOLD-REASONTXT-TEXT    PIC X(60).
           03 LEGALHOLD-OPERATOR             PIC X(10).
           03 LEGALHOLD-STARTDATE            PIC X(10).
           03 LEGALHOLD-REVIEWDATE           PIC X(10).
           03 LEGALHOLD-RELEASED             PIC X(10).
           03 LEGALHOLD-RELEASEDBY           PIC X(10).
