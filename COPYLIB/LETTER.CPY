
           EXEC SQL DECLARE TUTORIAL.LETTER TABLE
           (
              LETTER_ID                      INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              CUSTNO                         CHAR (10)
                                             NOT NULL,
              LETTERNO                       CHAR (16)
                                             NOT NULL,
              LETTERDATE                     DATE
                                             NOT NULL,
              ATTACHREF                      CHAR (30),
              STATE                          CHAR (1)
                                             NOT NULL,
              BATCHNO                        INT
                                             NOT NULL,
              PRINTDATE                      DATE,
              TRACKED                        CHAR (1)
                                             NOT NULL
           )
           END-EXEC.


       01  LETTER.
           03 LETTER-LETTER-ID               PIC S9(9) COMP.
           03 LETTER-CUST-ID                 PIC S9(9) COMP.
           03 LETTER-DEBT-ID                 PIC S9(9) COMP.
           03 LETTER-CUSTNO                  PIC X(10).
           03 LETTER-LETTERNO                PIC X(16).
           03 LETTER-LETTERDATE              PIC X(10).
           03 LETTER-ATTACHREF               PIC X(30).
           03 LETTER-STATE                   PIC X(1).
               88  LETTER-IS-STAGED                    VALUE 'S'.
               88  LETTER-IS-PENDING                   VALUE 'V'.
               88  LETTER-IS-SENT                      VALUE 'U'.
               88  LETTER-IS-REJECTED                  VALUE 'A'.
           03 LETTER-BATCHNO                 PIC S9(9) COMP.
           03 LETTER-PRINTDATE               PIC X(10).
           03 LETTER-TRACKED                 PIC X(1).
               88  LETTER-IS-TRACKED                   VALUE 'Y'.
