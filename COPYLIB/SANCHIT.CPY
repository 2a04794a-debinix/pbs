
           EXEC SQL DECLARE TUTORIAL.SANCHIT TABLE
           (
              HIT_ID                         INT
                                             NOT NULL,
              PARTYTYPE                      CHAR (1)
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              SENDERBG                       CHAR (10)
                                             NOT NULL,
              PARTYNAME                      VARCHAR (60)
                                             NOT NULL,
              LISTREF                        CHAR (20)
                                             NOT NULL,
              LISTNAME                       VARCHAR (80)
                                             NOT NULL,
              SCORE                          SMALLINT
                                             NOT NULL,
              FOUND                          DATE
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              DECIDEDBY                      CHAR (10),
              DECIDED                        DATE
           )
           END-EXEC.


       01  SANCHIT.
           03 SANCHIT-HIT-ID                 PIC S9(9) COMP.
           03 SANCHIT-PARTYTYPE              PIC X(1).
               88  SANCHIT-IS-DEBTOR                   VALUE 'G'.
               88  SANCHIT-IS-CUSTOMER                 VALUE 'K'.
               88  SANCHIT-IS-PAYER                    VALUE 'B'.
           03 SANCHIT-DEBT-ID                PIC S9(9) COMP.
           03 SANCHIT-CUST-ID                PIC S9(9) COMP.
           03 SANCHIT-SENDERBG               PIC X(10).
           03 SANCHIT-PARTYNAME.
              49 SANCHIT-PARTYNAME-LEN       PIC S9(4) COMP.
              49 SANCHIT-PARTYNAME-TEXT      PIC X(60).
           03 SANCHIT-LISTREF                PIC X(20).
           03 SANCHIT-LISTNAME.
              49 SANCHIT-LISTNAME-LEN        PIC S9(4) COMP.
              49 SANCHIT-LISTNAME-TEXT       PIC X(80).
           03 SANCHIT-SCORE                  PIC S9(4) COMP.
           03 SANCHIT-FOUND                  PIC X(10).
           03 SANCHIT-STATE                  PIC X(1).
               88  SANCHIT-IS-OPEN                     VALUE 'O'.
               88  SANCHIT-IS-CLEAR-PROPOSED           VALUE 'W'.
               88  SANCHIT-IS-CLEARED                  VALUE 'C'.
               88  SANCHIT-IS-CONFIRMED                VALUE 'S'.
           03 SANCHIT-DECIDEDBY              PIC X(10).
           03 SANCHIT-DECIDED                PIC X(10).
