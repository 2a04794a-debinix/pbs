              PROTECTED                      CHAR (1)
                                             NOT NULL,
              IBAN                           CHAR (34),
              BIC                            CHAR (11),
              REFREQ                         CHAR (1)
                                             NOT NULL,
              DECEASED                       CHAR (1)
                                             NOT NULL,
              DECDATE                        DATE,
              ESTATECO                       VARCHAR (60),
              ESTADDR_ID                     INT
                                             NOT NULL,
              NOADS                          CHAR (1)
                                             NOT NULL
           )
           END-EXEC.

           03 DEBTOR-PROTECTED               PIC X(1).
               88  DEBTOR-IS-PROTECTED                 VALUE 'Y'.
           03 DEBTOR-IBAN                    PIC X(34).
           03 DEBTOR-BIC                     PIC X(11).
           03 DEBTOR-REFREQ                  PIC X(1).
               88  DEBTOR-REF-REQUIRED                 VALUE 'Y'.
           03 DEBTOR-DECEASED                PIC X(1).
               88  DEBTOR-IS-DECEASED                  VALUE 'Y'.
           03 DEBTOR-DECDATE                 PIC X(10).
           03 DEBTOR-ESTATECO.
              49 DEBTOR-ESTATECO-LEN         PIC S9(4) COMP.
              49 DEBTOR-ESTATECO-TEXT        PIC X(60).
           03 DEBTOR-ESTADDR-ID              PIC S9(9) COMP.
           03 DEBTOR-NOADS                   PIC X(1).
               88  DEBTOR-REFUSES-ADS                  VALUE 'Y'.
