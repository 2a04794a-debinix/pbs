
           EXEC SQL DECLARE TUTORIAL.BGPAYER TABLE
           (
              PAYER_ID                       INT
                                             NOT NULL,
              SENDERBG                       CHAR (10)
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              NAME                           CHAR (35)
                                             NOT NULL,
              FIRSTSEEN                      DATE
                                             NOT NULL,
              LASTSEEN                       DATE
                                             NOT NULL
           )
           END-EXEC.


       01  BGPAYER.
           03 BGPAYER-PAYER-ID               PIC S9(9) COMP.
           03 BGPAYER-SENDERBG               PIC X(10).
           03 BGPAYER-DEBT-ID                PIC S9(9) COMP.
           03 BGPAYER-NAME                   PIC X(35).
           03 BGPAYER-FIRSTSEEN              PIC X(10).
           03 BGPAYER-LASTSEEN               PIC X(10).
