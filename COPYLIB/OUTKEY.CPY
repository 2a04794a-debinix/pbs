
           EXEC SQL DECLARE TUTORIAL.OUTKEY TABLE
           (
              PARTY                          CHAR (10)
                                             NOT NULL,
              RECIPIENT                      VARCHAR (80)
                                             NOT NULL,
              SIGNER                         VARCHAR (80)
                                             NOT NULL,
              CHANGED                        DATE
                                             NOT NULL,
              CHANGEDBY                      CHAR (10)
                                             NOT NULL
           )
           END-EXEC.


       01  OUTKEY.
           03 OUTKEY-PARTY                   PIC X(10).
           03 OUTKEY-RECIPIENT.
              49 OUTKEY-RECIPIENT-LEN        PIC S9(4) COMP.
              49 OUTKEY-RECIPIENT-TEXT       PIC X(80).
           03 OUTKEY-SIGNER.
              49 OUTKEY-SIGNER-LEN           PIC S9(4) COMP.
              49 OUTKEY-SIGNER-TEXT          PIC X(80).
           03 OUTKEY-CHANGED                 PIC X(10).
           03 OUTKEY-CHANGEDBY               PIC X(10).
