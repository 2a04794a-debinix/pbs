           EXEC SQL DECLARE TUTORIAL.OUTADDR TABLE
           (
              OUTLOG_ID                      INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              CHANNEL                        CHAR (1)
                                             NOT NULL,
              NAME                           CHAR (30)
                                             NOT NULL,
              CONTACT                        CHAR (30)
                                             NOT NULL,
              STREET                         CHAR (30)
                                             NOT NULL,
              POSTNO                         CHAR (5)
                                             NOT NULL,
              PLACE                          CHAR (30)
                                             NOT NULL,
              EMAIL                          CHAR (40)
                                             NOT NULL,
              MOBILE                         CHAR (15)
                                             NOT NULL
           )
           END-EXEC.


       01  OUTADDR.
           03 OUTADDR-OUTLOG-ID              PIC S9(9) COMP.
           03 OUTADDR-DEBT-ID                PIC S9(9) COMP.
           03 OUTADDR-CHANNEL                PIC X(1).
               88  OUTADDR-IS-PAPER                    VALUE 'P'.
               88  OUTADDR-IS-EMAIL                    VALUE 'E'.
               88  OUTADDR-IS-SMS                      VALUE 'S'.
               88  OUTADDR-IS-DIGITAL-MAILBOX          VALUE 'D'.
               88  OUTADDR-IS-EINVOICE                 VALUE 'X'.
               88  OUTADDR-IS-BANK-EINVOICE            VALUE 'B'.
               88  OUTADDR-IS-INKASSO                  VALUE 'I'.
           03 OUTADDR-NAME                   PIC X(30).
           03 OUTADDR-CONTACT                PIC X(30).
           03 OUTADDR-STREET                 PIC X(30).
           03 OUTADDR-POSTNO                 PIC X(5).
           03 OUTADDR-PLACE                  PIC X(30).
           03 OUTADDR-EMAIL                  PIC X(40).
           03 OUTADDR-MOBILE                 PIC X(15).
