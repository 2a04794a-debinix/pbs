           EXEC SQL DECLARE TUTORIAL.DIGIMBX TABLE
           (
              DEBT_ID                        INT
                                             NOT NULL,
              PERSNO                         CHAR (12)
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              REGDATE                        DATE
                                             NOT NULL,
              CHKDATE                        DATE
           )
           END-EXEC.


       01  DIGIMBX.
           03 DIGIMBX-DEBT-ID                PIC S9(9) COMP.
           03 DIGIMBX-PERSNO                 PIC X(12).
           03 DIGIMBX-STATE                  PIC X(1).
               88  DIGIMBX-IS-TO-ASK                   VALUE 'F'.
               88  DIGIMBX-IS-ASKED                    VALUE 'S'.
               88  DIGIMBX-HAS-MAILBOX                 VALUE 'J'.
               88  DIGIMBX-HAS-NO-MAILBOX              VALUE 'N'.
               88  DIGIMBX-IS-WITHDRAWN                VALUE 'U'.
           03 DIGIMBX-REGDATE                PIC X(10).
           03 DIGIMBX-CHKDATE                PIC X(10).
