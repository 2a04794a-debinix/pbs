           EXEC SQL DECLARE TUTORIAL.MSGLOG TABLE
           (
              MSG_ID                         INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              DOCTYPE                        CHAR (1)
                                             NOT NULL,
              LOGDATE                        DATE
                                             NOT NULL
           )
           END-EXEC.


       01  MSGLOG.
           03 MSGLOG-MSG-ID                  PIC S9(9) COMP.
           03 MSGLOG-CUST-ID                 PIC S9(9) COMP.
           03 MSGLOG-DEBT-ID                 PIC S9(9) COMP.
           03 MSGLOG-INV-ID                  PIC S9(9) COMP.
           03 MSGLOG-DOCTYPE                 PIC X(1).
               88  MSGLOG-ON-INVOICE                   VALUE 'F'.
               88  MSGLOG-ON-REMINDER                  VALUE 'P'.
               88  MSGLOG-ON-STATEMENT                 VALUE 'K'.
               88  MSGLOG-ON-EINVOICE                  VALUE 'E'.
           03 MSGLOG-LOGDATE                 PIC X(10).
