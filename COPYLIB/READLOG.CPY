
           EXEC SQL DECLARE TUTORIAL.READLOG TABLE
           (
              RLOG_ID                        INT
                                             NOT NULL,
              OPERATOR                       CHAR (10)
                                             NOT NULL,
              READAT                         TIMESTAMP
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              FUNCCODE                       CHAR (8)
                                             NOT NULL
           )
           END-EXEC.


       01  READLOG.
           03 READLOG-RLOG-ID                PIC S9(9) COMP.
           03 READLOG-OPERATOR               PIC X(10).
           03 READLOG-READAT                 PIC X(19).
           03 READLOG-DEBT-ID                PIC S9(9) COMP.
           03 READLOG-INV-ID                 PIC S9(9) COMP.
           03 READLOG-FUNCCODE               PIC X(8).
