           EXEC SQL DECLARE TUTORIAL.STATOUTLOG TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              STATDATE                       DATE
                                             NOT NULL,
              ACTIONCODE                     CHAR (1)
                                             NOT NULL,
              RESULTCODE                     SMALLINT
                                             NOT NULL,
              OUTCOUNT                       INT
                                             NOT NULL
           )
           END-EXEC.


       01  STATOUTLOG.
           03 STATOUTLOG-CUST-ID             PIC S9(9) COMP.
           03 STATOUTLOG-STATDATE            PIC X(10).
           03 STATOUTLOG-ACTIONCODE          PIC X(1).
           03 STATOUTLOG-RESULTCODE          PIC S9(4) COMP.
           03 STATOUTLOG-OUTCOUNT            PIC S9(9) COMP.
