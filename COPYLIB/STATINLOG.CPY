           EXEC SQL DECLARE TUTORIAL.STATINLOG TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              STATDATE                       DATE
                                             NOT NULL,
              FILENO                         INT
                                             NOT NULL,
              RESULTCODE                     SMALLINT
                                             NOT NULL,
              INCOUNT                        INT
                                             NOT NULL
           )
           END-EXEC.


       01  STATINLOG.
           03 STATINLOG-CUST-ID              PIC S9(9) COMP.
           03 STATINLOG-STATDATE             PIC X(10).
           03 STATINLOG-FILENO               PIC S9(9) COMP.
           03 STATINLOG-RESULTCODE           PIC S9(4) COMP.
           03 STATINLOG-INCOUNT              PIC S9(9) COMP.
