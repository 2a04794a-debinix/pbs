
           EXEC SQL DECLARE TUTORIAL.REVRELEASE TABLE
           (
              DEFER_ID                       INT
                                             NOT NULL,
              RELPERIOD                      CHAR (7)
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL,
              RELDATE                        DATE
                                             NOT NULL
           )
           END-EXEC.


       01  REVRELEASE.
           03 REVRELEASE-DEFER-ID            PIC S9(9) COMP.
           03 REVRELEASE-RELPERIOD           PIC X(7).
           03 REVRELEASE-AMOUNT              PIC S9(7)V9(2) COMP-3.
           03 REVRELEASE-RELDATE             PIC X(10).
