
           EXEC SQL DECLARE TUTORIAL.DEBTSALEFWD TABLE
           (
              FWD_ID                         INT
                                             NOT NULL,
              SALE_ID                        INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              BGCNR                          CHAR (12)
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL,
              PAYDATE                        DATE
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              FWDDATE                        DATE
           )
           END-EXEC.


       01  DEBTSALEFWD.
           03 DEBTSALEFWD-FWD-ID             PIC S9(9) COMP.
           03 DEBTSALEFWD-SALE-ID            PIC S9(9) COMP.
           03 DEBTSALEFWD-INV-ID             PIC S9(9) COMP.
           03 DEBTSALEFWD-BGCNR              PIC X(12).
           03 DEBTSALEFWD-AMOUNT             PIC S9(7)V9(2) COMP-3.
           03 DEBTSALEFWD-PAYDATE            PIC X(10).
           03 DEBTSALEFWD-STATE              PIC X(1).
               88  DEBTSALEFWD-IS-OPEN                 VALUE 'O'.
               88  DEBTSALEFWD-IS-FORWARDED            VALUE 'F'.
           03 DEBTSALEFWD-FWDDATE            PIC X(10).
