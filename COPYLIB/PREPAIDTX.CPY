
           EXEC SQL DECLARE TUTORIAL.PREPAIDTX TABLE
           (
              TX_ID                          INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              TXDATE                         DATE
                                             NOT NULL,
              TXTYPE                         CHAR (1)
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL,
              BALANCE                        DECIMAL (9, 2)
                                             NOT NULL,
              INV_ID                         INT,
              REFTEXT                        CHAR (30)
                                             NOT NULL
           )
           END-EXEC.


       01  PREPAIDTX.
           03 PREPAIDTX-TX-ID                PIC S9(9) COMP.
           03 PREPAIDTX-CUST-ID              PIC S9(9) COMP.
           03 PREPAIDTX-TXDATE               PIC X(10).
           03 PREPAIDTX-TXTYPE               PIC X(1).
               88  PREPAIDTX-IS-BANKGIRO               VALUE 'B'.
               88  PREPAIDTX-IS-MANUAL                 VALUE 'M'.
               88  PREPAIDTX-IS-DRAWDOWN               VALUE 'F'.
           03 PREPAIDTX-AMOUNT               PIC S9(7)V9(2) COMP-3.
           03 PREPAIDTX-BALANCE              PIC S9(7)V9(2) COMP-3.
           03 PREPAIDTX-INV-ID               PIC S9(9) COMP.
           03 PREPAIDTX-REFTEXT              PIC X(30).
