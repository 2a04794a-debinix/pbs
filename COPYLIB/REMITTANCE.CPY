
           EXEC SQL DECLARE TUTORIAL.REMITTANCE TABLE
           (
              REMIT_ID                       INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              REMITDATE                      DATE
                                             NOT NULL,
              PAYCOUNT                       INT
                                             NOT NULL,
              PAYSUM                         DECIMAL (11, 2)
                                             NOT NULL,
              FEESUM                         DECIMAL (11, 2)
                                             NOT NULL,
              REFUNDSUM                      DECIMAL (11, 2)
                                             NOT NULL,
              NETAMOUNT                      DECIMAL (11, 2)
                                             NOT NULL,
              BANKGIRO                       CHAR (9)
                                             NOT NULL,
              SPECFILE                       VARCHAR (30)
                                             NOT NULL
           )
           END-EXEC.


       01  REMITTANCE.
           03 REMITTANCE-REMIT-ID            PIC S9(9) COMP.
           03 REMITTANCE-CUST-ID             PIC S9(9) COMP.
           03 REMITTANCE-REMITDATE           PIC X(10).
           03 REMITTANCE-PAYCOUNT            PIC S9(9) COMP.
           03 REMITTANCE-PAYSUM              PIC S9(9)V9(2) COMP-3.
           03 REMITTANCE-FEESUM              PIC S9(9)V9(2) COMP-3.
           03 REMITTANCE-REFUNDSUM           PIC S9(9)V9(2) COMP-3.
           03 REMITTANCE-NETAMOUNT           PIC S9(9)V9(2) COMP-3.
           03 REMITTANCE-BANKGIRO            PIC X(9).
           03 REMITTANCE-SPECFILE.
              49 REMITTANCE-SPECFILE-LEN     PIC S9(4) COMP.
              49 REMITTANCE-SPECFILE-TEXT    PIC X(30).
