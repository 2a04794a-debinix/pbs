
           EXEC SQL DECLARE TUTORIAL.CUSTPRICE TABLE
           (
              CUSTPRICE_ID                   INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              SRV_ID                         INT
                                             NOT NULL,
              PRICE                          DECIMAL (5, 2)
                                             NOT NULL,
              VALIDFROM                      DATE
                                             NOT NULL,
              VALIDTO                        DATE,
              INDEXRULE                      CHAR (1)
                                             NOT NULL,
              REGDATE                        DATE
                                             NOT NULL
           )
           END-EXEC.


       01  CUSTPRICE.
           03 CUSTPRICE-CUSTPRICE-ID         PIC S9(9) COMP.
           03 CUSTPRICE-CUST-ID              PIC S9(9) COMP.
           03 CUSTPRICE-SRV-ID               PIC S9(9) COMP.
           03 CUSTPRICE-PRICE                PIC S9(3)V9(2) COMP-3.
           03 CUSTPRICE-VALIDFROM            PIC X(10).
           03 CUSTPRICE-VALIDTO              PIC X(10).
           03 CUSTPRICE-INDEXRULE            PIC X(1).
               88  CUSTPRICE-IS-INDEXED                VALUE 'Y'.
               88  CUSTPRICE-IS-FIXED                  VALUE 'N'.
           03 CUSTPRICE-REGDATE              PIC X(10).
