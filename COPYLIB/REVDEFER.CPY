
           EXEC SQL DECLARE TUTORIAL.REVDEFER TABLE
           (
              DEFER_ID                       INT
                                             NOT NULL,
              ITEM_ID                        INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              BILLPERIOD                     CHAR (7)
                                             NOT NULL,
              SRVFROM                        DATE
                                             NOT NULL,
              SRVTO                          DATE
                                             NOT NULL,
              MONTHS                         SMALLINT
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL,
              RELEASED                       DECIMAL (9, 2)
                                             NOT NULL,
              RELMONTHS                      SMALLINT
                                             NOT NULL
           )
           END-EXEC.


       01  REVDEFER.
           03 REVDEFER-DEFER-ID              PIC S9(9) COMP.
           03 REVDEFER-ITEM-ID               PIC S9(9) COMP.
           03 REVDEFER-INV-ID                PIC S9(9) COMP.
           03 REVDEFER-CUST-ID               PIC S9(9) COMP.
           03 REVDEFER-BILLPERIOD            PIC X(7).
           03 REVDEFER-SRVFROM               PIC X(10).
           03 REVDEFER-SRVTO                 PIC X(10).
           03 REVDEFER-MONTHS                PIC S9(4) COMP.
           03 REVDEFER-AMOUNT                PIC S9(7)V9(2) COMP-3.
           03 REVDEFER-RELEASED              PIC S9(7)V9(2) COMP-3.
           03 REVDEFER-RELMONTHS             PIC S9(4) COMP.
