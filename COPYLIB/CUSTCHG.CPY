           EXEC SQL DECLARE TUTORIAL.CUSTCHG TABLE
           (
              CHG_ID                         INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              FIELDCODE                      CHAR (2)
                                             NOT NULL,
              NEWVALUE                       VARCHAR (60)
                                             NOT NULL,
              EFFDATE                        DATE
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              REGBY                          CHAR (10)
                                             NOT NULL,
              REGDATE                        DATE
                                             NOT NULL,
              APPLIEDDATE                    DATE
           )
           END-EXEC.


       01  CUSTCHG.
           03 CUSTCHG-CHG-ID                 PIC S9(9) COMP.
           03 CUSTCHG-CUST-ID                PIC S9(9) COMP.
           03 CUSTCHG-FIELDCODE              PIC X(2).
               88  CUSTCHG-IS-STREET                   VALUE 'ST'.
               88  CUSTCHG-IS-POSTNO                   VALUE 'PO'.
               88  CUSTCHG-IS-PLACE                    VALUE 'PL'.
               88  CUSTCHG-IS-NAME                     VALUE 'NA'.
               88  CUSTCHG-IS-BOARDPLACE               VALUE 'BO'.
               88  CUSTCHG-IS-TEL                      VALUE 'TE'.
               88  CUSTCHG-IS-EMAIL                    VALUE 'EM'.
               88  CUSTCHG-IS-WEB                      VALUE 'WE'.
               88  CUSTCHG-IS-VATREGNO                 VALUE 'VA'.
               88  CUSTCHG-IS-BANKGIRO                 VALUE 'BG'.
               88  CUSTCHG-IS-POSTGIRO                 VALUE 'PG'.
           03 CUSTCHG-NEWVALUE.
              49 CUSTCHG-NEWVALUE-LEN        PIC S9(4) COMP.
              49 CUSTCHG-NEWVALUE-TEXT       PIC X(60).
           03 CUSTCHG-EFFDATE                PIC X(10).
           03 CUSTCHG-STATE                  PIC X(1).
               88  CUSTCHG-IS-AWAITING                 VALUE 'W'.
               88  CUSTCHG-IS-PENDING                  VALUE 'P'.
               88  CUSTCHG-IS-APPLIED                  VALUE 'A'.
               88  CUSTCHG-IS-CANCELLED                VALUE 'C'.
               88  CUSTCHG-IS-REJECTED                 VALUE 'R'.
           03 CUSTCHG-REGBY                  PIC X(10).
           03 CUSTCHG-REGDATE                PIC X(10).
           03 CUSTCHG-APPLIEDDATE            PIC X(10).
