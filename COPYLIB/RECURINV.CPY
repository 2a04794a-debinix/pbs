
           EXEC SQL DECLARE TUTORIAL.RECURINV TABLE
           (
              RECUR_ID                       INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              INVPREFIX                      CHAR (6)
                                             NOT NULL,
              VAT                            DECIMAL (3, 2)
                                             NOT NULL,
              CUR                            CHAR (3)
                                             NOT NULL,
              FREQ                           CHAR (1)
                                             NOT NULL,
              STARTDATE                      DATE
                                             NOT NULL,
              ENDDATE                        DATE,
              LEADDAYS                       SMALLINT
                                             NOT NULL,
              DUEDAY                         SMALLINT
                                             NOT NULL,
              BUYERREF                       CHAR (30),
              REGDATE                        DATE
                                             NOT NULL
           )
           END-EXEC.


       01  RECURINV.
           03 RECURINV-RECUR-ID              PIC S9(9) COMP.
           03 RECURINV-CUST-ID               PIC S9(9) COMP.
           03 RECURINV-DEBT-ID               PIC S9(9) COMP.
           03 RECURINV-INVPREFIX             PIC X(6).
           03 RECURINV-VAT                   PIC S9(1)V9(2) COMP-3.
           03 RECURINV-CUR                   PIC X(3).
           03 RECURINV-FREQ                  PIC X(1).
               88  RECURINV-IS-MONTHLY                 VALUE 'M'.
               88  RECURINV-IS-QUARTERLY               VALUE 'Q'.
               88  RECURINV-IS-HALFYEARLY              VALUE 'H'.
               88  RECURINV-IS-YEARLY                  VALUE 'Y'.
               88  RECURINV-FREQ-VALID                 VALUE 'M' 'Q'
                                                             'H' 'Y'.
           03 RECURINV-STARTDATE             PIC X(10).
           03 RECURINV-ENDDATE               PIC X(10).
           03 RECURINV-LEADDAYS              PIC S9(4) COMP.
           03 RECURINV-DUEDAY                PIC S9(4) COMP.
           03 RECURINV-BUYERREF              PIC X(30).
           03 RECURINV-REGDATE               PIC X(10).
