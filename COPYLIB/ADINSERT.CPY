           EXEC SQL DECLARE TUTORIAL.ADINSERT TABLE
           (
              INSERT_ID                      INT
                                             NOT NULL,
              INSCODE                        CHAR (10)
                                             NOT NULL,
              DESCRIPTION                    CHAR (30)
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              FROMDATE                       DATE
                                             NOT NULL,
              TODATE                         DATE
                                             NOT NULL,
              TARGET                         CHAR (1)
                                             NOT NULL,
              WEIGHT                         INT
                                             NOT NULL,
              FEEDER                         INT
                                             NOT NULL,
              ACTIVE                         CHAR (1)
                                             NOT NULL
           )
           END-EXEC.


       01  ADINSERT.
           03 ADINSERT-INSERT-ID             PIC S9(9) COMP.
           03 ADINSERT-INSCODE               PIC X(10).
           03 ADINSERT-DESCRIPTION           PIC X(30).
           03 ADINSERT-CUST-ID               PIC S9(9) COMP.
           03 ADINSERT-FROMDATE              PIC X(10).
           03 ADINSERT-TODATE                PIC X(10).
           03 ADINSERT-TARGET                PIC X(1).
               88  ADINSERT-FOR-ALL                    VALUE 'A'.
               88  ADINSERT-FOR-PRIVATE                VALUE 'P'.
               88  ADINSERT-FOR-PRINT                  VALUE 'T'.
           03 ADINSERT-WEIGHT                PIC S9(9) COMP.
           03 ADINSERT-FEEDER                PIC S9(9) COMP.
           03 ADINSERT-ACTIVE                PIC X(1).
               88  ADINSERT-IS-ACTIVE                  VALUE 'Y'.
