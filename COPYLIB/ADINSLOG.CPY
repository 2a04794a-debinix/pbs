           EXEC SQL DECLARE TUTORIAL.ADINSLOG TABLE
           (
              INSERT_ID                      INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              PIECE_ID                       INT
                                             NOT NULL,
              LOGDATE                        DATE
                                             NOT NULL
           )
           END-EXEC.


       01  ADINSLOG.
           03 ADINSLOG-INSERT-ID             PIC S9(9) COMP.
           03 ADINSLOG-CUST-ID               PIC S9(9) COMP.
           03 ADINSLOG-INV-ID                PIC S9(9) COMP.
           03 ADINSLOG-PIECE-ID              PIC S9(9) COMP.
           03 ADINSLOG-LOGDATE               PIC X(10).
