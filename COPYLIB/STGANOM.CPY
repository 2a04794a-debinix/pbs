           EXEC SQL DECLARE TUTORIAL.STGANOM TABLE
           (
              BATCHNO                        INT
                                             NOT NULL,
              SEQNO                          INT
                                             NOT NULL,
              REASON                         CHAR (1)
                                             NOT NULL,
              DETAIL                         CHAR (60)
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              DECIDEDBY                      CHAR (10)
           )
           END-EXEC.


       01  STGANOM.
           03 STGANOM-BATCHNO                PIC S9(9) COMP.
           03 STGANOM-SEQNO                  PIC S9(9) COMP.
           03 STGANOM-REASON                 PIC X(1).
               88  STGANOM-IS-AMOUNT                   VALUE 'B'.
               88  STGANOM-IS-LINECOUNT                VALUE 'R'.
               88  STGANOM-IS-VATRATE                  VALUE 'M'.
               88  STGANOM-IS-CURRENCY                 VALUE 'V'.
               88  STGANOM-IS-NEW-DEBTOR               VALUE 'N'.
               88  STGANOM-IS-GIRO-TEXT                VALUE 'G'.
           03 STGANOM-DETAIL                 PIC X(60).
           03 STGANOM-STATE                  PIC X(1).
               88  STGANOM-IS-HELD                     VALUE 'H'.
               88  STGANOM-IS-RELEASED                 VALUE 'S'.
               88  STGANOM-IS-REJECTED                 VALUE 'A'.
           03 STGANOM-DECIDEDBY              PIC X(10).
