           EXEC SQL DECLARE TUTORIAL.DWMARK TABLE
           (
              ENTITY                         CHAR (10)
                                             NOT NULL,
              LASTKEY                        INT
                                             NOT NULL,
              LASTRUN                        DATE
                                             NOT NULL,
              LASTROWS                       INT
                                             NOT NULL
           )
           END-EXEC.


       01  DWMARK.
           03 DWMARK-ENTITY                  PIC X(10).
           03 DWMARK-LASTKEY                 PIC S9(9) COMP.
           03 DWMARK-LASTRUN                 PIC X(10).
           03 DWMARK-LASTROWS                PIC S9(9) COMP.
