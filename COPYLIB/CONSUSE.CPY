           EXEC SQL DECLARE TUTORIAL.CONSUSE TABLE
           (
              CONS_ID                        INT
                                             NOT NULL,
              USEDATE                        DATE
                                             NOT NULL,
              USED                           INT
                                             NOT NULL,
              RECEIVED                       INT
                                             NOT NULL
           )
           END-EXEC.


       01  CONSUSE.
           03 CONSUSE-CONS-ID                PIC S9(9) COMP.
           03 CONSUSE-USEDATE                PIC X(10).
           03 CONSUSE-USED                   PIC S9(9) COMP.
           03 CONSUSE-RECEIVED               PIC S9(9) COMP.
