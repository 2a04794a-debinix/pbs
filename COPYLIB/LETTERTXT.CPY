
           EXEC SQL DECLARE TUTORIAL.LETTERTXT TABLE
           (
              LETTER_ID                      INT
                                             NOT NULL,
              LINENO                         INT
                                             NOT NULL,
              LINETEXT                       CHAR (70)
                                             NOT NULL
           )
           END-EXEC.


       01  LETTERTXT.
           03 LETTERTXT-LETTER-ID            PIC S9(9) COMP.
           03 LETTERTXT-LINENO               PIC S9(9) COMP.
           03 LETTERTXT-LINETEXT             PIC X(70).
