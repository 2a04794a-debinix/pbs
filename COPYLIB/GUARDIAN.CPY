
           EXEC SQL DECLARE TUTORIAL.GUARDIAN TABLE
           (
              GUARD_ID                       INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              NAME                           VARCHAR (60)
                                             NOT NULL,
              KIND                           CHAR (1)
                                             NOT NULL,
              ADDR_ID                        INT
                                             NOT NULL,
              EMAIL                          VARCHAR (60),
              VALIDFROM                      DATE
                                             NOT NULL,
              VALIDTO                        DATE,
              SENDRULE                       CHAR (1)
                                             NOT NULL
           )
           END-EXEC.


       01  GUARDIAN.
           03 GUARDIAN-GUARD-ID              PIC S9(9) COMP.
           03 GUARDIAN-DEBT-ID               PIC S9(9) COMP.
           03 GUARDIAN-NAME.
              49 GUARDIAN-NAME-LEN           PIC S9(4) COMP.
              49 GUARDIAN-NAME-TEXT          PIC X(60).
           03 GUARDIAN-KIND                  PIC X(1).
               88  GUARDIAN-IS-GOD-MAN                 VALUE 'G'.
               88  GUARDIAN-IS-FORVALTARE              VALUE 'F'.
           03 GUARDIAN-ADDR-ID               PIC S9(9) COMP.
           03 GUARDIAN-EMAIL.
              49 GUARDIAN-EMAIL-LEN          PIC S9(4) COMP.
              49 GUARDIAN-EMAIL-TEXT         PIC X(60).
           03 GUARDIAN-VALIDFROM             PIC X(10).
           03 GUARDIAN-VALIDTO               PIC X(10).
           03 GUARDIAN-SENDRULE              PIC X(1).
               88  GUARDIAN-SEND-INSTEAD               VALUE 'G'.
               88  GUARDIAN-SEND-BOTH                  VALUE 'B'.
