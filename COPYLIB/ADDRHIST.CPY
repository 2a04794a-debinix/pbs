           EXEC SQL DECLARE TUTORIAL.ADDRHIST TABLE
           (
              ADDRHIST_ID                    INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              ADDR_ID                        INT
                                             NOT NULL,
              NAME                           VARCHAR (254)
                                             NOT NULL,
              STREET                         VARCHAR (254)
                                             NOT NULL,
              POSTNO                         CHAR (5)
                                             NOT NULL,
              PLACE                          VARCHAR (254)
                                             NOT NULL,
              SOURCE                         CHAR (1)
                                             NOT NULL,
              CHANGED                        TIMESTAMP
                                             NOT NULL,
              CHANGEDBY                      CHAR (10)
           )
           END-EXEC.


       01  ADDRHIST.
           03 ADDRHIST-ADDRHIST-ID           PIC S9(9) COMP.
           03 ADDRHIST-DEBT-ID               PIC S9(9) COMP.
           03 ADDRHIST-ADDR-ID               PIC S9(9) COMP.
           03 ADDRHIST-NAME.
              49 ADDRHIST-NAME-LEN           PIC S9(4) COMP.
              49 ADDRHIST-NAME-TEXT          PIC X(254).
           03 ADDRHIST-STREET.
              49 ADDRHIST-STREET-LEN         PIC S9(4) COMP.
              49 ADDRHIST-STREET-TEXT        PIC X(254).
           03 ADDRHIST-POSTNO                PIC X(5).
           03 ADDRHIST-PLACE.
              49 ADDRHIST-PLACE-LEN          PIC S9(4) COMP.
              49 ADDRHIST-PLACE-TEXT         PIC X(254).
           03 ADDRHIST-SOURCE                PIC X(1).
               88  ADDRHIST-BY-OPERATOR                VALUE 'O'.
               88  ADDRHIST-BY-BANKGIRO                VALUE 'B'.
               88  ADDRHIST-BY-SPAR                    VALUE 'S'.
               88  ADDRHIST-BY-PLUSGIRO                VALUE 'P'.
               88  ADDRHIST-BY-RETURNED-MAIL           VALUE 'R'.
               88  ADDRHIST-BY-IMPORT                  VALUE 'I'.
               88  ADDRHIST-BY-ESTATE                  VALUE 'D'.
               88  ADDRHIST-BEFORE-HISTORY             VALUE 'U'.
           03 ADDRHIST-CHANGED               PIC X(19).
           03 ADDRHIST-CHANGEDBY             PIC X(10).
