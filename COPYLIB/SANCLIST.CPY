
           EXEC SQL DECLARE TUTORIAL.SANCLIST TABLE
           (
              SANC_ID                        INT
                                             NOT NULL,
              SOURCE                         CHAR (2)
                                             NOT NULL,
              LISTREF                        CHAR (20)
                                             NOT NULL,
              NAME                           VARCHAR (80)
                                             NOT NULL,
              COUNTRY                        CHAR (2)
                                             NOT NULL,
              LOADDATE                       DATE
                                             NOT NULL
           )
           END-EXEC.


       01  SANCLIST.
           03 SANCLIST-SANC-ID               PIC S9(9) COMP.
           03 SANCLIST-SOURCE                PIC X(2).
               88  SANCLIST-IS-EU                      VALUE 'EU'.
               88  SANCLIST-IS-UN                      VALUE 'UN'.
           03 SANCLIST-LISTREF               PIC X(20).
           03 SANCLIST-NAME.
              49 SANCLIST-NAME-LEN           PIC S9(4) COMP.
              49 SANCLIST-NAME-TEXT          PIC X(80).
           03 SANCLIST-COUNTRY               PIC X(2).
           03 SANCLIST-LOADDATE              PIC X(10).
