
           EXEC SQL DECLARE TUTORIAL.STAFF TABLE
           (
              STAFF_ID                       INT
                                             NOT NULL,
              SIGN                           CHAR (10)
                                             NOT NULL,
              NAME                           VARCHAR (60)
                                             NOT NULL,
              EMAIL                          VARCHAR (60)
                                             NOT NULL,
              ACTIVE                         CHAR (1)
                                             NOT NULL
           )
           END-EXEC.


       01  STAFF.
           03 STAFF-STAFF-ID                 PIC S9(9) COMP.
           03 STAFF-SIGN                     PIC X(10).
           03 STAFF-NAME.
              49 STAFF-NAME-LEN              PIC S9(4) COMP.
              49 STAFF-NAME-TEXT             PIC X(60).
           03 STAFF-EMAIL.
              49 STAFF-EMAIL-LEN             PIC S9(4) COMP.
              49 STAFF-EMAIL-TEXT            PIC X(60).
           03 STAFF-ACTIVE                   PIC X(1).
               88  STAFF-IS-ACTIVE                     VALUE 'Y'.
