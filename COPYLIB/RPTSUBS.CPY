              RECIPIENT                      VARCHAR (60)
                                             NOT NULL,
              ACTIVE                         CHAR (1)
                                             NOT NULL,
              STAFF_ID                       INT
                                             NOT NULL
           )
           END-EXEC.
              49 RPTSUBS-RECIPIENT-LEN       PIC S9(4) COMP.
              49 RPTSUBS-RECIPIENT-TEXT      PIC X(60).
           03 RPTSUBS-ACTIVE                 PIC X(1).
           03 RPTSUBS-STAFF-ID               PIC S9(9) COMP.
