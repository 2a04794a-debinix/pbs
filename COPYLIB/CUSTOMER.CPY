                                             NOT NULL,
              EXPRESS                        CHAR (1)
                                             NOT NULL,
              CUTOFF                         CHAR (5),
              STAFF_ID                       INT
                                             NOT NULL,
              FILEKEY                        CHAR (64)
           )
           END-EXEC.

           03 CUSTOMER-ROWVER                PIC S9(9) COMP.
           03 CUSTOMER-EXPRESS               PIC X(1).
               88  CUSTOMER-IS-EXPRESS                 VALUE 'Y'.
           03 CUSTOMER-CUTOFF                PIC X(5).
           03 CUSTOMER-STAFF-ID              PIC S9(9) COMP.
           03 CUSTOMER-FILEKEY               PIC X(64).
