
           EXEC SQL DECLARE TUTORIAL.TAXRED TABLE
           (
              INV_ID                         INT
                                             NOT NULL,
              WORKTYPE                       CHAR (1)
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              PERSNO                         CHAR (12)
                                             NOT NULL,
              PROPERTY                       CHAR (40)
                                             NOT NULL,
              LABOURAMT                      DECIMAL (9, 2)
                                             NOT NULL,
              REDAMT                         DECIMAL (9, 2)
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              CLAIMDATE                      DATE,
              APPRAMT                        DECIMAL (9, 2),
              DECDATE                        DATE
           )
           END-EXEC.


       01  TAXRED.
           03 TAXRED-INV-ID                  PIC S9(9) COMP.
           03 TAXRED-WORKTYPE                PIC X(1).
               88  TAXRED-IS-ROT                       VALUE 'R'.
               88  TAXRED-IS-RUT                       VALUE 'U'.
           03 TAXRED-CUST-ID                 PIC S9(9) COMP.
           03 TAXRED-PERSNO                  PIC X(12).
           03 TAXRED-PROPERTY                PIC X(40).
           03 TAXRED-LABOURAMT               PIC S9(7)V9(2) COMP-3.
           03 TAXRED-REDAMT                  PIC S9(7)V9(2) COMP-3.
           03 TAXRED-STATE                   PIC X(1).
               88  TAXRED-IS-PENDING                   VALUE 'P'.
               88  TAXRED-IS-CLAIMED                   VALUE 'B'.
               88  TAXRED-IS-APPROVED                  VALUE 'G'.
               88  TAXRED-IS-DENIED                    VALUE 'A'.
           03 TAXRED-CLAIMDATE               PIC X(10).
           03 TAXRED-APPRAMT                 PIC S9(7)V9(2) COMP-3.
           03 TAXRED-DECDATE                 PIC X(10).
