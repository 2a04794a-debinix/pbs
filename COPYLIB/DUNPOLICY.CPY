           EXEC SQL DECLARE TUTORIAL.DUNPOLICY TABLE
           (
              CUST_ID                        INT
                                             NOT NULL,
              DUNNING                        CHAR (1)
                                             NOT NULL,
              REMINDERS                      SMALLINT
                                             NOT NULL,
              DAYSBETWEEN                    SMALLINT
                                             NOT NULL,
              SMSSTEP                        CHAR (1)
                                             NOT NULL,
              INKASSO                        CHAR (1)
                                             NOT NULL,
              INKDAYS                        SMALLINT
                                             NOT NULL,
              BLK1FROM                       CHAR (5)
                                             NOT NULL,
              BLK1TO                         CHAR (5)
                                             NOT NULL,
              BLK2FROM                       CHAR (5)
                                             NOT NULL,
              BLK2TO                         CHAR (5)
                                             NOT NULL,
              CHANGED                        DATE
                                             NOT NULL,
              CHANGEDBY                      CHAR (10)
                                             NOT NULL
           )
           END-EXEC.


       01  DUNPOLICY.
           03 DUNPOLICY-CUST-ID              PIC S9(9) COMP.
           03 DUNPOLICY-DUNNING              PIC X(1).
               88  DUNPOLICY-NO-DUNNING                VALUE 'N'.
           03 DUNPOLICY-REMINDERS            PIC S9(4) COMP.
           03 DUNPOLICY-DAYSBETWEEN          PIC S9(4) COMP.
           03 DUNPOLICY-SMSSTEP              PIC X(1).
               88  DUNPOLICY-SMS-STEP                  VALUE 'Y'.
           03 DUNPOLICY-INKASSO              PIC X(1).
               88  DUNPOLICY-INKASSO-AUTO              VALUE 'A'.
               88  DUNPOLICY-INKASSO-APPROVAL          VALUE 'G'.
               88  DUNPOLICY-INKASSO-NEVER             VALUE 'N'.
           03 DUNPOLICY-INKDAYS              PIC S9(4) COMP.
           03 DUNPOLICY-BLK1FROM             PIC X(5).
           03 DUNPOLICY-BLK1TO               PIC X(5).
           03 DUNPOLICY-BLK2FROM             PIC X(5).
           03 DUNPOLICY-BLK2TO               PIC X(5).
           03 DUNPOLICY-CHANGED              PIC X(10).
           03 DUNPOLICY-CHANGEDBY            PIC X(10).
