
           EXEC SQL DECLARE TUTORIAL.KFMCASE TABLE
           (
              CASE_ID                        INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              REGDATE                        DATE
                                             NOT NULL,
              APPROVEDBY                     CHAR (10),
              PRINCIPAL                      DECIMAL (9, 2)
                                             NOT NULL,
              INTEREST                       DECIMAL (9, 2)
                                             NOT NULL,
              FEES                           DECIMAL (9, 2)
                                             NOT NULL,
              APPFEE                         DECIMAL (7, 2)
                                             NOT NULL,
              APPDATE                        DATE,
              KFMREF                         CHAR (20)
                                             NOT NULL,
              DECDATE                        DATE
           )
           END-EXEC.


       01  KFMCASE.
           03 KFMCASE-CASE-ID                PIC S9(9) COMP.
           03 KFMCASE-INV-ID                 PIC S9(9) COMP.
           03 KFMCASE-STATE                  PIC X(1).
               88  KFMCASE-IS-PENDING                  VALUE 'P'.
               88  KFMCASE-IS-APPROVED                 VALUE 'G'.
               88  KFMCASE-IS-APPLIED                  VALUE 'A'.
               88  KFMCASE-IS-DISPUTED                 VALUE 'B'.
               88  KFMCASE-IS-REJECTED                 VALUE 'V'.
               88  KFMCASE-IS-UTSLAG                   VALUE 'S'.
               88  KFMCASE-IS-WITHDRAWN                VALUE 'W'.
               88  KFMCASE-IS-CLOSED                   VALUE 'S' 'W'.
           03 KFMCASE-REGDATE                PIC X(10).
           03 KFMCASE-APPROVEDBY             PIC X(10).
           03 KFMCASE-PRINCIPAL              PIC S9(7)V9(2) COMP-3.
           03 KFMCASE-INTEREST               PIC S9(7)V9(2) COMP-3.
           03 KFMCASE-FEES                   PIC S9(7)V9(2) COMP-3.
           03 KFMCASE-APPFEE                 PIC S9(5)V9(2) COMP-3.
           03 KFMCASE-APPDATE                PIC X(10).
           03 KFMCASE-KFMREF                 PIC X(20).
           03 KFMCASE-DECDATE                PIC X(10).
