
           EXEC SQL DECLARE TUTORIAL.VOLCOMMIT TABLE
           (
              COMMIT_ID                      INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              SRV_ID                         INT
                                             NOT NULL,
              COMMITYEAR                     INT
                                             NOT NULL,
              COMMITQTY                      INT
                                             NOT NULL,
              SHORTPRICE                     DECIMAL (5, 2)
                                             NOT NULL,
              ACTUALQTY                      INT
                                             NOT NULL,
              SHORTAMT                       DECIMAL (9, 2)
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              APPROVEDBY                     CHAR (10),
              INV_ID                         INT
           )
           END-EXEC.


       01  VOLCOMMIT.
           03 VOLCOMMIT-COMMIT-ID            PIC S9(9) COMP.
           03 VOLCOMMIT-CUST-ID              PIC S9(9) COMP.
           03 VOLCOMMIT-SRV-ID               PIC S9(9) COMP.
           03 VOLCOMMIT-COMMITYEAR           PIC S9(9) COMP.
           03 VOLCOMMIT-COMMITQTY            PIC S9(9) COMP.
           03 VOLCOMMIT-SHORTPRICE           PIC S9(3)V9(2) COMP-3.
           03 VOLCOMMIT-ACTUALQTY            PIC S9(9) COMP.
           03 VOLCOMMIT-SHORTAMT             PIC S9(7)V9(2) COMP-3.
           03 VOLCOMMIT-STATE                PIC X(1).
               88  VOLCOMMIT-IS-OPEN                   VALUE 'O'.
               88  VOLCOMMIT-IS-PROPOSED               VALUE 'P'.
               88  VOLCOMMIT-IS-MET                    VALUE 'U'.
               88  VOLCOMMIT-IS-APPROVED               VALUE 'G'.
               88  VOLCOMMIT-IS-WAIVED                 VALUE 'A'.
               88  VOLCOMMIT-IS-INVOICED               VALUE 'F'.
           03 VOLCOMMIT-APPROVEDBY           PIC X(10).
           03 VOLCOMMIT-INV-ID               PIC S9(9) COMP.
