           EXEC SQL DECLARE TUTORIAL.PROOF TABLE
           (
              PROOF_ID                       INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              REASON                         CHAR (1)
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              CREATED                        DATE
                                             NOT NULL,
              SENTDATE                       DATE,
              SAMPLES                        INT
                                             NOT NULL,
              SENTTO                         CHAR (60)
                                             NOT NULL,
              DECIDED                        DATE,
              DECIDEDBY                      CHAR (10)
                                             NOT NULL,
              APPRREF                        CHAR (40)
                                             NOT NULL
           )
           END-EXEC.


       01  PROOF.
           03 PROOF-PROOF-ID                 PIC S9(9) COMP.
           03 PROOF-CUST-ID                  PIC S9(9) COMP.
           03 PROOF-REASON                   PIC X(1).
               88  PROOF-FOR-NEW-CUSTOMER              VALUE 'N'.
               88  PROOF-FOR-TEMPLATE                  VALUE 'M'.
           03 PROOF-STATE                    PIC X(1).
               88  PROOF-IS-WAITING                    VALUE 'V'.
               88  PROOF-IS-SENT                       VALUE 'S'.
               88  PROOF-IS-APPROVED                   VALUE 'G'.
           03 PROOF-CREATED                  PIC X(10).
           03 PROOF-SENTDATE                 PIC X(10).
           03 PROOF-SAMPLES                  PIC S9(9) COMP.
           03 PROOF-SENTTO                   PIC X(60).
           03 PROOF-DECIDED                  PIC X(10).
           03 PROOF-DECIDEDBY                PIC X(10).
           03 PROOF-APPRREF                  PIC X(40).
