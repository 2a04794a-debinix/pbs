           EXEC SQL DECLARE TUTORIAL.RAFINDING TABLE
           (
              FIND_ID                        INT
                                             NOT NULL,
              PERIOD                         CHAR (7)
                                             NOT NULL,
              FINDTYPE                       CHAR (1)
                                             NOT NULL,
              SOURCE                         CHAR (1)
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              ACTIONCODE                     CHAR (1)
                                             NOT NULL,
              ACTDATE                        DATE
                                             NOT NULL,
              SRV_ID                         INT
                                             NOT NULL,
              ACTCOUNT                       INT
                                             NOT NULL,
              EVCOUNT                        INT
                                             NOT NULL,
              BILLEVENT_ID                   INT
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              DECIDEDBY                      CHAR (10)
           )
           END-EXEC.


       01  RAFINDING.
           03 RAFINDING-FIND-ID              PIC S9(9) COMP.
           03 RAFINDING-PERIOD               PIC X(7).
           03 RAFINDING-FINDTYPE             PIC X(1).
               88  RAFINDING-IS-UNBILLED               VALUE 'U'.
               88  RAFINDING-IS-DOUBLE                 VALUE 'D'.
               88  RAFINDING-IS-NO-ACTIVITY            VALUE 'E'.
           03 RAFINDING-SOURCE               PIC X(1).
               88  RAFINDING-FROM-OUTLOG               VALUE 'O'.
               88  RAFINDING-FROM-MAILQUEUE            VALUE 'M'.
               88  RAFINDING-FROM-SMSQUEUE             VALUE 'S'.
               88  RAFINDING-FROM-ARCHIVE              VALUE 'A'.
               88  RAFINDING-FROM-PORTOLOG             VALUE 'P'.
               88  RAFINDING-FROM-BILLEVENT            VALUE 'B'.
               88  RAFINDING-FROM-ADINSLOG             VALUE 'R'.
           03 RAFINDING-CUST-ID              PIC S9(9) COMP.
           03 RAFINDING-INV-ID               PIC S9(9) COMP.
           03 RAFINDING-ACTIONCODE           PIC X(1).
           03 RAFINDING-ACTDATE              PIC X(10).
           03 RAFINDING-SRV-ID               PIC S9(9) COMP.
           03 RAFINDING-ACTCOUNT             PIC S9(9) COMP.
           03 RAFINDING-EVCOUNT              PIC S9(9) COMP.
           03 RAFINDING-BILLEVENT-ID         PIC S9(9) COMP.
           03 RAFINDING-STATE                PIC X(1).
               88  RAFINDING-IS-PROPOSED               VALUE 'P'.
               88  RAFINDING-IS-APPROVED               VALUE 'G'.
               88  RAFINDING-IS-DISMISSED              VALUE 'A'.
               88  RAFINDING-IS-CREATED                VALUE 'K'.
           03 RAFINDING-DECIDEDBY            PIC X(10).
