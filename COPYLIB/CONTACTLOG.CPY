
           EXEC SQL DECLARE TUTORIAL.CONTACTLOG TABLE
           (
              CLOG_ID                        INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              LOGDATE                        DATE
                                             NOT NULL,
              OPERATOR                       CHAR (10)
                                             NOT NULL,
              CHANNEL                        CHAR (1)
                                             NOT NULL,
              SUBJECT                        VARCHAR (60)
                                             NOT NULL,
              LOGTEXT                        VARCHAR (254),
              INV_ID                         INT
                                             NOT NULL,
              FOLLOWUP                       DATE,
              FOLLOWDONE                     CHAR (1)
                                             NOT NULL,
              ARCH_ID                        INT
                                             NOT NULL
           )
           END-EXEC.


       01  CONTACTLOG.
           03 CONTACTLOG-CLOG-ID             PIC S9(9) COMP.
           03 CONTACTLOG-DEBT-ID             PIC S9(9) COMP.
           03 CONTACTLOG-CUST-ID             PIC S9(9) COMP.
           03 CONTACTLOG-LOGDATE             PIC X(10).
           03 CONTACTLOG-OPERATOR            PIC X(10).
           03 CONTACTLOG-CHANNEL             PIC X(1).
               88  CONTACTLOG-IS-PHONE                 VALUE 'T'.
               88  CONTACTLOG-IS-EMAIL                 VALUE 'E'.
               88  CONTACTLOG-IS-LETTER                VALUE 'B'.
               88  CONTACTLOG-IS-MEETING               VALUE 'M'.
               88  CONTACTLOG-IS-SCANNED               VALUE 'S'.
           03 CONTACTLOG-SUBJECT.
              49 CONTACTLOG-SUBJECT-LEN      PIC S9(4) COMP.
              49 CONTACTLOG-SUBJECT-TEXT     PIC X(60).
           03 CONTACTLOG-LOGTEXT.
              49 CONTACTLOG-LOGTEXT-LEN      PIC S9(4) COMP.
              49 CONTACTLOG-LOGTEXT-TEXT     PIC X(254).
           03 CONTACTLOG-INV-ID              PIC S9(9) COMP.
           03 CONTACTLOG-FOLLOWUP            PIC X(10).
           03 CONTACTLOG-FOLLOWDONE          PIC X(1).
               88  CONTACTLOG-IS-FOLLOWED-UP           VALUE 'Y'.
           03 CONTACTLOG-ARCH-ID             PIC S9(9) COMP.
