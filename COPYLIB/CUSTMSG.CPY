           EXEC SQL DECLARE TUTORIAL.CUSTMSG TABLE
           (
              MSG_ID                         INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              MSGNAME                        CHAR (20)
                                             NOT NULL,
              FROMDATE                       DATE
                                             NOT NULL,
              TODATE                         DATE
                                             NOT NULL,
              LANGCODE                       CHAR (2)
                                             NOT NULL,
              DELIV                          CHAR (1)
                                             NOT NULL,
              MSGLINE1                       CHAR (70)
                                             NOT NULL,
              MSGLINE2                       CHAR (70)
                                             NOT NULL,
              MSGLINE3                       CHAR (70)
                                             NOT NULL
           )
           END-EXEC.


       01  CUSTMSG.
           03 CUSTMSG-MSG-ID                 PIC S9(9) COMP.
           03 CUSTMSG-CUST-ID                PIC S9(9) COMP.
           03 CUSTMSG-MSGNAME                PIC X(20).
           03 CUSTMSG-FROMDATE               PIC X(10).
           03 CUSTMSG-TODATE                 PIC X(10).
           03 CUSTMSG-LANGCODE               PIC X(2).
               88  CUSTMSG-ALL-LANGUAGES               VALUE SPACE.
           03 CUSTMSG-DELIV                  PIC X(1).
               88  CUSTMSG-ALL-CHANNELS                VALUE SPACE.
           03 CUSTMSG-MSGLINE1               PIC X(70).
           03 CUSTMSG-MSGLINE2               PIC X(70).
           03 CUSTMSG-MSGLINE3               PIC X(70).
