
           EXEC SQL DECLARE TUTORIAL.GDPRREQ TABLE
           (
              REQ_ID                         INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              RECEIVED                       DATE
                                             NOT NULL,
              DUEDATE                        DATE
                                             NOT NULL,
              OPERATOR                       CHAR (10)
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              EXTRDATE                       DATE,
              DELIVERED                      DATE,
              FILENAME                       VARCHAR (60)
           )
           END-EXEC.


       01  GDPRREQ.
           03 GDPRREQ-REQ-ID                 PIC S9(9) COMP.
           03 GDPRREQ-DEBT-ID                PIC S9(9) COMP.
           03 GDPRREQ-RECEIVED               PIC X(10).
           03 GDPRREQ-DUEDATE                PIC X(10).
           03 GDPRREQ-OPERATOR               PIC X(10).
           03 GDPRREQ-STATE                  PIC X(1).
               88  GDPRREQ-IS-REGISTERED               VALUE 'R'.
               88  GDPRREQ-IS-AWAITING-APPROVAL        VALUE 'W'.
               88  GDPRREQ-IS-EXTRACTED                VALUE 'F'.
               88  GDPRREQ-IS-DELIVERED                VALUE 'L'.
           03 GDPRREQ-EXTRDATE               PIC X(10).
           03 GDPRREQ-DELIVERED              PIC X(10).
           03 GDPRREQ-FILENAME.
              49 GDPRREQ-FILENAME-LEN        PIC S9(4) COMP.
              49 GDPRREQ-FILENAME-TEXT       PIC X(60).
