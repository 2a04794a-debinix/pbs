           EXEC SQL DECLARE TUTORIAL.TRACKMAIL TABLE
           (
              TRACK_ID                       INT
                                             NOT NULL,
              TRACKNO                        CHAR (13)
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              INVNO                          CHAR (16)
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              DOCTYPE                        CHAR (1)
                                             NOT NULL,
              OUTLOG_ID                      INT
                                             NOT NULL,
              SENTDATE                       DATE
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              EVENTDATE                      DATE
                                             NOT NULL,
              RECEIVER                       CHAR (30)
                                             NOT NULL
           )
           END-EXEC.


       01  TRACKMAIL.
           03 TRACKMAIL-TRACK-ID             PIC S9(9) COMP.
           03 TRACKMAIL-TRACKNO              PIC X(13).
           03 TRACKMAIL-CUST-ID              PIC S9(9) COMP.
           03 TRACKMAIL-INVNO                PIC X(16).
           03 TRACKMAIL-INV-ID               PIC S9(9) COMP.
           03 TRACKMAIL-DOCTYPE              PIC X(1).
               88  TRACKMAIL-IS-FINAL-DEMAND           VALUE 'S'.
               88  TRACKMAIL-IS-LETTER                 VALUE 'B'.
           03 TRACKMAIL-OUTLOG-ID            PIC S9(9) COMP.
           03 TRACKMAIL-SENTDATE             PIC X(10).
           03 TRACKMAIL-STATE                PIC X(1).
               88  TRACKMAIL-IS-SENT                   VALUE 'S'.
               88  TRACKMAIL-IS-NOTIFIED               VALUE 'A'.
               88  TRACKMAIL-IS-DELIVERED              VALUE 'D'.
               88  TRACKMAIL-IS-RETURNED               VALUE 'R'.
           03 TRACKMAIL-EVENTDATE            PIC X(10).
           03 TRACKMAIL-RECEIVER             PIC X(30).
