           EXEC SQL DECLARE TUTORIAL.REPRINTQ TABLE
           (
              RPQ_ID                         INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              INVNO                          CHAR (16)
                                             NOT NULL,
              PIECE_ID                       INT
                                             NOT NULL,
              REASON                         CHAR (1)
                                             NOT NULL,
              QUEUEDATE                      DATE
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL
           )
           END-EXEC.


       01  REPRINTQ.
           03 REPRINTQ-RPQ-ID                PIC S9(9) COMP.
           03 REPRINTQ-CUST-ID               PIC S9(9) COMP.
           03 REPRINTQ-INVNO                 PIC X(16).
           03 REPRINTQ-PIECE-ID              PIC S9(9) COMP.
           03 REPRINTQ-REASON                PIC X(1).
               88  REPRINTQ-IS-DIVERTED                VALUE 'D'.
               88  REPRINTQ-IS-DOUBLED                 VALUE 'W'.
               88  REPRINTQ-IS-MISSING                 VALUE 'M'.
           03 REPRINTQ-QUEUEDATE             PIC X(10).
           03 REPRINTQ-STATE                 PIC X(1).
               88  REPRINTQ-IS-OPEN                    VALUE 'O'.
               88  REPRINTQ-IS-REPRINTED               VALUE 'R'.
