           EXEC SQL DECLARE TUTORIAL.INSERTPIECE TABLE
           (
              PIECE_ID                       INT
                                             NOT NULL,
              OUTLOG_ID                      INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              INVNO                          CHAR (16)
                                             NOT NULL,
              PRINTDATE                      DATE
                                             NOT NULL,
              SHEETS                         INT
                                             NOT NULL,
              SEALED                         INT
                                             NOT NULL,
              DIVERTED                       INT
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL
           )
           END-EXEC.


       01  INSERTPIECE.
           03 INSERTPIECE-PIECE-ID           PIC S9(9) COMP.
           03 INSERTPIECE-OUTLOG-ID          PIC S9(9) COMP.
           03 INSERTPIECE-CUST-ID            PIC S9(9) COMP.
           03 INSERTPIECE-INVNO              PIC X(16).
           03 INSERTPIECE-PRINTDATE          PIC X(10).
           03 INSERTPIECE-SHEETS             PIC S9(9) COMP.
           03 INSERTPIECE-SEALED             PIC S9(9) COMP.
           03 INSERTPIECE-DIVERTED           PIC S9(9) COMP.
           03 INSERTPIECE-STATE              PIC X(1).
               88  INSERTPIECE-IS-PRINTED              VALUE 'P'.
               88  INSERTPIECE-IS-SEALED               VALUE 'S'.
               88  INSERTPIECE-IS-DIVERTED             VALUE 'D'.
               88  INSERTPIECE-IS-DOUBLED              VALUE 'W'.
               88  INSERTPIECE-IS-MISSING              VALUE 'M'.
