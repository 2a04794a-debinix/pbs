              STATE                          CHAR (1)
                                             NOT NULL,
              REASON                         VARCHAR (60),
              RECVTIME                       CHAR (8),
              KEYEDBY                        CHAR (10)
           )
           END-EXEC.

              49 STGFILE-REASON-LEN          PIC S9(4) COMP.
              49 STGFILE-REASON-TEXT         PIC X(60).
           03 STGFILE-RECVTIME               PIC X(8).
           03 STGFILE-KEYEDBY                PIC X(10).
