                                             NOT NULL,
              CREDITREF                      CHAR (16),
              RESULTCODE                     SMALLINT
                                             NOT NULL,
              DUEDATE                        CHAR (10),
              BUYERREF                       CHAR (30),
              PERSNO                         CHAR (12),
              PROPERTY                       CHAR (40)
           )
           END-EXEC.

           03 STGINV-CUR                     PIC X(3).
           03 STGINV-CREDITREF               PIC X(16).
           03 STGINV-RESULTCODE              PIC S9(4) COMP.
           03 STGINV-DUEDATE                 PIC X(10).
           03 STGINV-BUYERREF                PIC X(30).
           03 STGINV-PERSNO                  PIC X(12).
           03 STGINV-PROPERTY                PIC X(40).
