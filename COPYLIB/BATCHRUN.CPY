              EXITSTATUS                     SMALLINT,
              ROWCOUNT                       INT,
              STATE                          CHAR (1)
                                             NOT NULL,
              BUSDATE                        DATE
           )
           END-EXEC.

               88  BATCHRUN-IS-RUNNING                 VALUE 'R'.
               88  BATCHRUN-IS-COMPLETED               VALUE 'C'.
               88  BATCHRUN-IS-FAILED                  VALUE 'F'.
           03 BATCHRUN-BUSDATE               PIC X(10).
