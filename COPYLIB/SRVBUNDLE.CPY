
           EXEC SQL DECLARE TUTORIAL.SRVBUNDLE TABLE
           (
              BUNDLE_SRV_ID                  INT
                                             NOT NULL,
              COMP_SRV_ID                    INT
                                             NOT NULL,
              INCLQTY                        INT
                                             NOT NULL
           )
           END-EXEC.


       01  SRVBUNDLE.
           03 SRVBUNDLE-BUNDLE-SRV-ID        PIC S9(9) COMP.
           03 SRVBUNDLE-COMP-SRV-ID          PIC S9(9) COMP.
           03 SRVBUNDLE-INCLQTY              PIC S9(9) COMP.
