              DUNLEVEL                       SMALLINT
                                             NOT NULL,
              LASTDATE                       DATE
                                             NOT NULL,
              REMCOUNT                       SMALLINT
                                             NOT NULL
           )
           END-EXEC.
           03 DUNSTATE-INV-ID                PIC S9(9) COMP.
           03 DUNSTATE-DUNLEVEL              PIC S9(4) COMP.
           03 DUNSTATE-LASTDATE              PIC X(10).
           03 DUNSTATE-REMCOUNT              PIC S9(4) COMP.
