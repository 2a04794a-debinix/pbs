              POSQTY                         SMALLINT
                                             NOT NULL,
              POSPRICE                       SMALLINT
                                             NOT NULL,
              POSDUE                         SMALLINT
                                             NOT NULL,
              POSREF                         SMALLINT
                                             NOT NULL,
              POSLABOUR                      SMALLINT
                                             NOT NULL
           )
           END-EXEC.
           03 IMPPROFILE-POSUNIT             PIC S9(4) COMP.
           03 IMPPROFILE-POSQTY              PIC S9(4) COMP.
           03 IMPPROFILE-POSPRICE            PIC S9(4) COMP.
           03 IMPPROFILE-POSDUE              PIC S9(4) COMP.
           03 IMPPROFILE-POSREF              PIC S9(4) COMP.
           03 IMPPROFILE-POSLABOUR           PIC S9(4) COMP.
