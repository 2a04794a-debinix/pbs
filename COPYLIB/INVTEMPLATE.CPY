              TOTALLABEL                     VARCHAR (18)
                                             NOT NULL,
              FOOTERTEXT                     VARCHAR (40)
                                             NOT NULL,
              TPLSTATE                       CHAR (1)
                                             NOT NULL
           )
           END-EXEC.
           03 INVTEMPLATE-FOOTERTEXT.
              49 INVTEMPLATE-FOOTERTEXT-LEN  PIC S9(4) COMP.
              49 INVTEMPLATE-FOOTERTEXT-TEXT PIC X(40).
           03 INVTEMPLATE-TPLSTATE           PIC X(1).
               88  INVTEMPLATE-IS-ACTIVE               VALUE 'A'.
               88  INVTEMPLATE-IS-PROOF                VALUE 'K'.
