              PROPDATE                       DATE
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              SOURCE                         CHAR (1)
                                             NOT NULL
           )
           END-EXEC.
               88  ADDRPROP-IS-OPEN                    VALUE 'O'.
               88  ADDRPROP-IS-ACCEPTED                VALUE 'A'.
               88  ADDRPROP-IS-DISMISSED               VALUE 'D'.
           03 ADDRPROP-SOURCE                PIC X(1).
               88  ADDRPROP-FROM-BANKGIRO              VALUE 'B'.
               88  ADDRPROP-FROM-SPAR                  VALUE 'S'.
               88  ADDRPROP-FROM-PLUSGIRO              VALUE 'P'.
