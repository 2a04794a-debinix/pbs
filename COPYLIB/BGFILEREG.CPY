              LOADDATE                       DATE
                                             NOT NULL,
              FILENAME                       VARCHAR (60)
                                             NOT NULL,
              CHANNEL                        CHAR (1)
                                             NOT NULL
           )
           END-EXEC.
           03 BGFILEREG-FILENAME.
              49 BGFILEREG-FILENAME-LEN      PIC S9(4) COMP.
              49 BGFILEREG-FILENAME-TEXT     PIC X(60).
           03 BGFILEREG-CHANNEL              PIC X(1).
               88  BGFILEREG-IS-BANKGIRO               VALUE 'B'.
               88  BGFILEREG-IS-PLUSGIRO               VALUE 'P'.
