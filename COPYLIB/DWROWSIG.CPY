           EXEC SQL DECLARE TUTORIAL.DWROWSIG TABLE
           (
              ENTITY                         CHAR (10)
                                             NOT NULL,
              KEY1                           INT
                                             NOT NULL,
              KEY2                           INT
                                             NOT NULL,
              SIGNATURE                      VARCHAR (400)
                                             NOT NULL
           )
           END-EXEC.


       01  DWROWSIG.
           03 DWROWSIG-ENTITY                PIC X(10).
           03 DWROWSIG-KEY1                  PIC S9(9) COMP.
           03 DWROWSIG-KEY2                  PIC S9(9) COMP.
           03 DWROWSIG-SIGNATURE.
              49 DWROWSIG-SIGNATURE-LEN      PIC S9(4) COMP.
              49 DWROWSIG-SIGNATURE-TEXT     PIC X(400).
