
           EXEC SQL DECLARE TUTORIAL.RECURITEM TABLE
           (
              RECUR_ID                       INT
                                             NOT NULL,
              LINENO                         SMALLINT
                                             NOT NULL,
              DESCRIPTION                    CHAR (30)
                                             NOT NULL,
              ARTNO                          CHAR (10)
                                             NOT NULL,
              UNITDESC                       CHAR (10)
                                             NOT NULL,
              QTY                            DECIMAL (7, 2)
                                             NOT NULL,
              PRICE                          DECIMAL (9, 2)
                                             NOT NULL
           )
           END-EXEC.


       01  RECURITEM.
           03 RECURITEM-RECUR-ID             PIC S9(9) COMP.
           03 RECURITEM-LINENO               PIC S9(4) COMP.
           03 RECURITEM-DESCRIPTION          PIC X(30).
           03 RECURITEM-ARTNO                PIC X(10).
           03 RECURITEM-UNITDESC             PIC X(10).
           03 RECURITEM-QTY                  PIC S9(5)V9(2) COMP-3.
           03 RECURITEM-PRICE                PIC S9(7)V9(2) COMP-3.
