
           EXEC SQL DECLARE TUTORIAL.REMITLINE TABLE
           (
              REMIT_ID                       INT
                                             NOT NULL,
              LINETYPE                       CHAR (1)
                                             NOT NULL,
              REF_ID                         INT
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL
           )
           END-EXEC.


       01  REMITLINE.
           03 REMITLINE-REMIT-ID             PIC S9(9) COMP.
           03 REMITLINE-LINETYPE             PIC X(1).
               88  REMITLINE-IS-PAYMENT                VALUE 'P'.
               88  REMITLINE-IS-FEE                    VALUE 'F'.
               88  REMITLINE-IS-REFUND                 VALUE 'R'.
               88  REMITLINE-IS-REVERSAL               VALUE 'V'.
           03 REMITLINE-REF-ID               PIC S9(9) COMP.
           03 REMITLINE-AMOUNT               PIC S9(7)V9(2) COMP-3.
