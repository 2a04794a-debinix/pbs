      **>          same day instead of as a debtor complaint weeks
      **>          later. Statement lines arrive semicolon-
      **>          separated: datum;belopp;text
      **>          The PlusGiro account has a statement of its own;
      **>          given as a second argument it is reconciled in
      **>          the same run against the PlusGiro files
      **>          (BGFILEREG CHANNEL P) and the PlusGiro payments
      **>          (BGCNR starting with PG), and the Bankgiro side
      **>          then leaves those out.
      **> Initial Version Created: 2014-03-31
      **>

       01  WC-STMT-FILENAME    PIC X(60)
                                VALUE 'data/kontoutdrag.txt'.
       01  WC-STMT-CMDLINE     PIC X(80) VALUE SPACE.
       01  WC-PG-STMT-FILENAME PIC X(60) VALUE SPACE.

      *>   the account being reconciled: B Bankgiro, P PlusGiro
       01  WC-RECON-CHANNEL    PIC X(1)  VALUE 'B'.
           88  RECON-PLUSGIRO            VALUE 'P'.

       01  WC-STMT-DATE        PIC X(10) VALUE SPACE.
       01  WC-PREV-STMT-DATE   PIC X(10) VALUE SPACE.

           ACCEPT WC-STMT-CMDLINE FROM COMMAND-LINE
           IF WC-STMT-CMDLINE NOT = SPACE
               UNSTRING WC-STMT-CMDLINE DELIMITED BY ALL SPACE
                   INTO WC-STMT-FILENAME, WC-PG-STMT-FILENAME
               END-UNSTRING
           END-IF

           PERFORM 100-INIT
           IF RECON-OK
               PERFORM 110-RECONCILE-STATEMENT
               IF WC-PG-STMT-FILENAME NOT = SPACE
                   PERFORM 140-OPEN-PLUSGIRO-STATEMENT
                   IF RECON-OK
                       PERFORM 110-RECONCILE-STATEMENT
                   END-IF
               END-IF
               PERFORM 100-END
           END-IF
           IF RECON-OK AND WN-UNMATCHED-COUNT = ZERO
      **************************

       100-INIT.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE ZERO TO WN-STMT-YMD
           MOVE T-YEAR  TO WN-STMT-YMD(1:4)
           MOVE T-MONTH TO WN-STMT-YMD(5:2)
               MOVE 'Datum       Belopp       Status'
                   TO RECONFIL-POST
               WRITE RECONFIL-POST
               IF WC-PG-STMT-FILENAME NOT = SPACE
                   MOVE '--- Bankgiro ---' TO RECONFIL-POST
                   WRITE RECONFIL-POST
               END-IF

               READ STMTFIL
                   AT END SET EOF TO TRUE
               INTO :WN-BGREG-HIT
               FROM TUTORIAL.BGFILEREG
               WHERE PAYDATE = :WC-STMT-PAYDATE8
                 AND CHANNEL = :WC-RECON-CHANNEL
           END-EXEC

      *>   and how much did we actually book that day? PlusGiro
      *>   payments are the ones whose BGCNR starts with PG
           MOVE ZERO TO W9-APPLIED-AMOUNT
           IF RECON-PLUSGIRO
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                   INTO :W9-APPLIED-AMOUNT
                   FROM TUTORIAL.BGPAYMENT
                   WHERE PAYDATE = :WC-PREV-STMT-DATE
                     AND REVERSED = 'N'
                     AND BGCNR LIKE 'PG%'
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COALESCE(SUM(AMOUNT), 0)
                   INTO :W9-APPLIED-AMOUNT
                   FROM TUTORIAL.BGPAYMENT
                   WHERE PAYDATE = :WC-PREV-STMT-DATE
                     AND REVERSED = 'N'
                     AND BGCNR NOT LIKE 'PG%'
               END-EXEC
           END-IF

           ADD W9-APPLIED-AMOUNT TO W9-APPLIED-TOTAL

           END-IF.
      ***********************

       140-OPEN-PLUSGIRO-STATEMENT.
      *>   the Bankgiro statement is done; the PlusGiro account's
      *>   statement is read the same way into the same report
           CLOSE STMTFIL
           MOVE WC-PG-STMT-FILENAME TO WC-STMT-FILENAME
           MOVE 'P' TO WC-RECON-CHANNEL
           MOVE SPACE TO WC-PREV-STMT-DATE
           MOVE 'N' TO END-OF-FILE

           MOVE '--- PlusGiro ---' TO RECONFIL-POST
           WRITE RECONFIL-POST

           OPEN INPUT STMTFIL
           IF NOT STMTFIL-SUCCESSFUL
               DISPLAY ' Kan inte öppna kontoutdraget: '
                       WC-STMT-FILENAME
               MOVE ' Kan inte öppna PlusGiro-kontoutdraget'
                   TO RECONFIL-POST
               WRITE RECONFIL-POST
               MOVE 'N' TO RECON-OK-SW
           ELSE
               READ STMTFIL
                   AT END SET EOF TO TRUE
               END-READ
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
