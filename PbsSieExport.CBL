      **>          exported and the file header carries the
      **>          entity's own name and orgno, so the subsidiary
      **>          files its own books from the same installation.
      **>          The cash verification carries the split each
      **>          payment was booked with: reminder costs to the
      **>          fee income account, late interest and principal
      **>          against receivables as separate lines.
      **>          Lines billed in advance for a quarter or a year
      **>          (REVDEFER) are credited to förutbetalda intäkter
      **>          instead of sales, and a periodisering
      **>          verification moves the month's share released by
      **>          PbsRevRelease from there into revenue.
      **>          The finished file is registered in OUTFILEREG
      **>          (OUTREG, counterparty REVISOR, file type SIE)
      **>          with its number of verifications and the
      **>          period's invoiced gross, and handed over from
      **>          there.
      **> Initial Version Created: 2014-03-30
      **>

      *>   unrealized currency gain/loss from the period close's
      *>   revaluation step
       01  WC-ACCT-FXDIFF      PIC X(4)  VALUE '3960'.
      *>   reminder fees and late-payment compensation are income
      *>   when the payment settling them comes in
       01  WC-ACCT-FEES        PIC X(4)  VALUE '3590'.
      *>   advance billing waits in förutbetalda intäkter until the
      *>   month-end release earns it
       01  WC-ACCT-DEFREV      PIC X(4)  VALUE '2970'.
       01  WC-ACCT-LOOKUP      PIC X(10) VALUE SPACE.

       01  W9-PERIOD-NET       PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-PERIOD-VAT       PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-PERIOD-GROSS     PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-PERIOD-PAID      PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-PERIOD-DEFER     PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-PERIOD-RC-DEFER  PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-PERIOD-REL       PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-PERIOD-RC-REL    PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-PERIOD-PAID-COST PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-PERIOD-PAID-INT  PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-INV-NET          PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-INV-VAT          PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  W9-TRANS-AMOUNT     PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WE-TRANS-AMOUNT     PIC -(8)9.99.
       01  WC-TRANS-TEXT       PIC X(20) VALUE SPACE.
       01  WN-SIE-VER-COUNT    PIC S9(9) COMP VALUE ZERO.

      *>   the finished file as registered through OUTREG
       01  WC-REG-PARTY        PIC X(10)  VALUE 'REVISOR'.
       01  WC-REG-FILETYPE     PIC X(10)  VALUE 'SIE'.
       01  WC-REG-SRCNAME      PIC X(80)  VALUE SPACE.
       01  WC-REG-FILENAME     PIC X(100) VALUE SPACE.
       01  WN-REG-RESULT       PIC S9(4) COMP VALUE ZERO.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           IF SIERUN-OK
               PERFORM 110-LOAD-ACCOUNT-MAP
               PERFORM 120-SUM-PERIOD-SALES
               PERFORM 125-SUM-PERIOD-DEFERRALS
               PERFORM 130-SUM-PERIOD-PAYMENTS
               PERFORM 140-WRITE-SIE-FILE
           END-IF
                   TO WN-SIE-ENTITY
           END-IF

           CALL 'BUSDATE' USING TODAYS-DATE

           IF WC-SIE-PERIOD = SPACE
               MOVE T-YEAR  TO WC-SIE-PERIOD(1:4)
           PERFORM 210-LOOKUP-ACCOUNT
           IF SQLCODE = ZERO
               MOVE ACCTMAP-ACCTNO TO WC-ACCT-FXDIFF
           END-IF

           MOVE 'FEES'   TO WC-ACCT-LOOKUP
           PERFORM 210-LOOKUP-ACCOUNT
           IF SQLCODE = ZERO
               MOVE ACCTMAP-ACCTNO TO WC-ACCT-FEES
           END-IF

           MOVE 'DEFREV' TO WC-ACCT-LOOKUP
           PERFORM 210-LOOKUP-ACCOUNT
           IF SQLCODE = ZERO
               MOVE ACCTMAP-ACCTNO TO WC-ACCT-DEFREV
           END-IF.
      ***********************

           END-EXEC.
      ***********************

       125-SUM-PERIOD-DEFERRALS.
      *>   the advance-billed part of the period's invoices, and the
      *>   share of earlier advance billing released this period -
      *>   each split the way the sales are, so reverse-charge
      *>   revenue stays on its own account
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN C.REVCHARGE = 'Y'
                                         AND I.VAT = 0
                                        THEN 0
                                        ELSE D.AMOUNT END), 0),
                      COALESCE(SUM(CASE WHEN C.REVCHARGE = 'Y'
                                         AND I.VAT = 0
                                        THEN D.AMOUNT
                                        ELSE 0 END), 0)
               INTO :W9-PERIOD-DEFER, :W9-PERIOD-RC-DEFER
               FROM TUTORIAL.REVDEFER D, TUTORIAL.INVOICE I,
                    TUTORIAL.CUSTOMER C
               WHERE D.INV_ID = I.INV_ID
                 AND I.CUST_ID = C.CUST_ID
                 AND I.INVDATE BETWEEN :WC-PERIOD-START
                                   AND :WC-PERIOD-END
                 AND I.INVSTATE NOT = 3
                 AND (:WN-SIE-ENTITY = 0
                      OR C.PBSCO_ID = :WN-SIE-ENTITY)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO W9-PERIOD-DEFER
               MOVE ZERO TO W9-PERIOD-RC-DEFER
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN C.REVCHARGE = 'Y'
                                         AND I.VAT = 0
                                        THEN 0
                                        ELSE R.AMOUNT END), 0),
                      COALESCE(SUM(CASE WHEN C.REVCHARGE = 'Y'
                                         AND I.VAT = 0
                                        THEN R.AMOUNT
                                        ELSE 0 END), 0)
               INTO :W9-PERIOD-REL, :W9-PERIOD-RC-REL
               FROM TUTORIAL.REVRELEASE R, TUTORIAL.REVDEFER D,
                    TUTORIAL.INVOICE I, TUTORIAL.CUSTOMER C
               WHERE R.DEFER_ID = D.DEFER_ID
                 AND D.INV_ID = I.INV_ID
                 AND I.CUST_ID = C.CUST_ID
                 AND R.RELPERIOD = :WC-SIE-PERIOD
                 AND (:WN-SIE-ENTITY = 0
                      OR C.PBSCO_ID = :WN-SIE-ENTITY)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO W9-PERIOD-REL
               MOVE ZERO TO W9-PERIOD-RC-REL
           END-IF.
      ***********************

       130-SUM-PERIOD-PAYMENTS.
           EXEC SQL
               SELECT COALESCE(SUM(B.AMOUNT), 0),
                      COALESCE(SUM(B.COSTAMT), 0),
                      COALESCE(SUM(B.INTAMT), 0)
               INTO :W9-PERIOD-PAID, :W9-PERIOD-PAID-COST,
                    :W9-PERIOD-PAID-INT
               FROM TUTORIAL.BGPAYMENT B, TUTORIAL.INVOICE I,
                    TUTORIAL.CUSTOMER C
               WHERE B.INV_ID = I.INV_ID

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO W9-PERIOD-PAID
               MOVE ZERO TO W9-PERIOD-PAID-COST
               MOVE ZERO TO W9-PERIOD-PAID-INT
           END-IF.
      ***********************


               PERFORM 230-WRITE-SALES-VER
               PERFORM 240-WRITE-PAYMENT-VER
               PERFORM 247-WRITE-DEFERRAL-VER

      *>       the revaluation figure is recorded company-wide by
      *>       the period close, so only the whole-company export
               END-IF

               CLOSE SIEFIL
               PERFORM 150-REGISTER-SIE-FILE
           END-IF.
      ***********************

       150-REGISTER-SIE-FILE.
      *>   the accountants' copy is registered like every other
      *>   outbound file, so its delivery and receipt can be
      *>   followed and it can be sent again unchanged
           MOVE WC-SIE-FILENAME TO WC-REG-SRCNAME
           MOVE WC-SIE-FILENAME TO WC-REG-FILENAME
           CALL 'OUTREG' USING WC-REG-PARTY, WC-REG-FILETYPE,
                               WC-REG-SRCNAME, WC-REG-FILENAME,
                               WN-SIE-VER-COUNT, W9-PERIOD-GROSS,
                               WN-REG-RESULT
           IF WN-REG-RESULT NOT = ZERO
               MOVE 'N' TO SIERUN-OK-SW
           END-IF.
      ***********************

       230-WRITE-SALES-VER.
      *>   debit receivables with the gross, credit net sales and
      *>   output VAT - credits are negative in SIE; what was billed
      *>   in advance is credited to förutbetalda intäkter instead
      *>   of sales
           IF W9-PERIOD-GROSS NOT = ZERO
               MOVE SPACE TO SIEFIL-POST
               STRING '#VER A 1 ' DELIMITED BY SIZE
                   INTO SIEFIL-POST
               END-STRING
               WRITE SIEFIL-POST
               ADD 1 TO WN-SIE-VER-COUNT

               MOVE '{' TO SIEFIL-POST
               WRITE SIEFIL-POST
               MOVE WC-ACCT-AR TO WC-ACCT-LOOKUP
               PERFORM 250-WRITE-TRANS

               COMPUTE W9-TRANS-AMOUNT =
                   ZERO - W9-PERIOD-NET + W9-PERIOD-DEFER
               MOVE WC-ACCT-SALES TO WC-ACCT-LOOKUP
               PERFORM 250-WRITE-TRANS


               IF W9-PERIOD-RC-NET NOT = ZERO
                   COMPUTE W9-TRANS-AMOUNT =
                       ZERO - W9-PERIOD-RC-NET + W9-PERIOD-RC-DEFER
                   MOVE WC-ACCT-RCSALES TO WC-ACCT-LOOKUP
                   PERFORM 250-WRITE-TRANS
               END-IF

               IF W9-PERIOD-DEFER NOT = ZERO
                  OR W9-PERIOD-RC-DEFER NOT = ZERO
                   COMPUTE W9-TRANS-AMOUNT = ZERO - W9-PERIOD-DEFER
                       - W9-PERIOD-RC-DEFER
                   MOVE WC-ACCT-DEFREV TO WC-ACCT-LOOKUP
                   MOVE 'Förskottsfakturerat' TO WC-TRANS-TEXT
                   PERFORM 250-WRITE-TRANS
               END-IF

               MOVE '}' TO SIEFIL-POST
               WRITE SIEFIL-POST
           END-IF.
      ***********************

       240-WRITE-PAYMENT-VER.
      *>   debit bank, credit receivables with the cash applied -
      *>   split the way the payments were allocated: the reminder
      *>   costs to fee income, the late interest and the principal
      *>   as their own receivable lines
           IF W9-PERIOD-PAID NOT = ZERO
               MOVE SPACE TO SIEFIL-POST
               STRING '#VER A 2 ' DELIMITED BY SIZE
                   INTO SIEFIL-POST
               END-STRING
               WRITE SIEFIL-POST
               ADD 1 TO WN-SIE-VER-COUNT

               MOVE '{' TO SIEFIL-POST
               WRITE SIEFIL-POST
               MOVE WC-ACCT-BANK TO WC-ACCT-LOOKUP
               PERFORM 250-WRITE-TRANS

               IF W9-PERIOD-PAID-COST NOT = ZERO
                   COMPUTE W9-TRANS-AMOUNT =
                       ZERO - W9-PERIOD-PAID-COST
                   MOVE WC-ACCT-FEES TO WC-ACCT-LOOKUP
                   MOVE 'Avgifter' TO WC-TRANS-TEXT
                   PERFORM 250-WRITE-TRANS
               END-IF

               IF W9-PERIOD-PAID-INT NOT = ZERO
                   COMPUTE W9-TRANS-AMOUNT =
                       ZERO - W9-PERIOD-PAID-INT
                   MOVE WC-ACCT-AR TO WC-ACCT-LOOKUP
                   MOVE 'Dröjsmålsränta' TO WC-TRANS-TEXT
                   PERFORM 250-WRITE-TRANS
               END-IF

               COMPUTE W9-TRANS-AMOUNT = ZERO - W9-PERIOD-PAID
                   + W9-PERIOD-PAID-COST + W9-PERIOD-PAID-INT
               MOVE WC-ACCT-AR TO WC-ACCT-LOOKUP
               IF W9-PERIOD-PAID-COST NOT = ZERO
                  OR W9-PERIOD-PAID-INT NOT = ZERO
                   MOVE 'Kapital' TO WC-TRANS-TEXT
               END-IF
               PERFORM 250-WRITE-TRANS

               MOVE '}' TO SIEFIL-POST
                   INTO SIEFIL-POST
               END-STRING
               WRITE SIEFIL-POST
               ADD 1 TO WN-SIE-VER-COUNT

               MOVE '{' TO SIEFIL-POST
               WRITE SIEFIL-POST
           END-IF.
      ***********************

       247-WRITE-DEFERRAL-VER.
      *>   the month's released share of earlier advance billing:
      *>   debit förutbetalda intäkter, credit the sales account the
      *>   line would have gone to had it not been deferred
           IF W9-PERIOD-REL NOT = ZERO OR W9-PERIOD-RC-REL NOT = ZERO
               MOVE SPACE TO SIEFIL-POST
               STRING '#VER A 4 ' DELIMITED BY SIZE
                      WC-VER-DATE DELIMITED BY SIZE
                      ' "Periodisering ' DELIMITED BY SIZE
                      WC-SIE-PERIOD DELIMITED BY SPACE
                      '"' DELIMITED BY SIZE
                   INTO SIEFIL-POST
               END-STRING
               WRITE SIEFIL-POST
               ADD 1 TO WN-SIE-VER-COUNT

               MOVE '{' TO SIEFIL-POST
               WRITE SIEFIL-POST

               COMPUTE W9-TRANS-AMOUNT =
                   W9-PERIOD-REL + W9-PERIOD-RC-REL
               MOVE WC-ACCT-DEFREV TO WC-ACCT-LOOKUP
               PERFORM 250-WRITE-TRANS

               IF W9-PERIOD-REL NOT = ZERO
                   COMPUTE W9-TRANS-AMOUNT = ZERO - W9-PERIOD-REL
                   MOVE WC-ACCT-SALES TO WC-ACCT-LOOKUP
                   PERFORM 250-WRITE-TRANS
               END-IF

               IF W9-PERIOD-RC-REL NOT = ZERO
                   COMPUTE W9-TRANS-AMOUNT = ZERO - W9-PERIOD-RC-REL
                   MOVE WC-ACCT-RCSALES TO WC-ACCT-LOOKUP
                   PERFORM 250-WRITE-TRANS
               END-IF

               MOVE '}' TO SIEFIL-POST
               WRITE SIEFIL-POST
           END-IF.
      ***********************

       250-WRITE-TRANS.
      *>   a line text, when one is given, follows an empty
      *>   transaction date; it is cleared for the next line
           MOVE W9-TRANS-AMOUNT TO WE-TRANS-AMOUNT
           MOVE SPACE TO SIEFIL-POST
           IF WC-TRANS-TEXT = SPACE
               STRING '#TRANS ' DELIMITED BY SIZE
                      WC-ACCT-LOOKUP(1:4) DELIMITED BY SIZE
                      ' {} ' DELIMITED BY SIZE
                      WE-TRANS-AMOUNT DELIMITED BY SIZE
                   INTO SIEFIL-POST
               END-STRING
           ELSE
               STRING '#TRANS ' DELIMITED BY SIZE
                      WC-ACCT-LOOKUP(1:4) DELIMITED BY SIZE
                      ' {} ' DELIMITED BY SIZE
                      WE-TRANS-AMOUNT DELIMITED BY SIZE
                      ' "" "' DELIMITED BY SIZE
                      WC-TRANS-TEXT DELIMITED BY '  '
                      '"' DELIMITED BY SIZE
                   INTO SIEFIL-POST
               END-STRING
               MOVE SPACE TO WC-TRANS-TEXT
           END-IF
           WRITE SIEFIL-POST.
      ***********************

