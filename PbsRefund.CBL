      **>          back. With the argument BEKRAFTA the bank's
      **>          payout status file (data/sepa-status.txt,
      **>          referens;kod per line, kod 0 = utförd) is
      **>          matched back and logged. Every refund is also
      **>          kept in REFUNDLOG, which the remittance run
      **>          (PbsRemit) deducts from what it passes on to
      **>          the customer. A balance whose debtor or sender
      **>          Bankgiro has a sanctions-list hit not yet
      **>          cleared (SANCHIT, see PbsSanction) is not paid:
      **>          it stays on DEBTCREDIT and is listed as held.
      **>          Both payment files are encrypted for the bank
      **>          and signed with our key (OUTSEAL, counterparty
      **>          BANK) before they leave; a file that cannot be
      **>          sealed fails the run and is left for the next
      **>          run to seal before it writes new ones. Each
      **>          sealed file is registered in OUTFILEREG (OUTREG)
      **>          with its record count and amount total, file
      **>          types LB and SEPA.
      **>          Run by hand when the balances are
      **>          to be paid out - not part of the nightly window.
      **> Initial Version Created: 2014-03-31
      **>

           05  FILLER          PIC X(13).

       01  WC-RUN-DATE-YMD     PIC X(6)  VALUE SPACE.
       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.
       01  WN-NEXT-REFUND-ID   PIC S9(9) COMP VALUE ZERO.

       01  COUNTS-FIELDS.
           05  WN-REFUND-COUNT        PIC 9(5) VALUE ZERO.
           05  WN-SEPA-COUNT          PIC 9(5) VALUE ZERO.
           05  WN-HELD-COUNT          PIC 9(5) VALUE ZERO.
           05  W9-REFUND-TOTAL        PIC S9(9)V9(2) COMP-3
                                       VALUE ZERO.
           05  W9-SEPA-TOTAL          PIC S9(9)V9(2) COMP-3
                                       VALUE ZERO.

      *>   the debtor's SEPA coordinates, when registered
       01  WC-SEPA-IBAN        PIC X(34) VALUE SPACE.
       01  WC-SEPA-REF         PIC X(16) VALUE SPACE.
       01  WC-SEPA-KOD         PIC X(2)  VALUE SPACE.

      *>   the outbound file and its counterparty for OUTSEAL
       01  WC-SEAL-PARTY       PIC X(10) VALUE SPACE.
       01  WC-SEAL-FILE        PIC X(80) VALUE SPACE.
       01  WN-SEAL-RESULT      PIC S9(4) COMP VALUE ZERO.
       01  WC-SEAL-FILETYPE    PIC X(10) VALUE SPACE.
       01  WN-SEAL-RECCOUNT    PIC S9(9) COMP VALUE ZERO.
       01  W9-SEAL-AMOUNT      PIC S9(9)V9(2) COMP-3 VALUE ZERO.

      *>   fixed-layout message logged via SQLLOG for a confirmed
      *>   SEPA payout
       01  WR-SEPA-LOG-MESSAGE.
           EXEC SQL INCLUDE DEBTCREDIT END-EXEC.
           EXEC SQL INCLUDE DEBTOR     END-EXEC.
           EXEC SQL INCLUDE PBSCOMPANY END-EXEC.
           EXEC SQL INCLUDE REFUNDLOG  END-EXEC.
           EXEC SQL INCLUDE SANCHIT    END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   every credit balance left to refund, except those held
      *>   by a sanctions-list hit on the debtor or on the payer
      *>   the money would go back to
           EXEC SQL
               DECLARE CUR-REFUND CURSOR FOR
               SELECT DEBT_ID, AMOUNT, SENDERBG, PAYMENT_ID
               FROM TUTORIAL.DEBTCREDIT C
               WHERE AMOUNT > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.SANCHIT H
                      WHERE H.STATE NOT = 'C'
                        AND ((H.PARTYTYPE = 'G'
                              AND H.DEBT_ID = C.DEBT_ID)
                          OR (H.PARTYTYPE = 'B'
                              AND H.SENDERBG = C.SENDERBG)))
               ORDER BY DEBT_ID
           END-EXEC

      *>   the balances held back by a sanctions-list hit
           EXEC SQL
               DECLARE CUR-REFUND-HELD CURSOR FOR
               SELECT DEBT_ID, AMOUNT, SENDERBG
               FROM TUTORIAL.DEBTCREDIT C
               WHERE AMOUNT > 0
                 AND EXISTS
                     (SELECT 1 FROM TUTORIAL.SANCHIT H
                      WHERE H.STATE NOT = 'C'
                        AND ((H.PARTYTYPE = 'G'
                              AND H.DEBT_ID = C.DEBT_ID)
                          OR (H.PARTYTYPE = 'B'
                              AND H.SENDERBG = C.SENDERBG)))
               ORDER BY DEBT_ID
               FOR FETCH ONLY
           END-EXEC

       PROCEDURE DIVISION.
           IF WC-RUN-MODE(1:8) = 'BEKRAFTA'
               PERFORM 300-MATCH-SEPA-STATUS
           ELSE
      *>       payment files an earlier run could not seal are
      *>       sealed before new ones overwrite them
               PERFORM 250-SEAL-PAYMENT-FILES
               IF REFUND-OK
                   PERFORM 110-WRITE-LB-FILE
                   PERFORM 100-END
               ELSE
                   DISPLAY ' Osänd betalfil från tidigare körning'
                           ' kan inte krypteras - körningen avbryts'
               END-IF
           END-IF
           IF REFUND-OK
               MOVE ZERO TO RETURN-CODE
      **************************

       100-INIT.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR(3:2) TO WC-RUN-DATE-YMD(1:2)
           MOVE T-MONTH     TO WC-RUN-DATE-YMD(3:2)
           MOVE T-DAY       TO WC-RUN-DATE-YMD(5:2)
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1).
      ***********************

       100-END.
           DISPLAY ' === Återbetalning av tillgodohavanden ==='
           DISPLAY ' Antal återbetalningar : ' WN-REFUND-COUNT
           DISPLAY ' varav via SEPA        : ' WN-SEPA-COUNT
           DISPLAY ' Vilande (sanktioner)  : ' WN-HELD-COUNT
           DISPLAY ' Återbetalt totalt     : ' WE-REFUND-TOTAL.
      ***********************

                   CLOSE CUR-REFUND
               END-EXEC

               PERFORM 130-LIST-HELD-BALANCES

               PERFORM 210-WRITE-LB-TOTAL
               PERFORM 220-WRITE-SEPA-CLOSING

               CLOSE LBFIL
               CLOSE SEPAFIL

               PERFORM 250-SEAL-PAYMENT-FILES
           END-IF.
      ***********************

              AND WC-SEPA-IBAN NOT = SPACE
               PERFORM 230-WRITE-SEPA-PAYMENT
               ADD 1 TO WN-SEPA-COUNT
               ADD DEBTCREDIT-AMOUNT TO W9-SEPA-TOTAL
               MOVE 'S' TO REFUNDLOG-CHANNEL
           ELSE
               MOVE 'L' TO REFUNDLOG-CHANNEL
               MOVE DEBTCREDIT-SENDERBG TO LB-RECIPIENT-BG
               COMPUTE WN-LB-AMOUNT-ORE =
                   DEBTCREDIT-AMOUNT * 100
           MOVE DEBTCREDIT-AMOUNT     TO WE-RLOG-AMOUNT
           CALL 'SQLLOG' USING WR-REFUND-LOG-MESSAGE

           PERFORM 240-LOG-REFUND

           EXEC SQL
               UPDATE TUTORIAL.DEBTCREDIT
               SET AMOUNT = 0
           END-EXEC.
      ***********************

       130-LIST-HELD-BALANCES.
           EXEC SQL
               OPEN CUR-REFUND-HELD
           END-EXEC

           EXEC SQL
               FETCH CUR-REFUND-HELD
               INTO :DEBTCREDIT-DEBT-ID, :DEBTCREDIT-AMOUNT,
                    :DEBTCREDIT-SENDERBG
           END-EXEC

           PERFORM 140-LIST-ONE-HELD
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE           TO WN-MSG-SQLCODE
               MOVE 'CUR-REFUND-HELD' TO WC-MSG-TBLCURS
               MOVE '130-LIST-HELD-BALANCES' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REFUND-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-REFUND-HELD
           END-EXEC.
      ***********************

       140-LIST-ONE-HELD.
           ADD 1 TO WN-HELD-COUNT
           MOVE DEBTCREDIT-DEBT-ID TO WE-SEPA-DEBT-ED
           MOVE DEBTCREDIT-AMOUNT  TO WE-SEPA-AMOUNT
           DISPLAY ' ' WE-SEPA-DEBT-ED ' ' WE-SEPA-AMOUNT ' '
                   DEBTCREDIT-SENDERBG ' vilar - sanktionsträff'

           EXEC SQL
               FETCH CUR-REFUND-HELD
               INTO :DEBTCREDIT-DEBT-ID, :DEBTCREDIT-AMOUNT,
                    :DEBTCREDIT-SENDERBG
           END-EXEC.
      ***********************

       240-LOG-REFUND.
      *>   the refund register the remittance run deducts from the
      *>   customer's next settlement - the money came in on their
      *>   invoice and has now gone back to the debtor
           MOVE 'REFUNDLOG' TO WC-KEYALLOC-TABLE
           CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                 WN-NEXT-REFUND-ID

           MOVE WN-NEXT-REFUND-ID     TO REFUNDLOG-REFUND-ID
           MOVE DEBTCREDIT-DEBT-ID    TO REFUNDLOG-DEBT-ID
           MOVE DEBTCREDIT-PAYMENT-ID TO REFUNDLOG-PAYMENT-ID
           MOVE DEBTCREDIT-AMOUNT     TO REFUNDLOG-AMOUNT
           MOVE WC-TODAY-DATE         TO REFUNDLOG-REFDATE

           EXEC SQL
               INSERT INTO TUTORIAL.REFUNDLOG
               VALUES (:REFUNDLOG-REFUND-ID, :REFUNDLOG-DEBT-ID,
                       :REFUNDLOG-PAYMENT-ID, :REFUNDLOG-AMOUNT,
                       :REFUNDLOG-REFDATE, :REFUNDLOG-CHANNEL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'REFUNDLOG' TO WC-MSG-TBLCURS
               MOVE '240-LOG-REFUND' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REFUND-OK-SW
           END-IF.
      ***********************

       210-WRITE-LB-OPENING.
      *>   the refund file is drawn on the primary entity's
      *>   bankgiro - pinned to one row now that PBSCOMPANY can
           WRITE SEPAFIL-POST.
      ***********************

       250-SEAL-PAYMENT-FILES.
      *>   the bank accepts payment files encrypted and signed
      *>   only; the plain copies do not stay behind on disk
      *>   (a file left over from an earlier run is registered
      *>   without counts - this run has not counted it)
           MOVE 'BANK' TO WC-SEAL-PARTY
           MOVE 'data/lbfil.txt' TO WC-SEAL-FILE
           MOVE 'LB' TO WC-SEAL-FILETYPE
           COMPUTE WN-SEAL-RECCOUNT = WN-REFUND-COUNT - WN-SEPA-COUNT
           COMPUTE W9-SEAL-AMOUNT = W9-REFUND-TOTAL - W9-SEPA-TOTAL
           PERFORM 260-SEAL-ONE-FILE
           MOVE 'data/sepa-pain001.xml' TO WC-SEAL-FILE
           MOVE 'SEPA' TO WC-SEAL-FILETYPE
           MOVE WN-SEPA-COUNT TO WN-SEAL-RECCOUNT
           MOVE W9-SEPA-TOTAL TO W9-SEAL-AMOUNT
           PERFORM 260-SEAL-ONE-FILE.
      ***********************

       260-SEAL-ONE-FILE.
           CALL 'OUTSEAL' USING WC-SEAL-PARTY, WC-SEAL-FILE,
                                WC-SEAL-FILETYPE, WN-SEAL-RECCOUNT,
                                W9-SEAL-AMOUNT, WN-SEAL-RESULT
           IF WN-SEAL-RESULT NOT = ZERO
               MOVE 'N' TO REFUND-OK-SW
           END-IF.
      ***********************

       300-MATCH-SEPA-STATUS.
      *>     the bank's payout confirmations, matched back on the
      *>     end-to-end reference the refund run sent and kept on
