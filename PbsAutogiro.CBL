      **>          återkallat av betalaren) so AGMANDATE.ACTIVE is
      **>          maintained from the bank's answer instead of by
      **>          hand, with a report of the mandate movements.
      **>          The collection and mandate files are encrypted
      **>          for Bankgirocentralen and signed with our key
      **>          (OUTSEAL, counterparty BANKGIROT) before they
      **>          leave; a file that cannot be sealed fails the
      **>          run and is sealed by the next run of the same
      **>          kind before it writes a new one. Each sealed
      **>          file is registered in OUTFILEREG (OUTREG) with
      **>          its record count and amount total, file types
      **>          AGDRAG and AGMEDGIV.
      **> Initial Version Created: 2014-04-04
      **>

           05  WN-AG-APPROVED-COUNT   PIC 9(5) VALUE ZERO.
           05  WN-AG-REJECTED-COUNT   PIC 9(5) VALUE ZERO.
           05  WN-AG-REVOKED-COUNT    PIC 9(5) VALUE ZERO.
           05  W9-AG-COLLECT-TOTAL    PIC S9(9)V9(2) COMP-3
                                       VALUE ZERO.

       01  WN-AG-INV-ID        PIC S9(9) COMP VALUE ZERO.
       01  WN-AG-CUST-ID       PIC S9(9) COMP VALUE ZERO.
       01  AGAVI-BANK-DAY-SW   PIC X VALUE 'N'.
           88  AGAVI-IS-BANK-DAY   VALUE 'Y'.
       01  WN-AGAVI-COUNT      PIC 9(5)  VALUE ZERO.

      *>   the outbound file and its counterparty for OUTSEAL
       01  WC-SEAL-PARTY       PIC X(10) VALUE 'BANKGIROT'.
       01  WC-SEAL-FILE        PIC X(80) VALUE SPACE.
       01  WN-SEAL-RESULT      PIC S9(4) COMP VALUE ZERO.
       01  WC-SEAL-FILETYPE    PIC X(10) VALUE SPACE.
       01  WN-SEAL-RECCOUNT    PIC S9(9) COMP VALUE ZERO.
       01  W9-SEAL-AMOUNT      PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WN-AGAVI-MAIL-COUNT PIC 9(5)  VALUE ZERO.
       01  WC-AGAVI-DELIV      PIC X(1)  VALUE SPACE.
       01  WC-AGAVI-EMAIL      PIC X(40) VALUE SPACE.
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
                 AND COALESCE(I.DUEDATE, I.INVDATE + C.DUEDAYS DAYS)
                     <= :WC-TODAY-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.OUTLOG O
                      WHERE O.INVNO = I.INVNO
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.DEBTOR DK
                      WHERE DK.DEBT_ID = I.DEBT_ID
                        AND (DK.KONKURS = 'Y'
                             OR DK.DECEASED = 'Y'))
                 AND (NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.PAYPLAN PP
                          WHERE PP.INV_ID = I.INV_ID)
                      OR (SELECT COALESCE(SUM(PP2.AMOUNT), 0)
                          FROM TUTORIAL.PAYPLAN PP2
                          WHERE PP2.INV_ID = I.INV_ID
                            AND PP2.DUEDATE <= :WC-TODAY-DATE)
                         > I.PAIDAMT)
               ORDER BY I.INV_ID
           END-EXEC
               DECLARE CUR-AG-NOTIFY CURSOR FOR
               SELECT I.INV_ID, I.CUST_ID, I.INVNO, I.DEBT_ID,
                      D.NAME, D.DELIV, D.EMAIL,
                      CHAR(COALESCE(I.DUEDATE,
                                    I.INVDATE + C.DUEDAYS DAYS)),
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = I.INV_ID
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
                 AND COALESCE(I.DUEDATE, I.INVDATE + C.DUEDAYS DAYS)
                     <= :WC-AGAVI-LIMIT
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.OUTLOG OV
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.DEBTOR DK
                      WHERE DK.DEBT_ID = I.DEBT_ID
                        AND (DK.KONKURS = 'Y'
                             OR DK.DECEASED = 'Y'))
                 AND (NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.PAYPLAN PP
                          WHERE PP.INV_ID = I.INV_ID)
                      OR (SELECT COALESCE(SUM(PP2.AMOUNT), 0)
                          FROM TUTORIAL.PAYPLAN PP2
                          WHERE PP2.INV_ID = I.INV_ID
                            AND PP2.DUEDATE <= :WC-TODAY-DATE)
                         > I.PAIDAMT)
               ORDER BY I.INV_ID
           END-EXEC

           ACCEPT WC-RUN-MODE FROM COMMAND-LINE

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
               WHEN WC-RUN-MODE(1:8) = 'RESULTAT'
                   PERFORM 200-PROCESS-RESULT-FILE
               WHEN WC-RUN-MODE(1:10) = 'MEDGIVANDE'
                   MOVE 'data/agmedgivande.txt' TO WC-SEAL-FILE
                   MOVE 'AGMEDGIV' TO WC-SEAL-FILETYPE
                   PERFORM 600-SEAL-BANKGIROT-FILE
                   IF AGRUN-OK
                       PERFORM 300-WRITE-MANDATE-FILE
                   END-IF
               WHEN WC-RUN-MODE(1:7) = 'AVISERA'
                   PERFORM 500-NOTIFY-RUN
               WHEN WC-RUN-MODE(1:9) = 'AVISERING'
                   PERFORM 400-PROCESS-MANDATE-RETURN
               WHEN OTHER
                   MOVE 'data/agfil.txt' TO WC-SEAL-FILE
                   MOVE 'AGDRAG' TO WC-SEAL-FILETYPE
                   PERFORM 600-SEAL-BANKGIROT-FILE
                   IF AGRUN-OK
                       PERFORM 100-WRITE-COLLECTION-FILE
                   END-IF
           END-EVALUATE

           IF AGRUN-OK

               DISPLAY ' Autogirouppdrag skapade: '
                       WN-AG-COLLECT-COUNT

               MOVE 'data/agfil.txt' TO WC-SEAL-FILE
               MOVE 'AGDRAG' TO WC-SEAL-FILETYPE
               MOVE WN-AG-COLLECT-COUNT TO WN-SEAL-RECCOUNT
               MOVE W9-AG-COLLECT-TOTAL TO W9-SEAL-AMOUNT
               PERFORM 600-SEAL-BANKGIROT-FILE
           END-IF.
      ***********************

               WRITE AGFIL-POST

               ADD 1 TO WN-AG-COLLECT-COUNT
               ADD W9-AG-AMOUNT TO W9-AG-COLLECT-TOTAL

      *>       the OUTLOG row both shows the collection on the
      *>       activity report and keeps the invoice from being
                       INSERT INTO TUTORIAL.BGPAYMENT
                       VALUES (:WN-NEXT-PAYMENT-ID, :WN-AG-INV-ID,
                               :WC-AG-BGCNR, :W9-AG-AMOUNT,
                               :WC-TODAY-DATE, 'N', 1, 0, 0, 0)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
               DISPLAY ' Medgivandeutväxling: '
                       WN-AG-MANDNEW-COUNT ' nya, '
                       WN-AG-MANDCANC-COUNT ' avslutade'

               MOVE 'data/agmedgivande.txt' TO WC-SEAL-FILE
               MOVE 'AGMEDGIV' TO WC-SEAL-FILETYPE
               COMPUTE WN-SEAL-RECCOUNT = WN-AG-MANDNEW-COUNT
                                        + WN-AG-MANDCANC-COUNT
               MOVE ZERO TO W9-SEAL-AMOUNT
               PERFORM 600-SEAL-BANKGIROT-FILE
           END-IF.
      ***********************

           END-IF.
      ***********************

       600-SEAL-BANKGIROT-FILE.
      *>   Bankgirocentralen takes encrypted and signed files
      *>   only; the plain copy does not stay behind on disk. Run
      *>   before a file is written too, so one an earlier run
      *>   could not seal is never overwritten unsent (such a
      *>   leftover is registered without counts, which stay
      *>   zero until the run has written its own file)
           CALL 'OUTSEAL' USING WC-SEAL-PARTY, WC-SEAL-FILE,
                                WC-SEAL-FILETYPE, WN-SEAL-RECCOUNT,
                                W9-SEAL-AMOUNT, WN-SEAL-RESULT
           IF WN-SEAL-RESULT NOT = ZERO
               MOVE 'N' TO AGRUN-OK-SW
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
