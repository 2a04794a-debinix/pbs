      **>          the history tables and from the invoice
      **>          inquiry's archive section; it just stops
      **>          slowing down the live reports. Run from the
      **>          month-end schedule. Rows touched by an active
      **>          legal hold (LEGALHOLD - on the customer, the
      **>          invoice or the invoice's debtor) stay in the
      **>          live tables whatever their age; the run ends
      **>          with a list of every hold in force and how many
      **>          past-cutoff rows per table it is holding back.
      **> Initial Version Created: 2014-04-12
      **>

           05  WN-HIST-MOVED         PIC S9(9) COMP VALUE ZERO.
           05  WE-HIST-MOVED         PIC Z(8)9.

       01  HOLD-FIELDS.
           05  WN-HOLD-INLOG         PIC S9(9) COMP VALUE ZERO.
           05  WN-HOLD-OUTLOG        PIC S9(9) COMP VALUE ZERO.
           05  WN-HOLD-BGPAY         PIC S9(9) COMP VALUE ZERO.
           05  WN-HOLD-BILLEV        PIC S9(9) COMP VALUE ZERO.
           05  WN-HOLD-KEY-ID        PIC S9(9) COMP VALUE ZERO.
           05  WE-HOLD-ID            PIC Z(8)9.
           05  WE-HOLD-KEY-ID        PIC Z(8)9.
           05  WE-HOLD-INLOG         PIC Z(6)9.
           05  WE-HOLD-OUTLOG        PIC Z(6)9.
           05  WE-HOLD-BGPAY         PIC Z(6)9.
           05  WE-HOLD-BILLEV        PIC Z(6)9.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE THRESHOLD  END-EXEC.
           EXEC SQL INCLUDE INLOG      END-EXEC.
           EXEC SQL INCLUDE OUTLOGHIST END-EXEC.
           EXEC SQL INCLUDE BGPAYHIST  END-EXEC.
           EXEC SQL INCLUDE BILLEVHIST END-EXEC.
           EXEC SQL INCLUDE LEGALHOLD  END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the legal holds in force, listed at the end of the run
           EXEC SQL
               DECLARE CUR-HIST-HOLDS CURSOR FOR
               SELECT HOLD_ID, SCOPE, DEBT_ID, INV_ID, CUST_ID,
                      REASON, REVIEWDATE
               FROM TUTORIAL.LEGALHOLD
               WHERE RELEASED IS NULL
               ORDER BY HOLD_ID
               FOR FETCH ONLY
           END-EXEC

       PROCEDURE DIVISION.

       000-HIST-ARCHIVE.
           PERFORM 120-MOVE-OUTLOG
           PERFORM 130-MOVE-BGPAYMENT
           PERFORM 140-MOVE-BILLEVENT
           PERFORM 150-LIST-HOLDS

           IF HIST-OK
               EXEC SQL
      *>   the cutoff is the first of the month the configured
      *>   number of months back - whole months move, never a
      *>   partial one
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WN-CUT-YEAR
           MOVE T-MONTH TO WN-CUT-MONTH
           SUBTRACT WN-HIST-MONTHS FROM WN-CUT-MONTH
       110-MOVE-INLOG.
           EXEC SQL
               INSERT INTO TUTORIAL.INLOGHIST
               SELECT L.INLOG_ID, L.CUST_ID, L.FILENO, L.PROCDATE,
                      L.INVNO, L.RESULTCODE, L.PROCTIME
               FROM TUTORIAL.INLOG L
               WHERE L.PROCDATE < :WC-CUTOFF-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.LEGALHOLD H
                      WHERE H.RELEASED IS NULL
                        AND (H.CUST_ID = L.CUST_ID
                         OR EXISTS
                            (SELECT 1 FROM TUTORIAL.INVOICE I
                             WHERE I.CUST_ID = L.CUST_ID
                               AND I.INVNO = L.INVNO
                               AND (I.INV_ID = H.INV_ID
                                 OR I.DEBT_ID = H.DEBT_ID))))
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
                   DELETE FROM TUTORIAL.INLOG
                   WHERE PROCDATE < :WC-CUTOFF-DATE
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.LEGALHOLD H
                          WHERE H.RELEASED IS NULL
                            AND (H.CUST_ID =
                                 TUTORIAL.INLOG.CUST_ID
                             OR EXISTS
                                (SELECT 1 FROM TUTORIAL.INVOICE I
                                 WHERE I.CUST_ID =
                                       TUTORIAL.INLOG.CUST_ID
                                   AND I.INVNO =
                                       TUTORIAL.INLOG.INVNO
                                   AND (I.INV_ID = H.INV_ID
                                     OR I.DEBT_ID = H.DEBT_ID))))
               END-EXEC

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                        AND I.INVSTATE NOT = 9
                        AND I.INVSTATE NOT = 3
                        AND I.INVSTATE NOT = 7
                        AND I.INVSTATE NOT = 6
                        AND I.INVSTATE NOT = 8)
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.LEGALHOLD H
                      WHERE H.RELEASED IS NULL
                        AND (H.CUST_ID = O.CUST_ID
                         OR EXISTS
                            (SELECT 1 FROM TUTORIAL.INVOICE I5
                             WHERE I5.CUST_ID = O.CUST_ID
                               AND I5.INVNO = O.INVNO
                               AND (I5.INV_ID = H.INV_ID
                                 OR I5.DEBT_ID = H.DEBT_ID))))
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                            AND I.INVSTATE NOT = 9
                            AND I.INVSTATE NOT = 3
                            AND I.INVSTATE NOT = 7
                            AND I.INVSTATE NOT = 6
                            AND I.INVSTATE NOT = 8)
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.LEGALHOLD H
                          WHERE H.RELEASED IS NULL
                            AND (H.CUST_ID =
                                 TUTORIAL.OUTLOG.CUST_ID
                             OR EXISTS
                                (SELECT 1 FROM TUTORIAL.INVOICE I5
                                 WHERE I5.CUST_ID =
                                       TUTORIAL.OUTLOG.CUST_ID
                                   AND I5.INVNO =
                                       TUTORIAL.OUTLOG.INVNO
                                   AND (I5.INV_ID = H.INV_ID
                                     OR I5.DEBT_ID = H.DEBT_ID))))
               END-EXEC

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
           EXEC SQL
               INSERT INTO TUTORIAL.BGPAYHIST
               SELECT B.PAYMENT_ID, B.INV_ID, B.BGCNR, B.AMOUNT,
                      B.PAYDATE, B.REVERSED, B.FXRATE,
                      B.COSTAMT, B.INTAMT, B.INTINV_ID
               FROM TUTORIAL.BGPAYMENT B
               WHERE B.PAYDATE < :WC-CUTOFF-DATE
                 AND EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE I
                      WHERE I.INV_ID = B.INV_ID
                        AND I.INVSTATE = 9)
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.LEGALHOLD H,
                                    TUTORIAL.INVOICE I5
                      WHERE H.RELEASED IS NULL
                        AND I5.INV_ID = B.INV_ID
                        AND (I5.INV_ID = H.INV_ID
                          OR I5.DEBT_ID = H.DEBT_ID
                          OR I5.CUST_ID = H.CUST_ID))
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                          WHERE I.INV_ID =
                                TUTORIAL.BGPAYMENT.INV_ID
                            AND I.INVSTATE = 9)
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.LEGALHOLD H,
                                        TUTORIAL.INVOICE I5
                          WHERE H.RELEASED IS NULL
                            AND I5.INV_ID =
                                TUTORIAL.BGPAYMENT.INV_ID
                            AND (I5.INV_ID = H.INV_ID
                              OR I5.DEBT_ID = H.DEBT_ID
                              OR I5.CUST_ID = H.CUST_ID))
               END-EXEC

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
       140-MOVE-BILLEVENT.
           EXEC SQL
               INSERT INTO TUTORIAL.BILLEVHIST
               SELECT E.BILLEVENT_ID, E.CUST_ID, E.INV_ID,
                      E.SRV_ID, E.EVENTDATE, E.ACTIONCODE
               FROM TUTORIAL.BILLEVENT E
               WHERE E.EVENTDATE < :WC-CUTOFF-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.LEGALHOLD H
                      WHERE H.RELEASED IS NULL
                        AND (H.CUST_ID = E.CUST_ID
                         OR EXISTS
                            (SELECT 1 FROM TUTORIAL.INVOICE I
                             WHERE I.INV_ID = E.INV_ID
                               AND (I.INV_ID = H.INV_ID
                                 OR I.DEBT_ID = H.DEBT_ID))))
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               EXEC SQL
                   DELETE FROM TUTORIAL.BILLEVENT
                   WHERE EVENTDATE < :WC-CUTOFF-DATE
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.LEGALHOLD H
                          WHERE H.RELEASED IS NULL
                            AND (H.CUST_ID =
                                 TUTORIAL.BILLEVENT.CUST_ID
                             OR EXISTS
                                (SELECT 1 FROM TUTORIAL.INVOICE I
                                 WHERE I.INV_ID =
                                       TUTORIAL.BILLEVENT.INV_ID
                                   AND (I.INV_ID = H.INV_ID
                                     OR I.DEBT_ID = H.DEBT_ID))))
               END-EXEC

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
           END-IF.
      ***********************

       150-LIST-HOLDS.
           DISPLAY ' Bevarandespärrar i kraft (poster före '
                   WC-CUTOFF-DATE ' som ligger kvar):'
           DISPLAY '     Spärr T    Nyckel O Ompröva      INLOG'
                   '  OUTLOG  BGPAYM BILLEVT'

           EXEC SQL
               OPEN CUR-HIST-HOLDS
           END-EXEC

           EXEC SQL
               FETCH CUR-HIST-HOLDS
               INTO :LEGALHOLD-HOLD-ID, :LEGALHOLD-SCOPE,
                    :LEGALHOLD-DEBT-ID, :LEGALHOLD-INV-ID,
                    :LEGALHOLD-CUST-ID, :LEGALHOLD-REASON,
                    :LEGALHOLD-REVIEWDATE
           END-EXEC

           PERFORM 160-LIST-ONE-HOLD
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE          TO WN-MSG-SQLCODE
               MOVE 'CUR-HIST-HOLDS' TO WC-MSG-TBLCURS
               MOVE '150-LIST-HOLDS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO HIST-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-HIST-HOLDS
           END-EXEC.
      ***********************

       160-LIST-ONE-HOLD.
      *>   the same matching as the moves above, counted per
      *>   hold - a row under two holds shows on both lines
           EXEC SQL
               SELECT
                  (SELECT COUNT(*) FROM TUTORIAL.INLOG L
                   WHERE L.PROCDATE < :WC-CUTOFF-DATE
                     AND (L.CUST_ID = H.CUST_ID
                      OR EXISTS
                         (SELECT 1 FROM TUTORIAL.INVOICE I
                          WHERE I.CUST_ID = L.CUST_ID
                            AND I.INVNO = L.INVNO
                            AND (I.INV_ID = H.INV_ID
                              OR I.DEBT_ID = H.DEBT_ID)))),
                  (SELECT COUNT(*) FROM TUTORIAL.OUTLOG O
                   WHERE O.PROCDATE < :WC-CUTOFF-DATE
                     AND (O.CUST_ID = H.CUST_ID
                      OR EXISTS
                         (SELECT 1 FROM TUTORIAL.INVOICE I
                          WHERE I.CUST_ID = O.CUST_ID
                            AND I.INVNO = O.INVNO
                            AND (I.INV_ID = H.INV_ID
                              OR I.DEBT_ID = H.DEBT_ID)))),
                  (SELECT COUNT(*) FROM TUTORIAL.BGPAYMENT B,
                                        TUTORIAL.INVOICE I
                   WHERE B.PAYDATE < :WC-CUTOFF-DATE
                     AND I.INV_ID = B.INV_ID
                     AND (I.INV_ID = H.INV_ID
                       OR I.DEBT_ID = H.DEBT_ID
                       OR I.CUST_ID = H.CUST_ID)),
                  (SELECT COUNT(*) FROM TUTORIAL.BILLEVENT E
                   WHERE E.EVENTDATE < :WC-CUTOFF-DATE
                     AND (E.CUST_ID = H.CUST_ID
                      OR EXISTS
                         (SELECT 1 FROM TUTORIAL.INVOICE I
                          WHERE I.INV_ID = E.INV_ID
                            AND (I.INV_ID = H.INV_ID
                              OR I.DEBT_ID = H.DEBT_ID))))
               INTO :WN-HOLD-INLOG, :WN-HOLD-OUTLOG,
                    :WN-HOLD-BGPAY, :WN-HOLD-BILLEV
               FROM TUTORIAL.LEGALHOLD H
               WHERE H.HOLD_ID = :LEGALHOLD-HOLD-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'LEGALHOLD' TO WC-MSG-TBLCURS
               MOVE '160-LIST-ONE-HOLD' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO HIST-OK-SW
               MOVE ZERO TO WN-HOLD-INLOG, WN-HOLD-OUTLOG,
                            WN-HOLD-BGPAY, WN-HOLD-BILLEV
           END-IF

           EVALUATE TRUE
               WHEN LEGALHOLD-ON-DEBTOR
                   MOVE LEGALHOLD-DEBT-ID TO WN-HOLD-KEY-ID
               WHEN LEGALHOLD-ON-INVOICE
                   MOVE LEGALHOLD-INV-ID  TO WN-HOLD-KEY-ID
               WHEN OTHER
                   MOVE LEGALHOLD-CUST-ID TO WN-HOLD-KEY-ID
           END-EVALUATE

           MOVE LEGALHOLD-HOLD-ID TO WE-HOLD-ID
           MOVE WN-HOLD-KEY-ID    TO WE-HOLD-KEY-ID
           MOVE WN-HOLD-INLOG     TO WE-HOLD-INLOG
           MOVE WN-HOLD-OUTLOG    TO WE-HOLD-OUTLOG
           MOVE WN-HOLD-BGPAY     TO WE-HOLD-BGPAY
           MOVE WN-HOLD-BILLEV    TO WE-HOLD-BILLEV
           DISPLAY ' ' WE-HOLD-ID ' ' LEGALHOLD-SCOPE ' '
                   WE-HOLD-KEY-ID ' ' LEGALHOLD-REASON ' '
                   LEGALHOLD-REVIEWDATE ' ' WE-HOLD-INLOG ' '
                   WE-HOLD-OUTLOG ' ' WE-HOLD-BGPAY ' '
                   WE-HOLD-BILLEV

           EXEC SQL
               FETCH CUR-HIST-HOLDS
               INTO :LEGALHOLD-HOLD-ID, :LEGALHOLD-SCOPE,
                    :LEGALHOLD-DEBT-ID, :LEGALHOLD-INV-ID,
                    :LEGALHOLD-CUST-ID, :LEGALHOLD-REASON,
                    :LEGALHOLD-REVIEWDATE
           END-EXEC.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
