      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYALLOC.
      **********************************************************
      *
      * Authors: Peter B, Bertil K and Sergejs S.
      * Purpose: Split a payment against one invoice in the order
      *          Swedish practice and the inkasso partner expect
      *          when it does not cover everything the debtor
      *          owes: first the reminder fees and late-payment
      *          compensation charged on the invoice (INVFEE),
      *          then the debtor's oldest open late-interest
      *          invoice (RTA series) with the same customer, and
      *          only what is left against the invoice itself.
      *
      *          The caller passes the payment in the BGPAYMENT
      *          host fields and receives the split back in the
      *          same row's COSTAMT, INTAMT and INTINV_ID:
      *
      *              CALL 'PAYALLOC' USING wc-func,
      *                                    BGPAYMENT-INV-ID,
      *                                    BGPAYMENT-AMOUNT,
      *                                    BGPAYMENT-COSTAMT,
      *                                    BGPAYMENT-INTAMT,
      *                                    BGPAYMENT-INTINV-ID
      *
      *          Function Q only works the split out (test runs,
      *          and sizing the excess before anything is booked);
      *          function A works it out and books the cost part
      *          on the fee rows oldest first and the interest
      *          part on the interest invoice; function R takes a
      *          recorded split back off again when the payment
      *          is reversed or moved. The principal part - the
      *          amount less cost and interest - is always booked
      *          by the caller on the invoice's PAIDAMT, as before.
      * Initial Version Created: 2014-04-15
      *
      **********************************************************
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       FILE SECTION.

      **********************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE INVFEE END-EXEC.

       01  w9-open-fees                 PIC S9(7)V9(2) COMP-3.
       01  w9-open-interest             PIC S9(7)V9(2) COMP-3.
       01  w9-alloc-rest                PIC S9(7)V9(2) COMP-3.
       01  w9-fee-open                  PIC S9(7)V9(2) COMP-3.
       01  w9-fee-apply                 PIC S9(7)V9(2) COMP-3.
       01  wn-int-inv-id                PIC S9(9) COMP.

      *    the debtor's open late-interest invoices with the same
      *    customer as the paid invoice, oldest first; the paid
      *    invoice itself never counts as its own interest
           EXEC SQL
               DECLARE CUR-ALLOC-INT CURSOR FOR
               SELECT R.INV_ID,
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = R.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID)
                      - R.PAIDAMT
               FROM TUTORIAL.INVOICE I, TUTORIAL.INVOICE R
               WHERE I.INV_ID = :lc-inv-id
                 AND R.DEBT_ID = I.DEBT_ID
                 AND R.CUST_ID = I.CUST_ID
                 AND R.DEBT_ID NOT = 0
                 AND R.INV_ID NOT = I.INV_ID
                 AND R.INVNO LIKE 'RTA%'
                 AND R.INVSTATE NOT = 9
                 AND R.INVSTATE NOT = 3
                 AND R.INVSTATE NOT = 7
                 AND R.INVSTATE NOT = 6
                 AND R.INVSTATE NOT = 8
               ORDER BY R.INVDATE, R.INV_ID
           END-EXEC

      *    the invoice's fees still open, oldest first - the order
      *    the cost part is booked in
           EXEC SQL
               DECLARE CUR-ALLOC-FEE CURSOR FOR
               SELECT FEE_ID, AMOUNT - PAIDAMT
               FROM TUTORIAL.INVFEE
               WHERE INV_ID = :lc-inv-id
                 AND AMOUNT > PAIDAMT
               ORDER BY FEE_ID
           END-EXEC

      *    the invoice's fees carrying payments, newest first - the
      *    order a reversed cost part is taken back in
           EXEC SQL
               DECLARE CUR-ALLOC-FEE-REV CURSOR FOR
               SELECT FEE_ID, PAIDAMT
               FROM TUTORIAL.INVFEE
               WHERE INV_ID = :lc-inv-id
                 AND PAIDAMT > 0
               ORDER BY FEE_ID DESC
           END-EXEC

       LINKAGE SECTION.
      *---------------------------------------------------------
       01  lc-function                  PIC X(1).
       01  lc-inv-id                    PIC S9(9) COMP.
       01  lc-amount                    PIC S9(7)V9(2) COMP-3.
       01  lc-costamt                   PIC S9(7)V9(2) COMP-3.
       01  lc-intamt                    PIC S9(7)V9(2) COMP-3.
       01  lc-intinv-id                 PIC S9(9) COMP.

      **********************************************************
       PROCEDURE DIVISION USING lc-function, lc-inv-id, lc-amount,
                                lc-costamt, lc-intamt,
                                lc-intinv-id.
       000-pay-alloc.

           IF lc-function = 'R'
               PERFORM A0300-reverse-split
           ELSE
               PERFORM A0100-compute-split
               IF lc-function = 'A'
                   PERFORM A0200-book-split
               END-IF
           END-IF

           EXIT PROGRAM
           .

      **********************************************************
      *    costs first, then interest; whatever is left is the
      *    caller's principal part
       A0100-compute-split.

           MOVE ZERO TO lc-costamt
           MOVE ZERO TO lc-intamt
           MOVE ZERO TO lc-intinv-id

           MOVE ZERO TO w9-open-fees
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT - PAIDAMT), 0)
               INTO :w9-open-fees
               FROM TUTORIAL.INVFEE
               WHERE INV_ID = :lc-inv-id
                 AND AMOUNT > PAIDAMT
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-open-fees
           END-IF

           IF lc-amount > w9-open-fees
               MOVE w9-open-fees TO lc-costamt
           ELSE
               MOVE lc-amount TO lc-costamt
           END-IF

           COMPUTE w9-alloc-rest = lc-amount - lc-costamt

           IF w9-alloc-rest > ZERO
               EXEC SQL
                   OPEN CUR-ALLOC-INT
               END-EXEC

               EXEC SQL
                   FETCH CUR-ALLOC-INT
                   INTO :wn-int-inv-id, :w9-open-interest
               END-EXEC

               IF SQLCODE = ZERO AND w9-open-interest > ZERO
                   MOVE wn-int-inv-id TO lc-intinv-id
                   IF w9-alloc-rest > w9-open-interest
                       MOVE w9-open-interest TO lc-intamt
                   ELSE
                       MOVE w9-alloc-rest TO lc-intamt
                   END-IF
               END-IF

               EXEC SQL
                   CLOSE CUR-ALLOC-INT
               END-EXEC
           END-IF
           .

      **********************************************************
       A0200-book-split.

           IF lc-costamt > ZERO
               MOVE lc-costamt TO w9-alloc-rest

               EXEC SQL
                   OPEN CUR-ALLOC-FEE
               END-EXEC

               EXEC SQL
                   FETCH CUR-ALLOC-FEE
                   INTO :INVFEE-FEE-ID, :w9-fee-open
               END-EXEC

               PERFORM A0210-book-one-fee
                   UNTIL SQLCODE NOT = ZERO
                      OR w9-alloc-rest NOT > ZERO

               EXEC SQL
                   CLOSE CUR-ALLOC-FEE
               END-EXEC
           END-IF

           IF lc-intamt > ZERO
               EXEC SQL
                   UPDATE TUTORIAL.INVOICE
                   SET PAIDAMT = PAIDAMT + :lc-intamt
                   WHERE INV_ID = :lc-intinv-id
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'PAYALLOC: räntan kunde inte bokas på'
                           ' faktura-id ' lc-intinv-id
               ELSE
      *            the interest invoice is settled once its own
      *            items are covered, exactly like any invoice
                   EXEC SQL
                       UPDATE TUTORIAL.INVOICE R
                       SET INVSTATE = 9
                       WHERE R.INV_ID = :lc-intinv-id
                         AND R.PAIDAMT >=
                             (SELECT COALESCE(SUM(IT.QTY * IT.PRICE),
                                     0)
                              FROM TUTORIAL.INVITEM II,
                                   TUTORIAL.ITEM IT
                              WHERE II.INV_ID = R.INV_ID
                                AND IT.ITEM_ID = II.ITEM_ID)
                   END-EXEC
               END-IF
           END-IF
           .

      **********************************************************
       A0210-book-one-fee.

           IF w9-alloc-rest < w9-fee-open
               MOVE w9-alloc-rest TO w9-fee-apply
           ELSE
               MOVE w9-fee-open TO w9-fee-apply
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.INVFEE
               SET PAIDAMT = PAIDAMT + :w9-fee-apply
               WHERE FEE_ID = :INVFEE-FEE-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'PAYALLOC: avgiften kunde inte bokas, avg-id '
                       INVFEE-FEE-ID
           ELSE
               SUBTRACT w9-fee-apply FROM w9-alloc-rest
           END-IF

           EXEC SQL
               FETCH CUR-ALLOC-FEE
               INTO :INVFEE-FEE-ID, :w9-fee-open
           END-EXEC
           .

      **********************************************************
      *    the recorded split comes back off: the cost part from
      *    the fees newest first, the interest part from the
      *    interest invoice, which is then open again
       A0300-reverse-split.

           IF lc-costamt > ZERO
               MOVE lc-costamt TO w9-alloc-rest

               EXEC SQL
                   OPEN CUR-ALLOC-FEE-REV
               END-EXEC

               EXEC SQL
                   FETCH CUR-ALLOC-FEE-REV
                   INTO :INVFEE-FEE-ID, :w9-fee-open
               END-EXEC

               PERFORM A0310-reverse-one-fee
                   UNTIL SQLCODE NOT = ZERO
                      OR w9-alloc-rest NOT > ZERO

               EXEC SQL
                   CLOSE CUR-ALLOC-FEE-REV
               END-EXEC
           END-IF

           IF lc-intamt > ZERO AND lc-intinv-id NOT = ZERO
               EXEC SQL
                   UPDATE TUTORIAL.INVOICE
                   SET PAIDAMT = PAIDAMT - :lc-intamt,
                       INVSTATE = 2
                   WHERE INV_ID = :lc-intinv-id
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'PAYALLOC: räntan kunde inte återföras på'
                           ' faktura-id ' lc-intinv-id
               END-IF
           END-IF
           .

      **********************************************************
       A0310-reverse-one-fee.

           IF w9-alloc-rest < w9-fee-open
               MOVE w9-alloc-rest TO w9-fee-apply
           ELSE
               MOVE w9-fee-open TO w9-fee-apply
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.INVFEE
               SET PAIDAMT = PAIDAMT - :w9-fee-apply
               WHERE FEE_ID = :INVFEE-FEE-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'PAYALLOC: avgiften kunde inte återföras,'
                       ' avg-id ' INVFEE-FEE-ID
           ELSE
               SUBTRACT w9-fee-apply FROM w9-alloc-rest
           END-IF

           EXEC SQL
               FETCH CUR-ALLOC-FEE-REV
               INTO :INVFEE-FEE-ID, :w9-fee-open
           END-EXEC
           .

      **********************************************************
