      **>          (bevakningsinlaga) to the trustee is generated:
      **>          per open invoice the outstanding principal, the
      **>          late interest accrued up to the konkurs date
      **>          and the open reminder fees and late-payment
      **>          compensation charged on the invoice (INVFEE),
      **>          totalled as the registered claim.
      **>          With UTDELNING <gäldenärs-id> <belopp> a
      **>          dividend later received from the estate is
      **>          applied across the debtor's open invoices
       01  W9-KK-PRINCIPAL     PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-KK-INTEREST      PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-KK-FEES          PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  W9-KK-FEE-OPEN      PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  WN-KK-DAYS-LATE     PIC S9(9) COMP VALUE ZERO.
       01  WN-KK-REM-COUNT     PIC S9(9) COMP VALUE ZERO.
       01  W9-KK-TOT-PRINCIPAL PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-KK-TOT-FEES      PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-KK-TOT-CLAIM     PIC S9(11)V9(2) COMP-3 VALUE ZERO.

      *>   the statutory reminder fee per sent reminder, used for
      *>   invoices reminded before fees were charged in INVFEE
       01  W9-KK-REM-FEE       PIC S9(3)V9(2) COMP-3 VALUE 60.00.

      *>   dividend application
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE OUTLOG    END-EXEC.
           EXEC SQL INCLUDE BGPAYMENT END-EXEC.
           EXEC SQL INCLUDE INVFEE    END-EXEC.

           COPY Z0900-error-wkstg.

                         AND IT.ITEM_ID = II.ITEM_ID)
                      - I.PAIDAMT,
                      DAYS(:WC-KK-KONKDATE)
                      - DAYS(COALESCE(I.DUEDATE,
                                      I.INVDATE + C.DUEDAYS DAYS)),
                      (SELECT COUNT(*)
                       FROM TUTORIAL.OUTLOG O
                       WHERE O.INVNO = I.INVNO
                         AND O.CUST_ID = I.CUST_ID
                         AND O.ACTIONCODE = 'R'),
                      (SELECT COALESCE(SUM(F.AMOUNT - F.PAIDAMT), 0)
                       FROM TUTORIAL.INVFEE F
                       WHERE F.INV_ID = I.INV_ID)
               FROM TUTORIAL.INVOICE I, TUTORIAL.CUSTOMER C
               WHERE I.CUST_ID = C.CUST_ID
                 AND I.DEBT_ID = :WN-KK-DEBT-ID
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
               ORDER BY I.INVDATE, I.INVNO
           END-EXEC
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
               ORDER BY I.INVDATE, I.INV_ID
           END-EXEC
               INTO WC-VERB, WC-ARG1, WC-ARG2
           END-UNSTRING

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
                   FETCH CUR-KK-CLAIM
                   INTO :INVOICE-INVNO, :CUSTOMER-DELRATE,
                        :W9-KK-PRINCIPAL, :WN-KK-DAYS-LATE,
                        :WN-KK-REM-COUNT, :W9-KK-FEE-OPEN
               END-EXEC

               PERFORM 120-CLAIM-ONE-INVOICE
       120-CLAIM-ONE-INVOICE.
      *>   simple annual interest from the due date to the konkurs
      *>   cutoff, same formula as the interest run, and the
      *>   open fees charged on the invoice (or the statutory
      *>   reminder fee per sent reminder if none were recorded)
           IF WN-KK-DAYS-LATE < ZERO
               MOVE ZERO TO WN-KK-DAYS-LATE
           END-IF
               W9-KK-PRINCIPAL * CUSTOMER-DELRATE / 100
               * WN-KK-DAYS-LATE / 365

           IF W9-KK-FEE-OPEN NOT = ZERO
               MOVE W9-KK-FEE-OPEN TO W9-KK-FEES
           ELSE
               COMPUTE W9-KK-FEES =
                   WN-KK-REM-COUNT * W9-KK-REM-FEE
           END-IF

           MOVE W9-KK-PRINCIPAL TO WE-KK-AMOUNT
           MOVE W9-KK-INTEREST  TO WE-KK-AMOUNT-2
               FETCH CUR-KK-CLAIM
               INTO :INVOICE-INVNO, :CUSTOMER-DELRATE,
                    :W9-KK-PRINCIPAL, :WN-KK-DAYS-LATE,
                    :WN-KK-REM-COUNT, :W9-KK-FEE-OPEN
           END-EXEC.
      ***********************

                       VALUES (:WN-NEXT-PAYMENT-ID,
                               :INVOICE-INV-ID, :WC-KK-BGCNR,
                               :W9-KK-APPLY, :WC-TODAY-DATE,
                               'N', 1, 0, 0, 0)
                   END-EXEC

                   SUBTRACT W9-KK-APPLY FROM W9-KK-DIVIDEND
