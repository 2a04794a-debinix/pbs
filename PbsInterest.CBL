      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Periodic late-interest run: for every invoice
      **>          that was settled after its due date (the stored
      **>          DUEDATE, or INVDATE + DUEDAYS on an invoice
      **>          stored without one) the accrued drojsmalsranta
      **>          is computed from the customer's DELRATE and
      **>          billed as a real INVOICE/ITEM row, and the
      **>          interest still accruing on open overdue invoices
      **>          is reported as accrued-but-unbilled. Run
      **>          periodically by hand or from the month-end
      **>          schedule - not part of the nightly batch window.
      **> Initial Version Created: 2014-03-29
      **>

                       FROM TUTORIAL.BGPAYMENT B
                       WHERE B.INV_ID = I.INV_ID
                         AND B.REVERSED = 'N')
                      - DAYS(COALESCE(I.DUEDATE,
                                      I.INVDATE + C.DUEDAYS DAYS))
               FROM TUTORIAL.INVOICE I, TUTORIAL.CUSTOMER C
               WHERE I.CUST_ID = C.CUST_ID
                 AND I.INVSTATE = 9
                      WHERE B2.INV_ID = I.INV_ID
                        AND B2.REVERSED = 'N'
                        AND B2.PAYDATE >
                            COALESCE(I.DUEDATE,
                                     I.INVDATE + C.DUEDAYS DAYS))
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.DEBTOR DK
                      WHERE DK.DEBT_ID = I.DEBT_ID
                       WHERE II.INV_ID = I.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID)
                      - I.PAIDAMT,
                      DAYS(DATE(:WC-RUN-DATE))
                      - DAYS(COALESCE(I.DUEDATE,
                                      I.INVDATE + C.DUEDAYS DAYS))
               FROM TUTORIAL.INVOICE I, TUTORIAL.CUSTOMER C
               WHERE I.CUST_ID = C.CUST_ID
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
                 AND I.DEBT_ID NOT = 0
                 AND COALESCE(I.DUEDATE, I.INVDATE + C.DUEDAYS DAYS)
                     < :WC-RUN-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.DEBTOR DK
                      WHERE DK.DEBT_ID = I.DEBT_ID
      **************************

       100-INIT.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-RUN-DATE(1:4)
           MOVE T-MONTH TO WC-RUN-DATE(6:2)
           MOVE T-DAY   TO WC-RUN-DATE(9:2)
           MOVE WC-RUN-DATE TO INVOICE-INVDATE
           MOVE WR-INT-INVNO TO INVOICE-INVNO

      *>   no due date of its own: like every invoice stored
      *>   without one it falls due INVDATE + the customer's DUEDAYS;
      *>   no buyer reference either
           EXEC SQL
               INSERT INTO TUTORIAL.INVOICE
               VALUES (:WN-NEXT-INV-ID, :INVOICE-CUST-ID,
                       :INVOICE-DEBT-ID, :INVOICE-INVSTATE,
                       :INVOICE-INVNO, :INVOICE-CUSTNO,
                       :INVOICE-INVDATE, :INVOICE-VAT,
                       :INVOICE-PAIDAMT, :INVOICE-CURRENCY, NULL,
                       NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               INSERT INTO TUTORIAL.ITEM
               VALUES (:WN-NEXT-ITEM-ID, :ITEM-DESCRIPTION,
                       :ITEM-ARTNO, :ITEM-UNITDESC,
                       :ITEM-QTY, :ITEM-PRICE,
                       NULL)
           END-EXEC

           IF SQLCODE = ZERO
