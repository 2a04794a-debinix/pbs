
      *>   one row per debtor with payment history: number of
      *>   unreversed payments and the average days from due date
      *>   (the stored DUEDATE or INVDATE + DUEDAYS, the same
      *>   convention the interest run uses) to payment date
           EXEC SQL
               DECLARE CUR-SCORE CURSOR FOR
               SELECT I.DEBT_ID, COUNT(*),
                      AVG(DAYS(B.PAYDATE)
                          - DAYS(COALESCE(I.DUEDATE,
                                          I.INVDATE + C.DUEDAYS DAYS)))
               FROM TUTORIAL.BGPAYMENT B, TUTORIAL.INVOICE I,
                    TUTORIAL.CUSTOMER C
               WHERE B.INV_ID = I.INV_ID
      **************************

       100-INIT.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(AVG(DAYS(B.PAYDATE)
                          - DAYS(COALESCE(I.DUEDATE,
                                 I.INVDATE + C.DUEDAYS DAYS))), 0)
               INTO :WN-SC-RECENT-CNT, :W9-SC-RECENTDAYS
               FROM TUTORIAL.BGPAYMENT B, TUTORIAL.INVOICE I,
                    TUTORIAL.CUSTOMER C
