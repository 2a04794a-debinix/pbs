       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsArBalance.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Receivables balance list as of any date, and its
      **>          reconciliation against the receivables account in
      **>          the books. The open items are rebuilt the way they
      **>          stood at the close of the date - not read off
      **>          today's PAIDAMT - from the invoices themselves
      **>          (gross as the SIE export books it, net plus the
      **>          VAT rounded per invoice), the bankgiro payments in
      **>          BGPAYMENT and BGPAYHIST paid by then and not yet
      **>          reversed at the time, the late interest settled
      **>          against its interest invoice, the tax reductions
      **>          still outstanding or decided by then, and the
      **>          credit notes netted against the invoice they
      **>          credit. An invoice cancelled, written off or sold
      **>          by the date is no longer on the list.
      **>          The list is printed per customer and debtor
      **>          (debtor 0 being PBS's own invoices to the
      **>          customer) to data/reskontra-<date>.txt, only the
      **>          items with something left open.
      **>          The reconciliation reads the whole-company SIE
      **>          files registered in OUTFILEREG up to the last
      **>          closed month (the month of the date when the date
      **>          is a month end, else the month before) and sums
      **>          the receivables account per verification. Each
      **>          verification is set against what the rebuilt
      **>          ledger holds for it - sales for Fakturering,
      **>          payments for Betalningar, nothing for the currency
      **>          revaluation - and the difference between the books
      **>          and the list is explained line by line: the
      **>          revaluation, invoices cancelled and payments
      **>          reversed on the other side of the file's
      **>          production date, payments on invoices outside the
      **>          list, months without a SIE file or not yet closed,
      **>          write-offs, debt sales and tax reductions that
      **>          never pass through the SIE file. What is left is
      **>          printed as unexplained for the accountants to
      **>          follow up. Amounts are in the invoice currency,
      **>          the same nominal figures the SIE export books.
      **>          The date comes off the command line as YYYY-MM-DD,
      **>          or YYYY-MM for that month's last day; blank means
      **>          the last day of the previous month. Run as the
      **>          last month-end step and by hand for audits.
      **> Initial Version Created: 2014-06-02
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARFIL ASSIGN TO WC-AR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FS.

           SELECT SIEIN ASSIGN TO WC-SIEIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIEIN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARFIL.
       01  AR-POST             PIC X(120).

       FD  SIEIN.
       01  SIEIN-POST          PIC X(120).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  ARBAL-OK-SW             PIC X VALUE 'Y'.
               88  ARBAL-OK                VALUE 'Y'.
           05  SIEIN-EOF-SW            PIC X VALUE 'N'.
               88  SIEIN-EOF               VALUE 'Y'.
           05  AR-LINE-PENDING-SW      PIC X VALUE 'N'.
               88  AR-LINE-PENDING         VALUE 'Y'.

       01  AR-FS               PIC X(2) VALUE SPACE.
           88  AR-SUCCESSFUL       VALUE '00'.

       01  SIEIN-FS            PIC X(2) VALUE SPACE.
           88  SIEIN-SUCCESSFUL    VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

      *>   the date the balance is rebuilt for, and the last month
      *>   the books are taken to be closed for
       01  WC-AR-CMDLINE       PIC X(40) VALUE SPACE.
       01  WC-AR-ARG           PIC X(10) VALUE SPACE.
       01  WC-AR-DATE          PIC X(10) VALUE SPACE.
       01  WC-AR-MONTH-END     PIC X(10) VALUE SPACE.
       01  WC-AR-LEDGER-END    PIC X(7)  VALUE SPACE.
       01  WC-AR-LEDGER-YM     PIC X(6)  VALUE SPACE.
       01  WC-AR-FILENAME      PIC X(40) VALUE SPACE.
       01  WC-SIEIN-FILENAME   PIC X(100) VALUE SPACE.

      *>   work fields for a month's real last day - the first of
      *>   the next month minus one
       01  WN-EOM-YEAR         PIC 9(4)  VALUE ZERO.
       01  WN-EOM-MONTH        PIC 9(2)  VALUE ZERO.
       01  WN-EOM-YMD          PIC 9(8)  VALUE ZERO.
       01  WN-EOM-INT          PIC S9(9) COMP VALUE ZERO.

      *>   the receivables account, from ACCTMAP with the BAS
      *>   account as fallback - the same lookup the SIE export does
       01  WC-ACCT-AR          PIC X(4)  VALUE '1510'.
       01  WC-ACCT-LOOKUP      PIC X(10) VALUE SPACE.

      *>   months are numbered from January 2000, so every month up
      *>   to the date has its own slot in the tables below
       01  WC-AR-YM-IN         PIC X(7)  VALUE SPACE.
       01  WC-AR-YM-OUT        PIC X(7)  VALUE SPACE.
       01  WN-AR-IX-YEAR       PIC 9(4)  VALUE ZERO.
       01  WN-AR-IX-MONTH      PIC 9(2)  VALUE ZERO.
       01  WN-AR-MX            PIC S9(4) COMP VALUE ZERO.
       01  WN-AR-VX            PIC S9(4) COMP VALUE ZERO.
       01  WN-AR-CUR-MX        PIC S9(4) COMP VALUE ZERO.
       01  WN-AR-ASOF-MX       PIC S9(4) COMP VALUE ZERO.
       01  WN-AR-LEDGER-MX     PIC S9(4) COMP VALUE ZERO.
       01  WN-AR-MONTH-MAX     PIC S9(4) COMP VALUE 600.
       01  WN-AR-VNO           PIC 9(1)  VALUE ZERO.

      *>   per month: whether a SIE file was read for it and when it
      *>   was produced, the rebuilt sales and payments, and the
      *>   receivables account per verification number in the file
       01  AR-MONTH-TABLE.
           05  AR-MONTH OCCURS 600 TIMES.
               10  WC-AR-M-FILE        PIC X(1).
                   88  AR-M-HAS-FILE       VALUE 'Y'.
               10  WC-AR-M-PRODDATE    PIC X(10).
               10  W9-AR-M-SALES       PIC S9(11)V9(2) COMP-3.
               10  W9-AR-M-PAID        PIC S9(11)V9(2) COMP-3.
               10  AR-M-VER OCCURS 9 TIMES.
                   15  WC-AR-V-SEEN        PIC X(1).
                   15  WC-AR-V-TEXT        PIC X(30).
                   15  W9-AR-V-AMOUNT      PIC S9(11)V9(2) COMP-3.

       01  WC-AR-SKIP          PIC X(30) VALUE SPACE.
       01  WN-AR-FILE-COUNT    PIC S9(9) COMP VALUE ZERO.
       01  WN-AR-MISSING-FILES PIC S9(9) COMP VALUE ZERO.

      *>   one invoice off the open-item cursor
       01  W9-AR-NET           PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-VATAMT        PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-GROSS         PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-PAID          PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-TAXRED        PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WN-AR-GRPKEY        PIC S9(9) COMP VALUE ZERO.
       01  WC-AR-CANCELDATE    PIC X(10) VALUE SPACE.
       01  WC-AR-REMOVED       PIC X(1)  VALUE SPACE.

      *>   the list line being built - an invoice with the credit
      *>   notes against it folded in
       01  WN-AR-P-KEY         PIC S9(9) COMP VALUE ZERO.
       01  WC-AR-P-INVNO       PIC X(16) VALUE SPACE.
       01  WC-AR-P-INVDATE     PIC X(10) VALUE SPACE.
       01  WC-AR-P-CURRENCY    PIC X(3)  VALUE SPACE.
       01  WC-AR-P-REMOVED     PIC X(1)  VALUE SPACE.
       01  WC-AR-P-CREDITED    PIC X(1)  VALUE SPACE.
       01  W9-AR-P-GROSS       PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-P-PAID        PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-P-TAXRED      PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-P-OPEN        PIC S9(9)V9(2) COMP-3 VALUE ZERO.

      *>   control breaks and totals of the list
       01  WC-AR-CUR-CUSTNO    PIC X(10) VALUE LOW-VALUE.
       01  WN-AR-CUR-DEBT-ID   PIC S9(9) COMP VALUE -1.
       01  WN-AR-DEBT-LINES    PIC S9(9) COMP VALUE ZERO.
       01  WN-AR-CUST-LINES    PIC S9(9) COMP VALUE ZERO.
       01  WN-AR-LINE-COUNT    PIC S9(9) COMP VALUE ZERO.
       01  W9-AR-DEBT-OPEN     PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-CUST-OPEN     PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-TOTAL-OPEN    PIC S9(11)V9(2) COMP-3 VALUE ZERO.

      *>   a payments-per-month row and a reversed payment
       01  WN-AR-PAY-YEAR      PIC S9(9) COMP VALUE ZERO.
       01  WN-AR-PAY-MONTH     PIC S9(9) COMP VALUE ZERO.
       01  W9-AR-PAY-IN        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-PAY-OUT       PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  WC-AR-REV-PAYDATE   PIC X(10) VALUE SPACE.
       01  WC-AR-REV-DATE      PIC X(10) VALUE SPACE.
       01  W9-AR-REV-AMT       PIC S9(9)V9(2) COMP-3 VALUE ZERO.

      *>   the explanation of the difference, each figure what it
      *>   adds to books minus list
       01  W9-AR-X-FX          PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-X-OTHERVER    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-X-CANCEL      PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-X-REVERSED    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-X-OUTSIDE     PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-X-NOFILE      PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-X-AFTER       PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-X-WRITEOFF    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-X-SOLD        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-X-TAXRED      PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-X-EXPLAINED   PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-X-RESIDUAL    PIC S9(11)V9(2) COMP-3 VALUE ZERO.

      *>   one reconciliation row, and the books' total
       01  WC-AR-R-VER         PIC X(5)  VALUE SPACE.
       01  WC-AR-R-TEXT        PIC X(30) VALUE SPACE.
       01  W9-AR-R-LEDGER      PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-R-SUB         PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-R-DIFF        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-LEDGER-TOTAL  PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-AR-TOTAL-DIFF    PIC S9(11)V9(2) COMP-3 VALUE ZERO.

       01  WE-AR-DEBT-ID       PIC Z(8)9.
       01  WE-AR-GROSS         PIC -(9)9.99.
       01  WE-AR-PAID          PIC -(9)9.99.
       01  WE-AR-TAXRED        PIC -(9)9.99.
       01  WE-AR-OPEN          PIC -(9)9.99.
       01  WE-AR-LEDGER        PIC -(10)9.99.
       01  WE-AR-SUB           PIC -(10)9.99.
       01  WE-AR-DIFF          PIC -(10)9.99.
       01  WE-AR-COUNT         PIC Z(8)9.
       01  WC-AR-LINE          PIC X(120) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE ACCTMAP    END-EXEC.
           EXEC SQL INCLUDE OUTFILEREG END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   every invoice dated by the date, in list order, with its
      *>   net, the invoice a credit note credits, what was paid on
      *>   it by then, the tax reduction standing against it then,
      *>   when it was cancelled and whether it had been written off
      *>   (A) or sold (S) by then. A payment counts from its
      *>   payment date until the approved reversal, and late
      *>   interest counts on the interest invoice it settled
           EXEC SQL
               DECLARE CUR-AR-OPEN CURSOR FOR
               SELECT I.CUSTNO, I.DEBT_ID, I.INV_ID, I.INVNO,
                      I.INVDATE, I.CURRENCY, I.VAT, I.INVSTATE,
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = I.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID),
                      COALESCE(
                          (SELECT MIN(O.INV_ID)
                           FROM TUTORIAL.STGINV G,
                                TUTORIAL.INVOICE O
                           WHERE G.TRANCODE = '12'
                             AND G.RESULTCODE = 0
                             AND G.CUSTNO = I.CUSTNO
                             AND G.INVNO = I.INVNO
                             AND O.CUSTNO = G.CUSTNO
                             AND O.INVNO = G.CREDITREF),
                          I.INV_ID) AS GRPKEY,
                      COALESCE(P.PAID, 0),
                      (SELECT COALESCE(SUM(
                                  CASE WHEN T.STATE IN ('G', 'A')
                                        AND T.DECDATE <= :WC-AR-DATE
                                       THEN COALESCE(T.APPRAMT, 0)
                                       ELSE T.REDAMT END), 0)
                       FROM TUTORIAL.TAXRED T
                       WHERE T.INV_ID = I.INV_ID),
                      CASE WHEN I.INVSTATE = 3
                           THEN COALESCE(
                               (SELECT MAX(L.PROCDATE)
                                FROM TUTORIAL.OUTLOG L
                                WHERE L.CUST_ID = I.CUST_ID
                                  AND L.INVNO = I.INVNO
                                  AND L.ACTIONCODE = 'M'),
                               (SELECT MAX(H.PROCDATE)
                                FROM TUTORIAL.OUTLOGHIST H
                                WHERE H.CUST_ID = I.CUST_ID
                                  AND H.INVNO = I.INVNO
                                  AND H.ACTIONCODE = 'M'),
                               I.INVDATE)
                           ELSE DATE('9999-12-31') END,
                      CASE WHEN EXISTS
                               (SELECT 1 FROM TUTORIAL.WRITEOFF W
                                WHERE W.INV_ID = I.INV_ID
                                  AND W.STATE = 'A'
                                  AND W.APPRDATE <= :WC-AR-DATE)
                           THEN 'A'
                           WHEN EXISTS
                               (SELECT 1
                                FROM TUTORIAL.DEBTSALEINV S,
                                     TUTORIAL.DEBTSALE D
                                WHERE S.INV_ID = I.INV_ID
                                  AND D.SALE_ID = S.SALE_ID
                                  AND D.STATE = 'S'
                                  AND D.SALEDATE <= :WC-AR-DATE)
                           THEN 'S'
                           ELSE ' ' END
               FROM TUTORIAL.INVOICE I
                    LEFT JOIN
                    (SELECT X.INV_ID, SUM(X.AMT) AS PAID
                     FROM (SELECT B.PAYMENT_ID, B.INV_ID,
                                  B.PAYDATE, B.REVERSED,
                                  B.AMOUNT - B.COSTAMT - B.INTAMT
                                      AS AMT
                           FROM TUTORIAL.BGPAYMENT B
                           UNION ALL
                           SELECT B.PAYMENT_ID, B.INTINV_ID,
                                  B.PAYDATE, B.REVERSED, B.INTAMT
                           FROM TUTORIAL.BGPAYMENT B
                           WHERE B.INTAMT <> 0
                           UNION ALL
                           SELECT H.PAYMENT_ID, H.INV_ID,
                                  H.PAYDATE, H.REVERSED,
                                  H.AMOUNT - H.COSTAMT - H.INTAMT
                           FROM TUTORIAL.BGPAYHIST H
                           UNION ALL
                           SELECT H.PAYMENT_ID, H.INTINV_ID,
                                  H.PAYDATE, H.REVERSED, H.INTAMT
                           FROM TUTORIAL.BGPAYHIST H
                           WHERE H.INTAMT <> 0) X
                     WHERE X.PAYDATE <= :WC-AR-DATE
                       AND (X.REVERSED = 'N'
                            OR EXISTS
                               (SELECT 1 FROM TUTORIAL.APPROVAL A
                                WHERE A.ACTIONTYPE = 'REVERSE'
                                  AND A.STATE = 'A'
                                  AND A.KEY1 = X.PAYMENT_ID
                                  AND A.PROPDATE > :WC-AR-DATE))
                     GROUP BY X.INV_ID) P
                    ON P.INV_ID = I.INV_ID
               WHERE I.INVDATE <= :WC-AR-DATE
               ORDER BY I.CUSTNO, I.DEBT_ID, GRPKEY, I.INV_ID
           END-EXEC

      *>   the same payments summed per payment month, split on
      *>   whether the invoice they went to is on the list
           EXEC SQL
               DECLARE CUR-AR-PAYMONTH CURSOR FOR
               SELECT YEAR(X.PAYDATE), MONTH(X.PAYDATE),
                      COALESCE(SUM(
                          CASE WHEN I.INV_ID IS NOT NULL
                                AND I.INVDATE <= :WC-AR-DATE
                                AND (I.INVSTATE <> 3
                                     OR EXISTS
                                     (SELECT 1 FROM TUTORIAL.OUTLOG L
                                      WHERE L.CUST_ID = I.CUST_ID
                                        AND L.INVNO = I.INVNO
                                        AND L.ACTIONCODE = 'M'
                                        AND L.PROCDATE > :WC-AR-DATE)
                                     OR EXISTS
                                     (SELECT 1
                                      FROM TUTORIAL.OUTLOGHIST H
                                      WHERE H.CUST_ID = I.CUST_ID
                                        AND H.INVNO = I.INVNO
                                        AND H.ACTIONCODE = 'M'
                                        AND H.PROCDATE > :WC-AR-DATE))
                               THEN X.AMT ELSE 0 END), 0),
                      COALESCE(SUM(
                          CASE WHEN I.INV_ID IS NOT NULL
                                AND I.INVDATE <= :WC-AR-DATE
                                AND (I.INVSTATE <> 3
                                     OR EXISTS
                                     (SELECT 1 FROM TUTORIAL.OUTLOG L
                                      WHERE L.CUST_ID = I.CUST_ID
                                        AND L.INVNO = I.INVNO
                                        AND L.ACTIONCODE = 'M'
                                        AND L.PROCDATE > :WC-AR-DATE)
                                     OR EXISTS
                                     (SELECT 1
                                      FROM TUTORIAL.OUTLOGHIST H
                                      WHERE H.CUST_ID = I.CUST_ID
                                        AND H.INVNO = I.INVNO
                                        AND H.ACTIONCODE = 'M'
                                        AND H.PROCDATE > :WC-AR-DATE))
                               THEN 0 ELSE X.AMT END), 0)
               FROM (SELECT B.PAYMENT_ID, B.INV_ID,
                            B.PAYDATE, B.REVERSED,
                            B.AMOUNT - B.COSTAMT - B.INTAMT AS AMT
                     FROM TUTORIAL.BGPAYMENT B
                     UNION ALL
                     SELECT B.PAYMENT_ID, B.INTINV_ID,
                            B.PAYDATE, B.REVERSED, B.INTAMT
                     FROM TUTORIAL.BGPAYMENT B
                     WHERE B.INTAMT <> 0
                     UNION ALL
                     SELECT H.PAYMENT_ID, H.INV_ID,
                            H.PAYDATE, H.REVERSED,
                            H.AMOUNT - H.COSTAMT - H.INTAMT
                     FROM TUTORIAL.BGPAYHIST H
                     UNION ALL
                     SELECT H.PAYMENT_ID, H.INTINV_ID,
                            H.PAYDATE, H.REVERSED, H.INTAMT
                     FROM TUTORIAL.BGPAYHIST H
                     WHERE H.INTAMT <> 0) X
                    LEFT JOIN TUTORIAL.INVOICE I
                    ON I.INV_ID = X.INV_ID
               WHERE X.PAYDATE <= :WC-AR-DATE
                 AND (X.REVERSED = 'N'
                      OR EXISTS
                         (SELECT 1 FROM TUTORIAL.APPROVAL A
                          WHERE A.ACTIONTYPE = 'REVERSE'
                            AND A.STATE = 'A'
                            AND A.KEY1 = X.PAYMENT_ID
                            AND A.PROPDATE > :WC-AR-DATE))
               GROUP BY YEAR(X.PAYDATE), MONTH(X.PAYDATE)
           END-EXEC

      *>   every reversed payment made by the date, with the date
      *>   its reversal was approved - the part the SIE export
      *>   credits to receivables
           EXEC SQL
               DECLARE CUR-AR-REVPAY CURSOR FOR
               SELECT X.PAYDATE, X.AMT,
                      COALESCE(
                          (SELECT MAX(A.PROPDATE)
                           FROM TUTORIAL.APPROVAL A
                           WHERE A.ACTIONTYPE = 'REVERSE'
                             AND A.STATE = 'A'
                             AND A.KEY1 = X.PAYMENT_ID),
                          X.PAYDATE)
               FROM (SELECT B.PAYMENT_ID, B.PAYDATE,
                            B.AMOUNT - B.COSTAMT AS AMT
                     FROM TUTORIAL.BGPAYMENT B
                     WHERE B.REVERSED = 'Y'
                     UNION ALL
                     SELECT H.PAYMENT_ID, H.PAYDATE,
                            H.AMOUNT - H.COSTAMT
                     FROM TUTORIAL.BGPAYHIST H
                     WHERE H.REVERSED = 'Y') X
               WHERE X.PAYDATE <= :WC-AR-DATE
           END-EXEC

      *>   the latest whole-company SIE file of every month up to
      *>   the last closed one
           EXEC SQL
               DECLARE CUR-AR-SIEFILES CURSOR FOR
               SELECT R.FILENAME, R.HANDNAME, R.PRODDATE
               FROM TUTORIAL.OUTFILEREG R
               WHERE R.FILETYPE = 'SIE'
                 AND R.HANDNAME LIKE 'sie4-______.se'
                 AND SUBSTR(R.HANDNAME, 6, 6) <= :WC-AR-LEDGER-YM
                 AND R.OFR_ID =
                     (SELECT MAX(R2.OFR_ID)
                      FROM TUTORIAL.OUTFILEREG R2
                      WHERE R2.FILETYPE = 'SIE'
                        AND R2.HANDNAME = R.HANDNAME)
               ORDER BY R.HANDNAME
           END-EXEC

       PROCEDURE DIVISION.

       000-AR-BALANCE.
           MOVE 'PbsArBalance.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT
           IF ARBAL-OK
               PERFORM 110-LOAD-AR-ACCOUNT
               PERFORM 120-READ-LEDGER-FILES
           END-IF
           IF ARBAL-OK
               PERFORM 130-LIST-OPEN-ITEMS
           END-IF
           IF ARBAL-OK
               PERFORM 140-SUM-PAYMENT-MONTHS
           END-IF
           IF ARBAL-OK
               PERFORM 150-SUM-REVERSED-PAYMENTS
           END-IF
           IF ARBAL-OK
               PERFORM 160-WRITE-RECONCILIATION
           END-IF
           PERFORM 100-END
           IF ARBAL-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
      *>   YYYY-MM-DD, or YYYY-MM for that month's last day; blank
      *>   means the last day of the previous month
           ACCEPT WC-AR-CMDLINE FROM COMMAND-LINE
           UNSTRING WC-AR-CMDLINE DELIMITED BY ALL SPACE
               INTO WC-AR-ARG
           END-UNSTRING

           CALL 'BUSDATE' USING TODAYS-DATE

           INITIALIZE AR-MONTH-TABLE

           IF WC-AR-ARG = SPACE
               MOVE T-YEAR  TO WN-EOM-YEAR
               MOVE T-MONTH TO WN-EOM-MONTH
               COMPUTE WN-EOM-YMD =
                   WN-EOM-YEAR * 10000 + WN-EOM-MONTH * 100 + 1
               COMPUTE WN-EOM-INT =
                   FUNCTION INTEGER-OF-DATE(WN-EOM-YMD) - 1
               COMPUTE WN-EOM-YMD =
                   FUNCTION DATE-OF-INTEGER(WN-EOM-INT)
               MOVE SPACE TO WC-AR-DATE
               MOVE WN-EOM-YMD(1:4) TO WC-AR-DATE(1:4)
               MOVE WN-EOM-YMD(5:2) TO WC-AR-DATE(6:2)
               MOVE WN-EOM-YMD(7:2) TO WC-AR-DATE(9:2)
               MOVE '-' TO WC-AR-DATE(5:1), WC-AR-DATE(8:1)
           ELSE
               MOVE WC-AR-ARG TO WC-AR-DATE
               IF WC-AR-DATE(8:3) = SPACE
                   MOVE '-01' TO WC-AR-DATE(8:3)
               END-IF
           END-IF

           IF WC-AR-DATE(5:1) NOT = '-'
              OR WC-AR-DATE(8:1) NOT = '-'
              OR WC-AR-DATE(1:4) IS NOT NUMERIC
              OR WC-AR-DATE(6:2) IS NOT NUMERIC
              OR WC-AR-DATE(9:2) IS NOT NUMERIC
              OR WC-AR-DATE(6:2) < '01' OR WC-AR-DATE(6:2) > '12'
              OR WC-AR-DATE(9:2) < '01' OR WC-AR-DATE(9:2) > '31'
               DISPLAY ' Ogiltigt datum (YYYY-MM-DD): ' WC-AR-ARG
               MOVE 'N' TO ARBAL-OK-SW
           ELSE
      *>       the last day of the date's month
               MOVE WC-AR-DATE(1:4) TO WN-EOM-YEAR
               MOVE WC-AR-DATE(6:2) TO WN-EOM-MONTH
               IF WN-EOM-MONTH = 12
                   ADD 1 TO WN-EOM-YEAR
                   MOVE 1 TO WN-EOM-MONTH
               ELSE
                   ADD 1 TO WN-EOM-MONTH
               END-IF
               COMPUTE WN-EOM-YMD =
                   WN-EOM-YEAR * 10000 + WN-EOM-MONTH * 100 + 1
               COMPUTE WN-EOM-INT =
                   FUNCTION INTEGER-OF-DATE(WN-EOM-YMD) - 1
               COMPUTE WN-EOM-YMD =
                   FUNCTION DATE-OF-INTEGER(WN-EOM-INT)
               MOVE SPACE TO WC-AR-MONTH-END
               MOVE WN-EOM-YMD(1:4) TO WC-AR-MONTH-END(1:4)
               MOVE WN-EOM-YMD(5:2) TO WC-AR-MONTH-END(6:2)
               MOVE WN-EOM-YMD(7:2) TO WC-AR-MONTH-END(9:2)
               MOVE '-' TO WC-AR-MONTH-END(5:1), WC-AR-MONTH-END(8:1)

      *>       a month-only argument means the month's last day
               IF WC-AR-ARG(8:3) = SPACE
                   MOVE WC-AR-MONTH-END TO WC-AR-DATE
               END-IF

               IF WC-AR-DATE > WC-AR-MONTH-END
                   DISPLAY ' Ogiltigt datum (YYYY-MM-DD): ' WC-AR-ARG
                   MOVE 'N' TO ARBAL-OK-SW
               END-IF
           END-IF

           IF ARBAL-OK
               MOVE WC-AR-DATE(1:7) TO WC-AR-YM-IN
               PERFORM 900-MONTH-INDEX
               MOVE WN-AR-MX TO WN-AR-ASOF-MX

      *>       the books are taken as closed through the date's
      *>       month on its last day, through the month before
      *>       otherwise
               IF WC-AR-DATE = WC-AR-MONTH-END
                   MOVE WN-AR-ASOF-MX TO WN-AR-LEDGER-MX
               ELSE
                   COMPUTE WN-AR-LEDGER-MX = WN-AR-ASOF-MX - 1
               END-IF
               MOVE WN-AR-LEDGER-MX TO WN-AR-MX
               PERFORM 910-MONTH-NAME
               MOVE WC-AR-YM-OUT TO WC-AR-LEDGER-END
               MOVE WC-AR-YM-OUT(1:4) TO WC-AR-LEDGER-YM(1:4)
               MOVE WC-AR-YM-OUT(6:2) TO WC-AR-LEDGER-YM(5:2)

               MOVE SPACE TO WC-AR-FILENAME
               STRING 'data/reskontra-' DELIMITED BY SIZE
                      WC-AR-DATE DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WC-AR-FILENAME
               END-STRING

               OPEN OUTPUT ARFIL
               IF NOT AR-SUCCESSFUL
                   DISPLAY ' Kan inte skapa reskontralistan: '
                           WC-AR-FILENAME
                   MOVE 'N' TO ARBAL-OK-SW
               ELSE
                   MOVE SPACE TO WC-AR-LINE
                   STRING 'KUNDRESKONTRA PER ' DELIMITED BY SIZE
                          WC-AR-DATE DELIMITED BY SIZE
                          ' - ÖPPNA POSTER' DELIMITED BY SIZE
                       INTO WC-AR-LINE
                   END-STRING
                   MOVE WC-AR-LINE TO AR-POST
                   WRITE AR-POST
                   MOVE SPACE TO AR-POST
                   WRITE AR-POST
                   MOVE '  Fakturanr        Fakturadat Val'
                     & '        Brutto        Betalt'
                     & '    Skattered.         Öppet'
                       TO AR-POST
                   WRITE AR-POST
               END-IF
           END-IF.
      ***********************

       100-END.
           IF AR-SUCCESSFUL
               CLOSE ARFIL
           END-IF

           DISPLAY ' === Kundreskontra per ' WC-AR-DATE ' ==='
           MOVE W9-AR-TOTAL-OPEN TO WE-AR-LEDGER
           DISPLAY ' Öppna poster       : ' WE-AR-LEDGER
           MOVE WN-AR-LINE-COUNT TO WE-AR-COUNT
           DISPLAY ' Antal poster       : ' WE-AR-COUNT
           MOVE W9-AR-LEDGER-TOTAL TO WE-AR-LEDGER
           DISPLAY ' Huvudbok ' WC-ACCT-AR ' t.o.m. '
                   WC-AR-LEDGER-END ': ' WE-AR-LEDGER
           MOVE WN-AR-FILE-COUNT TO WE-AR-COUNT
           DISPLAY ' SIE-filer lästa    : ' WE-AR-COUNT
           MOVE W9-AR-X-RESIDUAL TO WE-AR-LEDGER
           DISPLAY ' Oförklarat         : ' WE-AR-LEDGER
           IF ARBAL-OK
               DISPLAY ' Listan skriven till ' WC-AR-FILENAME
           END-IF.
      ***********************

       110-LOAD-AR-ACCOUNT.
           MOVE 'AR' TO WC-ACCT-LOOKUP
           EXEC SQL
               SELECT ACCTNO
               INTO :ACCTMAP-ACCTNO
               FROM TUTORIAL.ACCTMAP
               WHERE ACCTKEY = :WC-ACCT-LOOKUP
           END-EXEC
           IF SQLCODE = ZERO
               MOVE ACCTMAP-ACCTNO TO WC-ACCT-AR
           END-IF.
      ***********************

       120-READ-LEDGER-FILES.
      *>   the receivables account per verification, out of every
      *>   closed month's SIE file
           EXEC SQL
               OPEN CUR-AR-SIEFILES
           END-EXEC

           MOVE SPACE TO OUTFILEREG-FILENAME-TEXT
           MOVE SPACE TO OUTFILEREG-HANDNAME-TEXT
           EXEC SQL
               FETCH CUR-AR-SIEFILES
               INTO :OUTFILEREG-FILENAME, :OUTFILEREG-HANDNAME,
                    :OUTFILEREG-PRODDATE
           END-EXEC

           PERFORM 210-READ-ONE-LEDGER-FILE
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE           TO WN-MSG-SQLCODE
               MOVE 'CUR-AR-SIEFILES' TO WC-MSG-TBLCURS
               MOVE '120-READ-LEDGER-FILES' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO ARBAL-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-AR-SIEFILES
           END-EXEC.
      ***********************

       210-READ-ONE-LEDGER-FILE.
      *>   the month is in the file's name, sie4-YYYYMM.se
           MOVE SPACE TO WC-AR-YM-IN
           MOVE OUTFILEREG-HANDNAME-TEXT(6:4) TO WC-AR-YM-IN(1:4)
           MOVE '-' TO WC-AR-YM-IN(5:1)
           MOVE OUTFILEREG-HANDNAME-TEXT(10:2) TO WC-AR-YM-IN(6:2)
           PERFORM 900-MONTH-INDEX
           MOVE WN-AR-MX TO WN-AR-CUR-MX

           MOVE SPACE TO WC-SIEIN-FILENAME
           MOVE OUTFILEREG-FILENAME-TEXT(1:OUTFILEREG-FILENAME-LEN)
               TO WC-SIEIN-FILENAME

           OPEN INPUT SIEIN
           IF NOT SIEIN-SUCCESSFUL
      *>       a registered file no longer on disk leaves its month
      *>       as one without a file
               DISPLAY ' SIE-filen saknas: ' WC-SIEIN-FILENAME
               ADD 1 TO WN-AR-MISSING-FILES
           ELSE
               ADD 1 TO WN-AR-FILE-COUNT
               MOVE 'Y' TO WC-AR-M-FILE(WN-AR-CUR-MX)
               MOVE OUTFILEREG-PRODDATE
                   TO WC-AR-M-PRODDATE(WN-AR-CUR-MX)
               MOVE ZERO TO WN-AR-VX
               MOVE 'N' TO SIEIN-EOF-SW
               READ SIEIN
                   AT END SET SIEIN-EOF TO TRUE
               END-READ
               PERFORM 215-TAKE-SIE-LINE
                   UNTIL SIEIN-EOF
               CLOSE SIEIN
           END-IF

           MOVE SPACE TO OUTFILEREG-FILENAME-TEXT
           MOVE SPACE TO OUTFILEREG-HANDNAME-TEXT
           EXEC SQL
               FETCH CUR-AR-SIEFILES
               INTO :OUTFILEREG-FILENAME, :OUTFILEREG-HANDNAME,
                    :OUTFILEREG-PRODDATE
           END-EXEC.
      ***********************

       215-TAKE-SIE-LINE.
      *>   #VER A n <date> "text" opens a verification, its #TRANS
      *>   lines on the receivables account are summed into it and
      *>   } closes it; the amount sits at the fixed place the SIE
      *>   export writes it
           EVALUATE TRUE
               WHEN SIEIN-POST(1:7) = '#VER A '
                   MOVE ZERO TO WN-AR-VX
                   IF SIEIN-POST(8:1) IS NUMERIC
                      AND SIEIN-POST(9:1) = SPACE
                       MOVE SIEIN-POST(8:1) TO WN-AR-VNO
                       MOVE WN-AR-VNO TO WN-AR-VX
                   END-IF
                   IF WN-AR-VX > ZERO
                       MOVE 'Y'
                           TO WC-AR-V-SEEN(WN-AR-CUR-MX, WN-AR-VX)
                       MOVE SPACE TO WC-AR-SKIP
                       UNSTRING SIEIN-POST DELIMITED BY '"'
                           INTO WC-AR-SKIP,
                                WC-AR-V-TEXT(WN-AR-CUR-MX, WN-AR-VX)
                       END-UNSTRING
                   END-IF
               WHEN SIEIN-POST(1:7) = '#TRANS '
                    AND WN-AR-VX > ZERO
                    AND SIEIN-POST(8:4) = WC-ACCT-AR
                   COMPUTE W9-AR-V-AMOUNT(WN-AR-CUR-MX, WN-AR-VX) =
                       W9-AR-V-AMOUNT(WN-AR-CUR-MX, WN-AR-VX)
                       + FUNCTION NUMVAL(SIEIN-POST(16:12))
               WHEN SIEIN-POST(1:1) = '}'
                   MOVE ZERO TO WN-AR-VX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           READ SIEIN
               AT END SET SIEIN-EOF TO TRUE
           END-READ.
      ***********************

       130-LIST-OPEN-ITEMS.
           EXEC SQL
               OPEN CUR-AR-OPEN
           END-EXEC

           PERFORM 220-FETCH-INVOICE

           PERFORM 225-TAKE-ONE-INVOICE
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE       TO WN-MSG-SQLCODE
               MOVE 'CUR-AR-OPEN' TO WC-MSG-TBLCURS
               MOVE '130-LIST-OPEN-ITEMS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO ARBAL-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-AR-OPEN
           END-EXEC

           PERFORM 230-FLUSH-LINE
           PERFORM 240-END-DEBTOR
           PERFORM 245-END-CUSTOMER

           MOVE W9-AR-TOTAL-OPEN TO WE-AR-OPEN
           MOVE SPACE TO WC-AR-LINE
           MOVE 'SUMMA ÖPPNA POSTER' TO WC-AR-LINE
           MOVE WE-AR-OPEN TO WC-AR-LINE(77:13)
           MOVE WC-AR-LINE TO AR-POST
           WRITE AR-POST.
      ***********************

       220-FETCH-INVOICE.
           EXEC SQL
               FETCH CUR-AR-OPEN
               INTO :INVOICE-CUSTNO, :INVOICE-DEBT-ID,
                    :INVOICE-INV-ID, :INVOICE-INVNO,
                    :INVOICE-INVDATE, :INVOICE-CURRENCY,
                    :INVOICE-VAT, :INVOICE-INVSTATE,
                    :W9-AR-NET, :WN-AR-GRPKEY, :W9-AR-PAID,
                    :W9-AR-TAXRED, :WC-AR-CANCELDATE,
                    :WC-AR-REMOVED
           END-EXEC.
      ***********************

       225-TAKE-ONE-INVOICE.
      *>   gross the way the SIE export books it, per invoice
           COMPUTE W9-AR-VATAMT ROUNDED = W9-AR-NET * INVOICE-VAT
           COMPUTE W9-AR-GROSS = W9-AR-NET + W9-AR-VATAMT

           MOVE INVOICE-INVDATE(1:7) TO WC-AR-YM-IN
           PERFORM 900-MONTH-INDEX

      *>   a cancelled invoice is off the list from its cancellation
      *>   on; the books still hold it when the month's file was made
      *>   before it was cancelled, and not when after
           IF INVOICE-INVSTATE = 3
              AND WC-AR-CANCELDATE NOT > WC-AR-DATE
               IF WN-AR-MX NOT > WN-AR-LEDGER-MX
                  AND AR-M-HAS-FILE(WN-AR-MX)
                  AND WC-AR-CANCELDATE > WC-AR-M-PRODDATE(WN-AR-MX)
                   ADD W9-AR-GROSS TO W9-AR-X-CANCEL
               END-IF
           ELSE
               IF INVOICE-INVSTATE = 3
                  AND WN-AR-MX NOT > WN-AR-LEDGER-MX
                  AND AR-M-HAS-FILE(WN-AR-MX)
                  AND WC-AR-CANCELDATE NOT > WC-AR-M-PRODDATE(WN-AR-MX)
                   SUBTRACT W9-AR-GROSS FROM W9-AR-X-CANCEL
               END-IF
               PERFORM 227-LIST-INVOICE
           END-IF

           PERFORM 220-FETCH-INVOICE.
      ***********************

       227-LIST-INVOICE.
           ADD W9-AR-GROSS  TO W9-AR-M-SALES(WN-AR-MX)
           ADD W9-AR-TAXRED TO W9-AR-X-TAXRED

           IF INVOICE-CUSTNO NOT = WC-AR-CUR-CUSTNO
              OR INVOICE-DEBT-ID NOT = WN-AR-CUR-DEBT-ID
               PERFORM 230-FLUSH-LINE
               PERFORM 240-END-DEBTOR
               IF INVOICE-CUSTNO NOT = WC-AR-CUR-CUSTNO
                   PERFORM 245-END-CUSTOMER
               END-IF
               MOVE INVOICE-CUSTNO  TO WC-AR-CUR-CUSTNO
               MOVE INVOICE-DEBT-ID TO WN-AR-CUR-DEBT-ID
           END-IF

      *>   a credit note follows the invoice it credits and is
      *>   netted into its line
           IF NOT AR-LINE-PENDING
              OR WN-AR-GRPKEY NOT = WN-AR-P-KEY
               PERFORM 230-FLUSH-LINE
               SET AR-LINE-PENDING TO TRUE
               MOVE WN-AR-GRPKEY     TO WN-AR-P-KEY
               MOVE INVOICE-INVNO    TO WC-AR-P-INVNO
               MOVE INVOICE-INVDATE  TO WC-AR-P-INVDATE
               MOVE INVOICE-CURRENCY TO WC-AR-P-CURRENCY
               MOVE WC-AR-REMOVED    TO WC-AR-P-REMOVED
               MOVE SPACE            TO WC-AR-P-CREDITED
               MOVE ZERO TO W9-AR-P-GROSS
               MOVE ZERO TO W9-AR-P-PAID
               MOVE ZERO TO W9-AR-P-TAXRED
           END-IF

           IF WN-AR-GRPKEY NOT = INVOICE-INV-ID
               MOVE 'K' TO WC-AR-P-CREDITED
           END-IF

           ADD W9-AR-GROSS  TO W9-AR-P-GROSS
           ADD W9-AR-PAID   TO W9-AR-P-PAID
           ADD W9-AR-TAXRED TO W9-AR-P-TAXRED.
      ***********************

       230-FLUSH-LINE.
      *>   what a write-off or a debt sale took off the list is
      *>   still on the receivables account
           IF AR-LINE-PENDING
               MOVE 'N' TO AR-LINE-PENDING-SW
               COMPUTE W9-AR-P-OPEN = W9-AR-P-GROSS - W9-AR-P-PAID
                   - W9-AR-P-TAXRED
               EVALUATE WC-AR-P-REMOVED
                   WHEN 'A'
                       ADD W9-AR-P-OPEN TO W9-AR-X-WRITEOFF
                   WHEN 'S'
                       ADD W9-AR-P-OPEN TO W9-AR-X-SOLD
                   WHEN OTHER
                       IF W9-AR-P-OPEN NOT = ZERO
                           PERFORM 920-WRITE-OPEN-LINE
                       END-IF
               END-EVALUATE
           END-IF.
      ***********************

       240-END-DEBTOR.
           IF WN-AR-DEBT-LINES > ZERO
               MOVE W9-AR-DEBT-OPEN TO WE-AR-OPEN
               MOVE SPACE TO WC-AR-LINE
               MOVE '    Summa gäldenär' TO WC-AR-LINE
               MOVE WE-AR-OPEN TO WC-AR-LINE(77:13)
               MOVE WC-AR-LINE TO AR-POST
               WRITE AR-POST
           END-IF
           MOVE ZERO TO WN-AR-DEBT-LINES
           MOVE ZERO TO W9-AR-DEBT-OPEN.
      ***********************

       245-END-CUSTOMER.
           IF WN-AR-CUST-LINES > ZERO
               MOVE W9-AR-CUST-OPEN TO WE-AR-OPEN
               MOVE SPACE TO WC-AR-LINE
               STRING 'Summa kund ' DELIMITED BY SIZE
                      WC-AR-CUR-CUSTNO DELIMITED BY SPACE
                   INTO WC-AR-LINE
               END-STRING
               MOVE WE-AR-OPEN TO WC-AR-LINE(77:13)
               MOVE WC-AR-LINE TO AR-POST
               WRITE AR-POST
               MOVE SPACE TO AR-POST
               WRITE AR-POST
           END-IF
           MOVE ZERO TO WN-AR-CUST-LINES
           MOVE ZERO TO W9-AR-CUST-OPEN.
      ***********************

       140-SUM-PAYMENT-MONTHS.
           EXEC SQL
               OPEN CUR-AR-PAYMONTH
           END-EXEC

           EXEC SQL
               FETCH CUR-AR-PAYMONTH
               INTO :WN-AR-PAY-YEAR, :WN-AR-PAY-MONTH,
                    :W9-AR-PAY-IN, :W9-AR-PAY-OUT
           END-EXEC

           PERFORM 250-TAKE-PAYMENT-MONTH
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE           TO WN-MSG-SQLCODE
               MOVE 'CUR-AR-PAYMONTH' TO WC-MSG-TBLCURS
               MOVE '140-SUM-PAYMENT-MONTHS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO ARBAL-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-AR-PAYMONTH
           END-EXEC.
      ***********************

       250-TAKE-PAYMENT-MONTH.
      *>   a payment on an invoice not on the list still came off
      *>   the receivables account in a month the books hold
           MOVE WN-AR-PAY-YEAR  TO WN-AR-IX-YEAR
           MOVE WN-AR-PAY-MONTH TO WN-AR-IX-MONTH
           PERFORM 905-MONTH-NUMBER

           ADD W9-AR-PAY-IN TO W9-AR-M-PAID(WN-AR-MX)
           IF WN-AR-MX NOT > WN-AR-LEDGER-MX
              AND AR-M-HAS-FILE(WN-AR-MX)
               SUBTRACT W9-AR-PAY-OUT FROM W9-AR-X-OUTSIDE
           END-IF

           EXEC SQL
               FETCH CUR-AR-PAYMONTH
               INTO :WN-AR-PAY-YEAR, :WN-AR-PAY-MONTH,
                    :W9-AR-PAY-IN, :W9-AR-PAY-OUT
           END-EXEC.
      ***********************

       150-SUM-REVERSED-PAYMENTS.
           EXEC SQL
               OPEN CUR-AR-REVPAY
           END-EXEC

           EXEC SQL
               FETCH CUR-AR-REVPAY
               INTO :WC-AR-REV-PAYDATE, :W9-AR-REV-AMT,
                    :WC-AR-REV-DATE
           END-EXEC

           PERFORM 255-TAKE-REVERSED-PAYMENT
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE         TO WN-MSG-SQLCODE
               MOVE 'CUR-AR-REVPAY' TO WC-MSG-TBLCURS
               MOVE '150-SUM-REVERSED-PAYMENTS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO ARBAL-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-AR-REVPAY
           END-EXEC.
      ***********************

       255-TAKE-REVERSED-PAYMENT.
      *>   the books hold a reversed payment when its month's file
      *>   was made before the reversal; the list holds it when the
      *>   reversal came after the date
           MOVE WC-AR-REV-PAYDATE(1:7) TO WC-AR-YM-IN
           PERFORM 900-MONTH-INDEX

           IF WN-AR-MX NOT > WN-AR-LEDGER-MX
              AND AR-M-HAS-FILE(WN-AR-MX)
               IF WC-AR-REV-DATE > WC-AR-DATE
                  AND WC-AR-REV-DATE NOT > WC-AR-M-PRODDATE(WN-AR-MX)
                   ADD W9-AR-REV-AMT TO W9-AR-X-REVERSED
               END-IF
               IF WC-AR-REV-DATE NOT > WC-AR-DATE
                  AND WC-AR-REV-DATE > WC-AR-M-PRODDATE(WN-AR-MX)
                   SUBTRACT W9-AR-REV-AMT FROM W9-AR-X-REVERSED
               END-IF
           END-IF

           EXEC SQL
               FETCH CUR-AR-REVPAY
               INTO :WC-AR-REV-PAYDATE, :W9-AR-REV-AMT,
                    :WC-AR-REV-DATE
           END-EXEC.
      ***********************

       160-WRITE-RECONCILIATION.
           MOVE SPACE TO AR-POST
           WRITE AR-POST
           WRITE AR-POST
           MOVE SPACE TO WC-AR-LINE
           STRING 'AVSTÄMNING MOT HUVUDBOKEN, KONTO ' DELIMITED BY SIZE
                  WC-ACCT-AR DELIMITED BY SIZE
                  ', T.O.M. ' DELIMITED BY SIZE
                  WC-AR-LEDGER-END DELIMITED BY SIZE
               INTO WC-AR-LINE
           END-STRING
           MOVE WC-AR-LINE TO AR-POST
           WRITE AR-POST
           MOVE SPACE TO AR-POST
           WRITE AR-POST
           MOVE SPACE TO WC-AR-LINE
           MOVE 'Period  Ver   Text' TO WC-AR-LINE
           MOVE '      Huvudbok' TO WC-AR-LINE(46:14)
           MOVE '     Reskontra' TO WC-AR-LINE(61:14)
           MOVE '     Differens' TO WC-AR-LINE(76:14)
           MOVE WC-AR-LINE TO AR-POST
           WRITE AR-POST

           PERFORM 260-RECONCILE-MONTH
               VARYING WN-AR-CUR-MX FROM 1 BY 1
               UNTIL WN-AR-CUR-MX > WN-AR-ASOF-MX

      *>   what left the list without passing through the SIE file
           MOVE SPACE TO WC-AR-R-VER
           MOVE 'Avskrivna fordringar' TO WC-AR-R-TEXT
           MOVE W9-AR-X-WRITEOFF TO W9-AR-R-DIFF
           PERFORM 270-WRITE-UNBOOKED-ROW
           MOVE 'Sålda fordringar' TO WC-AR-R-TEXT
           MOVE W9-AR-X-SOLD TO W9-AR-R-DIFF
           PERFORM 270-WRITE-UNBOOKED-ROW
           MOVE 'Skattereduktion' TO WC-AR-R-TEXT
           MOVE W9-AR-X-TAXRED TO W9-AR-R-DIFF
           PERFORM 270-WRITE-UNBOOKED-ROW

           COMPUTE W9-AR-TOTAL-DIFF =
               W9-AR-LEDGER-TOTAL - W9-AR-TOTAL-OPEN
           MOVE W9-AR-LEDGER-TOTAL TO WE-AR-LEDGER
           MOVE W9-AR-TOTAL-OPEN   TO WE-AR-SUB
           MOVE W9-AR-TOTAL-DIFF   TO WE-AR-DIFF
           MOVE SPACE TO WC-AR-LINE
           MOVE 'Summa' TO WC-AR-LINE
           MOVE WE-AR-LEDGER TO WC-AR-LINE(46:14)
           MOVE WE-AR-SUB    TO WC-AR-LINE(61:14)
           MOVE WE-AR-DIFF   TO WC-AR-LINE(76:14)
           MOVE WC-AR-LINE TO AR-POST
           WRITE AR-POST

      *>   the difference explained - whatever remains is for the
      *>   accountants to follow up
           COMPUTE W9-AR-X-EXPLAINED = W9-AR-X-FX + W9-AR-X-OTHERVER
               + W9-AR-X-CANCEL + W9-AR-X-REVERSED + W9-AR-X-OUTSIDE
               + W9-AR-X-NOFILE + W9-AR-X-AFTER + W9-AR-X-WRITEOFF
               + W9-AR-X-SOLD + W9-AR-X-TAXRED
           COMPUTE W9-AR-X-RESIDUAL =
               W9-AR-TOTAL-DIFF - W9-AR-X-EXPLAINED

           MOVE SPACE TO AR-POST
           WRITE AR-POST
           MOVE 'DIFFERENSEN FÖRKLARAD' TO AR-POST
           WRITE AR-POST
           MOVE SPACE TO AR-POST
           WRITE AR-POST
           MOVE 'Valutaomvärdering (A 3)' TO WC-AR-R-TEXT
           MOVE W9-AR-X-FX TO W9-AR-R-DIFF
           PERFORM 930-WRITE-EXPLANATION
           MOVE 'Övriga verifikationer' TO WC-AR-R-TEXT
           MOVE W9-AR-X-OTHERVER TO W9-AR-R-DIFF
           PERFORM 930-WRITE-EXPLANATION
           MOVE 'Makulerade fakturor' TO WC-AR-R-TEXT
           MOVE W9-AR-X-CANCEL TO W9-AR-R-DIFF
           PERFORM 930-WRITE-EXPLANATION
           MOVE 'Återförda betalningar' TO WC-AR-R-TEXT
           MOVE W9-AR-X-REVERSED TO W9-AR-R-DIFF
           PERFORM 930-WRITE-EXPLANATION
           MOVE 'Betalningar utanför listan' TO WC-AR-R-TEXT
           MOVE W9-AR-X-OUTSIDE TO W9-AR-R-DIFF
           PERFORM 930-WRITE-EXPLANATION
           MOVE 'Månader utan SIE-fil' TO WC-AR-R-TEXT
           MOVE W9-AR-X-NOFILE TO W9-AR-R-DIFF
           PERFORM 930-WRITE-EXPLANATION
           MOVE 'Ej stängd månad' TO WC-AR-R-TEXT
           MOVE W9-AR-X-AFTER TO W9-AR-R-DIFF
           PERFORM 930-WRITE-EXPLANATION
           MOVE 'Avskrivna fordringar' TO WC-AR-R-TEXT
           MOVE W9-AR-X-WRITEOFF TO W9-AR-R-DIFF
           PERFORM 930-WRITE-EXPLANATION
           MOVE 'Sålda fordringar' TO WC-AR-R-TEXT
           MOVE W9-AR-X-SOLD TO W9-AR-R-DIFF
           PERFORM 930-WRITE-EXPLANATION
           MOVE 'Skattereduktion' TO WC-AR-R-TEXT
           MOVE W9-AR-X-TAXRED TO W9-AR-R-DIFF
           PERFORM 930-WRITE-EXPLANATION
           MOVE 'Oförklarat' TO WC-AR-R-TEXT
           MOVE W9-AR-X-RESIDUAL TO W9-AR-R-DIFF
           PERFORM 930-WRITE-EXPLANATION

           IF WN-AR-MISSING-FILES > ZERO
               MOVE WN-AR-MISSING-FILES TO WE-AR-COUNT
               MOVE SPACE TO WC-AR-LINE
               STRING 'Registrerade SIE-filer som saknas: '
                          DELIMITED BY SIZE
                      WE-AR-COUNT DELIMITED BY SIZE
                   INTO WC-AR-LINE
               END-STRING
               MOVE SPACE TO AR-POST
               WRITE AR-POST
               MOVE WC-AR-LINE TO AR-POST
               WRITE AR-POST
           END-IF.
      ***********************

       260-RECONCILE-MONTH.
           MOVE WN-AR-CUR-MX TO WN-AR-MX
           PERFORM 910-MONTH-NAME

           IF AR-M-HAS-FILE(WN-AR-CUR-MX)
               PERFORM 265-RECONCILE-VOUCHER
                   VARYING WN-AR-VX FROM 1 BY 1
                   UNTIL WN-AR-VX > 9
           ELSE
      *>       a month the books do not hold yet - no file made, or
      *>       not closed by the date
               IF W9-AR-M-SALES(WN-AR-CUR-MX) NOT = ZERO
                  OR W9-AR-M-PAID(WN-AR-CUR-MX) NOT = ZERO
                   MOVE ZERO TO W9-AR-R-LEDGER
                   COMPUTE W9-AR-R-SUB = W9-AR-M-SALES(WN-AR-CUR-MX)
                       - W9-AR-M-PAID(WN-AR-CUR-MX)
                   COMPUTE W9-AR-R-DIFF = ZERO - W9-AR-R-SUB
                   MOVE '-' TO WC-AR-R-VER
                   IF WN-AR-CUR-MX > WN-AR-LEDGER-MX
                       MOVE 'Ej stängd månad' TO WC-AR-R-TEXT
                       ADD W9-AR-R-DIFF TO W9-AR-X-AFTER
                   ELSE
                       MOVE 'SIE-fil saknas' TO WC-AR-R-TEXT
                       ADD W9-AR-R-DIFF TO W9-AR-X-NOFILE
                   END-IF
                   PERFORM 940-WRITE-RECON-ROW
               END-IF
           END-IF.
      ***********************

       265-RECONCILE-VOUCHER.
      *>   Fakturering against the month's sales, Betalningar
      *>   against its payments; nothing else in the file has a
      *>   counterpart on the list
           EVALUATE WN-AR-VX
               WHEN 1
                   MOVE W9-AR-M-SALES(WN-AR-CUR-MX) TO W9-AR-R-SUB
               WHEN 2
                   COMPUTE W9-AR-R-SUB =
                       ZERO - W9-AR-M-PAID(WN-AR-CUR-MX)
               WHEN OTHER
                   MOVE ZERO TO W9-AR-R-SUB
           END-EVALUATE

           IF WC-AR-V-SEEN(WN-AR-CUR-MX, WN-AR-VX) = 'Y'
              OR W9-AR-R-SUB NOT = ZERO
               MOVE W9-AR-V-AMOUNT(WN-AR-CUR-MX, WN-AR-VX)
                   TO W9-AR-R-LEDGER
               ADD W9-AR-R-LEDGER TO W9-AR-LEDGER-TOTAL
               COMPUTE W9-AR-R-DIFF = W9-AR-R-LEDGER - W9-AR-R-SUB
               MOVE SPACE TO WC-AR-R-VER
               MOVE WN-AR-VX TO WN-AR-VNO
               STRING 'A ' DELIMITED BY SIZE
                      WN-AR-VNO DELIMITED BY SIZE
                   INTO WC-AR-R-VER
               END-STRING
               IF WC-AR-V-SEEN(WN-AR-CUR-MX, WN-AR-VX) = 'Y'
                   MOVE WC-AR-V-TEXT(WN-AR-CUR-MX, WN-AR-VX)
                       TO WC-AR-R-TEXT
               ELSE
                   MOVE 'Verifikation saknas' TO WC-AR-R-TEXT
               END-IF
               EVALUATE WN-AR-VX
                   WHEN 1
                   WHEN 2
                       CONTINUE
                   WHEN 3
                       ADD W9-AR-R-DIFF TO W9-AR-X-FX
                   WHEN OTHER
                       ADD W9-AR-R-DIFF TO W9-AR-X-OTHERVER
               END-EVALUATE
               PERFORM 940-WRITE-RECON-ROW
           END-IF.
      ***********************

       270-WRITE-UNBOOKED-ROW.
           IF W9-AR-R-DIFF NOT = ZERO
               MOVE ZERO TO W9-AR-R-LEDGER
               COMPUTE W9-AR-R-SUB = ZERO - W9-AR-R-DIFF
               MOVE SPACE TO WC-AR-YM-OUT
               MOVE '-' TO WC-AR-R-VER
               PERFORM 940-WRITE-RECON-ROW
           END-IF.
      ***********************

       900-MONTH-INDEX.
      *>   YYYY-MM in WC-AR-YM-IN to its month number in WN-AR-MX
           MOVE WC-AR-YM-IN(1:4) TO WN-AR-IX-YEAR
           MOVE WC-AR-YM-IN(6:2) TO WN-AR-IX-MONTH
           PERFORM 905-MONTH-NUMBER.
      ***********************

       905-MONTH-NUMBER.
           IF WN-AR-IX-YEAR < 2000
               MOVE 1 TO WN-AR-MX
           ELSE
               COMPUTE WN-AR-MX =
                   (WN-AR-IX-YEAR - 2000) * 12 + WN-AR-IX-MONTH
           END-IF
           IF WN-AR-MX < 1
               MOVE 1 TO WN-AR-MX
           END-IF
           IF WN-AR-MX > WN-AR-MONTH-MAX
               MOVE WN-AR-MONTH-MAX TO WN-AR-MX
           END-IF.
      ***********************

       910-MONTH-NAME.
      *>   month number in WN-AR-MX back to YYYY-MM in WC-AR-YM-OUT
           COMPUTE WN-AR-IX-YEAR = 2000 + (WN-AR-MX - 1) / 12
           COMPUTE WN-AR-IX-MONTH =
               WN-AR-MX - (WN-AR-IX-YEAR - 2000) * 12
           MOVE SPACE TO WC-AR-YM-OUT
           MOVE WN-AR-IX-YEAR  TO WC-AR-YM-OUT(1:4)
           MOVE '-'            TO WC-AR-YM-OUT(5:1)
           MOVE WN-AR-IX-MONTH TO WC-AR-YM-OUT(6:2).
      ***********************

       920-WRITE-OPEN-LINE.
      *>   the customer and debtor headings go out with the first
      *>   line that has something open
           IF WN-AR-CUST-LINES = ZERO
               MOVE SPACE TO WC-AR-LINE
               STRING 'Kund ' DELIMITED BY SIZE
                      WC-AR-CUR-CUSTNO DELIMITED BY SPACE
                   INTO WC-AR-LINE
               END-STRING
               MOVE WC-AR-LINE TO AR-POST
               WRITE AR-POST
           END-IF
           IF WN-AR-DEBT-LINES = ZERO
               MOVE SPACE TO WC-AR-LINE
               IF WN-AR-CUR-DEBT-ID = ZERO
                   MOVE '  Egna fakturor till kunden' TO WC-AR-LINE
               ELSE
                   MOVE WN-AR-CUR-DEBT-ID TO WE-AR-DEBT-ID
                   STRING '  Gäldenär ' DELIMITED BY SIZE
                          WE-AR-DEBT-ID DELIMITED BY SIZE
                       INTO WC-AR-LINE
                   END-STRING
               END-IF
               MOVE WC-AR-LINE TO AR-POST
               WRITE AR-POST
           END-IF

           MOVE W9-AR-P-GROSS  TO WE-AR-GROSS
           MOVE W9-AR-P-PAID   TO WE-AR-PAID
           MOVE W9-AR-P-TAXRED TO WE-AR-TAXRED
           MOVE W9-AR-P-OPEN   TO WE-AR-OPEN
           MOVE SPACE TO WC-AR-LINE
           STRING '  ' DELIMITED BY SIZE
                  WC-AR-P-INVNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WC-AR-P-INVDATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WC-AR-P-CURRENCY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-AR-GROSS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-AR-PAID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-AR-TAXRED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-AR-OPEN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WC-AR-P-CREDITED DELIMITED BY SIZE
               INTO WC-AR-LINE
           END-STRING
           MOVE WC-AR-LINE TO AR-POST
           WRITE AR-POST

           ADD 1 TO WN-AR-DEBT-LINES
           ADD 1 TO WN-AR-CUST-LINES
           ADD 1 TO WN-AR-LINE-COUNT
           ADD W9-AR-P-OPEN TO W9-AR-DEBT-OPEN
           ADD W9-AR-P-OPEN TO W9-AR-CUST-OPEN
           ADD W9-AR-P-OPEN TO W9-AR-TOTAL-OPEN.
      ***********************

       930-WRITE-EXPLANATION.
           MOVE W9-AR-R-DIFF TO WE-AR-DIFF
           MOVE SPACE TO WC-AR-LINE
           MOVE WC-AR-R-TEXT TO WC-AR-LINE(14:30)
           MOVE WE-AR-DIFF   TO WC-AR-LINE(76:14)
           MOVE WC-AR-LINE TO AR-POST
           WRITE AR-POST.
      ***********************

       940-WRITE-RECON-ROW.
           MOVE W9-AR-R-LEDGER TO WE-AR-LEDGER
           MOVE W9-AR-R-SUB    TO WE-AR-SUB
           MOVE W9-AR-R-DIFF   TO WE-AR-DIFF
           MOVE SPACE TO WC-AR-LINE
           MOVE WC-AR-YM-OUT TO WC-AR-LINE(1:7)
           MOVE WC-AR-R-VER  TO WC-AR-LINE(9:5)
           MOVE WC-AR-R-TEXT TO WC-AR-LINE(15:30)
           MOVE WE-AR-LEDGER TO WC-AR-LINE(46:14)
           MOVE WE-AR-SUB    TO WC-AR-LINE(61:14)
           MOVE WE-AR-DIFF   TO WC-AR-LINE(76:14)
           MOVE WC-AR-LINE TO AR-POST
           WRITE AR-POST.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
