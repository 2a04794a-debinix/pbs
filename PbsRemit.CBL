       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsRemit.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Remittance run (redovisning): passes the debtor
      **>          payments collected on each customer's invoices
      **>          on to the customer. One settlement per customer
      **>          covers every BGPAYMENT row booked on their
      **>          invoices since the last run, less payments
      **>          reversed after they were remitted, less the
      **>          refunds PbsRefund paid back to their debtors,
      **>          less our own open fee invoices (the DEBT_ID 0
      **>          invoices of the billing run), which are settled
      **>          by offset. The net goes on a Bankgiro
      **>          leverantorsbetalningar (LB) file to the
      **>          customer's FINDATA bankgiro, every line of the
      **>          settlement is kept in REMITTANCE/REMITLINE so
      **>          nothing is ever remitted twice, and the
      **>          remittance specification is queued on the
      **>          MAILQUEUE to the customer. A customer whose
      **>          deductions swallow the payments, or who has no
      **>          bankgiro on file, or who has a sanctions-list hit
      **>          not yet cleared through four-eyes (SANCHIT, see
      **>          PbsSanction), is held and picked up again by
      **>          the next run. The LB file is encrypted for the
      **>          bank and signed with our key (OUTSEAL,
      **>          counterparty BANK, file type LB) and registered
      **>          in OUTFILEREG with its payment count and total;
      **>          a file that cannot be sealed fails the run and
      **>          is left for the next run to seal before it
      **>          writes a new one. Run weekly by hand or from the
      **>          scheduler - not part of the nightly window.
      **> Initial Version Created: 2014-04-22
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBFIL ASSIGN TO 'data/lbfil-redovisning.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBFIL-FS.

           SELECT SPECFIL ASSIGN TO WC-SPEC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPECFIL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LBFIL.
       01  LBFIL-POST          PIC X(80).

       FD  SPECFIL.
       01  SPECFIL-POST        PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  REMIT-OK-SW             PIC X VALUE 'Y'.
               88  REMIT-OK                VALUE 'Y'.
           05  REMIT-HOLD-SW           PIC X VALUE 'N'.
               88  REMIT-HOLD              VALUE 'Y'.

       01  LBFIL-FS            PIC X(2) VALUE SPACE.
           88  LBFIL-SUCCESSFUL    VALUE '00'.
       01  SPECFIL-FS          PIC X(2) VALUE SPACE.
           88  SPECFIL-SUCCESSFUL  VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-RUN-DATE-YMD     PIC X(6)  VALUE SPACE.
       01  WC-SPEC-FILENAME    PIC X(50) VALUE SPACE.
       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.
       01  WN-NEXT-REMIT-ID    PIC S9(9) COMP VALUE ZERO.
       01  WN-NEXT-PAYMENT-ID  PIC S9(9) COMP VALUE ZERO.
       01  WN-NEXT-MAILQ-ID    PIC S9(9) COMP VALUE ZERO.
       01  IND-REM-EMAIL       PIC S9(4) COMP VALUE ZERO.

      *>   the outbound file and its counterparty for OUTSEAL
       01  WC-SEAL-PARTY       PIC X(10) VALUE SPACE.
       01  WC-SEAL-FILE        PIC X(80) VALUE SPACE.
       01  WN-SEAL-RESULT      PIC S9(4) COMP VALUE ZERO.
       01  WC-SEAL-FILETYPE    PIC X(10) VALUE SPACE.
       01  WN-SEAL-RECCOUNT    PIC S9(9) COMP VALUE ZERO.
       01  W9-SEAL-AMOUNT      PIC S9(9)V9(2) COMP-3 VALUE ZERO.

       01  COUNTS-FIELDS.
           05  WN-REMIT-COUNT         PIC 9(5) VALUE ZERO.
           05  WN-HELD-COUNT          PIC 9(5) VALUE ZERO.
           05  W9-REMIT-TOTAL         PIC S9(11)V9(2) COMP-3
                                       VALUE ZERO.

      *>   the current customer's settlement, first totalled to
      *>   decide whether anything is to be paid out at all
       01  SETTLEMENT-FIELDS.
           05  WN-REM-PAYCOUNT        PIC S9(9) COMP VALUE ZERO.
           05  WN-REM-SANCHITS        PIC S9(9) COMP VALUE ZERO.
           05  W9-REM-PAYSUM          PIC S9(9)V9(2) COMP-3
                                       VALUE ZERO.
           05  W9-REM-REVSUM          PIC S9(9)V9(2) COMP-3
                                       VALUE ZERO.
           05  W9-REM-REFUNDSUM       PIC S9(9)V9(2) COMP-3
                                       VALUE ZERO.
           05  W9-REM-FEESUM          PIC S9(9)V9(2) COMP-3
                                       VALUE ZERO.
           05  W9-REM-AVAILABLE       PIC S9(9)V9(2) COMP-3
                                       VALUE ZERO.
           05  W9-REM-NET             PIC S9(9)V9(2) COMP-3
                                       VALUE ZERO.

      *>   one line fetched off the settlement cursors
       01  WN-REM-REF-ID       PIC S9(9) COMP VALUE ZERO.
       01  WC-REM-INVNO        PIC X(16) VALUE SPACE.
       01  WC-REM-DATE         PIC X(10) VALUE SPACE.
       01  WC-REM-BGCNR        PIC X(12) VALUE SPACE.
       01  W9-REM-AMOUNT       PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-REM-FEE-OUTST    PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-REM-FEE-APPLY    PIC S9(9)V9(2) COMP-3 VALUE ZERO.

       01  WE-REM-AMOUNT       PIC -(8)9.99.
       01  WE-REMIT-TOTAL      PIC -(10)9.99.
       01  WC-SPEC-LINE        PIC X(100) VALUE SPACE.

       01  WN-LB-COUNT         PIC 9(8)  VALUE ZERO.
       01  WN-LB-AMOUNT-ORE    PIC 9(12) VALUE ZERO.

      *>   fixed-layout LB payment record: trancode 14, recipient
      *>   bankgiro, amount in whole ore, payment date - the same
      *>   post the refund run writes
       01  LB-PAYMENT-POST.
           05  FILLER          PIC X(2)  VALUE '14'.
           05  LB-RECIPIENT-BG PIC X(10).
           05  LB-REFERENCE    PIC X(25).
           05  LB-AMOUNT       PIC 9(12).
           05  LB-PAYDATE      PIC X(6).
           05  FILLER          PIC X(25) VALUE SPACE.

      *>   fixed-layout message logged via SQLLOG for every
      *>   settlement paid out
       01  WR-REMIT-LOG-MESSAGE.
           05  FILLER          PIC X(9)  VALUE 'LBREMIT: '.
           05  FILLER          PIC X(5)  VALUE 'CUST:'.
           05  WN-RLOG-CUST-ID PIC -(6)9.
           05  FILLER          PIC X(1)  VALUE '|'.
           05  FILLER          PIC X(6)  VALUE 'REMIT:'.
           05  WN-RLOG-REMIT   PIC -(6)9.
           05  FILLER          PIC X(1)  VALUE '|'.
           05  FILLER          PIC X(7)  VALUE 'BELOPP:'.
           05  WE-RLOG-AMOUNT  PIC -(8)9.99.
           05  FILLER          PIC X(24) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE FINDATA    END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE BGPAYMENT  END-EXEC.
           EXEC SQL INCLUDE PBSCOMPANY END-EXEC.
           EXEC SQL INCLUDE REMITTANCE END-EXEC.
           EXEC SQL INCLUDE REMITLINE  END-EXEC.
           EXEC SQL INCLUDE REFUNDLOG  END-EXEC.
           EXEC SQL INCLUDE MAILQUEUE  END-EXEC.
           EXEC SQL INCLUDE SANCHIT    END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   every customer with a debtor payment not yet remitted,
      *>   or a refund or reversal not yet deducted
           EXEC SQL
               DECLARE CUR-REMIT-CUST CURSOR FOR
               SELECT C.CUST_ID, C.CUSTNO, C.EMAIL, F.BANKGIRO
               FROM TUTORIAL.CUSTOMER C, TUTORIAL.FINDATA F
               WHERE C.FIN_ID = F.FIN_ID
                 AND (EXISTS
                      (SELECT 1
                       FROM TUTORIAL.BGPAYMENT P,
                            TUTORIAL.INVOICE I
                       WHERE P.INV_ID = I.INV_ID
                         AND I.CUST_ID = C.CUST_ID
                         AND I.DEBT_ID NOT = 0
                         AND P.REVERSED = 'N'
                         AND NOT EXISTS
                             (SELECT 1 FROM TUTORIAL.REMITLINE R
                              WHERE R.LINETYPE = 'P'
                                AND R.REF_ID = P.PAYMENT_ID))
                   OR EXISTS
                      (SELECT 1
                       FROM TUTORIAL.REFUNDLOG F2,
                            TUTORIAL.BGPAYMENT P2,
                            TUTORIAL.INVOICE I2
                       WHERE F2.PAYMENT_ID = P2.PAYMENT_ID
                         AND P2.INV_ID = I2.INV_ID
                         AND I2.CUST_ID = C.CUST_ID
                         AND NOT EXISTS
                             (SELECT 1 FROM TUTORIAL.REMITLINE R2
                              WHERE R2.LINETYPE = 'R'
                                AND R2.REF_ID = F2.REFUND_ID)))
               ORDER BY C.CUST_ID
           END-EXEC

      *>   the customer's debtor payments not yet remitted
           EXEC SQL
               DECLARE CUR-REMIT-PAY CURSOR FOR
               SELECT P.PAYMENT_ID, I.INVNO, P.PAYDATE, P.BGCNR,
                      P.AMOUNT
               FROM TUTORIAL.BGPAYMENT P, TUTORIAL.INVOICE I
               WHERE P.INV_ID = I.INV_ID
                 AND I.CUST_ID = :CUSTOMER-CUST-ID
                 AND I.DEBT_ID NOT = 0
                 AND P.REVERSED = 'N'
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.REMITLINE R
                      WHERE R.LINETYPE = 'P'
                        AND R.REF_ID = P.PAYMENT_ID)
               ORDER BY P.PAYDATE, P.PAYMENT_ID
           END-EXEC

      *>   payments already remitted that have since been reversed
      *>   by payment correction - the money goes back
           EXEC SQL
               DECLARE CUR-REMIT-REV CURSOR FOR
               SELECT P.PAYMENT_ID, I.INVNO, P.PAYDATE, P.BGCNR,
                      P.AMOUNT
               FROM TUTORIAL.BGPAYMENT P, TUTORIAL.INVOICE I
               WHERE P.INV_ID = I.INV_ID
                 AND I.CUST_ID = :CUSTOMER-CUST-ID
                 AND I.DEBT_ID NOT = 0
                 AND P.REVERSED = 'Y'
                 AND EXISTS
                     (SELECT 1 FROM TUTORIAL.REMITLINE R
                      WHERE R.LINETYPE = 'P'
                        AND R.REF_ID = P.PAYMENT_ID)
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.REMITLINE R2
                      WHERE R2.LINETYPE = 'V'
                        AND R2.REF_ID = P.PAYMENT_ID)
               ORDER BY P.PAYDATE, P.PAYMENT_ID
           END-EXEC

      *>   refunds of overpayments on the customer's invoices paid
      *>   back to the debtor since the last run
           EXEC SQL
               DECLARE CUR-REMIT-REF CURSOR FOR
               SELECT F.REFUND_ID, I.INVNO, F.REFDATE, P.BGCNR,
                      F.AMOUNT
               FROM TUTORIAL.REFUNDLOG F, TUTORIAL.BGPAYMENT P,
                    TUTORIAL.INVOICE I
               WHERE F.PAYMENT_ID = P.PAYMENT_ID
                 AND P.INV_ID = I.INV_ID
                 AND I.CUST_ID = :CUSTOMER-CUST-ID
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.REMITLINE R
                      WHERE R.LINETYPE = 'R'
                        AND R.REF_ID = F.REFUND_ID)
               ORDER BY F.REFDATE, F.REFUND_ID
           END-EXEC

      *>   our own open fee invoices to the customer, oldest first
           EXEC SQL
               DECLARE CUR-REMIT-FEE CURSOR FOR
               SELECT I.INV_ID, I.INVNO, I.INVDATE,
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = I.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID)
                      - I.PAIDAMT
               FROM TUTORIAL.INVOICE I
               WHERE I.CUST_ID = :CUSTOMER-CUST-ID
                 AND I.DEBT_ID = 0
                 AND I.INVSTATE NOT IN (3, 6, 7, 8, 9)
               ORDER BY I.INVDATE, I.INV_ID
           END-EXEC

      *>   get highest primary key in MAILQUEUE table
           EXEC SQL
               DECLARE CUR-REM-MAXMQ CURSOR FOR
               SELECT MAILQ_ID
               FROM TUTORIAL.MAILQUEUE
               ORDER BY MAILQ_ID DESC
           END-EXEC

       PROCEDURE DIVISION.

       000-REMIT-RUN.
           MOVE 'PbsRemit.CBL' TO WC-MSG-SRCFILE

           PERFORM 100-INIT
      *>   a payout file an earlier run could not seal is sealed
      *>   before a new one overwrites it
           PERFORM 260-SEAL-LB-FILE
           IF REMIT-OK
               PERFORM 110-WRITE-LB-FILE
               PERFORM 100-END
           ELSE
               DISPLAY ' Osänd LB-fil från tidigare körning'
                       ' kan inte krypteras - körningen avbryts'
           END-IF
           IF REMIT-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
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
           MOVE W9-REMIT-TOTAL TO WE-REMIT-TOTAL
           DISPLAY ' === Redovisning till kunder ==='
           DISPLAY ' Antal redovisningar   : ' WN-REMIT-COUNT
           DISPLAY ' Vilande kunder        : ' WN-HELD-COUNT
           DISPLAY ' Utbetalt totalt       : ' WE-REMIT-TOTAL.
      ***********************

       110-WRITE-LB-FILE.
           OPEN OUTPUT LBFIL

           IF NOT LBFIL-SUCCESSFUL
               DISPLAY ' Kan inte skapa LB-filen!'
               MOVE 'N' TO REMIT-OK-SW
           ELSE
               PERFORM 210-WRITE-LB-OPENING

               EXEC SQL
                   OPEN CUR-REMIT-CUST
               END-EXEC

               EXEC SQL
                   FETCH CUR-REMIT-CUST
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO,
                        :CUSTOMER-EMAIL:IND-REM-EMAIL,
                        :FINDATA-BANKGIRO
               END-EXEC

               PERFORM 120-REMIT-ONE-CUSTOMER
                   UNTIL SQLCODE NOT = ZERO

               IF SQLCODE NOT = 100
                   MOVE SQLCODE          TO WN-MSG-SQLCODE
                   MOVE 'CUR-REMIT-CUST' TO WC-MSG-TBLCURS
                   MOVE '110-WRITE-LB-FILE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO REMIT-OK-SW
               END-IF

               EXEC SQL
                   CLOSE CUR-REMIT-CUST
               END-EXEC

               PERFORM 210-WRITE-LB-TOTAL

               CLOSE LBFIL

               PERFORM 260-SEAL-LB-FILE
           END-IF.
      ***********************

       120-REMIT-ONE-CUSTOMER.
      *>   total the settlement first: a customer whose reversals
      *>   and refunds exceed what came in, or who has no bankgiro
      *>   to pay to, is held untouched until the next run
           PERFORM 130-TOTAL-SETTLEMENT

           MOVE 'N' TO REMIT-HOLD-SW
           COMPUTE W9-REM-AVAILABLE =
               W9-REM-PAYSUM - W9-REM-REVSUM - W9-REM-REFUNDSUM

           IF W9-REM-AVAILABLE NOT > ZERO
               DISPLAY ' ' CUSTOMER-CUSTNO-TEXT(1:10)
                       ' vilar - avdrag överstiger inbetalningar'
               MOVE 'Y' TO REMIT-HOLD-SW
           END-IF

           IF FINDATA-BANKGIRO = SPACE
               DISPLAY ' ' CUSTOMER-CUSTNO-TEXT(1:10)
                       ' vilar - bankgiro saknas'
               MOVE 'Y' TO REMIT-HOLD-SW
           END-IF

      *>   nothing is paid to a customer on a sanctions list until
      *>   the hit has been cleared as a false positive
           MOVE ZERO TO WN-REM-SANCHITS
           EXEC SQL
               SELECT COUNT(*)
               INTO :WN-REM-SANCHITS
               FROM TUTORIAL.SANCHIT
               WHERE PARTYTYPE = 'K'
                 AND CUST_ID = :CUSTOMER-CUST-ID
                 AND STATE NOT = 'C'
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE   TO WN-MSG-SQLCODE
               MOVE 'SANCHIT' TO WC-MSG-TBLCURS
               MOVE '120-REMIT-ONE-CUSTOMER' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REMIT-OK-SW
               MOVE 1 TO WN-REM-SANCHITS
           END-IF

           IF WN-REM-SANCHITS > ZERO
               DISPLAY ' ' CUSTOMER-CUSTNO-TEXT(1:10)
                       ' vilar - sanktionsträff'
               MOVE 'Y' TO REMIT-HOLD-SW
           END-IF

           IF REMIT-HOLD
               ADD 1 TO WN-HELD-COUNT
           ELSE
               PERFORM 140-SETTLE-CUSTOMER
           END-IF

           EXEC SQL
               FETCH CUR-REMIT-CUST
               INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO,
                    :CUSTOMER-EMAIL:IND-REM-EMAIL,
                    :FINDATA-BANKGIRO
           END-EXEC.
      ***********************

       130-TOTAL-SETTLEMENT.
           MOVE ZERO TO WN-REM-PAYCOUNT
           MOVE ZERO TO W9-REM-PAYSUM
           MOVE ZERO TO W9-REM-REVSUM
           MOVE ZERO TO W9-REM-REFUNDSUM
           MOVE ZERO TO W9-REM-FEESUM

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(P.AMOUNT), 0)
               INTO :WN-REM-PAYCOUNT, :W9-REM-PAYSUM
               FROM TUTORIAL.BGPAYMENT P, TUTORIAL.INVOICE I
               WHERE P.INV_ID = I.INV_ID
                 AND I.CUST_ID = :CUSTOMER-CUST-ID
                 AND I.DEBT_ID NOT = 0
                 AND P.REVERSED = 'N'
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.REMITLINE R
                      WHERE R.LINETYPE = 'P'
                        AND R.REF_ID = P.PAYMENT_ID)
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(P.AMOUNT), 0)
               INTO :W9-REM-REVSUM
               FROM TUTORIAL.BGPAYMENT P, TUTORIAL.INVOICE I
               WHERE P.INV_ID = I.INV_ID
                 AND I.CUST_ID = :CUSTOMER-CUST-ID
                 AND I.DEBT_ID NOT = 0
                 AND P.REVERSED = 'Y'
                 AND EXISTS
                     (SELECT 1 FROM TUTORIAL.REMITLINE R
                      WHERE R.LINETYPE = 'P'
                        AND R.REF_ID = P.PAYMENT_ID)
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.REMITLINE R2
                      WHERE R2.LINETYPE = 'V'
                        AND R2.REF_ID = P.PAYMENT_ID)
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(F.AMOUNT), 0)
               INTO :W9-REM-REFUNDSUM
               FROM TUTORIAL.REFUNDLOG F, TUTORIAL.BGPAYMENT P,
                    TUTORIAL.INVOICE I
               WHERE F.PAYMENT_ID = P.PAYMENT_ID
                 AND P.INV_ID = I.INV_ID
                 AND I.CUST_ID = :CUSTOMER-CUST-ID
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.REMITLINE R
                      WHERE R.LINETYPE = 'R'
                        AND R.REF_ID = F.REFUND_ID)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'REFUNDLOG' TO WC-MSG-TBLCURS
               MOVE '130-TOTAL-SETTLEMENT' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REMIT-OK-SW
           END-IF.
      ***********************

       140-SETTLE-CUSTOMER.
           MOVE 'REMITTANCE' TO WC-KEYALLOC-TABLE
           CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                 WN-NEXT-REMIT-ID

      *>   the short 'red-' stem keeps the whole name within the
      *>   mail queue's filename column, whatever the customer
      *>   number's length
           MOVE SPACE TO WC-SPEC-FILENAME
           STRING 'data/red-' DELIMITED BY SIZE
                  CUSTOMER-CUSTNO-TEXT DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WC-RUN-DATE-YMD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WC-SPEC-FILENAME
           END-STRING

           OPEN OUTPUT SPECFIL

           IF NOT SPECFIL-SUCCESSFUL
               DISPLAY ' Kan inte skapa redovisningsfilen: '
                       WC-SPEC-FILENAME
               MOVE 'N' TO REMIT-OK-SW
               ADD 1 TO WN-HELD-COUNT
           ELSE
               PERFORM 220-WRITE-SPEC-HEADING

               MOVE 'Inbetalningar från gäldenärer:' TO SPECFIL-POST
               WRITE SPECFIL-POST
               PERFORM 150-REMIT-PAYMENTS

               IF W9-REM-REVSUM > ZERO
                   MOVE 'Avgår - återförda inbetalningar:'
                       TO SPECFIL-POST
                   WRITE SPECFIL-POST
                   PERFORM 160-DEDUCT-REVERSALS
               END-IF

               IF W9-REM-REFUNDSUM > ZERO
                   MOVE 'Avgår - återbetalningar till gäldenärer:'
                       TO SPECFIL-POST
                   WRITE SPECFIL-POST
                   PERFORM 170-DEDUCT-REFUNDS
               END-IF

      *>       our fees are set off against what is left, never
      *>       beyond it - the rest of a fee invoice stays open
               PERFORM 180-OFFSET-FEES

               COMPUTE W9-REM-NET = W9-REM-AVAILABLE - W9-REM-FEESUM

               PERFORM 230-WRITE-SPEC-TOTALS

               CLOSE SPECFIL

               PERFORM 190-PAY-OUT-NET
               PERFORM 200-INSERT-REMITTANCE

               IF IND-REM-EMAIL NOT = -1
                  AND CUSTOMER-EMAIL-TEXT(1:1) NOT = SPACE
                   PERFORM 240-QUEUE-SPEC-MAIL
               END-IF

               ADD 1 TO WN-REMIT-COUNT
               ADD W9-REM-NET TO W9-REMIT-TOTAL
               MOVE W9-REM-NET TO WE-REM-AMOUNT
               DISPLAY ' ' CUSTOMER-CUSTNO-TEXT(1:10)
                       WE-REM-AMOUNT ' ' WC-SPEC-FILENAME(1:30)
           END-IF.
      ***********************

       150-REMIT-PAYMENTS.
           EXEC SQL
               OPEN CUR-REMIT-PAY
           END-EXEC

           EXEC SQL
               FETCH CUR-REMIT-PAY
               INTO :WN-REM-REF-ID, :WC-REM-INVNO, :WC-REM-DATE,
                    :WC-REM-BGCNR, :W9-REM-AMOUNT
           END-EXEC

           PERFORM 151-REMIT-ONE-PAYMENT
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE         TO WN-MSG-SQLCODE
               MOVE 'CUR-REMIT-PAY' TO WC-MSG-TBLCURS
               MOVE '150-REMIT-PAYMENTS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REMIT-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-REMIT-PAY
           END-EXEC.
      ***********************

       151-REMIT-ONE-PAYMENT.
           MOVE 'P' TO REMITLINE-LINETYPE
           PERFORM 250-WRITE-LINE

           EXEC SQL
               FETCH CUR-REMIT-PAY
               INTO :WN-REM-REF-ID, :WC-REM-INVNO, :WC-REM-DATE,
                    :WC-REM-BGCNR, :W9-REM-AMOUNT
           END-EXEC.
      ***********************

       160-DEDUCT-REVERSALS.
           EXEC SQL
               OPEN CUR-REMIT-REV
           END-EXEC

           EXEC SQL
               FETCH CUR-REMIT-REV
               INTO :WN-REM-REF-ID, :WC-REM-INVNO, :WC-REM-DATE,
                    :WC-REM-BGCNR, :W9-REM-AMOUNT
           END-EXEC

           PERFORM 161-DEDUCT-ONE-REVERSAL
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE         TO WN-MSG-SQLCODE
               MOVE 'CUR-REMIT-REV' TO WC-MSG-TBLCURS
               MOVE '160-DEDUCT-REVERSALS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REMIT-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-REMIT-REV
           END-EXEC.
      ***********************

       161-DEDUCT-ONE-REVERSAL.
           MOVE 'V' TO REMITLINE-LINETYPE
           PERFORM 250-WRITE-LINE

           EXEC SQL
               FETCH CUR-REMIT-REV
               INTO :WN-REM-REF-ID, :WC-REM-INVNO, :WC-REM-DATE,
                    :WC-REM-BGCNR, :W9-REM-AMOUNT
           END-EXEC.
      ***********************

       170-DEDUCT-REFUNDS.
           EXEC SQL
               OPEN CUR-REMIT-REF
           END-EXEC

           EXEC SQL
               FETCH CUR-REMIT-REF
               INTO :WN-REM-REF-ID, :WC-REM-INVNO, :WC-REM-DATE,
                    :WC-REM-BGCNR, :W9-REM-AMOUNT
           END-EXEC

           PERFORM 171-DEDUCT-ONE-REFUND
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE         TO WN-MSG-SQLCODE
               MOVE 'CUR-REMIT-REF' TO WC-MSG-TBLCURS
               MOVE '170-DEDUCT-REFUNDS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REMIT-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-REMIT-REF
           END-EXEC.
      ***********************

       171-DEDUCT-ONE-REFUND.
           MOVE 'R' TO REMITLINE-LINETYPE
           PERFORM 250-WRITE-LINE

           EXEC SQL
               FETCH CUR-REMIT-REF
               INTO :WN-REM-REF-ID, :WC-REM-INVNO, :WC-REM-DATE,
                    :WC-REM-BGCNR, :W9-REM-AMOUNT
           END-EXEC.
      ***********************

       180-OFFSET-FEES.
           EXEC SQL
               OPEN CUR-REMIT-FEE
           END-EXEC

           EXEC SQL
               FETCH CUR-REMIT-FEE
               INTO :WN-REM-REF-ID, :WC-REM-INVNO, :WC-REM-DATE,
                    :W9-REM-FEE-OUTST
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Avgår - avräknade PBS-fakturor:' TO SPECFIL-POST
               WRITE SPECFIL-POST
           END-IF

           PERFORM 181-OFFSET-ONE-FEE
               UNTIL SQLCODE NOT = ZERO
                  OR W9-REM-FEESUM NOT < W9-REM-AVAILABLE

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE         TO WN-MSG-SQLCODE
               MOVE 'CUR-REMIT-FEE' TO WC-MSG-TBLCURS
               MOVE '180-OFFSET-FEES' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REMIT-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-REMIT-FEE
           END-EXEC.
      ***********************

       181-OFFSET-ONE-FEE.
           IF W9-REM-FEE-OUTST > ZERO
               COMPUTE W9-REM-FEE-APPLY =
                   W9-REM-AVAILABLE - W9-REM-FEESUM
               IF W9-REM-FEE-OUTST < W9-REM-FEE-APPLY
                   MOVE W9-REM-FEE-OUTST TO W9-REM-FEE-APPLY
               END-IF

               EXEC SQL
                   UPDATE TUTORIAL.INVOICE
                   SET PAIDAMT = PAIDAMT + :W9-REM-FEE-APPLY
                   WHERE INV_ID = :WN-REM-REF-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE SQLCODE   TO WN-MSG-SQLCODE
                   MOVE 'INVOICE' TO WC-MSG-TBLCURS
                   MOVE '181-OFFSET-ONE-FEE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO REMIT-OK-SW
               ELSE
                   IF W9-REM-FEE-APPLY = W9-REM-FEE-OUTST
                       EXEC SQL
                           UPDATE TUTORIAL.INVOICE
                           SET INVSTATE = 9
                           WHERE INV_ID = :WN-REM-REF-ID
                       END-EXEC
                   END-IF

      *>           the offset is booked as a payment on the fee
      *>           invoice so the ledger and the SIE export see it
                   MOVE 'BGPAYMENT' TO WC-KEYALLOC-TABLE
                   CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                         WN-NEXT-PAYMENT-ID

                   EXEC SQL
                       INSERT INTO TUTORIAL.BGPAYMENT
                       VALUES (:WN-NEXT-PAYMENT-ID, :WN-REM-REF-ID,
                               'REDOVISNING', :W9-REM-FEE-APPLY,
                               :WC-TODAY-DATE, 'N', 1, 0, 0, 0)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       MOVE SQLCODE     TO WN-MSG-SQLCODE
                       MOVE 'BGPAYMENT' TO WC-MSG-TBLCURS
                       MOVE '181-OFFSET-ONE-FEE' TO WC-MSG-PARA
                       PERFORM Z0900-ERROR-ROUTINE
                       MOVE 'N' TO REMIT-OK-SW
                   END-IF

                   ADD W9-REM-FEE-APPLY TO W9-REM-FEESUM
                   MOVE W9-REM-FEE-APPLY TO W9-REM-AMOUNT
                   MOVE SPACE TO WC-REM-BGCNR
                   MOVE 'F' TO REMITLINE-LINETYPE
                   PERFORM 250-WRITE-LINE
               END-IF
           END-IF

           EXEC SQL
               FETCH CUR-REMIT-FEE
               INTO :WN-REM-REF-ID, :WC-REM-INVNO, :WC-REM-DATE,
                    :W9-REM-FEE-OUTST
           END-EXEC.
      ***********************

       190-PAY-OUT-NET.
      *>   a settlement the fees used up entirely is recorded but
      *>   puts nothing on the payout file
           IF W9-REM-NET > ZERO
               MOVE FINDATA-BANKGIRO TO LB-RECIPIENT-BG
               MOVE SPACE TO LB-REFERENCE
               STRING 'REDOVISNING ' DELIMITED BY SIZE
                      WC-RUN-DATE-YMD DELIMITED BY SIZE
                   INTO LB-REFERENCE
               END-STRING
               COMPUTE WN-LB-AMOUNT-ORE = W9-REM-NET * 100
               MOVE WN-LB-AMOUNT-ORE TO LB-AMOUNT
               MOVE WC-RUN-DATE-YMD TO LB-PAYDATE
               MOVE LB-PAYMENT-POST TO LBFIL-POST
               WRITE LBFIL-POST
               ADD 1 TO WN-LB-COUNT
           END-IF.
      ***********************

       200-INSERT-REMITTANCE.
           MOVE WN-NEXT-REMIT-ID  TO REMITTANCE-REMIT-ID
           MOVE CUSTOMER-CUST-ID  TO REMITTANCE-CUST-ID
           MOVE WC-TODAY-DATE     TO REMITTANCE-REMITDATE
           MOVE WN-REM-PAYCOUNT   TO REMITTANCE-PAYCOUNT
           MOVE W9-REM-PAYSUM     TO REMITTANCE-PAYSUM
           MOVE W9-REM-FEESUM     TO REMITTANCE-FEESUM
           COMPUTE REMITTANCE-REFUNDSUM =
               W9-REM-REVSUM + W9-REM-REFUNDSUM
           MOVE W9-REM-NET        TO REMITTANCE-NETAMOUNT
           MOVE FINDATA-BANKGIRO  TO REMITTANCE-BANKGIRO
           MOVE SPACE TO REMITTANCE-SPECFILE-TEXT
           MOVE WC-SPEC-FILENAME(1:30) TO REMITTANCE-SPECFILE-TEXT
           MOVE 30 TO REMITTANCE-SPECFILE-LEN

           EXEC SQL
               INSERT INTO TUTORIAL.REMITTANCE
               VALUES (:REMITTANCE-REMIT-ID, :REMITTANCE-CUST-ID,
                       :REMITTANCE-REMITDATE, :REMITTANCE-PAYCOUNT,
                       :REMITTANCE-PAYSUM, :REMITTANCE-FEESUM,
                       :REMITTANCE-REFUNDSUM,
                       :REMITTANCE-NETAMOUNT,
                       :REMITTANCE-BANKGIRO, :REMITTANCE-SPECFILE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE      TO WN-MSG-SQLCODE
               MOVE 'REMITTANCE' TO WC-MSG-TBLCURS
               MOVE '200-INSERT-REMITTANCE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REMIT-OK-SW
           ELSE
               MOVE CUSTOMER-CUST-ID TO WN-RLOG-CUST-ID
               MOVE WN-NEXT-REMIT-ID TO WN-RLOG-REMIT
               MOVE W9-REM-NET       TO WE-RLOG-AMOUNT
               CALL 'SQLLOG' USING WR-REMIT-LOG-MESSAGE
           END-IF.
      ***********************

       210-WRITE-LB-OPENING.
      *>   the payout file is drawn on the primary entity's
      *>   bankgiro, like the refund file
           EXEC SQL
               SELECT BANKGIRO
               INTO :PBSCOMPANY-BANKGIRO
               FROM TUTORIAL.PBSCOMPANY
               WHERE PBSCO_ID =
                   (SELECT MIN(PBSCO_ID)
                    FROM TUTORIAL.PBSCOMPANY)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SPACE TO PBSCOMPANY-BANKGIRO
           END-IF

           MOVE SPACE TO LBFIL-POST
           STRING '11' DELIMITED BY SIZE
                  PBSCOMPANY-BANKGIRO DELIMITED BY SIZE
                  WC-RUN-DATE-YMD DELIMITED BY SIZE
                  'LEVERANTORSBETALNINGAR' DELIMITED BY SIZE
               INTO LBFIL-POST
           END-STRING
           WRITE LBFIL-POST.
      ***********************

       210-WRITE-LB-TOTAL.
           COMPUTE WN-LB-AMOUNT-ORE = W9-REMIT-TOTAL * 100
           MOVE SPACE TO LBFIL-POST
           STRING '29' DELIMITED BY SIZE
                  PBSCOMPANY-BANKGIRO DELIMITED BY SIZE
                  WN-LB-COUNT DELIMITED BY SIZE
                  WN-LB-AMOUNT-ORE DELIMITED BY SIZE
               INTO LBFIL-POST
           END-STRING
           WRITE LBFIL-POST.
      ***********************

       220-WRITE-SPEC-HEADING.
           MOVE SPACE TO WC-SPEC-LINE
           STRING 'REDOVISNING AV INBETALNINGAR - KUND '
                  DELIMITED BY SIZE
                  CUSTOMER-CUSTNO-TEXT DELIMITED BY SPACE
                  '  ' DELIMITED BY SIZE
                  WC-TODAY-DATE DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO SPECFIL-POST
           WRITE SPECFIL-POST

           MOVE 'Faktura           Datum       Avsändare    Belopp'
               TO SPECFIL-POST
           WRITE SPECFIL-POST
           MOVE ALL '-' TO SPECFIL-POST
           WRITE SPECFIL-POST.
      ***********************

       230-WRITE-SPEC-TOTALS.
           MOVE ALL '-' TO SPECFIL-POST
           WRITE SPECFIL-POST

           MOVE W9-REM-PAYSUM TO WE-REM-AMOUNT
           MOVE SPACE TO WC-SPEC-LINE
           STRING 'Summa inbetalningar      : ' DELIMITED BY SIZE
                  WE-REM-AMOUNT DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO SPECFIL-POST
           WRITE SPECFIL-POST

           COMPUTE WE-REM-AMOUNT = W9-REM-REVSUM + W9-REM-REFUNDSUM
           MOVE SPACE TO WC-SPEC-LINE
           STRING 'Avgår återbetalt/återfört: ' DELIMITED BY SIZE
                  WE-REM-AMOUNT DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO SPECFIL-POST
           WRITE SPECFIL-POST

           MOVE W9-REM-FEESUM TO WE-REM-AMOUNT
           MOVE SPACE TO WC-SPEC-LINE
           STRING 'Avgår avräknade avgifter : ' DELIMITED BY SIZE
                  WE-REM-AMOUNT DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO SPECFIL-POST
           WRITE SPECFIL-POST

           MOVE W9-REM-NET TO WE-REM-AMOUNT
           MOVE SPACE TO WC-SPEC-LINE
           STRING 'Utbetalas till bankgiro ' DELIMITED BY SIZE
                  FINDATA-BANKGIRO DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WE-REM-AMOUNT DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO SPECFIL-POST
           WRITE SPECFIL-POST.
      ***********************

       240-QUEUE-SPEC-MAIL.
           EXEC SQL
               OPEN CUR-REM-MAXMQ
           END-EXEC

           EXEC SQL
               FETCH CUR-REM-MAXMQ
               INTO :WN-NEXT-MAILQ-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WN-NEXT-MAILQ-ID
           END-IF

           EXEC SQL
               CLOSE CUR-REM-MAXMQ
           END-EXEC

           ADD 1 TO WN-NEXT-MAILQ-ID

           MOVE SPACE TO MAILQUEUE-RECIPIENT-TEXT
           MOVE CUSTOMER-EMAIL-TEXT(1:60)
               TO MAILQUEUE-RECIPIENT-TEXT
           MOVE 60 TO MAILQUEUE-RECIPIENT-LEN
           MOVE SPACE TO MAILQUEUE-PDFFILE-TEXT
           MOVE WC-SPEC-FILENAME(1:30) TO MAILQUEUE-PDFFILE-TEXT
           MOVE 30 TO MAILQUEUE-PDFFILE-LEN

           EXEC SQL
               INSERT INTO TUTORIAL.MAILQUEUE
               VALUES (:WN-NEXT-MAILQ-ID, 0, :CUSTOMER-CUST-ID,
                       :MAILQUEUE-RECIPIENT, :MAILQUEUE-PDFFILE,
                       'Q', 0, :WC-TODAY-DATE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'MAILQUEUE' TO WC-MSG-TBLCURS
               MOVE '240-QUEUE-SPEC-MAIL' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
           END-IF.
      ***********************

       250-WRITE-LINE.
      *>   one specification line and the matching REMITLINE row
      *>   that keeps the item out of every later settlement
           MOVE W9-REM-AMOUNT TO WE-REM-AMOUNT
           MOVE SPACE TO WC-SPEC-LINE
           STRING WC-REM-INVNO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WC-REM-DATE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WC-REM-BGCNR DELIMITED BY SIZE
                  WE-REM-AMOUNT DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO SPECFIL-POST
           WRITE SPECFIL-POST

           MOVE WN-NEXT-REMIT-ID TO REMITLINE-REMIT-ID
           MOVE WN-REM-REF-ID    TO REMITLINE-REF-ID
           MOVE W9-REM-AMOUNT    TO REMITLINE-AMOUNT

           EXEC SQL
               INSERT INTO TUTORIAL.REMITLINE
               VALUES (:REMITLINE-REMIT-ID, :REMITLINE-LINETYPE,
                       :REMITLINE-REF-ID, :REMITLINE-AMOUNT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'REMITLINE' TO WC-MSG-TBLCURS
               MOVE '250-WRITE-LINE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REMIT-OK-SW
           END-IF.
      ***********************

       260-SEAL-LB-FILE.
      *>   the bank accepts payment files encrypted and signed
      *>   only; the plain copy does not stay behind on disk (a
      *>   file left over from an earlier run is registered
      *>   without counts - this run has not counted it)
           MOVE 'BANK' TO WC-SEAL-PARTY
           MOVE 'data/lbfil-redovisning.txt' TO WC-SEAL-FILE
           MOVE 'LB' TO WC-SEAL-FILETYPE
           MOVE WN-LB-COUNT TO WN-SEAL-RECCOUNT
           MOVE W9-REMIT-TOTAL TO W9-SEAL-AMOUNT
           CALL 'OUTSEAL' USING WC-SEAL-PARTY, WC-SEAL-FILE,
                                WC-SEAL-FILETYPE, WN-SEAL-RECCOUNT,
                                W9-SEAL-AMOUNT, WN-SEAL-RESULT
           IF WN-SEAL-RESULT NOT = ZERO
               MOVE 'N' TO REMIT-OK-SW
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
