       PROGRAM-ID. PbsReadBG.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          A payment on an invoice sold to a debt buyer
      **>          (INVSTATE 6) is not applied; it is parked in
      **>          DEBTSALEFWD for PbsDebtSale VIDARE to forward.
      **>          A payment carrying a customer's prepaid-account
      **>          OCR reference is a deposit: it is credited to
      **>          the customer's balance (PREPAID) and logged as
      **>          a movement (PREPAIDTX) for the billing run to
      **>          draw down, instead of being matched to an
      **>          invoice.
      **>          The payer name on each name post is kept per
      **>          sender Bankgiro (BGPAYER) for the sanctions-list
      **>          screening in PbsSanction.
      **>          The PlusGiro account file (Total-IN layout) for
      **>          our PBSCOMPANY-POSTGIRO is loaded the same way:
      **>          it is rewritten into BgMax posts and matched,
      **>          converted, duplicate-checked, parked and
      **>          registered like a Bankgiro deposit, with its own
      **>          report (data/pgreport.txt). Its payments carry
      **>          a BGCNR starting with PG and its registry rows
      **>          CHANNEL P, so PbsBankRecon can tell the two
      **>          accounts apart.
      **> Initial Version Created: 2014-03-22
      **>

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFIL-FS.

           SELECT  BGFELDATA ASSIGN TO WC-FELDATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FELFIL-FS.

           SELECT  BGREPORT ASSIGN TO WC-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAPFIL-FS.

           SELECT  BGCHECKPT ASSIGN TO WC-CHECKPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHKFIL-FS.

               88  PAYMENT-ALREADY-APPLIED    VALUE 'Y'.
           05  PAYMENT-IS-DUPLICATE-SW PIC X VALUE 'N'.
               88  PAYMENT-IS-DUPLICATE    VALUE 'Y'.
           05  SALE-FOUND-SW           PIC X VALUE 'Y'.
               88  SALE-FOUND              VALUE 'Y'.
           05  WN-TEST-MODE-SW         PIC X VALUE 'N'.
               88  IS-TEST-MODE-RUN        VALUE 'Y'.
           05  WN-INVOICE-UPDATE-OK-SW PIC X VALUE 'Y'.
               88  INVOICE-UPDATE-OK       VALUE 'Y'.
           05  PAYMENT-MATCHED-SW      PIC X VALUE 'Y'.
               88  PAYMENT-MATCHED         VALUE 'Y'.
           05  PREPAID-DEPOSIT-SW      PIC X VALUE 'N'.
               88  PREPAID-DEPOSIT         VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 INFIL-FS                 PIC XX.
       01  WC-BGMAX-FILENAME   PIC X(60) VALUE 'data/bgmaxfil.txt'.
       01  WC-BG-CMDLINE       PIC X(80) VALUE SPACE.

      *>   the report, error and checkpoint files of the run - a
      *>   PlusGiro file gets its own set so it never mixes with the
      *>   Bankgiro load of the same night
       01  WC-INPUT-FILENAME   PIC X(60) VALUE SPACE.
       01  WC-REPORT-FILENAME  PIC X(60) VALUE 'data/bgreport.txt'.
       01  WC-FELDATA-FILENAME PIC X(60) VALUE 'data/bgfeldata.txt'.
       01  WC-CHECKPT-FILENAME PIC X(60) VALUE 'data/bgcheckpoint.txt'.

      *>   fields for the loaded-file registry keyed on the deposit
      *>   serial number and payment date, which is what stops
      *>   yesterday's file from being applied twice
       01  WC-BGREG-SERNO      PIC X(5)  VALUE SPACE.
       01  WC-BGREG-PAYDATE    PIC X(8)  VALUE SPACE.
       01  WC-BGREG-LOADDATE   PIC X(10) VALUE SPACE.
       01  WC-BGREG-CHANNEL    PIC X(1)  VALUE 'B'.
       01  WN-BGREG-HIT        PIC S9(9) COMP VALUE ZERO.

      *>   fields for the suspense account: a payment that cannot be
      *>   offset against their next invoice or refunded via the LB
      *>   payment file
       01  WN-OVERPAY-AMOUNT   PIC S9(9)V99 COMP-3 VALUE ZERO.

      *>   a payment settles the invoice's reminder costs first,
      *>   then the debtor's open late interest, and only the rest
      *>   goes against the invoice itself - PAYALLOC works out
      *>   the split, which is recorded on the BGPAYMENT row
       01  WC-PAYALLOC-FUNC    PIC X(1) VALUE SPACE.
       01  WN-PRINCIPAL-PART   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WN-DCRED-HIT        PIC S9(9) COMP VALUE ZERO.

      *>   a payment on a samlingsfaktura arrives on the lead
       01  WC-DUPPAY-REFTEXT   PIC X(27) VALUE SPACE.
       01  RAP-DUPPAY-ED       PIC Z(7)9.

      *>   a payment on a sold invoice belongs to the debt buyer -
      *>   it is held for forwarding, never booked on the invoice
       01  WN-NEXT-FWD-ID      PIC S9(9) COMP VALUE ZERO.
       01  WN-SOLDFWD-COUNT    PIC 9(8)  VALUE ZERO.
       01  WN-SOLDFWD-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  IND-FWD-SALE-ID     PIC S9(4) COMP VALUE ZERO.

      *>   a deposit to a customer's prepaid account, recognised
      *>   by the account's own OCR reference
       01  WN-NEXT-PPTX-ID     PIC S9(9) COMP VALUE ZERO.
       01  WN-PREPAID-COUNT    PIC 9(8)  VALUE ZERO.
       01  WN-PREPAID-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WN-SPREAD-INV-ID    PIC S9(9) COMP VALUE ZERO.
       01  WN-SPREAD-OUTST     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WN-SPREAD-APPLY     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WN-CAMT-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WN-CAMT-SEQ         PIC 9(8)  VALUE ZERO.

      *>   fields for reading a PlusGiro account file (Total-IN):
      *>   00 start, 10 account, 20 payment, 25 message, 30 payer
      *>   name, 40 street, 50 postal code and place, 60 org.nr,
      *>   90 account total and 99 end. It is rewritten into the
      *>   BgMax layout like a camt file; the account total's
      *>   stated count goes into the trailer and its stated sum
      *>   into the deposit post, so a file that does not add up
      *>   is stopped by the ordinary control-total checks
       01  PG-FIELDS.
           05  IS-PLUSGIRO-FILE-SW PIC X VALUE 'N'.
               88  IS-PLUSGIRO-FILE    VALUE 'Y'.
           05  WC-PG-TEST          PIC X(1)  VALUE 'P'.
           05  WC-PG-FILESERNO     PIC X(5)  VALUE SPACE.
           05  WC-PG-ACCOUNT       PIC X(10) VALUE SPACE.
           05  WC-PG-CCY           PIC X(3)  VALUE 'SEK'.
           05  WC-PG-DATE          PIC X(8)  VALUE SPACE.
           05  WN-PG-AMOUNT-ORE    PIC 9(18) VALUE ZERO.
           05  WN-PG-ENTRY-COUNT   PIC 9(8)  VALUE ZERO.
           05  WN-PG-STATED-COUNT  PIC 9(8)  VALUE ZERO.
           05  WN-PG-STATED-TOTAL  PIC 9(18) VALUE ZERO.
           05  WN-PG-SEQ           PIC 9(10) VALUE ZERO.

       01  PG-START-POST-00.
           05  TRANCODE-00     PIC X(2).
           05  SYSTEM-00       PIC X(12).
           05  CREATED-00      PIC X(14).
           05  FILESERNO-00    PIC X(5).
           05  TEST-00         PIC X(1).
           05  FILLER          PIC X(46).

       01  PG-ACCOUNT-POST-10.
           05  TRANCODE-10     PIC X(2).
           05  PGACCOUNT-10    PIC X(10).
           05  CUR-10          PIC X(3).
           05  BOOKDATE-10     PIC X(8).
           05  FILLER          PIC X(57).

       01  PG-PAYMENT-POST-20.
           05  TRANCODE-PG20   PIC X(2).
           05  REF-PG20        PIC X(27).
           05  AMOUNT-PG20     PIC X(15).
           05  SERIAL-PG20     PIC X(10).
           05  SENDER-PG20     PIC X(10).
           05  FILLER          PIC X(16).

       01  PG-TOTAL-POST-90.
           05  TRANCODE-90     PIC X(2).
           05  PAYMENTNUM-90   PIC X(8).
           05  PAYMENTSUM-90   PIC X(15).
           05  FILLER          PIC X(55).

      *>   the account number being checked and looked up - the
      *>   receiving Bankgiro, or the PlusGiro of a PlusGiro file
       01  WC-GIRO-ACCOUNT     PIC X(10) VALUE SPACE.
       01  DESTPG-RED          PIC Z(8)  VALUE ZERO.
       01  WC-PG-DIGITS        PIC X(8)  VALUE SPACE.

      *>   fields for turning the payer name/address posts into
      *>   structured address-change proposals: the incoming value
      *>   is compared against the debtor's register data, and a
       01  WC-PROP-VALUE       PIC X(35) VALUE SPACE.
       01  WC-PROP-CUR         PIC X(35) VALUE SPACE.
       01  WC-PROP-DATE        PIC X(10) VALUE SPACE.
       01  WC-PROP-SOURCE      PIC X(1)  VALUE 'B'.

      *>   payer register: the name each Bankgiro sender pays under
      *>   is kept, so PbsSanction screens the payers as well as the
      *>   debtors and customers in the register
       01  WN-NEXT-PAYER-ID    PIC S9(9) COMP VALUE ZERO.
       01  WC-PAYER-DATE       PIC X(10) VALUE SPACE.

      *>   threshold alerting on the reconciliation difference
       01  WC-THR-KEY          PIC X(12) VALUE SPACE.
      *>   interactive programs never collide
       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.

      *>   worklist queue log: the item entering its queue, with no
      *>   operator for a batch run
       01  WC-QL-FUNC          PIC X(1)  VALUE 'E'.
       01  WC-QL-QUEUE         PIC X(4)  VALUE SPACE.
       01  WN-QL-KEY1          PIC S9(9) COMP VALUE ZERO.
       01  WN-QL-KEY2          PIC S9(9) COMP VALUE ZERO.
       01  WC-QL-KEYTEXT       PIC X(16) VALUE SPACE.
       01  WC-QL-USERID        PIC X(10) VALUE SPACE.

      *>   fields used to validate the reference field as an OCR
      *>   number (payload digits + length digit + mod-10 check
      *>   digit, as printed in the invoice payment footer) before
           EXEC SQL INCLUDE DEBTOR     END-EXEC.
           EXEC SQL INCLUDE ADDR       END-EXEC.
           EXEC SQL INCLUDE THRESHOLD  END-EXEC.
           EXEC SQL INCLUDE DEBTSALEINV END-EXEC.
           EXEC SQL INCLUDE DEBTSALEFWD END-EXEC.
           EXEC SQL INCLUDE PREPAID    END-EXEC.
           EXEC SQL INCLUDE PREPAIDTX  END-EXEC.
           EXEC SQL INCLUDE BGPAYER    END-EXEC.

           COPY Z0900-ERROR-WKSTG.

                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
               ORDER BY I.INVDATE, I.INV_ID
           END-EXEC
           IF WC-BG-CMDLINE NOT = SPACE
               MOVE WC-BG-CMDLINE TO WC-BGMAX-FILENAME
           END-IF
           MOVE WC-BGMAX-FILENAME TO WC-INPUT-FILENAME

      *>   a camt.054 delivery is first rewritten into the BgMax
      *>   post layout, then everything downstream runs unchanged
               MOVE 'data/bgnorm.txt' TO WC-BGMAX-FILENAME
           END-IF

      *>   so is a PlusGiro account file, which then reports,
      *>   checkpoints and registers under its own names
           IF IS-PLUSGIRO-FILE
               PERFORM 161-CONVERT-PLUSGIRO-FILE
               MOVE 'data/pgnorm.txt'       TO WC-BGMAX-FILENAME
               MOVE 'data/pgreport.txt'     TO WC-REPORT-FILENAME
               MOVE 'data/pgfeldata.txt'    TO WC-FELDATA-FILENAME
               MOVE 'data/pgcheckpoint.txt' TO WC-CHECKPT-FILENAME
               MOVE 'P' TO WC-BGREG-CHANNEL
               MOVE 'P' TO WC-PROP-SOURCE
           END-IF

           PERFORM 100-INIT
           PERFORM 100-READ-BG-FILE UNTIL EOF.
           IF  VALID-POST-FILE
                   IF BGMAXFIL-POST(1:1) = '<'
                       SET IS-CAMT-FILE TO TRUE
                   END-IF
                   IF BGMAXFIL-POST(1:9) = '00TOTALIN'
                       SET IS-PLUSGIRO-FILE TO TRUE
                   END-IF
               END-IF
               CLOSE BGMAXFIL
           END-IF.
           END-READ.
      ***********************

       161-CONVERT-PLUSGIRO-FILE.
      *>   first pass picks up the file and account data and counts
      *>   the payments, second pass writes the BgMax posts
           MOVE 'N' TO END-OF-FILE
           MOVE ZERO TO WN-PG-ENTRY-COUNT
           MOVE ZERO TO WN-PG-STATED-COUNT
           MOVE ZERO TO WN-PG-STATED-TOTAL

           OPEN INPUT BGMAXFIL
           READ BGMAXFIL
               AT END SET EOF TO TRUE
           END-READ
           PERFORM 162-PG-COUNT-LINE UNTIL EOF
           CLOSE BGMAXFIL

           OPEN OUTPUT NORMBG

      *>   start post, keeping the file's own test marking
           MOVE SPACE TO START-POST-01
           MOVE '01'    TO TRANCODE-01
           MOVE 'BGMAX' TO SYSTEM-01
           MOVE '01'    TO VERSION-01
           MOVE WC-PG-TEST TO TEST-01
           MOVE START-POST-01 TO NORMBG-POST
           WRITE NORMBG-POST

      *>   opening post with our PlusGiro account and the currency
           MOVE SPACE TO OPEN-POST-05
           MOVE '05' TO TRANCODE-05
           MOVE WC-PG-ACCOUNT TO DESTPG-05
           MOVE WC-PG-CCY     TO CUR-05
           MOVE OPEN-POST-05 TO NORMBG-POST
           WRITE NORMBG-POST

      *>   deposit post carrying the account total the bank states
           MOVE SPACE TO DEPOSIT-POST-15
           MOVE '15' TO TRANCODE-15
           MOVE WC-PG-DATE      TO PAYMENT-DATE-15
           MOVE WC-PG-FILESERNO TO SERNUMBER-15
           MOVE WN-PG-STATED-TOTAL TO PAYMENTSUM-15
           MOVE WN-PG-ENTRY-COUNT  TO PAYMENTNUM-15
           MOVE WC-PG-CCY TO CUR-15
           MOVE DEPOSIT-POST-15 TO NORMBG-POST
           WRITE NORMBG-POST

           MOVE 'N' TO END-OF-FILE
           MOVE ZERO TO WN-PG-SEQ

           OPEN INPUT BGMAXFIL
           READ BGMAXFIL
               AT END SET EOF TO TRUE
           END-READ
           PERFORM 163-PG-WRITE-LINE UNTIL EOF
           CLOSE BGMAXFIL

      *>   trailer post with the payment count the bank states
           MOVE SPACE TO END-POST-70
           MOVE '70' TO TRANCODE-70
           MOVE WN-PG-STATED-COUNT TO PAYMENTNUM-70
           MOVE ZERO TO DEDUCTNUM-70
           MOVE ZERO TO REFERNUM-70
           MOVE 1    TO DEPOSITNUM-70
           MOVE END-POST-70 TO NORMBG-POST
           WRITE NORMBG-POST

           CLOSE NORMBG.
      ***********************

       162-PG-COUNT-LINE.
           EVALUATE TRANCODE-TYP
               WHEN '00'
                   MOVE BGMAXFIL-POST TO PG-START-POST-00
                   MOVE FILESERNO-00 TO WC-PG-FILESERNO
                   IF TEST-00 = 'T'
                       MOVE 'T' TO WC-PG-TEST
                   END-IF
               WHEN '10'
                   MOVE BGMAXFIL-POST TO PG-ACCOUNT-POST-10
                   IF WC-PG-ACCOUNT = SPACE
                       MOVE PGACCOUNT-10 TO WC-PG-ACCOUNT
                       MOVE BOOKDATE-10  TO WC-PG-DATE
                       IF CUR-10 NOT = SPACE
                           MOVE CUR-10 TO WC-PG-CCY
                       END-IF
                   END-IF
               WHEN '20'
                   ADD 1 TO WN-PG-ENTRY-COUNT
               WHEN '90'
                   MOVE BGMAXFIL-POST TO PG-TOTAL-POST-90
                   ADD FUNCTION NUMVAL(PAYMENTNUM-90)
                       TO WN-PG-STATED-COUNT
                   ADD FUNCTION NUMVAL(PAYMENTSUM-90)
                       TO WN-PG-STATED-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           READ BGMAXFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       163-PG-WRITE-LINE.
      *>   the message, name and address posts carry their text in
      *>   the same position as the BgMax 25-29 posts, so only the
      *>   transaction code changes
           EVALUATE TRANCODE-TYP
               WHEN '20'
                   MOVE BGMAXFIL-POST TO PG-PAYMENT-POST-20
                   ADD 1 TO WN-PG-SEQ

                   MOVE SPACE TO PAYMENT-POST-20
                   MOVE '20' TO TRANCODE-20
                   MOVE SENDER-PG20 TO SENDERBG-20
                   MOVE REF-PG20    TO REF-20
                   MOVE FUNCTION NUMVAL(AMOUNT-PG20)
                       TO WN-PG-AMOUNT-ORE
                   MOVE WN-PG-AMOUNT-ORE TO PAYMENTSUM-20
                   MOVE '4' TO REFCODE-20
                   MOVE '2' TO PAYMENTCODE-20
                   MOVE 'PG' TO BGCNR-20
                   IF SERIAL-PG20 = SPACE
                       MOVE WN-PG-SEQ TO BGCNR-20(3:10)
                   ELSE
                       MOVE SERIAL-PG20 TO BGCNR-20(3:10)
                   END-IF
                   MOVE PAYMENT-POST-20 TO NORMBG-POST
                   WRITE NORMBG-POST
               WHEN '25'
                   MOVE BGMAXFIL-POST TO NORMBG-POST
                   WRITE NORMBG-POST
               WHEN '30'
                   MOVE BGMAXFIL-POST TO NORMBG-POST
                   MOVE '26' TO NORMBG-POST(1:2)
                   WRITE NORMBG-POST
               WHEN '40'
                   MOVE BGMAXFIL-POST TO NORMBG-POST
                   MOVE '27' TO NORMBG-POST(1:2)
                   WRITE NORMBG-POST
               WHEN '50'
                   MOVE BGMAXFIL-POST TO NORMBG-POST
                   MOVE '28' TO NORMBG-POST(1:2)
                   WRITE NORMBG-POST
               WHEN '60'
                   MOVE BGMAXFIL-POST TO NORMBG-POST
                   MOVE '29' TO NORMBG-POST(1:2)
                   WRITE NORMBG-POST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           READ BGMAXFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       100-END.
           PERFORM 900-WRITE-RECONCILE-REPORT
           IF NOT IS-TEST-MODE-RUN
               IF CUR-05 NOT = SPACE
                   MOVE CUR-05 TO WC-BG-CURRENCY
               END-IF
      *>       a PlusGiro number carries the same modulus-10 check
      *>       digit; it is looked up on PBSCOMPANY.POSTGIRO instead
               IF IS-PLUSGIRO-FILE
                   MOVE DESTPG-05 TO WC-GIRO-ACCOUNT
                   PERFORM 210-CHECK-BANKGIRO-CHECKSUM
                   IF BG-CHECKSUM-OK
                       PERFORM 210-LOOKUP-PLUSGIRO
                   ELSE
                       MOVE 'N' TO VALID-POST-FILE-SW
                       DISPLAY ' PLUSGIRO-nummer ogiltig kontrollsiffra'
                       MOVE
                           ' *** PLUSGIRO-nummer ogiltig kontrollsiffra'
                           TO BGFELDATA-POST
                       PERFORM WRITE-BAD-FILE
                   END-IF
                   EXIT PARAGRAPH
               END-IF

               MOVE FUNCTION NUMVAL(DESTBG-05) TO DESTBG-RED
               MOVE DESTBG-05 TO WC-GIRO-ACCOUNT
               PERFORM 210-CHECK-BANKGIRO-CHECKSUM

               IF BG-CHECKSUM-OK
               PERFORM WRITE-BAD-FILE.
      ********************

       210-LOOKUP-PLUSGIRO.
           MOVE FUNCTION NUMVAL(WC-GIRO-ACCOUNT) TO DESTPG-RED
           MOVE FUNCTION TRIM(DESTPG-RED) TO WC-PG-DIGITS
           MOVE WC-PG-DIGITS TO PBSCOMPANY-POSTGIRO

      *>   the PlusGiro is keyed in the company register with or
      *>   without the dash before the check digit
           EXEC SQL
               SELECT PBSCO_ID
               INTO :PBSCOMPANY-PBSCO-ID
               FROM PBSCOMPANY
               WHERE REPLACE(POSTGIRO, '-', '') = :PBSCOMPANY-POSTGIRO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO VALID-POST-FILE-SW
               DISPLAY ' Mottagar PLUSGIRO-nummer är ogiltig'
               MOVE ' *** PLUSGIRO-nummer är ogiltig' TO BGFELDATA-POST
               PERFORM WRITE-BAD-FILE
           END-IF.
      ********************

       210-CHECK-BANKGIRO-CHECKSUM.
      *    Bankgiro numbers carry a modulus-10 (Luhn) check digit
      *    as their rightmost position. A single mistyped or
      *    garbled digit in the incoming file must be caught here,
      *    before the PBSCOMPANY lookup, so it is reported as a bad
      *    check digit rather than an unknown Bankgiro number.
      *    WC-GIRO-ACCOUNT holds the Bankgiro or PlusGiro number.
           MOVE 'Y' TO BG-CHECKSUM-OK-SW
           MOVE FUNCTION NUMVAL(WC-GIRO-ACCOUNT) TO BG-CHECKSUM-DIGITS
           MOVE ZERO TO BG-CHECKSUM-SUM

           PERFORM VARYING BG-CHECKSUM-IX FROM 1 BY 1
       210-APPLY-PAYMENT.
           MOVE REF-20(1:10) TO CUSTOMER-CUSTNO
           MOVE REF-20(12:16) TO INVOICE-INVNO
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE TODAYS-DATE(1:4) TO INVOICE-INVDATE(1:4)
           MOVE TODAYS-DATE(5:2) TO INVOICE-INVDATE(6:2)
           MOVE TODAYS-DATE(7:2) TO INVOICE-INVDATE(9:2)
           COMPUTE PAYMENTSUM-RED = PAYMENTSUM-RED * 0.01

           MOVE 'Y' TO PAYMENT-MATCHED-SW
           MOVE 'N' TO PREPAID-DEPOSIT-SW
           PERFORM 210-CHECK-CUSTOMER-NUMBER

           IF PAYMENT-MATCHED
               PERFORM 210-CHECK-PREPAID-REFERENCE
           END-IF

           IF PAYMENT-MATCHED AND NOT PREPAID-DEPOSIT
               PERFORM 210-CHECK-INVOICE-NUMBER.

      *>   a payment nobody can place is real money in our bank
           IF NOT PAYMENT-MATCHED
               MOVE ZERO TO WN-LAST-DEBT-ID
               PERFORM 210-ADD-TO-SUSPENSE
           ELSE
           IF PREPAID-DEPOSIT
               MOVE ZERO TO WN-LAST-DEBT-ID
               PERFORM 210-DEPOSIT-PREPAID
           ELSE
               MOVE PAYMENTSUM-RED TO WN-FX-AMOUNT
               PERFORM 210-CONVERT-TO-INVOICE-CURRENCY
                   PERFORM 210-PARK-DUPLICATE-PAYMENT
               ELSE

               IF INVOICE-INVSTATE = 6
                   PERFORM 210-FORWARD-SOLD-PAYMENT
               ELSE

               IF REFCODE-20 NOT = '4'
                   MOVE 'N' TO VALID-POST-FILE-SW
                   DISPLAY ' Referens kod ogiltig '
               END-IF

               END-IF
               END-IF
           END-IF
           END-IF.
      ********************

       210-CHECK-PREPAID-REFERENCE.
      *>   the reference part of the payment is compared with the
      *>   customer's prepaid-account OCR before any invoice is
      *>   looked up - the account number is never an invoice
      *>   number, so a hit is always a deposit
           MOVE REF-20(12:16) TO PREPAID-OCRREF

           EXEC SQL
               SELECT BALANCE, LOWLIMIT
               INTO :PREPAID-BALANCE, :PREPAID-LOWLIMIT
               FROM TUTORIAL.PREPAID
               WHERE CUST_ID = :CUSTOMER-CUST-ID
                 AND OCRREF = :PREPAID-OCRREF
           END-EXEC

           IF SQLCODE = ZERO
               SET PREPAID-DEPOSIT TO TRUE
           END-IF.
      ********************

       210-DEPOSIT-PREPAID.
      *>   the deposit raises the balance the billing run draws
      *>   from; a balance back above the warning limit re-arms
      *>   the low-balance mail
           MOVE SPACE TO BGREPORT-POST
           STRING ' - INSÄTTNING FÖRSKOTTSKONTO: ' DELIMITED BY SIZE
                  REF-20 DELIMITED BY SIZE
               INTO BGREPORT-POST
           END-STRING
           WRITE BGREPORT-POST

           IF NOT IS-TEST-MODE-RUN
               COMPUTE PREPAID-BALANCE =
                   PREPAID-BALANCE + PAYMENTSUM-RED

               EXEC SQL
                   UPDATE TUTORIAL.PREPAID
                   SET BALANCE = BALANCE + :PAYMENTSUM-RED,
                       WARNSENT = CASE
                           WHEN BALANCE + :PAYMENTSUM-RED
                                >= LOWLIMIT THEN 'N'
                           ELSE WARNSENT END
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE 'PREPAIDTX' TO WC-KEYALLOC-TABLE
                   CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                         WN-NEXT-PPTX-ID

                   MOVE SPACE TO PREPAIDTX-REFTEXT
                   STRING 'Bankgiro ' DELIMITED BY SIZE
                          SENDERBG-20 DELIMITED BY SIZE
                       INTO PREPAIDTX-REFTEXT
                   END-STRING

                   EXEC SQL
                       INSERT INTO TUTORIAL.PREPAIDTX
                       VALUES (:WN-NEXT-PPTX-ID, :CUSTOMER-CUST-ID,
                               :WC-FX-RATE-DATE, 'B',
                               :PAYMENTSUM-RED, :PREPAID-BALANCE,
                               NULL, :PREPAIDTX-REFTEXT)
                   END-EXEC
               END-IF

               IF SQLCODE NOT = ZERO
                   MOVE SQLCODE     TO WN-MSG-SQLCODE
                   MOVE 'PREPAID'   TO WC-MSG-TBLCURS
                   MOVE '210-DEPOSIT-PREPAID' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
               ELSE
                   PERFORM 210-WRITE-CHECKPOINT
               END-IF
           END-IF

           ADD 1 TO WN-PREPAID-COUNT
           ADD PAYMENTSUM-RED TO WN-PREPAID-TOTAL
           ADD 1 TO WN-APPLIED-COUNT
           ADD PAYMENTSUM-RED TO WN-APPLIED-TOTAL.
      ********************

       210-CHECK-DUPLICATE-PAYMENT.
           MOVE 'N' TO PAYMENT-IS-DUPLICATE-SW
           MOVE ZERO TO WN-DUPPAY-HIT
                 AND REVERSED = 'N'
           END-EXEC

      *>   a sold invoice's payments are held for the buyer and
      *>   never reach BGPAYMENT, so they are compared with the
      *>   forwarding rows instead
           IF SQLCODE = ZERO AND WN-DUPPAY-HIT = ZERO
              AND INVOICE-INVSTATE = 6
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WN-DUPPAY-HIT
                   FROM TUTORIAL.DEBTSALEFWD
                   WHERE INV_ID = :INVOICE-INV-ID
                     AND AMOUNT = :PAYMENTSUM-RED
                     AND PAYDATE = :WC-FX-RATE-DATE
               END-EXEC
           END-IF

           IF SQLCODE = ZERO AND WN-DUPPAY-HIT > ZERO
               SET PAYMENT-IS-DUPLICATE TO TRUE
           END-IF.
                       TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
               ELSE
                   MOVE 'SUSP' TO WC-QL-QUEUE
                   MOVE WN-NEXT-SUSP-ID TO WN-QL-KEY1
                   PERFORM 210-LOG-QUEUE-ITEM
                   PERFORM 210-WRITE-CHECKPOINT
               END-IF
           END-IF.
      ********************

       210-FORWARD-SOLD-PAYMENT.
      *>     the claim now belongs to the buyer the portfolio was
      *>     sold to; the money is recorded against the sale and
      *>     paid on to the buyer by PbsDebtSale VIDARE
           MOVE SPACE TO BGREPORT-POST
           STRING ' - SÅLD FORDRAN, VIDAREBEFORDRAS: ' DELIMITED BY SIZE
                  REF-20 DELIMITED BY SIZE
               INTO BGREPORT-POST
           END-STRING
           WRITE BGREPORT-POST

           IF NOT IS-TEST-MODE-RUN
               MOVE ZERO TO IND-FWD-SALE-ID
               EXEC SQL
                   SELECT MAX(SALE_ID)
                   INTO :DEBTSALEINV-SALE-ID:IND-FWD-SALE-ID
                   FROM TUTORIAL.DEBTSALEINV
                   WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC

      *>       an invoice marked sold without its sale row cannot be
      *>       forwarded to anyone - the money waits on the suspense
      *>       queue for the operator
               IF SQLCODE NOT = ZERO OR IND-FWD-SALE-ID = -1
                   MOVE SQLCODE       TO WN-MSG-SQLCODE
                   MOVE 'DEBTSALEINV' TO WC-MSG-TBLCURS
                   MOVE '210-FORWARD-SOLD-PAYMENT' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE SPACE TO BGREPORT-POST
                   STRING ' - FÖRSÄLJNING SAKNAS, TILL AVSTÄMNING: '
                              DELIMITED BY SIZE
                          REF-20 DELIMITED BY SIZE
                       INTO BGREPORT-POST
                   END-STRING
                   WRITE BGREPORT-POST
                   MOVE 'N' TO SALE-FOUND-SW
               ELSE
                   MOVE 'Y' TO SALE-FOUND-SW
               END-IF

               IF SALE-FOUND
                   MOVE 'DEBTSALEFWD' TO WC-KEYALLOC-TABLE
                   CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                         WN-NEXT-FWD-ID

                   MOVE PAYMENT-DATE-15(1:4) TO WC-SUSP-PAYDATE(1:4)
                   MOVE PAYMENT-DATE-15(5:2) TO WC-SUSP-PAYDATE(6:2)
                   MOVE PAYMENT-DATE-15(7:2) TO WC-SUSP-PAYDATE(9:2)
                   MOVE '-' TO WC-SUSP-PAYDATE(5:1)
                   MOVE '-' TO WC-SUSP-PAYDATE(8:1)

                   EXEC SQL
                       INSERT INTO TUTORIAL.DEBTSALEFWD
                       VALUES (:WN-NEXT-FWD-ID, :DEBTSALEINV-SALE-ID,
                               :INVOICE-INV-ID, :BGCNR-20,
                               :PAYMENTSUM-RED, :WC-SUSP-PAYDATE,
                               'O', NULL)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       MOVE SQLCODE       TO WN-MSG-SQLCODE
                       MOVE 'DEBTSALEFWD' TO WC-MSG-TBLCURS
                       MOVE '210-FORWARD-SOLD-PAYMENT' TO WC-MSG-PARA
                       PERFORM Z0900-ERROR-ROUTINE
                   ELSE
                       PERFORM 210-WRITE-CHECKPOINT
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO SALE-FOUND-SW
           END-IF

           IF SALE-FOUND
               ADD 1 TO WN-SOLDFWD-COUNT
               ADD PAYMENTSUM-RED TO WN-SOLDFWD-TOTAL
           ELSE
               PERFORM 210-ADD-TO-SUSPENSE
           END-IF.
      ********************

       210-ADD-TO-SUSPENSE.
           IF NOT IS-TEST-MODE-RUN
               MOVE 'BGSUSPENSE' TO WC-KEYALLOC-TABLE
                   MOVE '210-ADD-TO-SUSPENSE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
               ELSE
                   MOVE 'SUSP' TO WC-QL-QUEUE
                   MOVE WN-NEXT-SUSP-ID TO WN-QL-KEY1
                   PERFORM 210-LOG-QUEUE-ITEM
                   PERFORM 210-WRITE-CHECKPOINT
               END-IF
           END-IF

       110-NAME-POST.
           MOVE BGMAXFIL-POST TO NAME-POST-26
           IF NOT IS-TEST-MODE-RUN
               PERFORM 210-REGISTER-PAYER
           END-IF
           IF WN-LAST-DEBT-ID NOT = ZERO AND NOT IS-TEST-MODE-RUN
               MOVE PAYERNAME-26(1:35) TO WC-PROP-VALUE


               MOVE WN-NEXT-PROP-ID TO WN-CUR-PROP-ID

               CALL 'BUSDATE' USING TODAYS-DATE
               MOVE TODAYS-DATE(1:4) TO WC-PROP-DATE(1:4)
               MOVE TODAYS-DATE(5:2) TO WC-PROP-DATE(6:2)
               MOVE TODAYS-DATE(7:2) TO WC-PROP-DATE(9:2)
                   INSERT INTO TUTORIAL.ADDRPROP
                   VALUES (:WN-CUR-PROP-ID, :WN-LAST-DEBT-ID,
                           NULL, NULL, NULL, NULL,
                           :WC-PROP-DATE, 'O', :WC-PROP-SOURCE)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE 'ADDRPROP'  TO WC-MSG-TBLCURS
                   MOVE '210-ENSURE-ADDR-PROPOSAL' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
               ELSE
                   MOVE 'ADRF' TO WC-QL-QUEUE
                   MOVE WN-CUR-PROP-ID TO WN-QL-KEY1
                   PERFORM 210-LOG-QUEUE-ITEM
               END-IF
           END-IF.
      ********************

       210-REGISTER-PAYER.
      *>     one row per sender Bankgiro and name; a name already
      *>     known only gets its last-seen date moved, so a payer
      *>     who changes name is screened under the new name too
           MOVE PAYERNAME-26(1:35) TO BGPAYER-NAME
           IF BGPAYER-NAME = SPACE OR SENDERBG-20 = SPACE
               EXIT PARAGRAPH
           END-IF

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE TODAYS-DATE(1:4) TO WC-PAYER-DATE(1:4)
           MOVE TODAYS-DATE(5:2) TO WC-PAYER-DATE(6:2)
           MOVE TODAYS-DATE(7:2) TO WC-PAYER-DATE(9:2)
           MOVE '-' TO WC-PAYER-DATE(5:1), WC-PAYER-DATE(8:1)

           EXEC SQL
               UPDATE TUTORIAL.BGPAYER
               SET LASTSEEN = :WC-PAYER-DATE,
                   DEBT_ID = CASE WHEN :WN-LAST-DEBT-ID = 0
                                  THEN DEBT_ID
                                  ELSE :WN-LAST-DEBT-ID END
               WHERE SENDERBG = :SENDERBG-20
                 AND NAME = :BGPAYER-NAME
           END-EXEC

           IF SQLCODE = 100
               MOVE 'BGPAYER' TO WC-KEYALLOC-TABLE
               CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                     WN-NEXT-PAYER-ID

               EXEC SQL
                   INSERT INTO TUTORIAL.BGPAYER
                   VALUES (:WN-NEXT-PAYER-ID, :SENDERBG-20,
                           :WN-LAST-DEBT-ID, :BGPAYER-NAME,
                           :WC-PAYER-DATE, :WC-PAYER-DATE)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'BGPAYER'   TO WC-MSG-TBLCURS
               MOVE '210-REGISTER-PAYER' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
           END-IF.
      ********************

       210-APPEND-DEBTOR-NOTE.
      *>   captures reference/info posts onto the DEBTOR record tied
      *>   to the most recently matched payment/deduction post; a

       210-LOOKUP-INVOICE.
           EXEC SQL
               SELECT INV_ID, DEBT_ID, CURRENCY, INVSTATE
               INTO :INVOICE-INV-ID, :INVOICE-DEBT-ID,
                    :INVOICE-CURRENCY, :INVOICE-INVSTATE
               FROM INVOICE
               WHERE CUST_ID = :CUSTOMER-CUST-ID AND
                               INVNO = :INVOICE-INVNO
      *>           a credit balance on the debtor
                   COMPUTE WN-OUTSTANDING =
                           ITEM-PRICE - INVOICE-PAIDAMT
                   PERFORM 210-SPLIT-PAYMENT
                   MOVE ZERO TO WN-OVERPAY-AMOUNT
                   IF WN-PRINCIPAL-PART > WN-OUTSTANDING
                       COMPUTE WN-OVERPAY-AMOUNT =
                               WN-PRINCIPAL-PART - WN-OUTSTANDING
                       MOVE WN-OUTSTANDING TO WN-PRINCIPAL-PART
                       COMPUTE WN-PAYMENTSUM-CONV =
                               WN-PRINCIPAL-PART
                             + BGPAYMENT-COSTAMT
                             + BGPAYMENT-INTAMT
                       DISPLAY ' Overbetalning bokas som'
                               ' tillgodohavande'
                   END-IF
           END-IF.
      *******************

       210-SPLIT-PAYMENT.
      *>     costs, then interest, then principal - only worked out
      *>     here; the costs and interest are booked together with
      *>     the principal in 210-UPDATE-INVOICE-STATUS
           MOVE INVOICE-INV-ID     TO BGPAYMENT-INV-ID
           MOVE WN-PAYMENTSUM-CONV TO BGPAYMENT-AMOUNT
           MOVE 'Q' TO WC-PAYALLOC-FUNC
           CALL 'PAYALLOC' USING WC-PAYALLOC-FUNC,
                                 BGPAYMENT-INV-ID,
                                 BGPAYMENT-AMOUNT,
                                 BGPAYMENT-COSTAMT,
                                 BGPAYMENT-INTAMT,
                                 BGPAYMENT-INTINV-ID
           COMPUTE WN-PRINCIPAL-PART =
                   WN-PAYMENTSUM-CONV
                 - BGPAYMENT-COSTAMT
                 - BGPAYMENT-INTAMT.
      *******************

       210-UPDATE-INVOICE-STATUS.
           ADD 1 TO WN-APPLIED-COUNT
      *>   the reconciliation report totals the raw amounts exactly
           MOVE 'Y' TO WN-INVOICE-UPDATE-OK-SW

           IF NOT IS-TEST-MODE-RUN
               MOVE INVOICE-INV-ID     TO BGPAYMENT-INV-ID
               MOVE WN-PAYMENTSUM-CONV TO BGPAYMENT-AMOUNT
               MOVE 'A' TO WC-PAYALLOC-FUNC
               CALL 'PAYALLOC' USING WC-PAYALLOC-FUNC,
                                     BGPAYMENT-INV-ID,
                                     BGPAYMENT-AMOUNT,
                                     BGPAYMENT-COSTAMT,
                                     BGPAYMENT-INTAMT,
                                     BGPAYMENT-INTINV-ID

               EXEC SQL
                   UPDATE INVOICE
                   SET PAIDAMT = PAIDAMT + :WN-PRINCIPAL-PART
                   WHERE INV_ID = :INVOICE-INV-ID
               END-EXEC

      *>     payments reach what the invoice's items actually cost -
      *>     a partial payment leaves INVSTATE alone so later partial
      *>     or final payments keep matching against it normally
           IF WN-PRINCIPAL-PART = WN-OUTSTANDING
               PERFORM 210-MARK-INVOICE-PAID.

           IF NOT IS-TEST-MODE-RUN
                               :WN-SPREAD-INV-ID, :BGCNR-20,
                               :WN-SPREAD-APPLY,
                               :WC-FX-RATE-DATE, 'N',
                               :WN-FX-USED-RATE, 0, 0, 0)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                   VALUES (:WN-NEXT-PAYMENT-ID, :INVOICE-INV-ID,
                           :BGCNR-20, :WN-PAYMENTSUM-CONV,
                           :WC-FX-RATE-DATE, 'N',
                           :WN-FX-USED-RATE, :BGPAYMENT-COSTAMT,
                           :BGPAYMENT-INTAMT, :BGPAYMENT-INTINV-ID)
               END-EXEC

               IF SQLCODE NOT= ZERO
      *>     the file ran to the end and was applied for real, so
      *>     its deposit goes into the registry and any rerun of
      *>     the same file is refused up front
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE TODAYS-DATE(1:4) TO WC-BGREG-LOADDATE(1:4)
           MOVE TODAYS-DATE(5:2) TO WC-BGREG-LOADDATE(6:2)
           MOVE TODAYS-DATE(7:2) TO WC-BGREG-LOADDATE(9:2)
           EXEC SQL
               INSERT INTO TUTORIAL.BGFILEREG
               VALUES (:WC-BGREG-SERNO, :WC-BGREG-PAYDATE,
                       :WC-BGREG-LOADDATE, :WC-INPUT-FILENAME,
                       :WC-BGREG-CHANNEL)
           END-EXEC

           IF SQLCODE NOT = ZERO
                   FROM TUTORIAL.BGFILEREG
                   WHERE SERNUMBER = :WC-BGREG-SERNO
                     AND PAYDATE = :WC-BGREG-PAYDATE
                     AND CHANNEL = :WC-BGREG-CHANNEL
               END-EXEC

               IF SQLCODE = ZERO AND WN-BGREG-HIT > ZERO
               PERFORM WRITE-BAD-FILE.
      *******************

       210-LOG-QUEUE-ITEM.
      *>   timed for the queue aging report
           CALL 'queuelog' USING WC-QL-FUNC, WC-QL-QUEUE, WN-QL-KEY1,
                                 WN-QL-KEY2, WC-QL-KEYTEXT,
                                 WC-QL-USERID.
      *******************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-ERROR-ROUTINE.
       .
           COMPUTE RAP-DIFF-TOTAL-ED =
                   WN-DEPOSIT-TOTAL - WN-APPLIED-TOTAL

           IF IS-PLUSGIRO-FILE
               MOVE '=== PlusGiro-avstamning ===' TO BGREPORT-POST
           ELSE
               MOVE '=== Bankgiro-avstamning ===' TO BGREPORT-POST
           END-IF
           WRITE BGREPORT-POST
           IF IS-TEST-MODE-RUN
               MOVE '*** TESTKORNING - INGA POSTER HAR UPPDATERATS ***'
                  INTO BGREPORT-POST
           WRITE BGREPORT-POST

           MOVE WN-SOLDFWD-TOTAL TO RAP-SUSPENSE-ED
           STRING 'Vidarebefordras till köpare: ' DELIMITED BY SIZE
                  RAP-SUSPENSE-ED      DELIMITED BY SIZE
                  INTO BGREPORT-POST
           WRITE BGREPORT-POST

           MOVE WN-PREPAID-TOTAL TO RAP-SUSPENSE-ED
           STRING 'Insatt på förskottskonton  : ' DELIMITED BY SIZE
                  RAP-SUSPENSE-ED      DELIMITED BY SIZE
                  INTO BGREPORT-POST
           WRITE BGREPORT-POST

      *>   the standing balance on the suspense account, so the
      *>   reconciliation always shows how much money is waiting
      *>   to be placed
           WRITE BGREPORT-POST

      *>   an applied-vs-deposit difference beyond the configured
      *>   BGDIFF (PGDIFF for PlusGiro) tolerance is a breach even
      *>   when the run exits zero - write it to the alert file the
      *>   driver pages from
           IF IS-PLUSGIRO-FILE
               MOVE 'PGDIFF' TO WC-THR-KEY
           ELSE
               MOVE 'BGDIFF' TO WC-THR-KEY
           END-IF
           MOVE ZERO TO W9-THR-VALUE
           EXEC SQL
               SELECT THRVALUE
           IF W9-ABS-DIFF > W9-THR-VALUE
               OPEN EXTEND ALERTFIL
               MOVE SPACE TO ALERT-POST
               IF IS-PLUSGIRO-FILE
                   STRING 'PLUSGIRO: differens bokfort/insatt '
                          DELIMITED BY SIZE
                          RAP-DIFF-TOTAL-ED DELIMITED BY SIZE
                       INTO ALERT-POST
                   END-STRING
               ELSE
                   STRING 'BANKGIRO: differens bokfort/insatt '
                          DELIMITED BY SIZE
                          RAP-DIFF-TOTAL-ED DELIMITED BY SIZE
                       INTO ALERT-POST
                   END-STRING
               END-IF
               WRITE ALERT-POST
               CLOSE ALERTFIL
           END-IF.
