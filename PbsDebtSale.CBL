       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsDebtSale.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Sale of a customer's aged receivables to a debt
      **>          buyer. With URVAL <kundnr> <min-dagar>
      **>          <min-belopp> the customer's open debtor invoices
      **>          at least that many days past due and with at
      **>          least that balance are gathered into a portfolio
      **>          (DEBTSALE/DEBTSALEINV) and listed in
      **>          data/portfolj-<id>.txt for the customer to
      **>          approve; the approval and the buyer are recorded
      **>          in the maintenance menu. With OVERLAT <id> the
      **>          approved portfolio is sold: the transfer file to
      **>          the buyer (data/overlatelse-<id>.txt) carries
      **>          debtor, invoice and balance per claim, and the
      **>          invoices close on our side in INVSTATE 6 (såld);
      **>          the överlåtelseavi to each debtor goes out with
      **>          the next print run (submit-invoices 37). With
      **>          VIDARE the Bankgiro payments that still arrive on
      **>          sold invoices, which the payment load parks in
      **>          DEBTSALEFWD instead of applying, go to each
      **>          buyer in a forwarding file of its own
      **>          (data/vidarebefordran-YYYYMMDD-<bg>.txt). Both
      **>          files to the buyer carry debtors' names and
      **>          balances and are encrypted for that buyer alone
      **>          and signed with our key (OUTSEAL, counterparty
      **>          the buyer's Bankgiro number as recorded on the
      **>          portfolio, file types OVERLAT and VIDAREBEF),
      **>          registered in OUTFILEREG with their count and
      **>          total. A file that cannot be sealed fails the run
      **>          and stays for the next run to seal: OVERLAT on a
      **>          sold portfolio seals its transfer file, VIDARE
      **>          seals every forwarding file left on disk before
      **>          it writes new ones.
      **> Initial Version Created: 2014-04-17
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSLISTFIL ASSIGN TO WC-DS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSLIST-FS.
           SELECT DSDIRFIL ASSIGN TO 'data/vidarebef-list.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSDIR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSLISTFIL.
       01  DSLIST-POST         PIC X(250).
       FD  DSDIRFIL.
       01  DSDIR-POST          PIC X(80).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  DS-OK-SW                PIC X VALUE 'Y'.
               88  DS-OK                   VALUE 'Y'.
           05  DSDIR-EOF-SW            PIC X VALUE 'N'.
               88  DSDIR-EOF               VALUE 'Y'.

       01  DSLIST-FS           PIC X(2) VALUE SPACE.
           88  DSLIST-SUCCESSFUL   VALUE '00'.
       01  DSDIR-FS            PIC X(2) VALUE SPACE.
           88  DSDIR-SUCCESSFUL    VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-CMDLINE          PIC X(80) VALUE SPACE.
       01  WC-VERB             PIC X(10) VALUE SPACE.
       01  WC-ARG1             PIC X(10) VALUE SPACE.
       01  WC-ARG2             PIC X(10) VALUE SPACE.
       01  WC-ARG3             PIC X(14) VALUE SPACE.
       01  WC-DS-FILENAME      PIC X(60) VALUE SPACE.
       01  WC-DS-DIR-COMMAND   PIC X(100) VALUE SPACE.
       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-DS-INV-COUNT       PIC 9(5) VALUE ZERO.
           05  WN-DS-DROP-COUNT      PIC 9(5) VALUE ZERO.
           05  WN-DS-FWD-COUNT       PIC 9(5) VALUE ZERO.
           05  WN-DS-FWD-ALL-COUNT   PIC 9(5) VALUE ZERO.
           05  WN-DS-FWD-FILE-COUNT  PIC 9(5) VALUE ZERO.

      *>   the portfolio being built or sold, and its totals
       01  WC-DS-CUSTNO        PIC X(10) VALUE SPACE.
       01  WN-DS-SALE-ID       PIC S9(9) COMP VALUE ZERO.
       01  WE-DS-SALE-ID       PIC 9(9)  VALUE ZERO.
       01  WN-DS-INVSTATE      PIC S9(4) COMP VALUE ZERO.
       01  WN-DS-DAYS-LATE     PIC S9(9) COMP VALUE ZERO.
       01  WC-DS-DUEDATE       PIC X(10) VALUE SPACE.
       01  W9-DS-TOTAL         PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-DS-FWD-TOTAL     PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-DS-FWD-ALL-TOTAL PIC S9(9)V9(2) COMP-3 VALUE ZERO.
      *>   the buyer whose forwarding file is being written
       01  WC-DS-FWD-BUYERBG   PIC X(10) VALUE SPACE.

       01  WE-DS-AMOUNT        PIC -(7)9.99.
       01  WE-DS-AMOUNT-2      PIC -(7)9.99.
       01  WE-DS-DAYS          PIC Z(4)9.
       01  WE-DS-COUNT         PIC Z(4)9.
       01  WC-DS-LINE          PIC X(250) VALUE SPACE.

      *>   the outbound file and its counterparty for OUTSEAL
       01  WC-SEAL-PARTY       PIC X(10) VALUE SPACE.
       01  WC-SEAL-FILE        PIC X(80) VALUE SPACE.
       01  WN-SEAL-RESULT      PIC S9(4) COMP VALUE ZERO.
       01  WC-SEAL-FILETYPE    PIC X(10) VALUE SPACE.
       01  WN-SEAL-RECCOUNT    PIC S9(9) COMP VALUE ZERO.
       01  W9-SEAL-AMOUNT      PIC S9(9)V9(2) COMP-3 VALUE ZERO.

           EXEC SQL INCLUDE SQLCA       END-EXEC.
           EXEC SQL INCLUDE DEBTSALE    END-EXEC.
           EXEC SQL INCLUDE DEBTSALEINV END-EXEC.
           EXEC SQL INCLUDE DEBTSALEFWD END-EXEC.
           EXEC SQL INCLUDE INVOICE     END-EXEC.
           EXEC SQL INCLUDE CUSTOMER    END-EXEC.
           EXEC SQL INCLUDE DEBTOR      END-EXEC.
           EXEC SQL INCLUDE ADDR        END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the customer's open debtor invoices far enough past due
      *>   and large enough for the portfolio; a disputed invoice,
      *>   one at Kronofogden and one already in an open portfolio
      *>   are never offered
           EXEC SQL
               DECLARE CUR-DS-SELECT CURSOR FOR
               SELECT I.INV_ID, I.INVNO, I.INVDATE,
                      CHAR(COALESCE(I.DUEDATE,
                                    I.INVDATE + C.DUEDAYS DAYS)),
                      DAYS(:WC-TODAY-DATE)
                      - DAYS(COALESCE(I.DUEDATE,
                                      I.INVDATE + C.DUEDAYS DAYS)),
                      D.NAME,
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = I.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID)
                      - I.PAIDAMT,
                      (SELECT COALESCE(SUM(F.AMOUNT - F.PAIDAMT), 0)
                       FROM TUTORIAL.INVFEE F
                       WHERE F.INV_ID = I.INV_ID)
               FROM TUTORIAL.INVOICE I, TUTORIAL.CUSTOMER C,
                    TUTORIAL.DEBTOR D
               WHERE I.CUST_ID = :DEBTSALE-CUST-ID
                 AND C.CUST_ID = I.CUST_ID
                 AND D.DEBT_ID = I.DEBT_ID
                 AND I.DEBT_ID NOT = 0
                 AND I.INVSTATE NOT = 0
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
                 AND DAYS(:WC-TODAY-DATE)
                     - DAYS(COALESCE(I.DUEDATE,
                                     I.INVDATE + C.DUEDAYS DAYS))
                     >= :DEBTSALE-MINDAYS
                 AND (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                      FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                      WHERE II.INV_ID = I.INV_ID
                        AND IT.ITEM_ID = II.ITEM_ID)
                     - I.PAIDAMT >= :DEBTSALE-MINAMT
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.DISPUTE DI
                      WHERE DI.INV_ID = I.INV_ID
                        AND DI.RELEASED = 'N')
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.KFMCASE K
                      WHERE K.INV_ID = I.INV_ID
                        AND K.STATE NOT = 'S'
                        AND K.STATE NOT = 'W')
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.DEBTSALEINV SI,
                                    TUTORIAL.DEBTSALE S
                      WHERE SI.INV_ID = I.INV_ID
                        AND S.SALE_ID = SI.SALE_ID
                        AND (S.STATE = 'P' OR S.STATE = 'G'))
               ORDER BY I.INVDATE, I.INVNO
           END-EXEC

      *>   the portfolio's invoices at the moment of sale, with the
      *>   debtor data the buyer needs and the balance as it
      *>   stands today
           EXEC SQL
               DECLARE CUR-DS-TRANSFER CURSOR FOR
               SELECT I.INV_ID, I.INVNO, I.INVDATE, I.INVSTATE,
                      CHAR(COALESCE(I.DUEDATE,
                                    I.INVDATE + C.DUEDAYS DAYS)),
                      D.NAME, D.VATNO, A.STREET, A.POSTNO, A.PLACE,
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = I.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID)
                      - I.PAIDAMT,
                      (SELECT COALESCE(SUM(F.AMOUNT - F.PAIDAMT), 0)
                       FROM TUTORIAL.INVFEE F
                       WHERE F.INV_ID = I.INV_ID)
               FROM TUTORIAL.DEBTSALEINV SI, TUTORIAL.INVOICE I,
                    TUTORIAL.CUSTOMER C, TUTORIAL.DEBTOR D,
                    TUTORIAL.ADDR A
               WHERE SI.SALE_ID = :WN-DS-SALE-ID
                 AND I.INV_ID = SI.INV_ID
                 AND C.CUST_ID = I.CUST_ID
                 AND D.DEBT_ID = I.DEBT_ID
                 AND A.ADDR_ID = D.ADDR_ID
               ORDER BY I.INVDATE, I.INVNO
           END-EXEC

      *>   payments parked on sold invoices, grouped on the buyer
      *>   so each buyer's file holds its own portfolios only
           EXEC SQL
               DECLARE CUR-DS-FORWARD CURSOR FOR
               SELECT W.FWD_ID, S.BUYER, S.BUYERBG, I.CUSTNO,
                      I.INVNO, W.PAYDATE, W.AMOUNT
               FROM TUTORIAL.DEBTSALEFWD W, TUTORIAL.DEBTSALE S,
                    TUTORIAL.INVOICE I
               WHERE W.STATE = 'O'
                 AND S.SALE_ID = W.SALE_ID
                 AND I.INV_ID = W.INV_ID
               ORDER BY S.BUYERBG, W.SALE_ID, W.FWD_ID
           END-EXEC

       PROCEDURE DIVISION.

       000-DEBT-SALE-RUN.
           MOVE 'PbsDebtSale.CBL' TO WC-MSG-SRCFILE

           ACCEPT WC-CMDLINE FROM COMMAND-LINE
           UNSTRING WC-CMDLINE DELIMITED BY ALL SPACE
               INTO WC-VERB, WC-ARG1, WC-ARG2, WC-ARG3
           END-UNSTRING

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1)

           EVALUATE WC-VERB
               WHEN 'URVAL'
                   IF WC-ARG1 = SPACE
                      OR WC-ARG2(1:1) IS NOT NUMERIC
                      OR WC-ARG3(1:1) IS NOT NUMERIC
                       PERFORM 900-SHOW-USAGE
                   ELSE
                       PERFORM 100-SELECT-PORTFOLIO
                   END-IF
               WHEN 'OVERLAT'
                   IF WC-ARG1(1:1) IS NOT NUMERIC
                       PERFORM 900-SHOW-USAGE
                   ELSE
                       PERFORM 200-TRANSFER-PORTFOLIO
                   END-IF
               WHEN 'VIDARE'
                   PERFORM 300-FORWARD-PAYMENTS
               WHEN OTHER
                   PERFORM 900-SHOW-USAGE
           END-EVALUATE

           IF DS-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-SELECT-PORTFOLIO.
           MOVE WC-ARG1 TO WC-DS-CUSTNO
           MOVE FUNCTION NUMVAL(WC-ARG2) TO DEBTSALE-MINDAYS
           MOVE FUNCTION NUMVAL(WC-ARG3) TO DEBTSALE-MINAMT

           EXEC SQL
               SELECT CUST_ID
               INTO :DEBTSALE-CUST-ID
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :WC-DS-CUSTNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Okänt kundnummer: ' WC-DS-CUSTNO
               MOVE 'N' TO DS-OK-SW
           ELSE
               MOVE 'DEBTSALE' TO WC-KEYALLOC-TABLE
               CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                     WN-DS-SALE-ID

               EXEC SQL
                   INSERT INTO TUTORIAL.DEBTSALE
                   VALUES (:WN-DS-SALE-ID, :DEBTSALE-CUST-ID, 'P',
                           :DEBTSALE-MINDAYS, :DEBTSALE-MINAMT,
                           :WC-TODAY-DATE, NULL, NULL, ' ', ' ',
                           NULL, 0, 0)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE SQLCODE    TO WN-MSG-SQLCODE
                   MOVE 'DEBTSALE' TO WC-MSG-TBLCURS
                   MOVE '100-SELECT-PORTFOLIO' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DS-OK-SW
               ELSE
                   PERFORM 105-WRITE-PORTFOLIO-LIST
               END-IF
           END-IF.
      ***********************

       105-WRITE-PORTFOLIO-LIST.
           MOVE WN-DS-SALE-ID TO WE-DS-SALE-ID
           MOVE SPACE TO WC-DS-FILENAME
           STRING 'data/portfolj-' DELIMITED BY SIZE
                  WE-DS-SALE-ID DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WC-DS-FILENAME
           END-STRING

           OPEN OUTPUT DSLISTFIL

           IF NOT DSLIST-SUCCESSFUL
               DISPLAY ' Kan inte skapa portföljlistan!'
               MOVE 'N' TO DS-OK-SW
           ELSE
               MOVE SPACE TO WC-DS-LINE
               STRING 'FORDRINGSPORTFÖLJ ' DELIMITED BY SIZE
                      WE-DS-SALE-ID DELIMITED BY SIZE
                      ' - kund ' DELIMITED BY SIZE
                      WC-DS-CUSTNO DELIMITED BY SPACE
                      ' - ' DELIMITED BY SIZE
                      WC-TODAY-DATE DELIMITED BY SIZE
                   INTO WC-DS-LINE
               END-STRING
               MOVE WC-DS-LINE TO DSLIST-POST
               WRITE DSLIST-POST

               MOVE 'Faktura / fakturadatum / förfallodag / dagar /'
                 & ' gäldenär / saldo / avgifter' TO DSLIST-POST
               WRITE DSLIST-POST

               EXEC SQL
                   OPEN CUR-DS-SELECT
               END-EXEC

               EXEC SQL
                   FETCH CUR-DS-SELECT
                   INTO :DEBTSALEINV-INV-ID, :INVOICE-INVNO,
                        :INVOICE-INVDATE, :WC-DS-DUEDATE,
                        :WN-DS-DAYS-LATE, :DEBTOR-NAME,
                        :DEBTSALEINV-BALANCE, :DEBTSALEINV-FEES
               END-EXEC

               PERFORM 110-ADD-ONE-INVOICE
                   UNTIL SQLCODE NOT = ZERO

               IF SQLCODE NOT = 100
                   MOVE SQLCODE TO WN-MSG-SQLCODE
                   MOVE 'CUR-DS-SELECT' TO WC-MSG-TBLCURS
                   MOVE '105-WRITE-PORTFOLIO-LIST' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DS-OK-SW
               END-IF

               EXEC SQL
                   CLOSE CUR-DS-SELECT
               END-EXEC

               MOVE WN-DS-INV-COUNT TO WE-DS-COUNT
               MOVE W9-DS-TOTAL TO WE-DS-AMOUNT
               MOVE SPACE TO WC-DS-LINE
               STRING 'Antal fakturor ' DELIMITED BY SIZE
                      WE-DS-COUNT DELIMITED BY SIZE
                      '  saldo totalt ' DELIMITED BY SIZE
                      WE-DS-AMOUNT DELIMITED BY SIZE
                   INTO WC-DS-LINE
               END-STRING
               MOVE WC-DS-LINE TO DSLIST-POST
               WRITE DSLIST-POST

               CLOSE DSLISTFIL

      *>       an empty selection leaves nothing to approve
               IF WN-DS-INV-COUNT = ZERO
                   EXEC SQL
                       UPDATE TUTORIAL.DEBTSALE
                       SET STATE = 'X'
                       WHERE SALE_ID = :WN-DS-SALE-ID
                   END-EXEC
                   DISPLAY ' Inga fakturor uppfyller urvalet.'
               ELSE
                   EXEC SQL
                       UPDATE TUTORIAL.DEBTSALE
                       SET INVCOUNT = :WN-DS-INV-COUNT,
                           TOTAL = :W9-DS-TOTAL
                       WHERE SALE_ID = :WN-DS-SALE-ID
                   END-EXEC
                   DISPLAY ' Portfölj ' WE-DS-SALE-ID
                           ' skapad, väntar på kundens godkännande: '
                           WC-DS-FILENAME
                   DISPLAY ' Fakturor i portföljen: ' WN-DS-INV-COUNT
               END-IF
           END-IF.
      ***********************

       110-ADD-ONE-INVOICE.
           EXEC SQL
               INSERT INTO TUTORIAL.DEBTSALEINV
               VALUES (:WN-DS-SALE-ID, :DEBTSALEINV-INV-ID,
                       :DEBTSALEINV-BALANCE, :DEBTSALEINV-FEES, 'N')
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE       TO WN-MSG-SQLCODE
               MOVE 'DEBTSALEINV' TO WC-MSG-TBLCURS
               MOVE '110-ADD-ONE-INVOICE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DS-OK-SW
           ELSE
               MOVE WN-DS-DAYS-LATE     TO WE-DS-DAYS
               MOVE DEBTSALEINV-BALANCE TO WE-DS-AMOUNT
               MOVE DEBTSALEINV-FEES    TO WE-DS-AMOUNT-2
               MOVE SPACE TO WC-DS-LINE
               STRING INVOICE-INVNO DELIMITED BY SPACE
                      ' / ' DELIMITED BY SIZE
                      INVOICE-INVDATE DELIMITED BY SIZE
                      ' / ' DELIMITED BY SIZE
                      WC-DS-DUEDATE DELIMITED BY SIZE
                      ' / ' DELIMITED BY SIZE
                      WE-DS-DAYS DELIMITED BY SIZE
                      ' / ' DELIMITED BY SIZE
                      DEBTOR-NAME-TEXT(1:40) DELIMITED BY '  '
                      ' / ' DELIMITED BY SIZE
                      WE-DS-AMOUNT DELIMITED BY SIZE
                      ' / ' DELIMITED BY SIZE
                      WE-DS-AMOUNT-2 DELIMITED BY SIZE
                   INTO WC-DS-LINE
               END-STRING
               MOVE WC-DS-LINE TO DSLIST-POST
               WRITE DSLIST-POST

               ADD 1 TO WN-DS-INV-COUNT
               ADD DEBTSALEINV-BALANCE TO W9-DS-TOTAL
               ADD DEBTSALEINV-FEES    TO W9-DS-TOTAL
           END-IF

           EXEC SQL
               FETCH CUR-DS-SELECT
               INTO :DEBTSALEINV-INV-ID, :INVOICE-INVNO,
                    :INVOICE-INVDATE, :WC-DS-DUEDATE,
                    :WN-DS-DAYS-LATE, :DEBTOR-NAME,
                    :DEBTSALEINV-BALANCE, :DEBTSALEINV-FEES
           END-EXEC.
      ***********************

       200-TRANSFER-PORTFOLIO.
           MOVE FUNCTION NUMVAL(WC-ARG1) TO WN-DS-SALE-ID

           EXEC SQL
               SELECT S.STATE, S.BUYER, S.BUYERBG, C.CUSTNO
               INTO :DEBTSALE-STATE, :DEBTSALE-BUYER,
                    :DEBTSALE-BUYERBG, :WC-DS-CUSTNO
               FROM TUTORIAL.DEBTSALE S, TUTORIAL.CUSTOMER C
               WHERE S.SALE_ID = :WN-DS-SALE-ID
                 AND C.CUST_ID = S.CUST_ID
           END-EXEC

           MOVE WN-DS-SALE-ID TO WE-DS-SALE-ID
           MOVE SPACE TO WC-DS-FILENAME
           STRING 'data/overlatelse-' DELIMITED BY SIZE
                  WE-DS-SALE-ID DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WC-DS-FILENAME
           END-STRING

           IF SQLCODE NOT = ZERO
               DISPLAY ' Okänd portfölj: ' WN-DS-SALE-ID
               MOVE 'N' TO DS-OK-SW
           ELSE
           IF DEBTSALE-IS-SOLD
      *>       a sold portfolio whose transfer file could not be
      *>       sealed is sealed now; the sale itself is not redone
               PERFORM 220-SEAL-TRANSFER-FILE
               IF DS-OK
                   DISPLAY ' Portföljen är redan överlåten'
               END-IF
           ELSE
           IF NOT DEBTSALE-IS-APPROVED
      *>       nothing is sold without the customer's go-ahead
               DISPLAY ' Portföljen är inte godkänd av kunden!'
               MOVE 'N' TO DS-OK-SW
           ELSE
               OPEN OUTPUT DSLISTFIL

               IF NOT DSLIST-SUCCESSFUL
                   DISPLAY ' Kan inte skapa överlåtelsefilen!'
                   MOVE 'N' TO DS-OK-SW
               ELSE
                   PERFORM 205-WRITE-TRANSFER-FILE
               END-IF
           END-IF
           END-IF
           END-IF.
      ***********************

       205-WRITE-TRANSFER-FILE.
           MOVE SPACE TO WC-DS-LINE
           STRING 'OVERLATELSE;' DELIMITED BY SIZE
                  WE-DS-SALE-ID DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WC-DS-CUSTNO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  DEBTSALE-BUYER-TEXT(1:DEBTSALE-BUYER-LEN)
                      DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WC-TODAY-DATE DELIMITED BY SIZE
               INTO WC-DS-LINE
           END-STRING
           MOVE WC-DS-LINE TO DSLIST-POST
           WRITE DSLIST-POST

           EXEC SQL
               OPEN CUR-DS-TRANSFER
           END-EXEC

           EXEC SQL
               FETCH CUR-DS-TRANSFER
               INTO :DEBTSALEINV-INV-ID, :INVOICE-INVNO,
                    :INVOICE-INVDATE, :WN-DS-INVSTATE,
                    :WC-DS-DUEDATE, :DEBTOR-NAME, :DEBTOR-VATNO,
                    :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE,
                    :DEBTSALEINV-BALANCE, :DEBTSALEINV-FEES
           END-EXEC

           PERFORM 210-TRANSFER-ONE-INVOICE
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE TO WN-MSG-SQLCODE
               MOVE 'CUR-DS-TRANSFER' TO WC-MSG-TBLCURS
               MOVE '205-WRITE-TRANSFER-FILE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DS-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-DS-TRANSFER
           END-EXEC

           MOVE WN-DS-INV-COUNT TO WE-DS-COUNT
           MOVE W9-DS-TOTAL TO WE-DS-AMOUNT
           MOVE SPACE TO WC-DS-LINE
           STRING 'SUMMA;' DELIMITED BY SIZE
                  WE-DS-COUNT DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-DS-AMOUNT DELIMITED BY SIZE
               INTO WC-DS-LINE
           END-STRING
           MOVE WC-DS-LINE TO DSLIST-POST
           WRITE DSLIST-POST

           CLOSE DSLISTFIL

           PERFORM 220-SEAL-TRANSFER-FILE

           EXEC SQL
               UPDATE TUTORIAL.DEBTSALE
               SET STATE = 'S',
                   SALEDATE = :WC-TODAY-DATE,
                   INVCOUNT = :WN-DS-INV-COUNT,
                   TOTAL = :W9-DS-TOTAL
               WHERE SALE_ID = :WN-DS-SALE-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE    TO WN-MSG-SQLCODE
               MOVE 'DEBTSALE' TO WC-MSG-TBLCURS
               MOVE '205-WRITE-TRANSFER-FILE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DS-OK-SW
           END-IF

           DISPLAY ' === Överlåtelse portfölj ' WE-DS-SALE-ID ' ==='
           DISPLAY ' Överlåtelsefil       : ' WC-DS-FILENAME
           DISPLAY ' Sålda fakturor       : ' WN-DS-INV-COUNT
           DISPLAY ' Utgått sedan urvalet : ' WN-DS-DROP-COUNT
           DISPLAY ' Överlåtet saldo      : ' WE-DS-AMOUNT.
      ***********************

       210-TRANSFER-ONE-INVOICE.
      *>   an invoice settled, cancelled or written off since the
      *>   selection leaves the portfolio; the rest is sold at the
      *>   balance it has today and closes on our side
           IF WN-DS-INVSTATE = 9 OR WN-DS-INVSTATE = 3
              OR WN-DS-INVSTATE = 7 OR WN-DS-INVSTATE = 8
              OR DEBTSALEINV-BALANCE NOT > ZERO
               EXEC SQL
                   DELETE FROM TUTORIAL.DEBTSALEINV
                   WHERE SALE_ID = :WN-DS-SALE-ID
                     AND INV_ID = :DEBTSALEINV-INV-ID
               END-EXEC
               ADD 1 TO WN-DS-DROP-COUNT
           ELSE
               MOVE DEBTSALEINV-BALANCE TO WE-DS-AMOUNT
               MOVE DEBTSALEINV-FEES    TO WE-DS-AMOUNT-2
               MOVE SPACE TO WC-DS-LINE
               STRING WC-DS-CUSTNO DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      INVOICE-INVNO DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      INVOICE-INVDATE DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WC-DS-DUEDATE DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      DEBTOR-NAME-TEXT(1:40) DELIMITED BY '  '
                      ';' DELIMITED BY SIZE
                      DEBTOR-VATNO DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      ADDR-STREET-TEXT(1:35) DELIMITED BY '  '
                      ';' DELIMITED BY SIZE
                      ADDR-POSTNO DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      ADDR-PLACE-TEXT(1:30) DELIMITED BY '  '
                      ';' DELIMITED BY SIZE
                      WE-DS-AMOUNT DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WE-DS-AMOUNT-2 DELIMITED BY SIZE
                   INTO WC-DS-LINE
               END-STRING
               MOVE WC-DS-LINE TO DSLIST-POST
               WRITE DSLIST-POST

               EXEC SQL
                   UPDATE TUTORIAL.DEBTSALEINV
                   SET BALANCE = :DEBTSALEINV-BALANCE,
                       FEES = :DEBTSALEINV-FEES
                   WHERE SALE_ID = :WN-DS-SALE-ID
                     AND INV_ID = :DEBTSALEINV-INV-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE SQLCODE       TO WN-MSG-SQLCODE
                   MOVE 'DEBTSALEINV' TO WC-MSG-TBLCURS
                   MOVE '210-TRANSFER-ONE-INVOICE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DS-OK-SW
               ELSE
                   EXEC SQL
                       UPDATE TUTORIAL.INVOICE
                       SET INVSTATE = 6
                       WHERE INV_ID = :DEBTSALEINV-INV-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       MOVE SQLCODE   TO WN-MSG-SQLCODE
                       MOVE 'INVOICE' TO WC-MSG-TBLCURS
                       MOVE '210-TRANSFER-ONE-INVOICE' TO WC-MSG-PARA
                       PERFORM Z0900-ERROR-ROUTINE
                       MOVE 'N' TO DS-OK-SW
                   ELSE
                       ADD 1 TO WN-DS-INV-COUNT
                       ADD DEBTSALEINV-BALANCE TO W9-DS-TOTAL
                       ADD DEBTSALEINV-FEES    TO W9-DS-TOTAL
                   END-IF
               END-IF
           END-IF

           EXEC SQL
               FETCH CUR-DS-TRANSFER
               INTO :DEBTSALEINV-INV-ID, :INVOICE-INVNO,
                    :INVOICE-INVDATE, :WN-DS-INVSTATE,
                    :WC-DS-DUEDATE, :DEBTOR-NAME, :DEBTOR-VATNO,
                    :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE,
                    :DEBTSALEINV-BALANCE, :DEBTSALEINV-FEES
           END-EXEC.
      ***********************

       220-SEAL-TRANSFER-FILE.
           MOVE DEBTSALE-BUYERBG TO WC-SEAL-PARTY
           MOVE 'OVERLAT' TO WC-SEAL-FILETYPE
           MOVE WN-DS-INV-COUNT TO WN-SEAL-RECCOUNT
           MOVE W9-DS-TOTAL TO W9-SEAL-AMOUNT
           PERFORM 400-SEAL-BUYER-FILE.
      ***********************

       300-FORWARD-PAYMENTS.
      *>   one forwarding file per buyer and day, sealed for that
      *>   buyer alone; every file an earlier run could not seal
      *>   is sealed first, so a file already sealed and
      *>   registered is never written to again and a second run
      *>   the same day starts files of its own
           PERFORM 305-SEAL-LEFTOVER-FILES
           IF NOT DS-OK
               DISPLAY ' Osänd vidarebefordringsfil från tidigare'
                       ' körning kan inte krypteras - körningen'
                       ' avbryts'
           ELSE
               DISPLAY ' === Vidarebefordran till köpare '
                       WC-TODAY-DATE ' ==='

               EXEC SQL
                   OPEN CUR-DS-FORWARD
               END-EXEC

               EXEC SQL
                   FETCH CUR-DS-FORWARD
                   INTO :DEBTSALEFWD-FWD-ID, :DEBTSALE-BUYER,
                        :DEBTSALE-BUYERBG, :INVOICE-CUSTNO,
                        :INVOICE-INVNO, :DEBTSALEFWD-PAYDATE,
                        :DEBTSALEFWD-AMOUNT
               END-EXEC

               PERFORM 310-FORWARD-ONE-BUYER
                   UNTIL SQLCODE NOT = ZERO
                      OR NOT DS-OK

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE SQLCODE TO WN-MSG-SQLCODE
                   MOVE 'CUR-DS-FORWARD' TO WC-MSG-TBLCURS
                   MOVE '300-FORWARD-PAYMENTS' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DS-OK-SW
               END-IF

               EXEC SQL
                   CLOSE CUR-DS-FORWARD
               END-EXEC

               MOVE W9-DS-FWD-ALL-TOTAL TO WE-DS-AMOUNT
               DISPLAY ' Filer till köpare    : ' WN-DS-FWD-FILE-COUNT
               DISPLAY ' Betalningar          : ' WN-DS-FWD-ALL-COUNT
               DISPLAY ' Belopp totalt        : ' WE-DS-AMOUNT
           END-IF.
      ***********************

       305-SEAL-LEFTOVER-FILES.
      *>   the buyer of a forwarding file left on disk is read
      *>   back from its name, data/vidarebefordran-YYYYMMDD-<bg>
           MOVE SPACE TO WC-DS-DIR-COMMAND
           STRING 'ls data/vidarebefordran-*-*.txt' DELIMITED BY SIZE
                  ' > data/vidarebef-list.txt' DELIMITED BY SIZE
                  ' 2>/dev/null' DELIMITED BY SIZE
               INTO WC-DS-DIR-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WC-DS-DIR-COMMAND

           MOVE 'N' TO DSDIR-EOF-SW
           OPEN INPUT DSDIRFIL

           IF DSDIR-SUCCESSFUL
               PERFORM 306-READ-LEFTOVER-NAME
               PERFORM 307-SEAL-ONE-LEFTOVER
                   UNTIL DSDIR-EOF
               CLOSE DSDIRFIL
           END-IF.
      ***********************

       306-READ-LEFTOVER-NAME.
           READ DSDIRFIL
               AT END
                   SET DSDIR-EOF TO TRUE
           END-READ.
      ***********************

       307-SEAL-ONE-LEFTOVER.
           MOVE DSDIR-POST TO WC-DS-FILENAME
           MOVE SPACE TO WC-DS-FWD-BUYERBG
           UNSTRING WC-DS-FILENAME(31:) DELIMITED BY '.txt'
               INTO WC-DS-FWD-BUYERBG
           END-UNSTRING
           MOVE ZERO TO WN-DS-FWD-COUNT, W9-DS-FWD-TOTAL
           PERFORM 320-SEAL-FORWARD-FILE

           PERFORM 306-READ-LEFTOVER-NAME.
      ***********************

       310-FORWARD-ONE-BUYER.
           MOVE DEBTSALE-BUYERBG TO WC-DS-FWD-BUYERBG
           MOVE ZERO TO WN-DS-FWD-COUNT, W9-DS-FWD-TOTAL
           MOVE SPACE TO WC-DS-FILENAME
           STRING 'data/vidarebefordran-' DELIMITED BY SIZE
                  T-YEAR DELIMITED BY SIZE
                  T-MONTH DELIMITED BY SIZE
                  T-DAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WC-DS-FWD-BUYERBG DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WC-DS-FILENAME
           END-STRING

           OPEN OUTPUT DSLISTFIL
           IF NOT DSLIST-SUCCESSFUL
               DISPLAY ' Kan inte skapa vidarebefordringsfilen '
                       WC-DS-FILENAME
               MOVE 'N' TO DS-OK-SW
           ELSE
               PERFORM 315-FORWARD-ONE-PAYMENT
                   UNTIL SQLCODE NOT = ZERO
                      OR DEBTSALE-BUYERBG NOT = WC-DS-FWD-BUYERBG

               CLOSE DSLISTFIL

               PERFORM 320-SEAL-FORWARD-FILE

               ADD 1 TO WN-DS-FWD-FILE-COUNT
               ADD WN-DS-FWD-COUNT TO WN-DS-FWD-ALL-COUNT
               ADD W9-DS-FWD-TOTAL TO W9-DS-FWD-ALL-TOTAL
               MOVE W9-DS-FWD-TOTAL TO WE-DS-AMOUNT
               DISPLAY ' Köpare ' WC-DS-FWD-BUYERBG ' : '
                       WN-DS-FWD-COUNT ' betalningar ' WE-DS-AMOUNT
           END-IF.
      ***********************

       315-FORWARD-ONE-PAYMENT.
           MOVE DEBTSALEFWD-AMOUNT TO WE-DS-AMOUNT
           MOVE SPACE TO WC-DS-LINE
           STRING DEBTSALE-BUYER-TEXT(1:DEBTSALE-BUYER-LEN)
                      DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  DEBTSALE-BUYERBG DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  INVOICE-CUSTNO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  INVOICE-INVNO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  DEBTSALEFWD-PAYDATE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-DS-AMOUNT DELIMITED BY SIZE
               INTO WC-DS-LINE
           END-STRING
           MOVE WC-DS-LINE TO DSLIST-POST
           WRITE DSLIST-POST

           EXEC SQL
               UPDATE TUTORIAL.DEBTSALEFWD
               SET STATE = 'F',
                   FWDDATE = :WC-TODAY-DATE
               WHERE FWD_ID = :DEBTSALEFWD-FWD-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE       TO WN-MSG-SQLCODE
               MOVE 'DEBTSALEFWD' TO WC-MSG-TBLCURS
               MOVE '315-FORWARD-ONE-PAYMENT' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DS-OK-SW
           ELSE
               ADD 1 TO WN-DS-FWD-COUNT
               ADD DEBTSALEFWD-AMOUNT TO W9-DS-FWD-TOTAL
           END-IF

           EXEC SQL
               FETCH CUR-DS-FORWARD
               INTO :DEBTSALEFWD-FWD-ID, :DEBTSALE-BUYER,
                    :DEBTSALE-BUYERBG, :INVOICE-CUSTNO,
                    :INVOICE-INVNO, :DEBTSALEFWD-PAYDATE,
                    :DEBTSALEFWD-AMOUNT
           END-EXEC.
      ***********************

       320-SEAL-FORWARD-FILE.
           MOVE WC-DS-FWD-BUYERBG TO WC-SEAL-PARTY
           MOVE 'VIDAREBEF' TO WC-SEAL-FILETYPE
           MOVE WN-DS-FWD-COUNT TO WN-SEAL-RECCOUNT
           MOVE W9-DS-FWD-TOTAL TO W9-SEAL-AMOUNT
           PERFORM 400-SEAL-BUYER-FILE.
      ***********************

       400-SEAL-BUYER-FILE.
      *>   the buyer named in WC-SEAL-PARTY receives debtors'
      *>   names, addresses and balances encrypted for its own key
      *>   and signed only; the plain copy does not stay behind on
      *>   disk (a file left over from an earlier run is
      *>   registered without counts - this run has not counted it)
           MOVE WC-DS-FILENAME TO WC-SEAL-FILE
           CALL 'OUTSEAL' USING WC-SEAL-PARTY, WC-SEAL-FILE,
                                WC-SEAL-FILETYPE, WN-SEAL-RECCOUNT,
                                W9-SEAL-AMOUNT, WN-SEAL-RESULT
           IF WN-SEAL-RESULT NOT = ZERO
               MOVE 'N' TO DS-OK-SW
           END-IF.
      ***********************

       900-SHOW-USAGE.
           DISPLAY ' Användning: PbsDebtSale URVAL <kundnr>'
                   ' <min-dagar> <min-belopp>'
           DISPLAY '             PbsDebtSale OVERLAT <portfölj-id>'
           DISPLAY '             PbsDebtSale VIDARE'
           MOVE 'N' TO DS-OK-SW.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
