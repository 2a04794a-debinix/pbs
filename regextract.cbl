      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. regextract IS INITIAL.
      *
      * Authors: Peter B, Bertil K and Sergejs S.
      * Purpose: Register extract (registerutdrag) for one debtor -
      *          the answer to a private person asking what we hold
      *          about them. Everything the register keeps on the
      *          debtor goes into one text document: the DEBTOR and
      *          ADDR data with the address history we have (every
      *          registered address with its source, Bankgiro
      *          address proposals, returned mail, estate and
      *          guardian addresses), every invoice with its items,
      *          fees and dunning level, the payments (current and
      *          history), credit balances, the SMS and email queue
      *          entries, the credit check and the payment score,
      *          the Autogiro mandates, the contact log and the
      *          customers on whose behalf the data was processed.
      *
      *              CALL 'regextract' USING w9-req-id, wc-result
      *
      *          The request is a GDPRREQ row registered in the
      *          debtor menu; the document is written to
      *          data/registerutdrag-<request id>.txt and the row
      *          is marked extracted with the date and file name.
      *          Result Y when the document was written. A debtor
      *          with protected identity is only extracted once a
      *          second administrator has approved it, so the
      *          caller is either the debtor menu (ordinary
      *          debtor) or the approval queue (protected).
      * Initial Version Created: 2014-04-13
      *
      **********************************************************
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *---------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGFIL ASSIGN TO wc-rx-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGFIL-FS.
      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       FILE SECTION.

      *    the extract document, one printable line per record
       FD  REGFIL.
       01  REGFIL-POST                  PIC X(132).
      **********************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE GDPRREQ END-EXEC.

           EXEC SQL INCLUDE DEBTOR END-EXEC.

           EXEC SQL INCLUDE ADDR END-EXEC.

           EXEC SQL INCLUDE ADDRPROP END-EXEC.

           EXEC SQL INCLUDE RETMAIL END-EXEC.

           EXEC SQL INCLUDE GUARDIAN END-EXEC.

           EXEC SQL INCLUDE ADDRHIST END-EXEC.

           EXEC SQL INCLUDE INVOICE END-EXEC.

           EXEC SQL INCLUDE ITEM END-EXEC.

           EXEC SQL INCLUDE INVFEE END-EXEC.

           EXEC SQL INCLUDE DUNSTATE END-EXEC.

           EXEC SQL INCLUDE BGPAYMENT END-EXEC.

           EXEC SQL INCLUDE DEBTCREDIT END-EXEC.

           EXEC SQL INCLUDE SMSQUEUE END-EXEC.

           EXEC SQL INCLUDE MAILQUEUE END-EXEC.

           EXEC SQL INCLUDE DEBTSCORE END-EXEC.

           EXEC SQL INCLUDE AGMANDATE END-EXEC.

           EXEC SQL INCLUDE CONTACTLOG END-EXEC.

           EXEC SQL INCLUDE CUSTOMER END-EXEC.

      **********************************************************
      *    cursor area
      **********************************************************

      *    address proposals off the Bankgiro payment files - the
      *    accepted ones are the debtor's earlier address changes
           EXEC SQL
               DECLARE BCURSRX1 CURSOR FOR
               SELECT PROPDATE, NEWNAME, NEWSTREET, NEWPLACE, STATE
               FROM TUTORIAL.ADDRPROP
               WHERE DEBT_ID = :w9-rx-debt-id
               ORDER BY PROPDATE, PROP_ID
           END-EXEC

      *    returned mail registered against the debtor
           EXEC SQL
               DECLARE BCURSRX2 CURSOR FOR
               SELECT RETDATE, INVNO, RESOLVED
               FROM TUTORIAL.RETMAIL
               WHERE DEBT_ID = :w9-rx-debt-id
               ORDER BY RETDATE
           END-EXEC

      *    guardian appointments, ended ones included
           EXEC SQL
               DECLARE BCURSRX3 CURSOR FOR
               SELECT G.NAME, G.KIND, G.VALIDFROM, G.VALIDTO,
                      A.STREET, A.POSTNO, A.PLACE
               FROM TUTORIAL.GUARDIAN G, TUTORIAL.ADDR A
               WHERE G.DEBT_ID = :w9-rx-debt-id
                 AND G.ADDR_ID = A.ADDR_ID
               ORDER BY G.VALIDFROM, G.GUARD_ID
           END-EXEC

      *    every invoice on the debtor, oldest first
           EXEC SQL
               DECLARE BCURSRX4 CURSOR FOR
               SELECT INV_ID, CUSTNO, INVNO, INVDATE, DUEDATE,
                      INVSTATE, PAIDAMT, CURRENCY
               FROM TUTORIAL.INVOICE
               WHERE DEBT_ID = :w9-rx-debt-id
               ORDER BY INVDATE, INV_ID
           END-EXEC

      *    the item lines of one invoice
           EXEC SQL
               DECLARE BCURSRX5 CURSOR FOR
               SELECT T.DESCRIPTION, T.QTY, T.PRICE
               FROM TUTORIAL.INVITEM V, TUTORIAL.ITEM T
               WHERE V.INV_ID = :w9-rx-inv-id
                 AND V.ITEM_ID = T.ITEM_ID
               ORDER BY T.ITEM_ID
           END-EXEC

      *    reminder fees and compensation charged on one invoice
           EXEC SQL
               DECLARE BCURSRX6 CURSOR FOR
               SELECT FEEDATE, FEETYPE, AMOUNT
               FROM TUTORIAL.INVFEE
               WHERE INV_ID = :w9-rx-inv-id
               ORDER BY FEEDATE, FEE_ID
           END-EXEC

      *    the payments on the debtor's invoices, both the current
      *    table and the rows rolled to history
           EXEC SQL
               DECLARE BCURSRX7 CURSOR FOR
               SELECT P.PAYDATE, P.AMOUNT, P.REVERSED, I.CUSTNO,
                      I.INVNO
               FROM TUTORIAL.BGPAYMENT P, TUTORIAL.INVOICE I
               WHERE P.INV_ID = I.INV_ID
                 AND I.DEBT_ID = :w9-rx-debt-id
               UNION ALL
               SELECT H.PAYDATE, H.AMOUNT, H.REVERSED, I.CUSTNO,
                      I.INVNO
               FROM TUTORIAL.BGPAYHIST H, TUTORIAL.INVOICE I
               WHERE H.INV_ID = I.INV_ID
                 AND I.DEBT_ID = :w9-rx-debt-id
               ORDER BY 1
           END-EXEC

      *    credit balances held for the debtor
           EXEC SQL
               DECLARE BCURSRX8 CURSOR FOR
               SELECT AMOUNT, SENDERBG
               FROM TUTORIAL.DEBTCREDIT
               WHERE DEBT_ID = :w9-rx-debt-id
               ORDER BY PAYMENT_ID
           END-EXEC

      *    SMS reminders queued or sent
           EXEC SQL
               DECLARE BCURSRX9 CURSOR FOR
               SELECT MOBILE, MSGTEXT, STATE, LASTTRY
               FROM TUTORIAL.SMSQUEUE
               WHERE DEBT_ID = :w9-rx-debt-id
               ORDER BY SMSQ_ID
           END-EXEC

      *    invoice emails queued or sent
           EXEC SQL
               DECLARE BCURSRXA CURSOR FOR
               SELECT M.RECIPIENT, M.STATE, M.LASTTRY, I.INVNO
               FROM TUTORIAL.MAILQUEUE M, TUTORIAL.INVOICE I
               WHERE M.INV_ID = I.INV_ID
                 AND I.DEBT_ID = :w9-rx-debt-id
               ORDER BY M.MAILQ_ID
           END-EXEC

      *    Autogiro mandates, ended ones included
           EXEC SQL
               DECLARE BCURSRXB CURSOR FOR
               SELECT BANKACC, SIGNDATE, ACTIVE
               FROM TUTORIAL.AGMANDATE
               WHERE DEBT_ID = :w9-rx-debt-id
               ORDER BY SIGNDATE
           END-EXEC

      *    the contact log kept on the debtor
           EXEC SQL
               DECLARE BCURSRXC CURSOR FOR
               SELECT LOGDATE, CHANNEL, SUBJECT
               FROM TUTORIAL.CONTACTLOG
               WHERE DEBT_ID = :w9-rx-debt-id
               ORDER BY LOGDATE, CLOG_ID
           END-EXEC

      *    every address the debtor has been registered under,
      *    oldest first
           EXEC SQL
               DECLARE BCURSRXE CURSOR FOR
               SELECT CHAR(CHANGED), SOURCE, NAME, STREET, POSTNO,
                      PLACE
               FROM TUTORIAL.ADDRHIST
               WHERE DEBT_ID = :w9-rx-debt-id
               ORDER BY CHANGED, ADDRHIST_ID
           END-EXEC

      *    the customers (personuppgiftsansvariga) on whose behalf
      *    the debtor's data was processed: invoiced for them, or
      *    mapped from their own debtor numbering
           EXEC SQL
               DECLARE BCURSRXD CURSOR FOR
               SELECT C.CUSTNO, C.NAME, C.ORGNO
               FROM TUTORIAL.CUSTOMER C
               WHERE EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE I
                      WHERE I.CUST_ID = C.CUST_ID
                        AND I.DEBT_ID = :w9-rx-debt-id)
                  OR EXISTS
                     (SELECT 1 FROM TUTORIAL.DEBTMAP M
                      WHERE M.CUST_ID = C.CUST_ID
                        AND M.DEBT_ID = :w9-rx-debt-id)
               ORDER BY C.CUSTNO
           END-EXEC

      **********************************************************
      *    switches
       01  extract-switches.
           05 is-extract-ok-switch            PIC X(1) VALUE 'Y'.
               88  is-extract-ok                       VALUE 'Y'.

      *    working storage data for error routine
           COPY Z0900-error-wkstg.

      *    Various generic variables
       01  wc-accept                    PIC X(2)     VALUE SPACE.
       01  REGFIL-FS                    PIC X(2)     VALUE SPACE.
           88  REGFIL-SUCCESSFUL                     VALUE '00'.

      *    extract work fields
       01  w9-rx-debt-id                PIC S9(9)           COMP.
       01  w9-rx-inv-id                 PIC S9(9)           COMP.
       01  wc-rx-filename               PIC X(60)    VALUE SPACE.
       01  wc-rx-line                   PIC X(132)   VALUE SPACE.
       01  wc-rx-today                  PIC X(10)    VALUE SPACE.
       01  wc-rx-text                   PIC X(20)    VALUE SPACE.
       01  we-rx-req-id                 PIC 9(9)     VALUE ZERO.
       01  we-rx-debt-id                PIC Z(8)9    VALUE ZERO.
       01  we-rx-amount                 PIC -(7)9,99.
       01  we-rx-qty                    PIC -(5)9,99.
       01  we-rx-days                   PIC -(3)9,9.
       01  we-rx-count                  PIC Z(5)9    VALUE ZERO.
       01  we-rx-level                  PIC Z9       VALUE ZERO.
       01  wn-rx-rows                   PIC S9(9)           COMP.
       01  wn-rx-invoices               PIC S9(9)           COMP.

      *    null indicators for the optional columns
       01  ind-rx-note                  PIC S9(4)    COMP.
       01  ind-rx-email                 PIC S9(4)    COMP.
       01  ind-rx-lang                  PIC S9(4)    COMP.
       01  ind-rx-risk                  PIC S9(4)    COMP.
       01  ind-rx-riskdate              PIC S9(4)    COMP.
       01  ind-rx-vatno                 PIC S9(4)    COMP.
       01  ind-rx-konkdate              PIC S9(4)    COMP.
       01  ind-rx-mobile                PIC S9(4)    COMP.
       01  ind-rx-iban                  PIC S9(4)    COMP.
       01  ind-rx-bic                   PIC S9(4)    COMP.
       01  ind-rx-decdate               PIC S9(4)    COMP.
       01  ind-rx-estateco              PIC S9(4)    COMP.
       01  ind-rx-invdate               PIC S9(4)    COMP.
       01  ind-rx-duedate               PIC S9(4)    COMP.
       01  ind-rx-validto               PIC S9(4)    COMP.

       01  TODAYS-DATE-RX.
           05  T-YEAR-RX                PIC X(4).
           05  T-MONTH-RX               PIC X(2).
           05  T-DAY-RX                 PIC X(2).
           05  FILLER                   PIC X(13).

      *    Various constants
       01  HEADLINE                     PIC X(78)   VALUE ALL '-'.

       LINKAGE SECTION.
       01  lc-req-id                    PIC S9(9)           COMP.
       01  lc-extract-result            PIC X(1).
           88  lc-is-extract-written                 VALUE 'Y'.

      **********************************************************
       PROCEDURE DIVISION USING lc-req-id, lc-extract-result.
       0000-regextract.

      *    current source file to error handler
           MOVE 'regextract.cbl' TO wc-msg-srcfile

           MOVE 'N' TO lc-extract-result

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-RX
           MOVE T-YEAR-RX  TO wc-rx-today(1:4)
           MOVE T-MONTH-RX TO wc-rx-today(6:2)
           MOVE T-DAY-RX   TO wc-rx-today(9:2)
           MOVE '-' TO wc-rx-today(5:1), wc-rx-today(8:1)

           EXEC SQL
               SELECT DEBT_ID, RECEIVED, DUEDATE
               INTO :GDPRREQ-DEBT-ID, :GDPRREQ-RECEIVED,
                    :GDPRREQ-DUEDATE
               FROM TUTORIAL.GDPRREQ
               WHERE REQ_ID = :lc-req-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen sådan begäran om registerutdrag!'
           ELSE
               MOVE GDPRREQ-DEBT-ID TO w9-rx-debt-id
               PERFORM R0100-read-debtor

               IF is-extract-ok
                   MOVE lc-req-id TO we-rx-req-id
                   MOVE SPACE TO wc-rx-filename
                   STRING 'data/registerutdrag-' DELIMITED BY SIZE
                          we-rx-req-id DELIMITED BY SIZE
                          '.txt' DELIMITED BY SIZE
                       INTO wc-rx-filename
                   END-STRING

                   OPEN OUTPUT REGFIL
                   IF NOT REGFIL-SUCCESSFUL
                       DISPLAY 'Kan inte skapa ' wc-rx-filename
                       MOVE 'N' TO is-extract-ok-switch
                   END-IF
               END-IF

               IF is-extract-ok
                   PERFORM R0200-write-personal-data
                   PERFORM R0300-write-address-history
                   PERFORM R0400-write-invoices
                   PERFORM R0500-write-payments
                   PERFORM R0600-write-queues
                   PERFORM R0700-write-credit-and-score
                   PERFORM R0800-write-contact-log
                   PERFORM R0900-write-customers

                   MOVE HEADLINE TO wc-rx-line
                   PERFORM R0990-write-line
                   MOVE 'Slut på registerutdraget.' TO wc-rx-line
                   PERFORM R0990-write-line

                   CLOSE REGFIL

                   PERFORM R0950-mark-extracted
               END-IF
           END-IF

           EXIT PROGRAM
           .

      **********************************************************
       R0100-read-debtor.

           EXEC SQL
               SELECT D.NAME, D.CONTACT, D.NOTE, D.DELIV, D.EMAIL,
                      D.LANGCODE, D.RISKCLASS, D.RISKDATE, D.VATNO,
                      D.KONKURS, D.KONKDATE, D.MOBILE, D.PROTECTED,
                      D.IBAN, D.BIC, D.DECEASED, D.DECDATE,
                      D.ESTATECO, D.ESTADDR_ID, D.ACTIVE,
                      A.STREET, A.POSTNO, A.PLACE
               INTO :DEBTOR-NAME, :DEBTOR-CONTACT,
                    :DEBTOR-NOTE:ind-rx-note, :DEBTOR-DELIV,
                    :DEBTOR-EMAIL:ind-rx-email,
                    :DEBTOR-LANGCODE:ind-rx-lang,
                    :DEBTOR-RISKCLASS:ind-rx-risk,
                    :DEBTOR-RISKDATE:ind-rx-riskdate,
                    :DEBTOR-VATNO:ind-rx-vatno,
                    :DEBTOR-KONKURS,
                    :DEBTOR-KONKDATE:ind-rx-konkdate,
                    :DEBTOR-MOBILE:ind-rx-mobile,
                    :DEBTOR-PROTECTED,
                    :DEBTOR-IBAN:ind-rx-iban,
                    :DEBTOR-BIC:ind-rx-bic,
                    :DEBTOR-DECEASED,
                    :DEBTOR-DECDATE:ind-rx-decdate,
                    :DEBTOR-ESTATECO:ind-rx-estateco,
                    :DEBTOR-ESTADDR-ID, :DEBTOR-ACTIVE,
                    :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE
               FROM TUTORIAL.DEBTOR D, TUTORIAL.ADDR A
               WHERE D.DEBT_ID = :w9-rx-debt-id
                 AND D.ADDR_ID = A.ADDR_ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Gäldenären finns inte i registret!'
               MOVE 'N' TO is-extract-ok-switch

      *        add error trace information
               MOVE  SQLCODE               TO wn-msg-sqlcode
               MOVE 'TUTORIAL.DEBTOR'      TO wc-msg-tblcurs
               MOVE 'R0100-read-debtor'    TO wc-msg-para

               PERFORM Z0900-error-routine
           ELSE
      *        the optional columns print blank when not recorded
               IF ind-rx-note < ZERO
                   MOVE SPACE TO DEBTOR-NOTE-TEXT
               END-IF
               IF ind-rx-email < ZERO
                   MOVE SPACE TO DEBTOR-EMAIL-TEXT
               END-IF
               IF ind-rx-lang < ZERO
                   MOVE SPACE TO DEBTOR-LANGCODE
               END-IF
               IF ind-rx-risk < ZERO
                   MOVE SPACE TO DEBTOR-RISKCLASS
               END-IF
               IF ind-rx-riskdate < ZERO
                   MOVE SPACE TO DEBTOR-RISKDATE
               END-IF
               IF ind-rx-vatno < ZERO
                   MOVE SPACE TO DEBTOR-VATNO
               END-IF
               IF ind-rx-konkdate < ZERO
                   MOVE SPACE TO DEBTOR-KONKDATE
               END-IF
               IF ind-rx-mobile < ZERO
                   MOVE SPACE TO DEBTOR-MOBILE
               END-IF
               IF ind-rx-iban < ZERO
                   MOVE SPACE TO DEBTOR-IBAN
               END-IF
               IF ind-rx-bic < ZERO
                   MOVE SPACE TO DEBTOR-BIC
               END-IF
               IF ind-rx-decdate < ZERO
                   MOVE SPACE TO DEBTOR-DECDATE
               END-IF
               IF ind-rx-estateco < ZERO
                   MOVE SPACE TO DEBTOR-ESTATECO-TEXT
               END-IF
           END-IF
           .

      **********************************************************
       R0200-write-personal-data.

           MOVE w9-rx-debt-id TO we-rx-debt-id

           MOVE HEADLINE TO wc-rx-line
           PERFORM R0990-write-line
           MOVE 'REGISTERUTDRAG ENLIGT DATASKYDDSFÖRORDNINGEN'
               TO wc-rx-line
           PERFORM R0990-write-line
           MOVE HEADLINE TO wc-rx-line
           PERFORM R0990-write-line

           STRING 'Begäran nr ' DELIMITED BY SIZE
                  we-rx-req-id DELIMITED BY SIZE
                  '  mottagen ' DELIMITED BY SIZE
                  GDPRREQ-RECEIVED DELIMITED BY SIZE
                  '  framställd ' DELIMITED BY SIZE
                  wc-rx-today DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           MOVE SPACE TO wc-rx-line
           PERFORM R0990-write-line

           MOVE '1. Personuppgifter' TO wc-rx-line
           PERFORM R0990-write-line

           STRING 'Gäldenärs-id    : ' DELIMITED BY SIZE
                  we-rx-debt-id DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING 'Namn            : ' DELIMITED BY SIZE
                  DEBTOR-NAME-TEXT(1:100) DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING 'Kontaktperson   : ' DELIMITED BY SIZE
                  DEBTOR-CONTACT-TEXT(1:100) DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING 'Adress          : ' DELIMITED BY SIZE
                  ADDR-STREET-TEXT(1:100) DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING '                  ' DELIMITED BY SIZE
                  ADDR-POSTNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADDR-PLACE-TEXT(1:90) DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING 'E-post          : ' DELIMITED BY SIZE
                  DEBTOR-EMAIL-TEXT(1:100) DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING 'Mobilnummer     : ' DELIMITED BY SIZE
                  DEBTOR-MOBILE DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING 'Leveranssätt    : ' DELIMITED BY SIZE
                  DEBTOR-DELIV DELIMITED BY SIZE
                  '   Språk: ' DELIMITED BY SIZE
                  DEBTOR-LANGCODE DELIMITED BY SIZE
                  '   Aktiv: ' DELIMITED BY SIZE
                  DEBTOR-ACTIVE DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING 'Momsreg.nr (EU) : ' DELIMITED BY SIZE
                  DEBTOR-VATNO DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING 'IBAN / BIC      : ' DELIMITED BY SIZE
                  DEBTOR-IBAN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DEBTOR-BIC DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING 'Skyddad identitet: ' DELIMITED BY SIZE
                  DEBTOR-PROTECTED DELIMITED BY SIZE
                  '   Konkurs: ' DELIMITED BY SIZE
                  DEBTOR-KONKURS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DEBTOR-KONKDATE DELIMITED BY SIZE
                  '   Avliden: ' DELIMITED BY SIZE
                  DEBTOR-DECEASED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DEBTOR-DECDATE DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING 'Anteckning      : ' DELIMITED BY SIZE
                  DEBTOR-NOTE-TEXT(1:100) DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           MOVE SPACE TO wc-rx-line
           PERFORM R0990-write-line
           .

      **********************************************************
       R0300-write-address-history.

           MOVE '2. Adresshistorik och ombud' TO wc-rx-line
           PERFORM R0990-write-line

      *    the estate's c/o address while the debtor is deceased
           IF DEBTOR-ESTADDR-ID > ZERO
               EXEC SQL
                   SELECT STREET, POSTNO, PLACE
                   INTO :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE
                   FROM TUTORIAL.ADDR
                   WHERE ADDR_ID = :DEBTOR-ESTADDR-ID
               END-EXEC

               IF SQLCODE = ZERO
                   STRING 'Dödsbo c/o ' DELIMITED BY SIZE
                          DEBTOR-ESTATECO-TEXT DELIMITED BY SIZE
                       INTO wc-rx-line
                   END-STRING
                   PERFORM R0990-write-line
                   STRING '  ' DELIMITED BY SIZE
                          ADDR-STREET-TEXT(1:60) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          ADDR-POSTNO DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          ADDR-PLACE-TEXT(1:40) DELIMITED BY SIZE
                       INTO wc-rx-line
                   END-STRING
                   PERFORM R0990-write-line
               END-IF
           END-IF

           MOVE 'Registrerade adresser (O = handläggare, R = efter'
               TO wc-rx-line
           PERFORM R0990-write-line
           MOVE 'returpost, B = Bankgiro, P = PlusGiro, S = SPAR,'
               TO wc-rx-line
           PERFORM R0990-write-line
           MOVE 'I = kundens fil, D = dödsbo, U = adress före'
               TO wc-rx-line
           PERFORM R0990-write-line
           MOVE 'historiken):'
               TO wc-rx-line
           PERFORM R0990-write-line

           MOVE ZERO TO wn-rx-rows
           EXEC SQL
               OPEN BCURSRXE
           END-EXEC
           EXEC SQL
               FETCH BCURSRXE
               INTO :ADDRHIST-CHANGED, :ADDRHIST-SOURCE,
                    :ADDRHIST-NAME, :ADDRHIST-STREET,
                    :ADDRHIST-POSTNO, :ADDRHIST-PLACE
           END-EXEC
           PERFORM R0305-write-addrhist-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRXE
           END-EXEC
           PERFORM R0980-write-none-line

           MOVE 'Adressändringar från betalningar' TO wc-rx-line
           PERFORM R0990-write-line
           MOVE '(A = införd, O = öppen, D = avfärdad):'
               TO wc-rx-line
           PERFORM R0990-write-line

           MOVE ZERO TO wn-rx-rows
           EXEC SQL
               OPEN BCURSRX1
           END-EXEC
           EXEC SQL
               FETCH BCURSRX1
               INTO :ADDRPROP-PROPDATE, :ADDRPROP-NEWNAME,
                    :ADDRPROP-NEWSTREET, :ADDRPROP-NEWPLACE,
                    :ADDRPROP-STATE
           END-EXEC
           PERFORM R0310-write-proposal-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRX1
           END-EXEC
           PERFORM R0980-write-none-line

           MOVE 'Returpost (J = åtgärdad):' TO wc-rx-line
           PERFORM R0990-write-line

           MOVE ZERO TO wn-rx-rows
           EXEC SQL
               OPEN BCURSRX2
           END-EXEC
           EXEC SQL
               FETCH BCURSRX2
               INTO :RETMAIL-RETDATE, :RETMAIL-INVNO,
                    :RETMAIL-RESOLVED
           END-EXEC
           PERFORM R0320-write-retmail-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRX2
           END-EXEC
           PERFORM R0980-write-none-line

           MOVE 'God man / förvaltare (G / F):' TO wc-rx-line
           PERFORM R0990-write-line

           MOVE ZERO TO wn-rx-rows
           EXEC SQL
               OPEN BCURSRX3
           END-EXEC
           EXEC SQL
               FETCH BCURSRX3
               INTO :GUARDIAN-NAME, :GUARDIAN-KIND,
                    :GUARDIAN-VALIDFROM,
                    :GUARDIAN-VALIDTO:ind-rx-validto,
                    :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE
           END-EXEC
           PERFORM R0330-write-guardian-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRX3
           END-EXEC
           PERFORM R0980-write-none-line

           MOVE SPACE TO wc-rx-line
           PERFORM R0990-write-line
           .

      **********************************************************
       R0305-write-addrhist-line.

           ADD 1 TO wn-rx-rows
           STRING '  ' DELIMITED BY SIZE
                  ADDRHIST-CHANGED(1:10) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADDRHIST-SOURCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADDRHIST-NAME-TEXT(1:60) DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING '    ' DELIMITED BY SIZE
                  ADDRHIST-STREET-TEXT(1:60) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADDRHIST-POSTNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADDRHIST-PLACE-TEXT(1:40) DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRXE
               INTO :ADDRHIST-CHANGED, :ADDRHIST-SOURCE,
                    :ADDRHIST-NAME, :ADDRHIST-STREET,
                    :ADDRHIST-POSTNO, :ADDRHIST-PLACE
           END-EXEC
           .

      **********************************************************
       R0310-write-proposal-line.

           ADD 1 TO wn-rx-rows
           STRING '  ' DELIMITED BY SIZE
                  ADDRPROP-PROPDATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADDRPROP-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADDRPROP-NEWNAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADDRPROP-NEWSTREET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADDRPROP-NEWPLACE DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRX1
               INTO :ADDRPROP-PROPDATE, :ADDRPROP-NEWNAME,
                    :ADDRPROP-NEWSTREET, :ADDRPROP-NEWPLACE,
                    :ADDRPROP-STATE
           END-EXEC
           .

      **********************************************************
       R0320-write-retmail-line.

           ADD 1 TO wn-rx-rows
           STRING '  ' DELIMITED BY SIZE
                  RETMAIL-RETDATE DELIMITED BY SIZE
                  '  faktura ' DELIMITED BY SIZE
                  RETMAIL-INVNO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RETMAIL-RESOLVED DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRX2
               INTO :RETMAIL-RETDATE, :RETMAIL-INVNO,
                    :RETMAIL-RESOLVED
           END-EXEC
           .

      **********************************************************
       R0330-write-guardian-line.

           ADD 1 TO wn-rx-rows
           IF ind-rx-validto < ZERO
               MOVE SPACE TO GUARDIAN-VALIDTO
           END-IF
           STRING '  ' DELIMITED BY SIZE
                  GUARDIAN-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GUARDIAN-VALIDFROM DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  GUARDIAN-VALIDTO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GUARDIAN-NAME-TEXT DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line
           STRING '    ' DELIMITED BY SIZE
                  ADDR-STREET-TEXT(1:60) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADDR-POSTNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  ADDR-PLACE-TEXT(1:40) DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRX3
               INTO :GUARDIAN-NAME, :GUARDIAN-KIND,
                    :GUARDIAN-VALIDFROM,
                    :GUARDIAN-VALIDTO:ind-rx-validto,
                    :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE
           END-EXEC
           .

      **********************************************************
       R0400-write-invoices.

           MOVE '3. Fakturor med rader, avgifter och påminnelser'
               TO wc-rx-line
           PERFORM R0990-write-line

           MOVE ZERO TO wn-rx-invoices
           EXEC SQL
               OPEN BCURSRX4
           END-EXEC
           EXEC SQL
               FETCH BCURSRX4
               INTO :INVOICE-INV-ID, :INVOICE-CUSTNO,
                    :INVOICE-INVNO,
                    :INVOICE-INVDATE:ind-rx-invdate,
                    :INVOICE-DUEDATE:ind-rx-duedate,
                    :INVOICE-INVSTATE, :INVOICE-PAIDAMT,
                    :INVOICE-CURRENCY
           END-EXEC
           PERFORM R0410-write-one-invoice
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRX4
           END-EXEC

           MOVE wn-rx-invoices TO wn-rx-rows
           PERFORM R0980-write-none-line
           MOVE SPACE TO wc-rx-line
           PERFORM R0990-write-line
           .

      **********************************************************
       R0410-write-one-invoice.

           ADD 1 TO wn-rx-invoices
           MOVE INVOICE-INV-ID TO w9-rx-inv-id
           IF ind-rx-invdate < ZERO
               MOVE SPACE TO INVOICE-INVDATE
           END-IF
           IF ind-rx-duedate < ZERO
               MOVE SPACE TO INVOICE-DUEDATE
           END-IF

           EVALUATE INVOICE-INVSTATE
               WHEN ZERO
                   MOVE 'Ej utskriven'      TO wc-rx-text
               WHEN 1
                   MOVE 'Utskriven'         TO wc-rx-text
               WHEN 2
                   MOVE 'Skickad'           TO wc-rx-text
               WHEN 3
                   MOVE 'Makulerad'         TO wc-rx-text
               WHEN 6
                   MOVE 'Såld'              TO wc-rx-text
               WHEN 7
                   MOVE 'Avskriven'         TO wc-rx-text
               WHEN 8
                   MOVE 'Krediterad'        TO wc-rx-text
               WHEN 9
                   MOVE 'Betald'            TO wc-rx-text
               WHEN OTHER
                   MOVE 'Övrig status'      TO wc-rx-text
           END-EVALUATE

           MOVE INVOICE-PAIDAMT TO we-rx-amount
           STRING 'Faktura ' DELIMITED BY SIZE
                  INVOICE-INVNO DELIMITED BY SIZE
                  ' kund ' DELIMITED BY SIZE
                  INVOICE-CUSTNO DELIMITED BY SIZE
                  ' datum ' DELIMITED BY SIZE
                  INVOICE-INVDATE DELIMITED BY SIZE
                  ' förfallo ' DELIMITED BY SIZE
                  INVOICE-DUEDATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  wc-rx-text DELIMITED BY SIZE
                  ' betalt ' DELIMITED BY SIZE
                  we-rx-amount DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INVOICE-CURRENCY DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               OPEN BCURSRX5
           END-EXEC
           EXEC SQL
               FETCH BCURSRX5
               INTO :ITEM-DESCRIPTION, :ITEM-QTY, :ITEM-PRICE
           END-EXEC
           PERFORM R0420-write-item-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRX5
           END-EXEC

           EXEC SQL
               OPEN BCURSRX6
           END-EXEC
           EXEC SQL
               FETCH BCURSRX6
               INTO :INVFEE-FEEDATE, :INVFEE-FEETYPE,
                    :INVFEE-AMOUNT
           END-EXEC
           PERFORM R0430-write-fee-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRX6
           END-EXEC

      *    the dunning level reached, if the invoice was ever dunned
           EXEC SQL
               SELECT DUNLEVEL, LASTDATE
               INTO :DUNSTATE-DUNLEVEL, :DUNSTATE-LASTDATE
               FROM TUTORIAL.DUNSTATE
               WHERE INV_ID = :w9-rx-inv-id
           END-EXEC

           IF SQLCODE = ZERO
               MOVE DUNSTATE-DUNLEVEL TO we-rx-level
               STRING '    Påminnelsenivå ' DELIMITED BY SIZE
                      we-rx-level DELIMITED BY SIZE
                      ', senast ' DELIMITED BY SIZE
                      DUNSTATE-LASTDATE DELIMITED BY SIZE
                   INTO wc-rx-line
               END-STRING
               PERFORM R0990-write-line
           END-IF

           EXEC SQL
               FETCH BCURSRX4
               INTO :INVOICE-INV-ID, :INVOICE-CUSTNO,
                    :INVOICE-INVNO,
                    :INVOICE-INVDATE:ind-rx-invdate,
                    :INVOICE-DUEDATE:ind-rx-duedate,
                    :INVOICE-INVSTATE, :INVOICE-PAIDAMT,
                    :INVOICE-CURRENCY
           END-EXEC
           .

      **********************************************************
       R0420-write-item-line.

           MOVE ITEM-QTY   TO we-rx-qty
           MOVE ITEM-PRICE TO we-rx-amount
           STRING '    ' DELIMITED BY SIZE
                  we-rx-qty DELIMITED BY SIZE
                  ' x ' DELIMITED BY SIZE
                  we-rx-amount DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  ITEM-DESCRIPTION-TEXT(1:80) DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRX5
               INTO :ITEM-DESCRIPTION, :ITEM-QTY, :ITEM-PRICE
           END-EXEC
           .

      **********************************************************
       R0430-write-fee-line.

           MOVE INVFEE-AMOUNT TO we-rx-amount
           STRING '    Avgift ' DELIMITED BY SIZE
                  INVFEE-FEETYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INVFEE-FEEDATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  we-rx-amount DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRX6
               INTO :INVFEE-FEEDATE, :INVFEE-FEETYPE,
                    :INVFEE-AMOUNT
           END-EXEC
           .

      **********************************************************
       R0500-write-payments.

           MOVE '4. Betalningar (R = återförd) och tillgodohavanden'
               TO wc-rx-line
           PERFORM R0990-write-line

           MOVE ZERO TO wn-rx-rows
           EXEC SQL
               OPEN BCURSRX7
           END-EXEC
           EXEC SQL
               FETCH BCURSRX7
               INTO :BGPAYMENT-PAYDATE, :BGPAYMENT-AMOUNT,
                    :BGPAYMENT-REVERSED, :INVOICE-CUSTNO,
                    :INVOICE-INVNO
           END-EXEC
           PERFORM R0510-write-payment-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRX7
           END-EXEC

           EXEC SQL
               OPEN BCURSRX8
           END-EXEC
           EXEC SQL
               FETCH BCURSRX8
               INTO :DEBTCREDIT-AMOUNT, :DEBTCREDIT-SENDERBG
           END-EXEC
           PERFORM R0520-write-credit-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRX8
           END-EXEC

           PERFORM R0980-write-none-line
           MOVE SPACE TO wc-rx-line
           PERFORM R0990-write-line
           .

      **********************************************************
       R0510-write-payment-line.

           ADD 1 TO wn-rx-rows
           MOVE BGPAYMENT-AMOUNT TO we-rx-amount
           MOVE SPACE TO wc-rx-text
           IF BGPAYMENT-REVERSED = 'Y'
               MOVE 'R' TO wc-rx-text
           END-IF
           STRING '  ' DELIMITED BY SIZE
                  BGPAYMENT-PAYDATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  we-rx-amount DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  wc-rx-text(1:1) DELIMITED BY SIZE
                  ' kund ' DELIMITED BY SIZE
                  INVOICE-CUSTNO DELIMITED BY SIZE
                  ' faktura ' DELIMITED BY SIZE
                  INVOICE-INVNO DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRX7
               INTO :BGPAYMENT-PAYDATE, :BGPAYMENT-AMOUNT,
                    :BGPAYMENT-REVERSED, :INVOICE-CUSTNO,
                    :INVOICE-INVNO
           END-EXEC
           .

      **********************************************************
       R0520-write-credit-line.

           ADD 1 TO wn-rx-rows
           MOVE DEBTCREDIT-AMOUNT TO we-rx-amount
           STRING '  Tillgodo ' DELIMITED BY SIZE
                  we-rx-amount DELIMITED BY SIZE
                  ' från bankgiro ' DELIMITED BY SIZE
                  DEBTCREDIT-SENDERBG DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRX8
               INTO :DEBTCREDIT-AMOUNT, :DEBTCREDIT-SENDERBG
           END-EXEC
           .

      **********************************************************
       R0600-write-queues.

           MOVE '5. SMS- och e-postutskick' TO wc-rx-line
           PERFORM R0990-write-line
           MOVE '(Q = köad, S = skickad, B = studsad):'
               TO wc-rx-line
           PERFORM R0990-write-line

           MOVE ZERO TO wn-rx-rows
           EXEC SQL
               OPEN BCURSRX9
           END-EXEC
           EXEC SQL
               FETCH BCURSRX9
               INTO :SMSQUEUE-MOBILE, :SMSQUEUE-MSGTEXT,
                    :SMSQUEUE-STATE, :SMSQUEUE-LASTTRY
           END-EXEC
           PERFORM R0610-write-sms-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRX9
           END-EXEC

           EXEC SQL
               OPEN BCURSRXA
           END-EXEC
           EXEC SQL
               FETCH BCURSRXA
               INTO :MAILQUEUE-RECIPIENT, :MAILQUEUE-STATE,
                    :MAILQUEUE-LASTTRY, :INVOICE-INVNO
           END-EXEC
           PERFORM R0620-write-mail-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRXA
           END-EXEC

           PERFORM R0980-write-none-line
           MOVE SPACE TO wc-rx-line
           PERFORM R0990-write-line
           .

      **********************************************************
       R0610-write-sms-line.

           ADD 1 TO wn-rx-rows
           STRING '  SMS ' DELIMITED BY SIZE
                  SMSQUEUE-LASTTRY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SMSQUEUE-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SMSQUEUE-MOBILE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SMSQUEUE-MSGTEXT-TEXT DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRX9
               INTO :SMSQUEUE-MOBILE, :SMSQUEUE-MSGTEXT,
                    :SMSQUEUE-STATE, :SMSQUEUE-LASTTRY
           END-EXEC
           .

      **********************************************************
       R0620-write-mail-line.

           ADD 1 TO wn-rx-rows
           STRING '  E-post ' DELIMITED BY SIZE
                  MAILQUEUE-LASTTRY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MAILQUEUE-STATE DELIMITED BY SIZE
                  ' faktura ' DELIMITED BY SIZE
                  INVOICE-INVNO DELIMITED BY SIZE
                  ' till ' DELIMITED BY SIZE
                  MAILQUEUE-RECIPIENT-TEXT DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRXA
               INTO :MAILQUEUE-RECIPIENT, :MAILQUEUE-STATE,
                    :MAILQUEUE-LASTTRY, :INVOICE-INVNO
           END-EXEC
           .

      **********************************************************
       R0700-write-credit-and-score.

           MOVE '6. Kreditupplysning, betalningsmönster, autogiro'
               TO wc-rx-line
           PERFORM R0990-write-line

           STRING '  Kreditupplysning: riskklass ' DELIMITED BY SIZE
                  DEBTOR-RISKCLASS DELIMITED BY SIZE
                  ' per ' DELIMITED BY SIZE
                  DEBTOR-RISKDATE DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               SELECT AVGDAYS, RECENTDAYS, TREND, PAYCOUNT,
                      CALCDATE
               INTO :DEBTSCORE-AVGDAYS, :DEBTSCORE-RECENTDAYS,
                    :DEBTSCORE-TREND, :DEBTSCORE-PAYCOUNT,
                    :DEBTSCORE-CALCDATE
               FROM TUTORIAL.DEBTSCORE
               WHERE DEBT_ID = :w9-rx-debt-id
           END-EXEC

           IF SQLCODE = ZERO
               MOVE DEBTSCORE-AVGDAYS  TO we-rx-days
               MOVE DEBTSCORE-PAYCOUNT TO we-rx-count
               STRING '  Betalningsmönster ' DELIMITED BY SIZE
                      DEBTSCORE-CALCDATE DELIMITED BY SIZE
                      ': snitt ' DELIMITED BY SIZE
                      we-rx-days DELIMITED BY SIZE
                      ' dagar, ' DELIMITED BY SIZE
                      we-rx-count DELIMITED BY SIZE
                      ' betalningar, trend ' DELIMITED BY SIZE
                      DEBTSCORE-TREND DELIMITED BY SIZE
                   INTO wc-rx-line
               END-STRING
               PERFORM R0990-write-line
           ELSE
               MOVE '  Inget beräknat betalningsmönster'
                   TO wc-rx-line
               PERFORM R0990-write-line
           END-IF

           MOVE ZERO TO wn-rx-rows
           EXEC SQL
               OPEN BCURSRXB
           END-EXEC
           EXEC SQL
               FETCH BCURSRXB
               INTO :AGMANDATE-BANKACC, :AGMANDATE-SIGNDATE,
                    :AGMANDATE-ACTIVE
           END-EXEC
           PERFORM R0710-write-mandate-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRXB
           END-EXEC

           IF wn-rx-rows = ZERO
               MOVE '  Inget autogiromedgivande' TO wc-rx-line
               PERFORM R0990-write-line
           END-IF
           MOVE SPACE TO wc-rx-line
           PERFORM R0990-write-line
           .

      **********************************************************
       R0710-write-mandate-line.

           ADD 1 TO wn-rx-rows
           STRING '  Autogiro konto ' DELIMITED BY SIZE
                  AGMANDATE-BANKACC DELIMITED BY SIZE
                  ' undertecknat ' DELIMITED BY SIZE
                  AGMANDATE-SIGNDATE DELIMITED BY SIZE
                  ' aktivt ' DELIMITED BY SIZE
                  AGMANDATE-ACTIVE DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRXB
               INTO :AGMANDATE-BANKACC, :AGMANDATE-SIGNDATE,
                    :AGMANDATE-ACTIVE
           END-EXEC
           .

      **********************************************************
       R0800-write-contact-log.

           MOVE '7. Kontakter och inkomna brev' TO wc-rx-line
           PERFORM R0990-write-line

           MOVE ZERO TO wn-rx-rows
           EXEC SQL
               OPEN BCURSRXC
           END-EXEC
           EXEC SQL
               FETCH BCURSRXC
               INTO :CONTACTLOG-LOGDATE, :CONTACTLOG-CHANNEL,
                    :CONTACTLOG-SUBJECT
           END-EXEC
           PERFORM R0810-write-contact-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRXC
           END-EXEC

           PERFORM R0980-write-none-line
           MOVE SPACE TO wc-rx-line
           PERFORM R0990-write-line
           .

      **********************************************************
       R0810-write-contact-line.

           ADD 1 TO wn-rx-rows
           STRING '  ' DELIMITED BY SIZE
                  CONTACTLOG-LOGDATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CONTACTLOG-CHANNEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CONTACTLOG-SUBJECT-TEXT DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRXC
               INTO :CONTACTLOG-LOGDATE, :CONTACTLOG-CHANNEL,
                    :CONTACTLOG-SUBJECT
           END-EXEC
           .

      **********************************************************
       R0900-write-customers.

           MOVE '8. Uppgifterna behandlas för följande kunder'
               TO wc-rx-line
           PERFORM R0990-write-line
           MOVE '(personuppgiftsansvariga):' TO wc-rx-line
           PERFORM R0990-write-line

           MOVE ZERO TO wn-rx-rows
           EXEC SQL
               OPEN BCURSRXD
           END-EXEC
           EXEC SQL
               FETCH BCURSRXD
               INTO :CUSTOMER-CUSTNO, :CUSTOMER-NAME,
                    :CUSTOMER-ORGNO
           END-EXEC
           PERFORM R0910-write-customer-line
               UNTIL SQLCODE NOT = ZERO
           EXEC SQL
               CLOSE BCURSRXD
           END-EXEC

           PERFORM R0980-write-none-line
           .

      **********************************************************
       R0910-write-customer-line.

           ADD 1 TO wn-rx-rows
           STRING '  ' DELIMITED BY SIZE
                  CUSTOMER-CUSTNO-TEXT(1:10) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CUSTOMER-ORGNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CUSTOMER-NAME-TEXT(1:80) DELIMITED BY SIZE
               INTO wc-rx-line
           END-STRING
           PERFORM R0990-write-line

           EXEC SQL
               FETCH BCURSRXD
               INTO :CUSTOMER-CUSTNO, :CUSTOMER-NAME,
                    :CUSTOMER-ORGNO
           END-EXEC
           .

      **********************************************************
       R0950-mark-extracted.

      *    the request carries the date the document was produced
      *    and where it lies; the delivery date is set in the debtor
      *    menu when it has gone out to the person
           MOVE SPACE TO GDPRREQ-FILENAME-TEXT
           MOVE wc-rx-filename TO GDPRREQ-FILENAME-TEXT
           MOVE 60 TO GDPRREQ-FILENAME-LEN

           EXEC SQL
               UPDATE TUTORIAL.GDPRREQ
               SET STATE = 'F',
                   EXTRDATE = :wc-rx-today,
                   FILENAME = :GDPRREQ-FILENAME
               WHERE REQ_ID = :lc-req-id
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'Y' TO lc-extract-result
               DISPLAY 'Registerutdraget är skrivet till '
                       wc-rx-filename
           ELSE
               DISPLAY 'Begäran kunde inte uppdateras!'

      *        add error trace information
               MOVE  SQLCODE               TO wn-msg-sqlcode
               MOVE 'TUTORIAL.GDPRREQ'     TO wc-msg-tblcurs
               MOVE 'R0950-mark-extracted' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       R0980-write-none-line.

           IF wn-rx-rows = ZERO
               MOVE '  Inga uppgifter registrerade' TO wc-rx-line
               PERFORM R0990-write-line
           END-IF
           .

      **********************************************************
       R0990-write-line.

           MOVE wc-rx-line TO REGFIL-POST
           WRITE REGFIL-POST
           MOVE SPACE TO wc-rx-line
           .

      **********************************************************
       Z0900-error-routine.

      *    requires the ending dot (and no extension)!
           COPY Z0900-error-routine.
           .
