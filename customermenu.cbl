
           EXEC SQL INCLUDE PBSCOMPANY END-EXEC.

           EXEC SQL INCLUDE CUSTPRICE END-EXEC.

           EXEC SQL INCLUDE VOLCOMMIT END-EXEC.

           EXEC SQL INCLUDE PREPAID END-EXEC.

           EXEC SQL INCLUDE PREPAIDTX END-EXEC.

           EXEC SQL INCLUDE STAFF END-EXEC.

           EXEC SQL INCLUDE CUSTMSG END-EXEC.

           EXEC SQL INCLUDE MSGLOG END-EXEC.

           EXEC SQL INCLUDE PROOF END-EXEC.

           EXEC SQL INCLUDE DUNPOLICY END-EXEC.

           EXEC SQL INCLUDE CUSTCHG END-EXEC.

      **********************************************************
      *    cursor area
      **********************************************************
           EXEC SQL
               DECLARE BCURS11 CURSOR FOR
               SELECT I.INVNO, I.INVSTATE,
                   CHAR(COALESCE(I.DUEDATE,
                                 I.INVDATE + C.DUEDAYS DAYS)),
                   (SELECT COALESCE(SUM(II.QTY * II.PRICE), 0)
                        FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                        WHERE II.INV_ID = I.INV_ID
               88  is-customer-data-ok                 VALUE 'Y'.
           05 is-srvcust-data-ok-switch       PIC X(1) VALUE 'N'.
               88  is-srvcust-data-ok                  VALUE 'Y'.
           05 is-proof-data-ok-switch         PIC X(1) VALUE 'N'.
               88  is-proof-data-ok                    VALUE 'Y'.
           05 is-valid-orgno-switch           PIC X(1) VALUE 'N'.
               88  is-valid-orgno                      VALUE 'Y'.

      *    Various generic variables
       01  wc-accept                    PIC X(2)     VALUE SPACE.
       01  w9-srv-id-new                PIC S9(9)    COMP.

      *    contact log call: the customer's log is kept by the
      *    shared contactlog program, as is the debtor's
       01  wc-clog-function             PIC X(1)     VALUE 'C'.
       01  w9-clog-debt-id              PIC S9(9)    COMP VALUE ZERO.
       01  w9-addr-id                   PIC S9(9)    COMP.
       01  w9-fin-id                    PIC S9(9)    COMP.

       01  wc-appr-reason               PIC X(60)    VALUE SPACE.
       01  wc-appr-today                PIC X(10)    VALUE SPACE.

      *    worklist queue log: entered or resolved, queue and key
       01  wc-ql-func                   PIC X(1)     VALUE SPACE.
       01  wc-ql-queue                  PIC X(4)     VALUE SPACE.
       01  w9-ql-key1                   PIC S9(9)    COMP.
       01  w9-ql-key2                   PIC S9(9)    COMP.
       01  wc-ql-keytext                PIC X(16)    VALUE SPACE.

      *    get highest primary key in APPROVAL table
           EXEC SQL
               DECLARE BCURS12 CURSOR FOR
      *    agreement validity work fields
       01  wc-agr-today                 PIC X(10)    VALUE SPACE.

      *    negotiated customer price work fields: one price per
      *    customer and service for a validity period, billed
      *    ahead of the list price; the index rule says whether
      *    the annual indexation run raises it
       01  w9-custprice-id              PIC S9(9)    COMP.
       01  w9-cp-price                  PIC S9(3)V9(2) COMP-3.
       01  we-cp-price                  PIC ZZ9,99   VALUE ZERO.
       01  we-custprice-id              PIC Z(5)9    VALUE ZERO.
       01  wc-cp-validfrom              PIC X(10)    VALUE SPACE.
       01  wc-cp-validto                PIC X(10)    VALUE SPACE.
       01  wc-cp-indexrule              PIC X(1)     VALUE SPACE.
       01  ind-cp-validto               PIC S9(4)    COMP.
       01  wn-cp-overlap                PIC S9(9)    COMP.
       01  wn-cp-ymd                    PIC 9(8)     VALUE ZERO.
       01  is-cp-date-ok-switch         PIC X(1)     VALUE 'N'.
           88  is-cp-date-ok                         VALUE 'Y'.

      *    the customer's negotiated prices, current and ended
           EXEC SQL
               DECLARE BCURS13 CURSOR FOR
               SELECT CP.CUSTPRICE_ID, S.ARTNO, CP.PRICE,
                      CP.VALIDFROM, CP.VALIDTO, CP.INDEXRULE
               FROM TUTORIAL.CUSTPRICE CP, TUTORIAL.SRV S
               WHERE CP.CUST_ID = :w9-cust-id
                 AND CP.SRV_ID = S.SRV_ID
               ORDER BY S.ARTNO, CP.VALIDFROM
           END-EXEC

      *    get highest primary key in CUSTPRICE table
           EXEC SQL
               DECLARE BCURS14 CURSOR FOR
               SELECT CUSTPRICE_ID
               FROM TUTORIAL.CUSTPRICE
               ORDER BY CUSTPRICE_ID DESC
           END-EXEC

      *    minimum volume commitment work fields: a committed
      *    yearly volume per customer and service with the price
      *    per missed unit, trued up after the year end and
      *    approved here before the billing run invoices it
       01  w9-volcommit-id              PIC S9(9)    COMP.
       01  w9-vc-year                   PIC 9(4)     VALUE ZERO.
       01  w9-vc-qty                    PIC S9(9)    COMP.
       01  w9-vc-shortprice             PIC S9(3)V9(2) COMP-3.
       01  wn-vc-dup                    PIC S9(9)    COMP.
       01  wc-vc-decision               PIC X(1)     VALUE SPACE.
       01  we-volcommit-id              PIC Z(5)9    VALUE ZERO.
       01  we-vc-qty                    PIC Z(8)9    VALUE ZERO.
       01  we-vc-actual                 PIC Z(8)9    VALUE ZERO.
       01  we-vc-shortprice             PIC ZZ9,99   VALUE ZERO.
       01  we-vc-shortamt               PIC Z(6)9,99 VALUE ZERO.

      *    the customer's volume commitments, all years
           EXEC SQL
               DECLARE BCURS15 CURSOR FOR
               SELECT V.COMMIT_ID, S.ARTNO, V.COMMITYEAR,
                      V.COMMITQTY, V.SHORTPRICE, V.ACTUALQTY,
                      V.SHORTAMT, V.STATE
               FROM TUTORIAL.VOLCOMMIT V, TUTORIAL.SRV S
               WHERE V.CUST_ID = :w9-cust-id
                 AND V.SRV_ID = S.SRV_ID
               ORDER BY V.COMMITYEAR DESC, S.ARTNO
           END-EXEC

      *    get highest primary key in VOLCOMMIT table
           EXEC SQL
               DECLARE BCURS16 CURSOR FOR
               SELECT COMMIT_ID
               FROM TUTORIAL.VOLCOMMIT
               ORDER BY COMMIT_ID DESC
           END-EXEC

      *    year-end shortfalls proposed by the true-up run and
      *    waiting for an account manager's decision
           EXEC SQL
               DECLARE BCURS17 CURSOR FOR
               SELECT V.COMMIT_ID, C.CUSTNO, S.ARTNO, V.COMMITYEAR,
                      V.COMMITQTY, V.ACTUALQTY, V.SHORTAMT
               FROM TUTORIAL.VOLCOMMIT V, TUTORIAL.CUSTOMER C,
                    TUTORIAL.SRV S
               WHERE V.STATE = 'P'
                 AND V.CUST_ID = C.CUST_ID
                 AND V.SRV_ID = S.SRV_ID
               ORDER BY V.COMMITYEAR, C.CUSTNO, S.ARTNO
           END-EXEC

      *    prepaid account work fields: deposits by Bankgiro on
      *    the account's own OCR number or registered here, drawn
      *    down by the billing run; the OCR payload is 99 and the
      *    customer id, so it can never equal an invoice number
       01  wc-keyalloc-table            PIC X(18)    VALUE SPACE.
       01  wn-next-pptx-id              PIC S9(9)    COMP.
       01  w9-pp-amount                 PIC S9(7)V9(2) COMP-3.
       01  w9-pp-lowlimit               PIC S9(7)V9(2) COMP-3.
       01  wc-pp-reftext                PIC X(30)    VALUE SPACE.
       01  wc-pp-answer                 PIC X(1)     VALUE SPACE.
       01  wc-pp-ocr                    PIC X(16)    VALUE SPACE.
       01  wn-pp-custid                 PIC 9(7)     VALUE ZERO.
       01  wn-pp-check                  PIC 9(1)     VALUE ZERO.
       01  we-pp-amount                 PIC Z(6)9,99- VALUE ZERO.
       01  we-pp-balance                PIC Z(6)9,99- VALUE ZERO.
       01  is-prepaid-account-switch    PIC X(1)     VALUE 'N'.
           88  is-prepaid-account                    VALUE 'Y'.

      *    the customer's prepaid account movements, newest first
           EXEC SQL
               DECLARE BCURS18 CURSOR FOR
               SELECT TXDATE, TXTYPE, AMOUNT, BALANCE, REFTEXT
               FROM TUTORIAL.PREPAIDTX
               WHERE CUST_ID = :w9-cust-id
               ORDER BY TX_ID DESC
           END-EXEC

      *    the account manager: OURCONTACT is kept as the manager's
      *    name for every screen and print that shows it, STAFF_ID
      *    is the reference the portfolio reports group by
       01  wc-staff-sign                PIC X(10)    VALUE SPACE.

      *    the active account managers to choose from
           EXEC SQL
               DECLARE BCURS19 CURSOR FOR
               SELECT SIGN, NAME
               FROM TUTORIAL.STAFF
               WHERE ACTIVE = 'Y'
               ORDER BY SIGN
           END-EXEC

      *    the row version fetched with the customer and checked
      *    at every UPDATE, so two operators editing the same
      *    customer can no longer overwrite each other silently
       01  wc-cutoff                    PIC X(5)     VALUE SPACE.
       01  ind-cutoff                   PIC S9(4)    COMP.

      *    the key the customer's invoice files are signed with
      *    (HMAC-SHA256, hex); the inbox sweep quarantines every
      *    file whose signature does not check against it
       01  wc-filekey                   PIC X(64)    VALUE SPACE.
       01  wc-filekey-check             PIC X(64)    VALUE SPACE.
       01  w9-filekey-len               PIC S9(4)    VALUE ZERO COMP.

      *    customer messages: a dated block of up to three lines
      *    the print run puts on the customer's invoices, reminders
      *    and statements, for one language or delivery channel or
      *    for all of them; MSGLOG records every document that
      *    carried one
       01  w9-custmsg-id                PIC S9(9)    COMP.
       01  wc-cm-answer                 PIC X(1)     VALUE SPACE.
       01  wc-cm-fromdate               PIC X(10)    VALUE SPACE.
       01  wc-cm-todate                 PIC X(10)    VALUE SPACE.
       01  wn-cm-used                   PIC S9(9)    COMP.
       01  we-custmsg-id                PIC Z(5)9    VALUE ZERO.
       01  we-cm-debt-id                PIC Z(8)9    VALUE ZERO.
       01  we-cm-used                   PIC Z(8)9    VALUE ZERO.

      *    the customer's messages, the newest period first
           EXEC SQL
               DECLARE BCURS20 CURSOR FOR
               SELECT MSG_ID, MSGNAME, FROMDATE, TODATE, LANGCODE,
                      DELIV, MSGLINE1
               FROM TUTORIAL.CUSTMSG
               WHERE CUST_ID = :w9-cust-id
               ORDER BY FROMDATE DESC, MSG_ID DESC
           END-EXEC

      *    the documents that carried a message, a statement
      *    having no invoice number
           EXEC SQL
               DECLARE BCURS21 CURSOR FOR
               SELECT L.LOGDATE, L.DOCTYPE, L.DEBT_ID,
                      COALESCE(I.INVNO, ' ')
               FROM TUTORIAL.MSGLOG L
                    LEFT JOIN TUTORIAL.INVOICE I
                    ON I.INV_ID = L.INV_ID
               WHERE L.MSG_ID = :w9-custmsg-id
                 AND L.CUST_ID = :w9-cust-id
               ORDER BY L.LOGDATE, L.DEBT_ID
           END-EXEC

      *    dunning policy: how many reminders, the days between the
      *    steps, the SMS step, inkasso handover (A automatically,
      *    G on the customer's approval, N never) and up to two
      *    yearly blackout periods MM-DD to MM-DD; without a row
      *    the standard policy applies
       01  wc-dp-answer                 PIC X(1)     VALUE SPACE.
       01  wc-dp-own-switch             PIC X(1)     VALUE 'N'.
           88  is-own-dp                             VALUE 'Y'.
       01  wc-dp-mmdd                   PIC X(5)     VALUE SPACE.
       01  wc-dp-mmdd-switch            PIC X(1)     VALUE 'N'.
           88  is-dp-mmdd-ok                         VALUE 'Y'.
       01  wc-dp-invno                  PIC X(16)    VALUE SPACE.
       01  wc-dp-lastdate               PIC X(10)    VALUE SPACE.
       01  w9-dp-inv-id                 PIC S9(9)    COMP.
       01  w9-dp-level                  PIC S9(4)    COMP.
       01  we-dp-days                   PIC ZZ9      VALUE ZERO.

      *    the customer's invoices waiting for its approval before
      *    they are handed over to inkasso (DUNSTATE level 5)
           EXEC SQL
               DECLARE BCURS22 CURSOR FOR
               SELECT I.INVNO, CHAR(D.LASTDATE)
               FROM TUTORIAL.DUNSTATE D, TUTORIAL.INVOICE I
               WHERE I.INV_ID = D.INV_ID
                 AND I.CUST_ID = :w9-cust-id
                 AND D.DUNLEVEL = 5
               ORDER BY D.LASTDATE, I.INVNO
           END-EXEC

      *    scheduled customer changes: a new value for one field
      *    and the date it takes effect, applied by the nightly run
      *    on that date; a Bankgiro change waits (W) for a second
      *    administrator before it is pending (P)
       01  w9-cc-chg-id                 PIC S9(9)    COMP.
       01  wn-next-chg-id               PIC S9(9)    COMP.
       01  w9-cc-maxlen                 PIC S9(4)    COMP.
       01  wc-cc-answer                 PIC X(1)     VALUE SPACE.
       01  wc-cc-fieldcode              PIC X(2)     VALUE SPACE.
       01  wc-cc-newvalue               PIC X(60)    VALUE SPACE.
       01  wc-cc-effdate                PIC X(10)    VALUE SPACE.
       01  wc-cc-today                  PIC X(10)    VALUE SPACE.
       01  wc-cc-state                  PIC X(1)     VALUE SPACE.
       01  wc-cc-statetext              PIC X(10)    VALUE SPACE.
       01  we-cc-chg-id                 PIC Z(5)9    VALUE ZERO.

      *    the customer's changes not yet applied, in the order
      *    they take effect
           EXEC SQL
               DECLARE BCURS23 CURSOR FOR
               SELECT CHG_ID, FIELDCODE, NEWVALUE, EFFDATE, STATE,
                      REGBY
               FROM TUTORIAL.CUSTCHG
               WHERE CUST_ID = :w9-cust-id
                 AND STATE IN ('W', 'P')
               ORDER BY EFFDATE, CHG_ID
           END-EXEC

      *    get highest primary key in CUSTCHG table
           EXEC SQL
               DECLARE BCURS24 CURSOR FOR
               SELECT CHG_ID
               FROM TUTORIAL.CUSTCHG
               ORDER BY CHG_ID DESC
           END-EXEC

      *    legal-entity work field: which PBSCOMPANY row the
      *    customer belongs to - the subsidiary runs as its own
      *    entity in the same installation
           05  w9-duedays             PIC S9(4)      VALUE ZERO COMP.
           05  w9-credlimit           PIC S9(7)V9(2) VALUE ZERO COMP-3.
           05  wc-contact             PIC X(40)    VALUE SPACE.
           05  w9-staff-id            PIC S9(9)      VALUE ZERO COMP.
           05  wc-vatregno            PIC X(14)    VALUE SPACE.
           05  wc-bankgiro            PIC X(9)     VALUE SPACE.
           05  wc-postgiro            PIC X(8)     VALUE SPACE.
                   PERFORM K0400-add-customer
               WHEN '55'
                   PERFORM K0500-delete-customer
               WHEN '57'
                   PERFORM K0600-volume-commitments
               WHEN '58'
                   PERFORM K0610-approve-trueups
               WHEN '59'
                   PERFORM K0620-prepaid-account
               WHEN OTHER
                   DISPLAY 'Fel menyval från huvudprogram!'
           END-EVALUATE
               DISPLAY 'F - Visa kundens finansiella detaljer'
               DISPLAY 'T - Visa kundens tjänster'
               DISPLAY 'S - Visa kundens kontoutdrag/skuld'
               DISPLAY 'K - Kontaktlogg och inkomna brev'
               DISPLAY 'V - Väntande ändringar med giltighetsdatum'

               DISPLAY SPACE
               DISPLAY 'X - Tillbaka till föregående meny'
                       PERFORM K0150-service-info
                   WHEN 'S'
                       PERFORM K0155-statement-info
                   WHEN 'K'
                       PERFORM K0157-contact-log
                   WHEN 'V'
                       PERFORM K0399T-list-changes
                       PERFORM U0300-enter-to-continue
                   WHEN 'X'
                       SET is-exit-list-menu TO TRUE
                       CONTINUE
                   WHERE I.INVSTATE NOT = 9
                     AND I.INVSTATE NOT = 3
                     AND I.INVSTATE NOT = 7
                     AND I.INVSTATE NOT = 6
                     AND (I.CUST_ID = :w9-group-parent
                          OR I.CUST_ID IN
                             (SELECT CUST_ID
                   DISPLAY 'Koncernens skuld:' we-group-total
               END-IF
           END-IF

      *    a prepaid customer also sees the balance and what
      *    moved it
           PERFORM K0621-list-prepaid
           .

      **********************************************************
       K0157-contact-log.

      *    calls, mails, letters and scanned documents from the
      *    customer, dated and signed, instead of the one note
      *    field every operator overwrites
           MOVE 'C' TO wc-clog-function
           MOVE ZERO TO w9-clog-debt-id
           CALL 'contactlog' USING wc-clog-function, w9-clog-debt-id,
                                   w9-cust-id, lc-operator-userid
           .

      **********************************************************
               DISPLAY 'FO - Ändra juridisk enhet (bolag)'
               DISPLAY 'EX - Ändra expressutskrift (J/N)'
               DISPLAY 'CT - Ändra leveransstopptid (TT:MM)'
               DISPLAY 'FN - Ändra filnyckel för signerade filer'
               DISPLAY 'MD - Meddelanden på fakturor'
               DISPLAY 'PP - Påminnelse- och inkassopolicy'
               DISPLAY 'FR - Framtida ändring med giltighetsdatum'

               DISPLAY SPACE
               DISPLAY 'X - Tillbaka till föregående meny'
                   END-IF
               END-PERFORM

      *        negotiated prices overriding the list price
               PERFORM K0178-list-custprices

               DISPLAY HEADLINE
               DISPLAY 'Nytt avtalspris: artikel-id, en i taget'
               DISPLAY '(0 eller <Enter> avslutar tillägg)'
               MOVE 1 TO w9-srv-id-new
               PERFORM UNTIL w9-srv-id-new = ZERO
                   DISPLAY ': ' WITH NO ADVANCING
                   MOVE ZERO TO w9-srv-id-new
                   ACCEPT w9-srv-id-new
                   IF w9-srv-id-new NOT = ZERO
                       PERFORM K0179-add-custprice
                   END-IF
               END-PERFORM

               DISPLAY HEADLINE
               DISPLAY 'Avsluta avtalspris: avtals-id, ett i taget'
               DISPLAY '(0 eller <Enter> avslutar)'
               MOVE 1 TO w9-custprice-id
               PERFORM UNTIL w9-custprice-id = ZERO
                   DISPLAY ': ' WITH NO ADVANCING
                   MOVE ZERO TO w9-custprice-id
                   ACCEPT w9-custprice-id
                   IF w9-custprice-id NOT = ZERO
                       PERFORM K0180-end-custprice
                   END-IF
               END-PERFORM

           ELSE
               DISPLAY 'Ogiltigt id nummer - se meny 61'
           END-IF

           .

      **********************************************************
       K0178-list-custprices.

           DISPLAY HEADLINE
           DISPLAY 'AVTALSPRISER (före listpris vid fakturering)'
           DISPLAY HEADLINE
           DISPLAY 'Avtal |Artikel   |Pris  |Fr.o.m.   |T.o.m.    '
                   '|Index'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN BCURS13
           END-EXEC

           EXEC SQL
               FETCH BCURS13
                   INTO :CUSTPRICE-CUSTPRICE-ID, :SRV-ARTNO,
                        :CUSTPRICE-PRICE, :CUSTPRICE-VALIDFROM,
                        :CUSTPRICE-VALIDTO:ind-cp-validto,
                        :CUSTPRICE-INDEXRULE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF ind-cp-validto = -1
                   MOVE 'tills vid.' TO CUSTPRICE-VALIDTO
               END-IF

               MOVE CUSTPRICE-CUSTPRICE-ID TO we-custprice-id
               MOVE CUSTPRICE-PRICE TO we-cp-price
               DISPLAY we-custprice-id
                       '|' SRV-ARTNO
                       '|' we-cp-price
                       '|' CUSTPRICE-VALIDFROM
                       '|' CUSTPRICE-VALIDTO
                       '|' CUSTPRICE-INDEXRULE

               EXEC SQL
               FETCH BCURS13
                   INTO :CUSTPRICE-CUSTPRICE-ID, :SRV-ARTNO,
                        :CUSTPRICE-PRICE, :CUSTPRICE-VALIDFROM,
                        :CUSTPRICE-VALIDTO:ind-cp-validto,
                        :CUSTPRICE-INDEXRULE
               END-EXEC

           END-PERFORM

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURS13'                 TO wc-msg-tblcurs
               MOVE 'K0178-list-custprices'   TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS13
           END-EXEC
           .

      **********************************************************
       K0179-add-custprice.

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
           MOVE T-YEAR-AGR  TO wc-agr-today(1:4)
           MOVE T-MONTH-AGR TO wc-agr-today(6:2)
           MOVE T-DAY-AGR   TO wc-agr-today(9:2)
           MOVE '-' TO wc-agr-today(5:1), wc-agr-today(8:1)

           EXEC SQL
               SELECT ARTNO, CHARGE
               INTO :SRV-ARTNO, :SRV-CHARGE
               FROM TUTORIAL.SRV
               WHERE SRV_ID = :w9-srv-id-new
                 AND ACTIVE = 'Y'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänt artikel-id - se meny 61'
               EXIT PARAGRAPH
           END-IF

           MOVE SRV-CHARGE TO we-charge
           DISPLAY 'Listpris ' SRV-ARTNO ': ' we-charge
           DISPLAY 'Avtalspris (t ex 1,85): ' WITH NO ADVANCING
           MOVE ZERO TO w9-cp-price
           ACCEPT w9-cp-price

           IF w9-cp-price NOT > ZERO
               DISPLAY 'Inget pris angivet - avtalspriset sparas inte!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Gäller från (ÅÅÅÅ-MM-DD, blankt = idag): '
                   WITH NO ADVANCING
           MOVE SPACE TO wc-cp-validfrom
           ACCEPT wc-cp-validfrom
           IF wc-cp-validfrom = SPACE
               MOVE wc-agr-today TO wc-cp-validfrom
           END-IF
           MOVE wc-cp-validfrom TO wc-agr-today
           PERFORM U0600-check-cp-date
           IF NOT is-cp-date-ok
               DISPLAY 'Ogiltigt datum: ' wc-cp-validfrom
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Gäller till (ÅÅÅÅ-MM-DD, blankt = tills vidare): '
                   WITH NO ADVANCING
           MOVE SPACE TO wc-cp-validto
           ACCEPT wc-cp-validto
           MOVE ZERO TO ind-cp-validto
           IF wc-cp-validto = SPACE
               MOVE -1 TO ind-cp-validto
           ELSE
               MOVE wc-cp-validto TO wc-agr-today
               PERFORM U0600-check-cp-date
               IF NOT is-cp-date-ok
                  OR wc-cp-validto < wc-cp-validfrom
                   DISPLAY 'Ogiltigt slutdatum: ' wc-cp-validto
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    the index rule is part of the deal and must be stated -
      *    there is no default, so the indexation run never has to
      *    guess whether a negotiated price may be raised
           MOVE SPACE TO wc-cp-indexrule
           PERFORM UNTIL wc-cp-indexrule = 'J' OR wc-cp-indexrule = 'N'
               DISPLAY 'Höjs vid årlig indexering [J/N]: '
                       WITH NO ADVANCING
               ACCEPT wc-cp-indexrule
               MOVE FUNCTION UPPER-CASE(wc-cp-indexrule)
                   TO wc-cp-indexrule
           END-PERFORM
           IF wc-cp-indexrule = 'J'
               MOVE 'Y' TO wc-cp-indexrule
           END-IF

      *    one agreement per service at any date - the billing run
      *    must find exactly one price
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-cp-overlap
               FROM TUTORIAL.CUSTPRICE
               WHERE CUST_ID = :w9-cust-id
                 AND SRV_ID = :w9-srv-id-new
                 AND COALESCE(VALIDTO, '9999-12-31')
                     >= :wc-cp-validfrom
                 AND VALIDFROM <=
                     COALESCE(:wc-cp-validto:ind-cp-validto,
                              '9999-12-31')
           END-EXEC

           IF wn-cp-overlap > ZERO
               DISPLAY 'Ett avtalspris för artikeln gäller redan'
                       ' under perioden - avsluta det först!'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               OPEN BCURS14
           END-EXEC

           EXEC SQL
               FETCH BCURS14
               INTO :w9-custprice-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-custprice-id
           END-IF

           ADD 1 TO w9-custprice-id

           EXEC SQL
               CLOSE BCURS14
           END-EXEC

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
           MOVE T-YEAR-AGR  TO wc-agr-today(1:4)
           MOVE T-MONTH-AGR TO wc-agr-today(6:2)
           MOVE T-DAY-AGR   TO wc-agr-today(9:2)
           MOVE '-' TO wc-agr-today(5:1), wc-agr-today(8:1)

           EXEC SQL
               INSERT INTO TUTORIAL.CUSTPRICE
               VALUES (:w9-custprice-id, :w9-cust-id,
                       :w9-srv-id-new, :w9-cp-price,
                       :wc-cp-validfrom,
                       :wc-cp-validto:ind-cp-validto,
                       :wc-cp-indexrule, :wc-agr-today)
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Avtalspris tillagt!'

               MOVE 'TUTORIAL.CUSTPRICE' TO wc-audit-tablename
               MOVE 'PRICE'              TO wc-audit-columnname
               MOVE SRV-CHARGE TO we-charge
               MOVE SPACE TO wc-audit-oldvalue
               STRING SRV-ARTNO-TEXT DELIMITED BY SPACE
                      ' listpris ' DELIMITED BY SIZE
                      we-charge DELIMITED BY SIZE
                   INTO wc-audit-oldvalue
               END-STRING
               MOVE w9-cp-price TO we-cp-price
               MOVE SPACE TO wc-audit-newvalue
               STRING SRV-ARTNO-TEXT DELIMITED BY SPACE
                      ' avtalspris ' DELIMITED BY SIZE
                      we-cp-price DELIMITED BY SIZE
                      ' fr.o.m. ' DELIMITED BY SIZE
                      wc-cp-validfrom DELIMITED BY SIZE
                      ' t.o.m. ' DELIMITED BY SIZE
                      wc-cp-validto DELIMITED BY SIZE
                      ' index ' DELIMITED BY SIZE
                      wc-cp-indexrule DELIMITED BY SIZE
                   INTO wc-audit-newvalue
               END-STRING
               PERFORM U0500-log-audit
           ELSE
               DISPLAY 'Avtalspriset kunde inte läggas till!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.CUSTPRICE'      TO wc-msg-tblcurs
               MOVE 'K0179-add-custprice'     TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       K0180-end-custprice.

      *    an agreement is dated out, never deleted, so earlier
      *    periods can still be rebilled at the price then agreed
           EXEC SQL
               SELECT PRICE, VALIDFROM, VALIDTO
               INTO :CUSTPRICE-PRICE, :CUSTPRICE-VALIDFROM,
                    :CUSTPRICE-VALIDTO:ind-cp-validto
               FROM TUTORIAL.CUSTPRICE
               WHERE CUSTPRICE_ID = :w9-custprice-id
                 AND CUST_ID = :w9-cust-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänt avtals-id för kunden!'
               EXIT PARAGRAPH
           END-IF

           IF ind-cp-validto = -1
               MOVE SPACE TO CUSTPRICE-VALIDTO
           END-IF

           DISPLAY 'Sista giltighetsdag (ÅÅÅÅ-MM-DD, blankt = idag): '
                   WITH NO ADVANCING
           MOVE SPACE TO wc-cp-validto
           ACCEPT wc-cp-validto

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
           MOVE T-YEAR-AGR  TO wc-agr-today(1:4)
           MOVE T-MONTH-AGR TO wc-agr-today(6:2)
           MOVE T-DAY-AGR   TO wc-agr-today(9:2)
           MOVE '-' TO wc-agr-today(5:1), wc-agr-today(8:1)
           IF wc-cp-validto = SPACE
               MOVE wc-agr-today TO wc-cp-validto
           END-IF

           MOVE wc-cp-validto TO wc-agr-today
           PERFORM U0600-check-cp-date
           IF NOT is-cp-date-ok
              OR wc-cp-validto < CUSTPRICE-VALIDFROM
              OR (CUSTPRICE-VALIDTO NOT = SPACE
                  AND wc-cp-validto NOT < CUSTPRICE-VALIDTO)
               DISPLAY 'Ogiltigt slutdatum: ' wc-cp-validto
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.CUSTPRICE
                   SET VALIDTO = :wc-cp-validto
                   WHERE CUSTPRICE_ID = :w9-custprice-id
                   AND CUST_ID = :w9-cust-id
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Avtalspriset gäller t.o.m. ' wc-cp-validto

               MOVE 'TUTORIAL.CUSTPRICE' TO wc-audit-tablename
               MOVE 'VALIDTO'            TO wc-audit-columnname
               MOVE CUSTPRICE-VALIDTO    TO wc-audit-oldvalue
               MOVE wc-cp-validto        TO wc-audit-newvalue
               PERFORM U0500-log-audit
           ELSE
      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.CUSTPRICE'      TO wc-msg-tblcurs
               MOVE 'K0180-end-custprice'     TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       K0190-update-our-items.

                   PERFORM K0399-update-express
               ELSE IF FUNCTION UPPER-CASE(wc-accept) = 'CT'
                   PERFORM K0399B-update-cutoff
               ELSE IF FUNCTION UPPER-CASE(wc-accept) = 'FN'
                   PERFORM K0399C-update-filekey
               ELSE IF FUNCTION UPPER-CASE(wc-accept) = 'MD'
                   PERFORM K0399D-invoice-messages
               ELSE IF FUNCTION UPPER-CASE(wc-accept) = 'PP'
                   PERFORM K0399L-dunning-policy
               ELSE IF FUNCTION UPPER-CASE(wc-accept) = 'FR'
                   PERFORM K0399S-future-changes
               ELSE
                   DISPLAY 'Ej giltigt val!'
               END-IF
      **********************************************************
       K0320-update-contact.

           DISPLAY HEADLINE
           DISPLAY 'Existerande kundansvarig: '
                                   CUSTOMER-OURCONTACT-TEXT(1:40)
           PERFORM U0800-select-staff

           IF w9-staff-id = ZERO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.CUSTOMER
               SET OURCONTACT = :wc-contact,
                   STAFF_ID = :w9-staff-id,
                   ROWVER = ROWVER + 1
               WHERE CUST_ID = :w9-cust-id
                 AND ROWVER = :w9-cust-rowver
           END-IF

           IF SQLCODE = ZERO
               DISPLAY 'Kundansvarig har uppdaterats!'

               MOVE 'TUTORIAL.CUSTOMER'      TO wc-audit-tablename
               MOVE 'OURCONTACT'             TO wc-audit-columnname
               ACCEPT wc-bankgiro
           END-PERFORM

      *    the Bankgiro number is where the customer's money goes,
      *    so it is never changed directly: the change is scheduled
      *    for today and waits for a second administrator
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
           MOVE T-YEAR-AGR  TO wc-cc-today(1:4)
           MOVE T-MONTH-AGR TO wc-cc-today(6:2)
           MOVE T-DAY-AGR   TO wc-cc-today(9:2)
           MOVE '-' TO wc-cc-today(5:1), wc-cc-today(8:1)

           MOVE 'BG'        TO wc-cc-fieldcode
           MOVE wc-bankgiro TO wc-cc-newvalue
           MOVE wc-cc-today TO wc-cc-effdate
           PERFORM K0399W-register-change

           PERFORM U0300-enter-to-continue
           .

      **********************************************************
           .

      **********************************************************
       K0399C-update-filekey.

      *    the shared key behind the signature sidecar the customer
      *    delivers with every invoice file; agreed with the
      *    customer out of band, so only an admin registers it and
      *    the value itself never goes to the change history
           IF NOT lc-is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'Ny filnyckel (32-64 hex-tecken): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-filekey
           ACCEPT wc-filekey

           INSPECT wc-filekey
               CONVERTING 'ABCDEF' TO 'abcdef'
           MOVE ZERO TO w9-filekey-len
           INSPECT wc-filekey TALLYING w9-filekey-len
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE wc-filekey TO wc-filekey-check
           INSPECT wc-filekey-check
               CONVERTING '0123456789abcdef'
                       TO '                '

           IF w9-filekey-len < 32 OR wc-filekey-check NOT = SPACE
               DISPLAY 'Ogiltig nyckel - ange 32-64 hex-tecken!'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.CUSTOMER
               SET FILEKEY = :wc-filekey,
                   ROWVER = ROWVER + 1
               WHERE CUST_ID = :w9-cust-id
                 AND ROWVER = :w9-cust-rowver
           END-EXEC

           IF SQLCODE = 100
               DISPLAY 'Posten har ändrats av en annan'
                       ' operatör - hämta om och försök'
                       ' igen!'
           END-IF

           IF SQLCODE = ZERO
               DISPLAY 'Filnyckeln har uppdaterats!'

               MOVE 'TUTORIAL.CUSTOMER'   TO wc-audit-tablename
               MOVE 'FILEKEY'             TO wc-audit-columnname
               MOVE SPACE                 TO wc-audit-oldvalue
               MOVE '(ny nyckel registrerad)' TO wc-audit-newvalue
               PERFORM U0500-log-audit

               PERFORM U0300-enter-to-continue
           ELSE
           IF SQLCODE NOT = 100
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

      *        add error trace information
               MOVE  SQLCODE                TO wn-msg-sqlcode
               MOVE 'TUTORIAL.CUSTOMER'     TO wc-msg-tblcurs
               MOVE 'K0399C-update-filekey' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           END-IF
           .
      **********************************************************
       K0399D-invoice-messages.

      *    a message the customer wants its debtors to read - a
      *    changed bankgiro, an office move, holiday hours - is
      *    printed automatically on every invoice, reminder and
      *    statement while it is in force
           PERFORM K0399E-list-messages

           DISPLAY HEADLINE
           DISPLAY 'Nytt meddelande (J/N): ' WITH NO ADVANCING
           MOVE SPACE TO wc-cm-answer
           ACCEPT wc-cm-answer
           IF FUNCTION UPPER-CASE(wc-cm-answer) = 'J'
               PERFORM K0399G-add-message
           END-IF

           DISPLAY 'Avsluta meddelande-id '
                   '(0 eller <Enter> = inget): ' WITH NO ADVANCING
           MOVE ZERO TO w9-custmsg-id
           ACCEPT w9-custmsg-id
           IF w9-custmsg-id NOT = ZERO
               PERFORM K0399H-end-message
           END-IF

           DISPLAY 'Visa dokument med meddelande-id '
                   '(0 eller <Enter> = inget): ' WITH NO ADVANCING
           MOVE ZERO TO w9-custmsg-id
           ACCEPT w9-custmsg-id
           IF w9-custmsg-id NOT = ZERO
               PERFORM K0399J-list-message-usage
           END-IF

           PERFORM U0300-enter-to-continue
           .

      **********************************************************
       K0399E-list-messages.

           DISPLAY HEADLINE
           DISPLAY 'MEDDELANDEN PÅ FAKTUROR (språk/kanal blankt = '
                   'alla)'
           DISPLAY HEADLINE
           DISPLAY 'Id    |Namn                |Från      |Till      '
                   '|Sp|K|Första raden'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN BCURS20
           END-EXEC

           PERFORM K0399F-fetch-message
           PERFORM K0399F-show-message
               UNTIL SQLCODE NOT = ZERO

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURS20'                 TO wc-msg-tblcurs
               MOVE 'K0399E-list-messages'    TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS20
           END-EXEC
           .

      **********************************************************
       K0399F-show-message.

           MOVE CUSTMSG-MSG-ID TO we-custmsg-id
           DISPLAY we-custmsg-id
                   '|' CUSTMSG-MSGNAME
                   '|' CUSTMSG-FROMDATE
                   '|' CUSTMSG-TODATE
                   '|' CUSTMSG-LANGCODE
                   '|' CUSTMSG-DELIV
                   '|' CUSTMSG-MSGLINE1(1:30)

           PERFORM K0399F-fetch-message
           .

      **********************************************************
       K0399F-fetch-message.

           EXEC SQL
               FETCH BCURS20
                   INTO :CUSTMSG-MSG-ID, :CUSTMSG-MSGNAME,
                        :CUSTMSG-FROMDATE, :CUSTMSG-TODATE,
                        :CUSTMSG-LANGCODE, :CUSTMSG-DELIV,
                        :CUSTMSG-MSGLINE1
           END-EXEC
           .

      **********************************************************
       K0399G-add-message.

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
           MOVE T-YEAR-AGR  TO wc-agr-today(1:4)
           MOVE T-MONTH-AGR TO wc-agr-today(6:2)
           MOVE T-DAY-AGR   TO wc-agr-today(9:2)
           MOVE '-' TO wc-agr-today(5:1), wc-agr-today(8:1)

           DISPLAY 'Namn på meddelandet (för listorna): '
                   WITH NO ADVANCING
           MOVE SPACE TO CUSTMSG-MSGNAME
           ACCEPT CUSTMSG-MSGNAME
           IF CUSTMSG-MSGNAME = SPACE
               DISPLAY 'Inget namn angivet - meddelandet sparas inte!'
               EXIT PARAGRAPH
           END-IF

      *    a message starts today at the earliest - a document
      *    already printed never carried it
           DISPLAY 'Gäller från (ÅÅÅÅ-MM-DD, blankt = idag): '
                   WITH NO ADVANCING
           MOVE SPACE TO wc-cm-fromdate
           ACCEPT wc-cm-fromdate
           IF wc-cm-fromdate = SPACE
               MOVE wc-agr-today TO wc-cm-fromdate
           END-IF
           IF wc-cm-fromdate < wc-agr-today
               DISPLAY 'Ogiltigt datum: ' wc-cm-fromdate
               EXIT PARAGRAPH
           END-IF
           MOVE wc-cm-fromdate TO wc-agr-today
           PERFORM U0600-check-cp-date
           IF NOT is-cp-date-ok
               DISPLAY 'Ogiltigt datum: ' wc-cm-fromdate
               EXIT PARAGRAPH
           END-IF

      *    every message has an end - a notice left in force by
      *    mistake would go out for ever
           DISPLAY 'Gäller till (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           MOVE SPACE TO wc-cm-todate
           ACCEPT wc-cm-todate
           MOVE wc-cm-todate TO wc-agr-today
           PERFORM U0600-check-cp-date
           IF NOT is-cp-date-ok
              OR wc-cm-todate < wc-cm-fromdate
               DISPLAY 'Ogiltigt slutdatum: ' wc-cm-todate
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Endast språk (SV, EN ..., blankt = alla): '
                   WITH NO ADVANCING
           MOVE SPACE TO CUSTMSG-LANGCODE
           ACCEPT CUSTMSG-LANGCODE
           MOVE FUNCTION UPPER-CASE(CUSTMSG-LANGCODE)
               TO CUSTMSG-LANGCODE

           DISPLAY 'Endast leveranssätt (P=papper, E=email,'
                   ' X=e-faktura, B=internetbank,'
                   ' D=digital brevlåda, blankt = alla)'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO CUSTMSG-DELIV
           ACCEPT CUSTMSG-DELIV
           MOVE FUNCTION UPPER-CASE(CUSTMSG-DELIV) TO CUSTMSG-DELIV
           IF CUSTMSG-DELIV NOT = SPACE
              AND CUSTMSG-DELIV NOT = 'P'
              AND CUSTMSG-DELIV NOT = 'E'
              AND CUSTMSG-DELIV NOT = 'X'
              AND CUSTMSG-DELIV NOT = 'B'
              AND CUSTMSG-DELIV NOT = 'D'
               DISPLAY 'Okänt leveranssätt: ' CUSTMSG-DELIV
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Meddelandet, högst tre rader om 70 tecken '
                   '(<Enter> på en tom rad avslutar)'
           DISPLAY 'Rad 1: ' WITH NO ADVANCING
           MOVE SPACE TO CUSTMSG-MSGLINE1
           MOVE SPACE TO CUSTMSG-MSGLINE2
           MOVE SPACE TO CUSTMSG-MSGLINE3
           ACCEPT CUSTMSG-MSGLINE1
           IF CUSTMSG-MSGLINE1 = SPACE
               DISPLAY 'Ingen text angiven - meddelandet sparas inte!'
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'Rad 2: ' WITH NO ADVANCING
           ACCEPT CUSTMSG-MSGLINE2
           IF CUSTMSG-MSGLINE2 NOT = SPACE
               DISPLAY 'Rad 3: ' WITH NO ADVANCING
               ACCEPT CUSTMSG-MSGLINE3
           END-IF

           MOVE 'CUSTMSG' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, w9-custmsg-id

           EXEC SQL
               INSERT INTO TUTORIAL.CUSTMSG
               VALUES (:w9-custmsg-id, :w9-cust-id,
                       :CUSTMSG-MSGNAME, :wc-cm-fromdate,
                       :wc-cm-todate, :CUSTMSG-LANGCODE,
                       :CUSTMSG-DELIV, :CUSTMSG-MSGLINE1,
                       :CUSTMSG-MSGLINE2, :CUSTMSG-MSGLINE3)
           END-EXEC

           IF SQLCODE = ZERO
               MOVE w9-custmsg-id TO we-custmsg-id
               DISPLAY 'Meddelande ' we-custmsg-id ' tillagt!'

               MOVE 'TUTORIAL.CUSTMSG'   TO wc-audit-tablename
               MOVE 'MSGLINE1'           TO wc-audit-columnname
               MOVE SPACE TO wc-audit-oldvalue
               MOVE SPACE TO wc-audit-newvalue
               STRING CUSTMSG-MSGNAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      wc-cm-fromdate DELIMITED BY SIZE
                      '--' DELIMITED BY SIZE
                      wc-cm-todate DELIMITED BY SIZE
                   INTO wc-audit-newvalue
               END-STRING
               PERFORM U0500-log-audit
           ELSE
               DISPLAY 'Meddelandet kunde inte läggas till!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.CUSTMSG'        TO wc-msg-tblcurs
               MOVE 'K0399G-add-message'      TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       K0399H-end-message.

      *    a message is dated out, never deleted, so the list of
      *    the documents that carried it keeps its text
           EXEC SQL
               SELECT FROMDATE, TODATE
               INTO :CUSTMSG-FROMDATE, :CUSTMSG-TODATE
               FROM TUTORIAL.CUSTMSG
               WHERE MSG_ID = :w9-custmsg-id
                 AND CUST_ID = :w9-cust-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänt meddelande-id för kunden!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Sista giltighetsdag (ÅÅÅÅ-MM-DD, blankt = idag): '
                   WITH NO ADVANCING
           MOVE SPACE TO wc-cm-todate
           ACCEPT wc-cm-todate

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
           MOVE T-YEAR-AGR  TO wc-agr-today(1:4)
           MOVE T-MONTH-AGR TO wc-agr-today(6:2)
           MOVE T-DAY-AGR   TO wc-agr-today(9:2)
           MOVE '-' TO wc-agr-today(5:1), wc-agr-today(8:1)
           IF wc-cm-todate = SPACE
               MOVE wc-agr-today TO wc-cm-todate
           END-IF

      *    a message not yet started ends the day before it would
      *    have started, so it never goes out
           IF wc-cm-todate < CUSTMSG-FROMDATE
              AND CUSTMSG-FROMDATE > wc-agr-today
               PERFORM K0399I-day-before-start
           ELSE
               IF wc-cm-todate < CUSTMSG-FROMDATE
                   DISPLAY 'Ogiltigt slutdatum: ' wc-cm-todate
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE wc-cm-todate TO wc-agr-today
           PERFORM U0600-check-cp-date
           IF NOT is-cp-date-ok
              OR wc-cm-todate NOT < CUSTMSG-TODATE
               DISPLAY 'Ogiltigt slutdatum: ' wc-cm-todate
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.CUSTMSG
                   SET TODATE = :wc-cm-todate
                   WHERE MSG_ID = :w9-custmsg-id
                   AND CUST_ID = :w9-cust-id
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Meddelandet gäller t.o.m. ' wc-cm-todate

               MOVE 'TUTORIAL.CUSTMSG'   TO wc-audit-tablename
               MOVE 'TODATE'             TO wc-audit-columnname
               MOVE CUSTMSG-TODATE       TO wc-audit-oldvalue
               MOVE wc-cm-todate         TO wc-audit-newvalue
               PERFORM U0500-log-audit
           ELSE
      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.CUSTMSG'        TO wc-msg-tblcurs
               MOVE 'K0399H-end-message'      TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       K0399I-day-before-start.

           MOVE CUSTMSG-FROMDATE(1:4) TO wn-cp-ymd(1:4)
           MOVE CUSTMSG-FROMDATE(6:2) TO wn-cp-ymd(5:2)
           MOVE CUSTMSG-FROMDATE(9:2) TO wn-cp-ymd(7:2)
           COMPUTE wn-cp-ymd = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(wn-cp-ymd) - 1)
           MOVE wn-cp-ymd(1:4) TO wc-cm-todate(1:4)
           MOVE wn-cp-ymd(5:2) TO wc-cm-todate(6:2)
           MOVE wn-cp-ymd(7:2) TO wc-cm-todate(9:2)
           MOVE '-' TO wc-cm-todate(5:1), wc-cm-todate(8:1)
           .

      **********************************************************
       K0399J-list-message-usage.

      *    F faktura, P påminnelse, K kontoutdrag, E e-faktura
           DISPLAY HEADLINE
           DISPLAY 'DOKUMENT MED MEDDELANDE (F=faktura P=påminnelse '
                   'K=kontoutdrag E=e-faktura)'
           DISPLAY HEADLINE
           DISPLAY 'Datum     |T|Gäldenär |Fakturanr'
           DISPLAY HEADLINE

           MOVE ZERO TO wn-cm-used

           EXEC SQL
               OPEN BCURS21
           END-EXEC

           PERFORM K0399K-fetch-usage
           PERFORM K0399K-show-usage
               UNTIL SQLCODE NOT = ZERO

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURS21'                 TO wc-msg-tblcurs
               MOVE 'K0399J-list-message-usage' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS21
           END-EXEC

           MOVE wn-cm-used TO we-cm-used
           DISPLAY HEADLINE
           DISPLAY 'Antal dokument: ' we-cm-used
           .

      **********************************************************
       K0399K-show-usage.

           ADD 1 TO wn-cm-used
           MOVE MSGLOG-DEBT-ID TO we-cm-debt-id
           DISPLAY MSGLOG-LOGDATE
                   '|' MSGLOG-DOCTYPE
                   '|' we-cm-debt-id
                   '|' INVOICE-INVNO

           PERFORM K0399K-fetch-usage
           .

      **********************************************************
       K0399K-fetch-usage.

           EXEC SQL
               FETCH BCURS21
                   INTO :MSGLOG-LOGDATE, :MSGLOG-DOCTYPE,
                        :MSGLOG-DEBT-ID, :INVOICE-INVNO
           END-EXEC
           .

      **********************************************************
       K0400-add-customer.

           MOVE 'N' TO is-exit-add-menu-switch
           MOVE 'N' TO is-add-data-saved-switch
           MOVE ZERO TO we-delrate
           MOVE ZERO TO we-duedays
           MOVE ZERO TO we-credlimit
           INITIALIZE wr-cust-record

           PERFORM UNTIL is-exit-add-menu

               DISPLAY HEADLINE
               DISPLAY 'LÄGG UPP NY KUND I REGISTRET'
               DISPLAY 'TE - Telefon                   : ' wc-tel
               DISPLAY 'EM - Email                     : ' wc-email
               DISPLAY 'OR - Org. nummer               : ' wc-orgno
               DISPLAY 'OU - Kundansvarig              : ' wc-contact
               DISPLAY 'CU - Kundnummer                : ' wc-custno
               DISPLAY 'BO - Styrelsen säte            : ' wc-boardplc
               DISPLAY 'DE - Dröjsmålsränta            : ' we-delrate
                   END-IF
               WHEN 'OU'
                   DISPLAY HEADLINE
                   PERFORM U0800-select-staff
               WHEN 'CU'
                   DISPLAY HEADLINE
                   DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           .

      **********************************************************
       K0399L-dunning-policy.

      *    the customer decides how its debtors are reminded: no
      *    dunning from us at all, or its number of reminders
      *    before the final demand, with or without the SMS step,
      *    and whether we hand over to inkasso without asking it
           PERFORM K0399M-show-policy

           DISPLAY 'Ändra policyn (J/N): ' WITH NO ADVANCING
           MOVE SPACE TO wc-dp-answer
           ACCEPT wc-dp-answer
           IF FUNCTION UPPER-CASE(wc-dp-answer) = 'J'
               PERFORM K0399N-set-policy
           END-IF

           PERFORM K0399P-list-handover-approvals

           DISPLAY 'Fakturanr för kundens beslut om inkasso '
                   '(<Enter> = inget): ' WITH NO ADVANCING
           MOVE SPACE TO wc-dp-invno
           ACCEPT wc-dp-invno
           IF wc-dp-invno NOT = SPACE
               PERFORM K0399R-decide-handover
           END-IF

           PERFORM U0300-enter-to-continue
           .

      **********************************************************
       K0399M-show-policy.

           EXEC SQL
               SELECT DUNNING, REMINDERS, DAYSBETWEEN, SMSSTEP,
                      INKASSO, INKDAYS, BLK1FROM, BLK1TO,
                      BLK2FROM, BLK2TO, CHAR(CHANGED), CHANGEDBY
               INTO :DUNPOLICY-DUNNING, :DUNPOLICY-REMINDERS,
                    :DUNPOLICY-DAYSBETWEEN, :DUNPOLICY-SMSSTEP,
                    :DUNPOLICY-INKASSO, :DUNPOLICY-INKDAYS,
                    :DUNPOLICY-BLK1FROM, :DUNPOLICY-BLK1TO,
                    :DUNPOLICY-BLK2FROM, :DUNPOLICY-BLK2TO,
                    :DUNPOLICY-CHANGED, :DUNPOLICY-CHANGEDBY
               FROM TUTORIAL.DUNPOLICY
               WHERE CUST_ID = :w9-cust-id
           END-EXEC

           IF SQLCODE = ZERO
               SET is-own-dp TO TRUE
           ELSE
               IF SQLCODE NOT = 100
      *            add error trace information
                   MOVE  SQLCODE              TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.DUNPOLICY'  TO wc-msg-tblcurs
                   MOVE 'K0399M-show-policy'  TO wc-msg-para

                   PERFORM Z0900-error-routine
               END-IF
      *        the standard policy the dunning run uses
               MOVE 'N' TO wc-dp-own-switch
               MOVE 'Y' TO DUNPOLICY-DUNNING
               MOVE 1 TO DUNPOLICY-REMINDERS
               MOVE ZERO TO DUNPOLICY-DAYSBETWEEN
               MOVE 'Y' TO DUNPOLICY-SMSSTEP
               MOVE 'A' TO DUNPOLICY-INKASSO
               MOVE ZERO TO DUNPOLICY-INKDAYS
               MOVE SPACE TO DUNPOLICY-BLK1FROM, DUNPOLICY-BLK1TO,
                             DUNPOLICY-BLK2FROM, DUNPOLICY-BLK2TO,
                             DUNPOLICY-CHANGED, DUNPOLICY-CHANGEDBY
           END-IF

           DISPLAY HEADLINE
           IF is-own-dp
               DISPLAY 'PÅMINNELSE- OCH INKASSOPOLICY (ändrad '
                       DUNPOLICY-CHANGED ' av '
                       DUNPOLICY-CHANGEDBY ')'
           ELSE
               DISPLAY 'PÅMINNELSE- OCH INKASSOPOLICY (standard)'
           END-IF
           DISPLAY HEADLINE

           IF DUNPOLICY-NO-DUNNING
               DISPLAY 'Ingen kravhantering - kunden sköter själv'
                       ' sina påminnelser'
           ELSE
               MOVE DUNPOLICY-REMINDERS TO we-dp-days
               DISPLAY 'Påminnelser före slutkrav : ' we-dp-days
               MOVE DUNPOLICY-DAYSBETWEEN TO we-dp-days
               DISPLAY 'Dagar mellan stegen       : ' we-dp-days
               DISPLAY 'SMS före första brevet    : '
                       DUNPOLICY-SMSSTEP
               EVALUATE TRUE
                   WHEN DUNPOLICY-INKASSO-APPROVAL
                       DISPLAY 'Inkasso                   : '
                               'efter kundens godkännande'
                   WHEN DUNPOLICY-INKASSO-NEVER
                       DISPLAY 'Inkasso                   : '
                               'aldrig'
                   WHEN OTHER
                       DISPLAY 'Inkasso                   : '
                               'automatiskt'
               END-EVALUATE
               MOVE DUNPOLICY-INKDAYS TO we-dp-days
               DISPLAY 'Dagar efter slutkrav      : ' we-dp-days
               IF DUNPOLICY-BLK1FROM NOT = SPACE
                   DISPLAY 'Uppehåll                  : '
                           DUNPOLICY-BLK1FROM ' -- ' DUNPOLICY-BLK1TO
               END-IF
               IF DUNPOLICY-BLK2FROM NOT = SPACE
                   DISPLAY 'Uppehåll                  : '
                           DUNPOLICY-BLK2FROM ' -- ' DUNPOLICY-BLK2TO
               END-IF
           END-IF
           DISPLAY HEADLINE
           .

      **********************************************************
       K0399N-set-policy.

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
           MOVE T-YEAR-AGR  TO wc-agr-today(1:4)
           MOVE T-MONTH-AGR TO wc-agr-today(6:2)
           MOVE T-DAY-AGR   TO wc-agr-today(9:2)
           MOVE '-' TO wc-agr-today(5:1), wc-agr-today(8:1)

           DISPLAY 'Påminnelser från oss (J/N): ' WITH NO ADVANCING
           MOVE SPACE TO DUNPOLICY-DUNNING
           ACCEPT DUNPOLICY-DUNNING
           IF FUNCTION UPPER-CASE(DUNPOLICY-DUNNING) = 'N'
               MOVE 'N' TO DUNPOLICY-DUNNING
           ELSE
               MOVE 'Y' TO DUNPOLICY-DUNNING
           END-IF

           MOVE 1 TO DUNPOLICY-REMINDERS
           MOVE ZERO TO DUNPOLICY-DAYSBETWEEN
           MOVE 'Y' TO DUNPOLICY-SMSSTEP
           MOVE 'A' TO DUNPOLICY-INKASSO
           MOVE ZERO TO DUNPOLICY-INKDAYS
           MOVE SPACE TO DUNPOLICY-BLK1FROM, DUNPOLICY-BLK1TO,
                         DUNPOLICY-BLK2FROM, DUNPOLICY-BLK2TO

           IF NOT DUNPOLICY-NO-DUNNING
               DISPLAY 'Antal påminnelser före slutkrav (0-3): '
                       WITH NO ADVANCING
               MOVE ZERO TO DUNPOLICY-REMINDERS
               ACCEPT DUNPOLICY-REMINDERS
               IF DUNPOLICY-REMINDERS < ZERO
                  OR DUNPOLICY-REMINDERS > 3
                   DISPLAY 'Ogiltigt antal påminnelser!'
                   EXIT PARAGRAPH
               END-IF

               DISPLAY 'Dagar mellan stegen (0 = nästa körning): '
                       WITH NO ADVANCING
               MOVE ZERO TO DUNPOLICY-DAYSBETWEEN
               ACCEPT DUNPOLICY-DAYSBETWEEN
               IF DUNPOLICY-DAYSBETWEEN < ZERO
                  OR DUNPOLICY-DAYSBETWEEN > 90
                   DISPLAY 'Ogiltigt antal dagar!'
                   EXIT PARAGRAPH
               END-IF

               DISPLAY 'SMS före första brevet (J/N): '
                       WITH NO ADVANCING
               MOVE SPACE TO DUNPOLICY-SMSSTEP
               ACCEPT DUNPOLICY-SMSSTEP
               IF FUNCTION UPPER-CASE(DUNPOLICY-SMSSTEP) = 'N'
                   MOVE 'N' TO DUNPOLICY-SMSSTEP
               ELSE
                   MOVE 'Y' TO DUNPOLICY-SMSSTEP
               END-IF

               DISPLAY 'Inkasso (A=automatiskt, G=efter kundens '
                       'godkännande, N=aldrig): ' WITH NO ADVANCING
               MOVE SPACE TO DUNPOLICY-INKASSO
               ACCEPT DUNPOLICY-INKASSO
               MOVE FUNCTION UPPER-CASE(DUNPOLICY-INKASSO)
                   TO DUNPOLICY-INKASSO
               IF NOT (DUNPOLICY-INKASSO-AUTO
                       OR DUNPOLICY-INKASSO-APPROVAL
                       OR DUNPOLICY-INKASSO-NEVER)
                   DISPLAY 'Ogiltigt val för inkasso!'
                   EXIT PARAGRAPH
               END-IF

               IF NOT DUNPOLICY-INKASSO-NEVER
                   DISPLAY 'Dagar efter slutkrav före inkasso: '
                           WITH NO ADVANCING
                   MOVE ZERO TO DUNPOLICY-INKDAYS
                   ACCEPT DUNPOLICY-INKDAYS
                   IF DUNPOLICY-INKDAYS < ZERO
                      OR DUNPOLICY-INKDAYS > 90
                       DISPLAY 'Ogiltigt antal dagar!'
                       EXIT PARAGRAPH
                   END-IF
               END-IF

      *        the blackout periods come back every year, e.g.
      *        07-01 -- 07-31 or 12-20 -- 01-06
               DISPLAY 'Uppehåll 1 från (MM-DD, blankt = inget): '
                       WITH NO ADVANCING
               ACCEPT DUNPOLICY-BLK1FROM
               IF DUNPOLICY-BLK1FROM NOT = SPACE
                   DISPLAY 'Uppehåll 1 till (MM-DD): '
                           WITH NO ADVANCING
                   ACCEPT DUNPOLICY-BLK1TO
                   MOVE DUNPOLICY-BLK1FROM TO wc-dp-mmdd
                   PERFORM K0399O-check-mmdd
                   IF is-dp-mmdd-ok
                       MOVE DUNPOLICY-BLK1TO TO wc-dp-mmdd
                       PERFORM K0399O-check-mmdd
                   END-IF
                   IF NOT is-dp-mmdd-ok
                       DISPLAY 'Ogiltig uppehållsperiod!'
                       EXIT PARAGRAPH
                   END-IF

                   DISPLAY 'Uppehåll 2 från (MM-DD, blankt = inget): '
                           WITH NO ADVANCING
                   ACCEPT DUNPOLICY-BLK2FROM
                   IF DUNPOLICY-BLK2FROM NOT = SPACE
                       DISPLAY 'Uppehåll 2 till (MM-DD): '
                               WITH NO ADVANCING
                       ACCEPT DUNPOLICY-BLK2TO
                       MOVE DUNPOLICY-BLK2FROM TO wc-dp-mmdd
                       PERFORM K0399O-check-mmdd
                       IF is-dp-mmdd-ok
                           MOVE DUNPOLICY-BLK2TO TO wc-dp-mmdd
                           PERFORM K0399O-check-mmdd
                       END-IF
                       IF NOT is-dp-mmdd-ok
                           DISPLAY 'Ogiltig uppehållsperiod!'
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.DUNPOLICY
               SET DUNNING = :DUNPOLICY-DUNNING,
                   REMINDERS = :DUNPOLICY-REMINDERS,
                   DAYSBETWEEN = :DUNPOLICY-DAYSBETWEEN,
                   SMSSTEP = :DUNPOLICY-SMSSTEP,
                   INKASSO = :DUNPOLICY-INKASSO,
                   INKDAYS = :DUNPOLICY-INKDAYS,
                   BLK1FROM = :DUNPOLICY-BLK1FROM,
                   BLK1TO = :DUNPOLICY-BLK1TO,
                   BLK2FROM = :DUNPOLICY-BLK2FROM,
                   BLK2TO = :DUNPOLICY-BLK2TO,
                   CHANGED = :wc-agr-today,
                   CHANGEDBY = :lc-operator-userid
               WHERE CUST_ID = :w9-cust-id
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO TUTORIAL.DUNPOLICY
                   VALUES (:w9-cust-id, :DUNPOLICY-DUNNING,
                           :DUNPOLICY-REMINDERS,
                           :DUNPOLICY-DAYSBETWEEN,
                           :DUNPOLICY-SMSSTEP, :DUNPOLICY-INKASSO,
                           :DUNPOLICY-INKDAYS,
                           :DUNPOLICY-BLK1FROM, :DUNPOLICY-BLK1TO,
                           :DUNPOLICY-BLK2FROM, :DUNPOLICY-BLK2TO,
                           :wc-agr-today, :lc-operator-userid)
               END-EXEC
           END-IF

           IF SQLCODE = ZERO
               DISPLAY 'Policyn har sparats!'

               MOVE 'TUTORIAL.DUNPOLICY'  TO wc-audit-tablename
               MOVE 'DUNNING/INKASSO'     TO wc-audit-columnname
               MOVE SPACE TO wc-audit-oldvalue
               MOVE SPACE TO wc-audit-newvalue
               MOVE DUNPOLICY-REMINDERS TO we-dp-days
               STRING DUNPOLICY-DUNNING DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      we-dp-days DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DUNPOLICY-SMSSTEP DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      DUNPOLICY-INKASSO DELIMITED BY SIZE
                   INTO wc-audit-newvalue
               END-STRING
               PERFORM U0500-log-audit
           ELSE
               DISPLAY 'Policyn kunde inte sparas!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.DUNPOLICY'      TO wc-msg-tblcurs
               MOVE 'K0399N-set-policy'       TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       K0399O-check-mmdd.

           MOVE 'N' TO wc-dp-mmdd-switch
           IF wc-dp-mmdd(1:2) IS NUMERIC
              AND wc-dp-mmdd(3:1) = '-'
              AND wc-dp-mmdd(4:2) IS NUMERIC
               IF wc-dp-mmdd(1:2) >= '01' AND wc-dp-mmdd(1:2) <= '12'
                  AND wc-dp-mmdd(4:2) >= '01'
                  AND wc-dp-mmdd(4:2) <= '31'
                   SET is-dp-mmdd-ok TO TRUE
               END-IF
           END-IF
           .

      **********************************************************
       K0399P-list-handover-approvals.

           DISPLAY 'VÄNTAR PÅ KUNDENS GODKÄNNANDE FÖR INKASSO'
           DISPLAY 'Fakturanr        |Sedan'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN BCURS22
           END-EXEC

           PERFORM K0399Q-fetch-approval
           PERFORM K0399Q-show-approval
               UNTIL SQLCODE NOT = ZERO

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURS22'                 TO wc-msg-tblcurs
               MOVE 'K0399P-list-handover-approvals' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS22
           END-EXEC

           DISPLAY HEADLINE
           .

      **********************************************************
       K0399Q-show-approval.

           DISPLAY wc-dp-invno '|' wc-dp-lastdate

           PERFORM K0399Q-fetch-approval
           .

      **********************************************************
       K0399Q-fetch-approval.

           EXEC SQL
               FETCH BCURS22
                   INTO :wc-dp-invno, :wc-dp-lastdate
           END-EXEC
           .

      **********************************************************
       K0399R-decide-handover.

      *    the customer's answer: J hands the invoice over on the
      *    next dunning run, N keeps it with the customer and ends
      *    our dunning of it
           MOVE ZERO TO w9-dp-inv-id
           EXEC SQL
               SELECT I.INV_ID
               INTO :w9-dp-inv-id
               FROM TUTORIAL.INVOICE I, TUTORIAL.DUNSTATE D
               WHERE I.INV_ID = D.INV_ID
                 AND I.CUST_ID = :w9-cust-id
                 AND I.INVNO = :wc-dp-invno
                 AND D.DUNLEVEL = 5
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Fakturan väntar inte på kundens beslut!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Lämna till inkasso (J/N): ' WITH NO ADVANCING
           MOVE SPACE TO wc-dp-answer
           ACCEPT wc-dp-answer
           EVALUATE FUNCTION UPPER-CASE(wc-dp-answer)
               WHEN 'J'
                   MOVE 6 TO w9-dp-level
               WHEN 'N'
                   MOVE 7 TO w9-dp-level
               WHEN OTHER
                   DISPLAY 'Inget beslut registrerat.'
                   EXIT PARAGRAPH
           END-EVALUATE

           EXEC SQL
               UPDATE TUTORIAL.DUNSTATE
               SET DUNLEVEL = :w9-dp-level
               WHERE INV_ID = :w9-dp-inv-id
                 AND DUNLEVEL = 5
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Kundens beslut har registrerats!'

               MOVE 'TUTORIAL.DUNSTATE'   TO wc-audit-tablename
               MOVE 'DUNLEVEL'            TO wc-audit-columnname
               MOVE SPACE TO wc-audit-oldvalue
               MOVE SPACE TO wc-audit-newvalue
               STRING wc-dp-invno DELIMITED BY SPACE
                      ' 5 ' DELIMITED BY SIZE
                      wc-dp-answer DELIMITED BY SIZE
                   INTO wc-audit-newvalue
               END-STRING
               PERFORM U0500-log-audit
           ELSE
               DISPLAY 'Beslutet kunde inte sparas!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.DUNSTATE'       TO wc-msg-tblcurs
               MOVE 'K0399R-decide-handover'  TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       K0399S-future-changes.

      *    a new address, name or account registered ahead of the
      *    day it takes effect: the nightly run applies it on that
      *    date, logs it in CUSTAUDIT and reports it to the
      *    customer in its status return file
           PERFORM K0399T-list-changes

           DISPLAY 'Ny framtida ändring (J/N): ' WITH NO ADVANCING
           MOVE SPACE TO wc-cc-answer
           ACCEPT wc-cc-answer
           IF FUNCTION UPPER-CASE(wc-cc-answer) = 'J'
               PERFORM K0399V-add-change
           END-IF

           DISPLAY 'Makulera ändrings-id '
                   '(0 eller <Enter> = ingen): ' WITH NO ADVANCING
           MOVE ZERO TO w9-cc-chg-id
           ACCEPT w9-cc-chg-id
           IF w9-cc-chg-id NOT = ZERO
               PERFORM K0399X-cancel-change
           END-IF

           PERFORM U0300-enter-to-continue
           .

      **********************************************************
       K0399T-list-changes.

           DISPLAY HEADLINE
           DISPLAY 'VÄNTANDE ÄNDRINGAR MED GILTIGHETSDATUM'
           DISPLAY HEADLINE
           DISPLAY 'Id    |Fält|Gäller fr.|Status    |Av        '
                   '|Nytt värde'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN BCURS23
           END-EXEC

           PERFORM K0399U-fetch-change
           PERFORM K0399U-show-change
               UNTIL SQLCODE NOT = ZERO

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURS23'                 TO wc-msg-tblcurs
               MOVE 'K0399T-list-changes'     TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS23
           END-EXEC
           .

      **********************************************************
       K0399U-show-change.

           IF CUSTCHG-IS-AWAITING
               MOVE 'Attestkö'  TO wc-cc-statetext
           ELSE
               MOVE 'Planerad'  TO wc-cc-statetext
           END-IF

           MOVE CUSTCHG-CHG-ID TO we-cc-chg-id
           DISPLAY we-cc-chg-id
                   '|' CUSTCHG-FIELDCODE '  '
                   '|' CUSTCHG-EFFDATE
                   '|' wc-cc-statetext
                   '|' CUSTCHG-REGBY
                   '|' CUSTCHG-NEWVALUE-TEXT(1:30)

           PERFORM K0399U-fetch-change
           .

      **********************************************************
       K0399U-fetch-change.

           EXEC SQL
               FETCH BCURS23
                   INTO :CUSTCHG-CHG-ID, :CUSTCHG-FIELDCODE,
                        :CUSTCHG-NEWVALUE, :CUSTCHG-EFFDATE,
                        :CUSTCHG-STATE, :CUSTCHG-REGBY
           END-EXEC
           .

      **********************************************************
       K0399V-add-change.

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
           MOVE T-YEAR-AGR  TO wc-cc-today(1:4)
           MOVE T-MONTH-AGR TO wc-cc-today(6:2)
           MOVE T-DAY-AGR   TO wc-cc-today(9:2)
           MOVE '-' TO wc-cc-today(5:1), wc-cc-today(8:1)

           DISPLAY 'Fält (ST PO PL NA BO TE EM WE VA BG PG): '
                   WITH NO ADVANCING
           MOVE SPACE TO wc-cc-fieldcode
           ACCEPT wc-cc-fieldcode
           MOVE FUNCTION UPPER-CASE(wc-cc-fieldcode)
               TO wc-cc-fieldcode

      *    the longest value each field takes on screen
           EVALUATE wc-cc-fieldcode
               WHEN 'ST'
               WHEN 'PL'
               WHEN 'BO'
                   MOVE 30 TO w9-cc-maxlen
               WHEN 'PO'
                   MOVE 5 TO w9-cc-maxlen
               WHEN 'NA'
               WHEN 'EM'
               WHEN 'WE'
                   MOVE 40 TO w9-cc-maxlen
               WHEN 'TE'
                   MOVE 20 TO w9-cc-maxlen
               WHEN 'VA'
                   MOVE 14 TO w9-cc-maxlen
               WHEN 'BG'
                   MOVE 9 TO w9-cc-maxlen
               WHEN 'PG'
                   MOVE 8 TO w9-cc-maxlen
               WHEN OTHER
                   DISPLAY 'Fältet kan inte ändras med datum!'
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY 'Nytt värde: ' WITH NO ADVANCING
           MOVE SPACE TO wc-cc-newvalue
           ACCEPT wc-cc-newvalue
           IF wc-cc-newvalue = SPACE
               DISPLAY 'Inget värde angivet - ingen ändring'
                       ' registrerad!'
               EXIT PARAGRAPH
           END-IF
           IF wc-cc-newvalue(w9-cc-maxlen + 1:) NOT = SPACE
               MOVE w9-cc-maxlen TO we-dp-days
               DISPLAY 'Värdet är för långt - högst ' we-dp-days
                       ' tecken!'
               EXIT PARAGRAPH
           END-IF

      *    a change for today is made directly from this menu -
      *    only a later date is scheduled
           DISPLAY 'Gäller från (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           MOVE SPACE TO wc-cc-effdate
           ACCEPT wc-cc-effdate
           MOVE wc-cc-effdate TO wc-agr-today
           PERFORM U0600-check-cp-date
           IF NOT is-cp-date-ok
              OR wc-cc-effdate NOT > wc-cc-today
               DISPLAY 'Ogiltigt datum: ' wc-cc-effdate
               EXIT PARAGRAPH
           END-IF

           PERFORM K0399W-register-change
           .

      **********************************************************
       K0399W-register-change.

      *    a Bankgiro change is a four-eyes action: it waits in the
      *    approval queue until a second administrator accepts it
           IF wc-cc-fieldcode = 'BG'
               MOVE 'W' TO wc-cc-state
           ELSE
               MOVE 'P' TO wc-cc-state
           END-IF

           EXEC SQL
               OPEN BCURS24
           END-EXEC

           EXEC SQL
               FETCH BCURS24
               INTO :wn-next-chg-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-next-chg-id
           END-IF

           EXEC SQL
               CLOSE BCURS24
           END-EXEC

           ADD 1 TO wn-next-chg-id

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
           MOVE T-YEAR-AGR  TO wc-appr-today(1:4)
           MOVE T-MONTH-AGR TO wc-appr-today(6:2)
           MOVE T-DAY-AGR   TO wc-appr-today(9:2)
           MOVE '-' TO wc-appr-today(5:1), wc-appr-today(8:1)

           EXEC SQL
               INSERT INTO TUTORIAL.CUSTCHG
               VALUES (:wn-next-chg-id, :w9-cust-id,
                       :wc-cc-fieldcode, :wc-cc-newvalue,
                       :wc-cc-effdate, :wc-cc-state,
                       :lc-operator-userid, :wc-appr-today, NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ändringen kunde inte registreras!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.CUSTCHG'        TO wc-msg-tblcurs
               MOVE 'K0399W-register-change'  TO wc-msg-para

               PERFORM Z0900-error-routine
               EXIT PARAGRAPH
           END-IF

           IF wc-cc-state = 'P'
               DISPLAY HEADLINE
               DISPLAY 'Ändringen är registrerad och gäller från '
                       wc-cc-effdate
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               OPEN BCURS12
           END-EXEC

           EXEC SQL
               FETCH BCURS12
               INTO :wn-next-appr-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-next-appr-id
           END-IF

           EXEC SQL
               CLOSE BCURS12
           END-EXEC

           ADD 1 TO wn-next-appr-id

           MOVE SPACE TO wc-appr-reason
           STRING 'Nytt bankgiro ' DELIMITED BY SIZE
                  wc-cc-newvalue DELIMITED BY SPACE
                  ' från ' DELIMITED BY SIZE
                  wc-cc-effdate DELIMITED BY SIZE
               INTO wc-appr-reason
           END-STRING

           EXEC SQL
               INSERT INTO TUTORIAL.APPROVAL
               VALUES (:wn-next-appr-id, 'CUSTCHG',
                       :wn-next-chg-id, :w9-cust-id, 0,
                       :wc-appr-reason,
                       :lc-operator-userid, :wc-appr-today,
                       NULL, 'P')
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'E'    TO wc-ql-func
               MOVE 'GODK' TO wc-ql-queue
               MOVE wn-next-appr-id TO w9-ql-key1
               MOVE ZERO   TO w9-ql-key2
               MOVE SPACE  TO wc-ql-keytext
               CALL 'queuelog' USING wc-ql-func, wc-ql-queue,
                                     w9-ql-key1, w9-ql-key2,
                                     wc-ql-keytext,
                                     lc-operator-userid
               DISPLAY HEADLINE
               DISPLAY 'Bankgiroändringen väntar på en andra'
                       ' administratör (meny 70/85) och gäller'
               DISPLAY 'från nattkörningen efter godkännandet,'
                       ' tidigast ' wc-cc-effdate
           ELSE
               DISPLAY 'Förslaget kunde inte registreras!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.APPROVAL'       TO wc-msg-tblcurs
               MOVE 'K0399W-register-change'  TO wc-msg-para

               PERFORM Z0900-error-routine

      *        without an approval the change could never be
      *        released - withdraw it
               EXEC SQL
                   UPDATE TUTORIAL.CUSTCHG
                   SET STATE = 'C'
                   WHERE CHG_ID = :wn-next-chg-id
               END-EXEC
           END-IF
           .

      **********************************************************
       K0399X-cancel-change.

           EXEC SQL
               UPDATE TUTORIAL.CUSTCHG
               SET STATE = 'C'
               WHERE CHG_ID = :w9-cc-chg-id
                 AND CUST_ID = :w9-cust-id
                 AND STATE IN ('W', 'P')
           END-EXEC

           IF SQLCODE = 100
               DISPLAY 'Ingen väntande ändring med det id-numret!'
               EXIT PARAGRAPH
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ändringen kunde inte makuleras!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.CUSTCHG'        TO wc-msg-tblcurs
               MOVE 'K0399X-cancel-change'    TO wc-msg-para

               PERFORM Z0900-error-routine
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Ändringen är makulerad!'

      *    a Bankgiro change still in the approval queue leaves it
      *    as withdrawn
           EXEC SQL
               SELECT APPR_ID
               INTO :wn-next-appr-id
               FROM TUTORIAL.APPROVAL
               WHERE ACTIONTYPE = 'CUSTCHG'
                 AND KEY1 = :w9-cc-chg-id
                 AND STATE = 'P'
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   UPDATE TUTORIAL.APPROVAL
                   SET STATE = 'R',
                       APPROVEDBY = :lc-operator-userid
                   WHERE APPR_ID = :wn-next-appr-id
               END-EXEC

               MOVE 'R'    TO wc-ql-func
               MOVE 'GODK' TO wc-ql-queue
               MOVE wn-next-appr-id TO w9-ql-key1
               MOVE ZERO   TO w9-ql-key2
               MOVE SPACE  TO wc-ql-keytext
               CALL 'queuelog' USING wc-ql-func, wc-ql-queue,
                                     w9-ql-key1, w9-ql-key2,
                                     wc-ql-keytext,
                                     lc-operator-userid
           END-IF
           .

      **********************************************************
       K0430-insert-customer-data.

           MOVE 'N' TO is-addr-data-ok-switch
           MOVE 'N' TO is-findata-data-ok-switch
           MOVE 'N' TO is-customer-data-ok-switch
           MOVE 'N' TO is-srvcust-data-ok-switch
           MOVE 'N' TO is-proof-data-ok-switch

      *    finally add customer data to all tables
           PERFORM K0440-add-to-addr

           PERFORM K0450-add-to-findata

           PERFORM K0460-add-to-customer

      *    add an initial default service to this new customer
           PERFORM K0470-cust-to-srvcust

      *    the new customer's first invoices go out as a korrektur
           PERFORM K0480-add-proof-order

           IF is-addr-data-ok AND is-findata-data-ok
                              AND is-customer-data-ok
                              AND is-srvcust-data-ok
                              AND is-proof-data-ok

               SET is-add-data-saved TO TRUE

               DISPLAY HEADLINE
               DISPLAY 'Ny kund upplagd!'
               PERFORM U0300-enter-to-continue

           ELSE
               DISPLAY HEADLINE
               DISPLAY 'Databasfel. Kunden kunde inte sparas korrekt'
               PERFORM U0300-enter-to-continue
           END-IF

           .

      **********************************************************
       K0440-add-to-addr.

      *    open cursor
           EXEC SQL
               OPEN BCURS7
           END-EXEC

      *    fetch first row (which now have the highest id/PK)
           EXEC SQL
               FETCH BCURS7
               INTO :w9-addr-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ett problem uppstod för att hitta nästa rad!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURS7'                  TO wc-msg-tblcurs
               MOVE 'K0440-add-to-addr-tbl'   TO wc-msg-para

               PERFORM Z0900-error-routine
           ELSE
      *        add one for new customer address details
               ADD 1 TO w9-addr-id

               EXEC SQL
                   INSERT INTO TUTORIAL.ADDR
                   VALUES (:w9-addr-id,:wc-street,
                           :wc-postno, :wc-place)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kundens adress kunde inte läggas till!'

      *            add error trace information
                   MOVE  SQLCODE            TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.ADDR'     TO wc-msg-tblcurs
                   MOVE 'K0440-add-to-addr' TO wc-msg-para

                   PERFORM Z0900-error-routine
               ELSE
                   MOVE SQLERRD(3)TO we-sqlrows
                   DISPLAY we-sqlrows ' rad har lagts till i ADDR'
                   SET is-addr-data-ok TO TRUE
               END-IF

           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS7
           END-EXEC

           .

      **********************************************************
       K0450-add-to-findata.

      *    open cursor
           EXEC SQL
               OPEN BCURS8
           END-EXEC

      *    fetch first row (which now have the highest id/PK)
           EXEC SQL
               FETCH BCURS8
               INTO :w9-fin-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ett problem uppstod för att hitta nästa rad!'

      *        add error trace information
               MOVE  SQLCODE                TO wn-msg-sqlcode
               MOVE 'BCURS8'                TO wc-msg-tblcurs
               MOVE 'K0450-add-to-findata'  TO wc-msg-para

               PERFORM Z0900-error-routine
           ELSE
      *        add one for new customer address details
               ADD 1 TO w9-fin-id

               EXEC SQL
                   INSERT INTO TUTORIAL.FINDATA
                   VALUES (:w9-fin-id,   :wc-vatregno,
                           :wc-bankgiro, :wc-postgiro)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kundens finansdata kunde inte läggas till!'

      *            add error trace information
                   MOVE  SQLCODE               TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.FINDATA'     TO wc-msg-tblcurs
                   MOVE 'K0450-add-to-findata' TO wc-msg-para

                   PERFORM Z0900-error-routine
               ELSE
                   MOVE SQLERRD(3)TO we-sqlrows
                   DISPLAY we-sqlrows ' rad har lagts till i FINDATA'
                   SET is-findata-data-ok TO TRUE
               END-IF

           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS8
           END-EXEC
           .

      **********************************************************
       K0460-add-to-customer.

      *    open cursor
           EXEC SQL
               OPEN BCURS9
           END-EXEC

      *    fetch first row (which now have the highest id/PK)
           EXEC SQL
               FETCH BCURS9
               INTO :w9-cust-id
           END-EXEC


           IF SQLCODE NOT = ZERO
               DISPLAY 'Ett problem uppstod för att hitta nästa rad!'

      *        add error trace information
               MOVE  SQLCODE                 TO wn-msg-sqlcode
               MOVE 'BCURS9'                 TO wc-msg-tblcurs
               MOVE 'K0460-add-to-customer'  TO wc-msg-para

               PERFORM Z0900-error-routine
           ELSE
      *        add one for new customer
               ADD 1 TO w9-cust-id

               EXEC SQL
                   INSERT INTO TUTORIAL.CUSTOMER
                   VALUES (:w9-cust-id, :wc-custno,
                       :wc-custname, :wc-boardplc,
                       :wc-contact, :wc-ournote:ind-note,
                       :wc-tel, :wc-email,
                       :wc-web:ind-web, :wc-orgno,
                       :wc-active, :w9-addr-id, :w9-fin-id,
                       :w9-delrate, :w9-duedays, :w9-credlimit,
                       'N', 'N', 0, 0, 1, 1, 'N', NULL,
                       :w9-staff-id, NULL)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kundens basdata kunde inte läggas till!'

      *            add error trace information
                   MOVE  SQLCODE                TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.CUSTOMER'     TO wc-msg-tblcurs
                   MOVE 'K0460-add-to-customer' TO wc-msg-para

                   PERFORM Z0900-error-routine
               ELSE
                   MOVE SQLERRD(3)TO we-sqlrows
                   DISPLAY we-sqlrows ' rad har lagts till i CUSTOMER'
                   SET is-customer-data-ok TO TRUE
               END-IF

           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS9
           END-EXEC

           .

      **********************************************************
       K0470-cust-to-srvcust.

      *    open cursor
           EXEC SQL
               OPEN BCURS5
           END-EXEC

      *    fetch first row (which now have the lowest service id/PK)
           EXEC SQL
               FETCH BCURS5
               INTO :w9-srv-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ett problem uppstod att hitta default service!'

      *        add error trace information
               MOVE  SQLCODE                 TO wn-msg-sqlcode
               MOVE 'BCURS5'                 TO wc-msg-tblcurs
               MOVE 'K0470-cust-to-srvcust'  TO wc-msg-para

               PERFORM Z0900-error-routine
           ELSE

      *        insert the default service, starting today
               MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
               MOVE T-YEAR-AGR  TO wc-agr-today(1:4)
               MOVE T-MONTH-AGR TO wc-agr-today(6:2)
               MOVE T-DAY-AGR   TO wc-agr-today(9:2)
               MOVE '-' TO wc-agr-today(5:1), wc-agr-today(8:1)

               EXEC SQL
                   INSERT INTO TUTORIAL.SRVCUST
                   VALUES (:w9-srv-id, :w9-cust-id,
                           :wc-agr-today, NULL, 'A', 'M')
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kundens service kunde inte läggas till!'

      *            add error trace information
                   MOVE  SQLCODE                TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.SRVCUST'      TO wc-msg-tblcurs
                   MOVE 'K0470-cust-to-srvcust' TO wc-msg-para

                   PERFORM Z0900-error-routine
               ELSE
                   MOVE SQLERRD(3)TO we-sqlrows
                   DISPLAY we-sqlrows ' rad har lagts till i SRVCUST'
                   SET is-srvcust-data-ok TO TRUE
               END-IF

           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS5
           END-EXEC

      *    many customers sign up for more than just the default
      *    service, so let the operator attach any number of
      *    additional SRV_ID rows before moving on
           IF is-srvcust-data-ok
               PERFORM K0175-list-agreements

               DISPLAY HEADLINE
               DISPLAY 'Lägg till ytterligare artikel-id, en i taget'
               DISPLAY '(0 eller <Enter> avslutar tillägg)'
               MOVE 1 TO w9-srv-id-new
               PERFORM UNTIL w9-srv-id-new = ZERO
                   DISPLAY ': ' WITH NO ADVANCING
                   MOVE ZERO TO w9-srv-id-new
                   ACCEPT w9-srv-id-new
                   IF w9-srv-id-new NOT = ZERO
                       PERFORM K0176-add-agreement
                   END-IF
               END-PERFORM
           END-IF
           .

      **********************************************************
       K0480-add-proof-order.

      *    a new customer's invoices are held from the print run
      *    until the customer has approved a korrektur of the first
      *    ones in writing (print menu, korrektur)
           IF is-customer-data-ok
               MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
               MOVE T-YEAR-AGR  TO wc-agr-today(1:4)
               MOVE T-MONTH-AGR TO wc-agr-today(6:2)
               MOVE T-DAY-AGR   TO wc-agr-today(9:2)
               MOVE '-' TO wc-agr-today(5:1), wc-agr-today(8:1)

               MOVE 'PROOF' TO wc-keyalloc-table
               CALL 'KEYALLOC' USING wc-keyalloc-table,
                                     PROOF-PROOF-ID

               EXEC SQL
                   INSERT INTO TUTORIAL.PROOF
                   VALUES (:PROOF-PROOF-ID, :w9-cust-id,
                           'N', 'V', :wc-agr-today, NULL, 0,
                           ' ', NULL, ' ', ' ')
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kundens korrektur kunde inte beställas!'

      *            add error trace information
                   MOVE  SQLCODE                TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.PROOF'        TO wc-msg-tblcurs
                   MOVE 'K0480-add-proof-order' TO wc-msg-para

                   PERFORM Z0900-error-routine
               ELSE
                   MOVE SQLERRD(3)TO we-sqlrows
                   DISPLAY we-sqlrows ' rad har lagts till i PROOF'
                   SET is-proof-data-ok TO TRUE
               END-IF
           END-IF
           .

      **********************************************************
       K0500-delete-customer.

           IF NOT lc-is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               PERFORM U0100-list-cust-id

               PERFORM U0200-validate-id

               IF is-existing-id-number

                   DISPLAY HEADLINE
                   DISPLAY 'Följande kund kommer att tas bort:'
                   DISPLAY 'Namn: ' CUSTOMER-NAME
                   DISPLAY 'Organisationsnummer: ' CUSTOMER-ORGNO
               DISPLAY 'Är du säker på att du vill ta bort [j/N]?'
                   DISPLAY ': ' WITH NO ADVANCING

                   ACCEPT wc-accept
                   IF FUNCTION UPPER-CASE(wc-accept) = 'J'

      *                deleting a customer is a four-eyes action:
      *                the request goes into the approval queue and
      *                a different administrator executes it from
      *                underhållsmenyn
                       PERFORM K0510-propose-customer-delete

                   ELSE
                       DISPLAY HEADLINE
                       DISPLAY 'Bortagning avbröts av användaren'
                   END-IF

               ELSE
                   DISPLAY 'Ogiltigt id nummer'
               END-IF
           END-IF
           .

      **********************************************************
       K0510-propose-customer-delete.

           DISPLAY 'Orsak: ' WITH NO ADVANCING
           MOVE SPACE TO wc-appr-reason
           ACCEPT wc-appr-reason

           IF wc-appr-reason = SPACE
               DISPLAY 'En orsak måste anges - inget förslag'
                       ' registrerat!'
           ELSE
               EXEC SQL
                   OPEN BCURS12
               END-EXEC

               EXEC SQL
                   FETCH BCURS12
                   INTO :wn-next-appr-id
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO wn-next-appr-id
               END-IF

               EXEC SQL
                   CLOSE BCURS12
               END-EXEC

               ADD 1 TO wn-next-appr-id

               MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
               MOVE T-YEAR-AGR  TO wc-appr-today(1:4)
               MOVE T-MONTH-AGR TO wc-appr-today(6:2)
               MOVE T-DAY-AGR   TO wc-appr-today(9:2)
               MOVE '-' TO wc-appr-today(5:1), wc-appr-today(8:1)

               EXEC SQL
                   INSERT INTO TUTORIAL.APPROVAL
                   VALUES (:wn-next-appr-id, 'CUSTDEL',
                           :w9-cust-id, 0, 0, :wc-appr-reason,
                           :lc-operator-userid, :wc-appr-today,
                           NULL, 'P')
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE 'E'    TO wc-ql-func
                   MOVE 'GODK' TO wc-ql-queue
                   MOVE wn-next-appr-id TO w9-ql-key1
                   MOVE ZERO   TO w9-ql-key2
                   MOVE SPACE  TO wc-ql-keytext
                   CALL 'queuelog' USING wc-ql-func, wc-ql-queue,
                                         w9-ql-key1, w9-ql-key2,
                                         wc-ql-keytext,
                                         lc-operator-userid
                   DISPLAY HEADLINE
                   DISPLAY 'Borttagningen väntar på en andra'
                           ' administratör (meny 70/85)!'
               ELSE
                   DISPLAY 'Förslaget kunde inte registreras!'

      *            add error trace information
                   MOVE  SQLCODE               TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.APPROVAL'    TO wc-msg-tblcurs
                   MOVE 'K0510-propose-customer-delete'
                       TO wc-msg-para

                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       K0600-volume-commitments.

           PERFORM U0100-list-cust-id
           PERFORM U0200-validate-id

           IF is-existing-id-number

               PERFORM K0601-list-commitments

               DISPLAY HEADLINE
               DISPLAY 'Nytt volymåtagande: artikel-id, ett i taget'
               DISPLAY '(0 eller <Enter> avslutar tillägg)'
               MOVE 1 TO w9-srv-id-new
               PERFORM UNTIL w9-srv-id-new = ZERO
                   DISPLAY ': ' WITH NO ADVANCING
                   MOVE ZERO TO w9-srv-id-new
                   ACCEPT w9-srv-id-new
                   IF w9-srv-id-new NOT = ZERO
                       PERFORM K0602-add-commitment
                   END-IF
               END-PERFORM

               DISPLAY HEADLINE
               DISPLAY 'Ta bort volymåtagande: åtagande-id, '
                       'ett i taget'
               DISPLAY '(0 eller <Enter> avslutar borttagning)'
               MOVE 1 TO w9-volcommit-id
               PERFORM UNTIL w9-volcommit-id = ZERO
                   DISPLAY ': ' WITH NO ADVANCING
                   MOVE ZERO TO w9-volcommit-id
                   ACCEPT w9-volcommit-id
                   IF w9-volcommit-id NOT = ZERO
                       PERFORM K0603-remove-commitment
                   END-IF
               END-PERFORM

           ELSE
               DISPLAY 'Ogiltigt id nummer - se meny 61'
           END-IF
           .

      **********************************************************
       K0601-list-commitments.

           DISPLAY HEADLINE
           DISPLAY 'VOLYMÅTAGANDEN (O=öppet P=förslag U=uppfyllt '
                   'G=godkänt A=avskrivet F=fakturerat)'
           DISPLAY HEADLINE
           DISPLAY 'Id    |Artikel   |År  |Åtagande |Pris  '
                   '|Utfall   |Belopp    |S'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN BCURS15
           END-EXEC

           EXEC SQL
               FETCH BCURS15
                   INTO :VOLCOMMIT-COMMIT-ID, :SRV-ARTNO,
                        :VOLCOMMIT-COMMITYEAR, :VOLCOMMIT-COMMITQTY,
                        :VOLCOMMIT-SHORTPRICE, :VOLCOMMIT-ACTUALQTY,
                        :VOLCOMMIT-SHORTAMT, :VOLCOMMIT-STATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE VOLCOMMIT-COMMIT-ID  TO we-volcommit-id
               MOVE VOLCOMMIT-COMMITYEAR TO w9-vc-year
               MOVE VOLCOMMIT-COMMITQTY  TO we-vc-qty
               MOVE VOLCOMMIT-SHORTPRICE TO we-vc-shortprice
               MOVE VOLCOMMIT-ACTUALQTY  TO we-vc-actual
               MOVE VOLCOMMIT-SHORTAMT   TO we-vc-shortamt
               DISPLAY we-volcommit-id
                       '|' SRV-ARTNO-TEXT(1:10)
                       '|' w9-vc-year
                       '|' we-vc-qty
                       '|' we-vc-shortprice
                       '|' we-vc-actual
                       '|' we-vc-shortamt
                       '|' VOLCOMMIT-STATE

               EXEC SQL
               FETCH BCURS15
                   INTO :VOLCOMMIT-COMMIT-ID, :SRV-ARTNO,
                        :VOLCOMMIT-COMMITYEAR, :VOLCOMMIT-COMMITQTY,
                        :VOLCOMMIT-SHORTPRICE, :VOLCOMMIT-ACTUALQTY,
                        :VOLCOMMIT-SHORTAMT, :VOLCOMMIT-STATE
               END-EXEC

           END-PERFORM

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURS15'                 TO wc-msg-tblcurs
               MOVE 'K0601-list-commitments'  TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS15
           END-EXEC
           .

      **********************************************************
       K0602-add-commitment.

      *    a commitment belongs to an agreement - the customer
      *    must hold the service for it to be billed at all
           EXEC SQL
               SELECT S.ARTNO, S.CHARGE
               INTO :SRV-ARTNO, :SRV-CHARGE
               FROM TUTORIAL.SRV S
               WHERE S.SRV_ID = :w9-srv-id-new
                 AND S.ACTIVE = 'Y'
                 AND EXISTS (SELECT 1 FROM TUTORIAL.SRVCUST SC
                             WHERE SC.CUST_ID = :w9-cust-id
                               AND SC.SRV_ID = S.SRV_ID)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunden har inget avtal på artikel-id '
                       w9-srv-id-new
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR

           DISPLAY 'Avser år (ÅÅÅÅ, blankt = i år): '
                   WITH NO ADVANCING
           MOVE ZERO TO w9-vc-year
           ACCEPT w9-vc-year
           IF w9-vc-year = ZERO
               MOVE T-YEAR-AGR TO w9-vc-year
           END-IF
           IF w9-vc-year < T-YEAR-AGR
               DISPLAY 'Ett åtagande kan inte läggas på ett '
                       'passerat år!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Åtagen volym för året (antal): '
                   WITH NO ADVANCING
           MOVE ZERO TO w9-vc-qty
           ACCEPT w9-vc-qty
           IF w9-vc-qty NOT > ZERO
               DISPLAY 'Ingen volym angiven - åtagandet sparas inte!'
               EXIT PARAGRAPH
           END-IF

           MOVE SRV-CHARGE TO we-charge
           DISPLAY 'Listpris ' SRV-ARTNO-TEXT(1:10) ': ' we-charge
           DISPLAY 'Pris per ej uppnådd enhet (t ex 0,90): '
                   WITH NO ADVANCING
           MOVE ZERO TO w9-vc-shortprice
           ACCEPT w9-vc-shortprice
           IF w9-vc-shortprice NOT > ZERO
               DISPLAY 'Inget pris angivet - åtagandet sparas inte!'
               EXIT PARAGRAPH
           END-IF

      *    one commitment per service and year
           MOVE w9-vc-year TO VOLCOMMIT-COMMITYEAR
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-vc-dup
               FROM TUTORIAL.VOLCOMMIT
               WHERE CUST_ID = :w9-cust-id
                 AND SRV_ID = :w9-srv-id-new
                 AND COMMITYEAR = :VOLCOMMIT-COMMITYEAR
           END-EXEC

           IF wn-vc-dup > ZERO
               DISPLAY 'Det finns redan ett åtagande för artikeln '
                       'det året!'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               OPEN BCURS16
           END-EXEC

           EXEC SQL
               FETCH BCURS16
               INTO :w9-volcommit-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-volcommit-id
           END-IF

           ADD 1 TO w9-volcommit-id

           EXEC SQL
               CLOSE BCURS16
           END-EXEC

           EXEC SQL
               INSERT INTO TUTORIAL.VOLCOMMIT
               VALUES (:w9-volcommit-id, :w9-cust-id,
                       :w9-srv-id-new, :VOLCOMMIT-COMMITYEAR,
                       :w9-vc-qty, :w9-vc-shortprice,
                       0, 0, 'O', NULL, NULL)
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Volymåtagande tillagt!'

               MOVE 'TUTORIAL.VOLCOMMIT' TO wc-audit-tablename
               MOVE 'COMMITQTY'          TO wc-audit-columnname
               MOVE SPACE TO wc-audit-oldvalue
               MOVE w9-vc-qty TO we-vc-qty
               MOVE w9-vc-shortprice TO we-vc-shortprice
               MOVE SPACE TO wc-audit-newvalue
               STRING SRV-ARTNO-TEXT DELIMITED BY SPACE
                      ' år ' DELIMITED BY SIZE
                      w9-vc-year DELIMITED BY SIZE
                      ' åtagande ' DELIMITED BY SIZE
                      we-vc-qty DELIMITED BY SIZE
                      ' à ' DELIMITED BY SIZE
                      we-vc-shortprice DELIMITED BY SIZE
                   INTO wc-audit-newvalue
               END-STRING
               PERFORM U0500-log-audit
           ELSE
               DISPLAY 'Volymåtagandet kunde inte läggas till!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.VOLCOMMIT'      TO wc-msg-tblcurs
               MOVE 'K0602-add-commitment'    TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       K0603-remove-commitment.

      *    only a commitment not yet trued up may be withdrawn -
      *    a proposal or decision stays on record
           EXEC SQL
               SELECT COMMITYEAR, COMMITQTY, STATE
               INTO :VOLCOMMIT-COMMITYEAR, :VOLCOMMIT-COMMITQTY,
                    :VOLCOMMIT-STATE
               FROM TUTORIAL.VOLCOMMIT
               WHERE COMMIT_ID = :w9-volcommit-id
                 AND CUST_ID = :w9-cust-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänt åtagande-id för kunden!'
               EXIT PARAGRAPH
           END-IF

           IF NOT VOLCOMMIT-IS-OPEN
               DISPLAY 'Åtagandet är redan avstämt och kan inte '
                       'tas bort!'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               DELETE FROM TUTORIAL.VOLCOMMIT
               WHERE COMMIT_ID = :w9-volcommit-id
                 AND CUST_ID = :w9-cust-id
                 AND STATE = 'O'
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Volymåtagandet borttaget!'

               MOVE 'TUTORIAL.VOLCOMMIT' TO wc-audit-tablename
               MOVE 'COMMITQTY'          TO wc-audit-columnname
               MOVE VOLCOMMIT-COMMITYEAR TO w9-vc-year
               MOVE VOLCOMMIT-COMMITQTY  TO we-vc-qty
               MOVE SPACE TO wc-audit-oldvalue
               STRING 'år ' DELIMITED BY SIZE
                      w9-vc-year DELIMITED BY SIZE
                      ' åtagande ' DELIMITED BY SIZE
                      we-vc-qty DELIMITED BY SIZE
                   INTO wc-audit-oldvalue
               END-STRING
               MOVE 'borttaget' TO wc-audit-newvalue
               PERFORM U0500-log-audit
           ELSE
      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.VOLCOMMIT'      TO wc-msg-tblcurs
               MOVE 'K0603-remove-commitment' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       K0610-approve-trueups.

      *    the year-end true-up only proposes; an account manager
      *    approves each shortfall for invoicing or waives it
           PERFORM K0611-list-proposals

           DISPLAY HEADLINE
           DISPLAY 'Besluta förslag: åtagande-id, ett i taget'
           DISPLAY '(0 eller <Enter> avslutar)'
           MOVE 1 TO w9-volcommit-id
           PERFORM UNTIL w9-volcommit-id = ZERO
               DISPLAY ': ' WITH NO ADVANCING
               MOVE ZERO TO w9-volcommit-id
               ACCEPT w9-volcommit-id
               IF w9-volcommit-id NOT = ZERO
                   PERFORM K0612-decide-trueup
               END-IF
           END-PERFORM
           .

      **********************************************************
       K0611-list-proposals.

           DISPLAY HEADLINE
           DISPLAY 'ÅRSAVSTÄMNING VOLYMÅTAGANDEN - FÖRSLAG'
           DISPLAY HEADLINE
           DISPLAY 'Id    |Kundnummer|Artikel   |År  |Åtagande '
                   '|Utfall   |Belopp'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN BCURS17
           END-EXEC

           EXEC SQL
               FETCH BCURS17
                   INTO :VOLCOMMIT-COMMIT-ID, :CUSTOMER-CUSTNO,
                        :SRV-ARTNO, :VOLCOMMIT-COMMITYEAR,
                        :VOLCOMMIT-COMMITQTY, :VOLCOMMIT-ACTUALQTY,
                        :VOLCOMMIT-SHORTAMT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE VOLCOMMIT-COMMIT-ID  TO we-volcommit-id
               MOVE VOLCOMMIT-COMMITYEAR TO w9-vc-year
               MOVE VOLCOMMIT-COMMITQTY  TO we-vc-qty
               MOVE VOLCOMMIT-ACTUALQTY  TO we-vc-actual
               MOVE VOLCOMMIT-SHORTAMT   TO we-vc-shortamt
               DISPLAY we-volcommit-id
                       '|' CUSTOMER-CUSTNO
                       '|' SRV-ARTNO-TEXT(1:10)
                       '|' w9-vc-year
                       '|' we-vc-qty
                       '|' we-vc-actual
                       '|' we-vc-shortamt

               EXEC SQL
               FETCH BCURS17
                   INTO :VOLCOMMIT-COMMIT-ID, :CUSTOMER-CUSTNO,
                        :SRV-ARTNO, :VOLCOMMIT-COMMITYEAR,
                        :VOLCOMMIT-COMMITQTY, :VOLCOMMIT-ACTUALQTY,
                        :VOLCOMMIT-SHORTAMT
               END-EXEC

           END-PERFORM

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURS17'                 TO wc-msg-tblcurs
               MOVE 'K0611-list-proposals'    TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS17
           END-EXEC
           .

      **********************************************************
       K0612-decide-trueup.

           EXEC SQL
               SELECT CUST_ID, COMMITYEAR, SHORTAMT
               INTO :w9-cust-id, :VOLCOMMIT-COMMITYEAR,
                    :VOLCOMMIT-SHORTAMT
               FROM TUTORIAL.VOLCOMMIT
               WHERE COMMIT_ID = :w9-volcommit-id
                 AND STATE = 'P'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Inget förslag med det id-numret!'
               EXIT PARAGRAPH
           END-IF

           MOVE VOLCOMMIT-SHORTAMT TO we-vc-shortamt
           DISPLAY 'Belopp ' we-vc-shortamt
                   ' kr - (G)odkänn fakturering, (A)vskriv, '
                   '<Enter> = vänta: ' WITH NO ADVANCING
           MOVE SPACE TO wc-vc-decision
           ACCEPT wc-vc-decision
           MOVE FUNCTION UPPER-CASE(wc-vc-decision) TO wc-vc-decision

           IF wc-vc-decision NOT = 'G' AND wc-vc-decision NOT = 'A'
               DISPLAY 'Förslaget ligger kvar.'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.VOLCOMMIT
                   SET STATE = :wc-vc-decision,
                       APPROVEDBY = :lc-operator-userid
                   WHERE COMMIT_ID = :w9-volcommit-id
                   AND STATE = 'P'
           END-EXEC

           IF SQLCODE = ZERO
               IF wc-vc-decision = 'G'
                   DISPLAY 'Godkänt - faktureras vid nästa '
                           'abonnemangsfakturering.'
               ELSE
                   DISPLAY 'Avskrivet - faktureras inte.'
               END-IF

               MOVE 'TUTORIAL.VOLCOMMIT' TO wc-audit-tablename
               MOVE 'STATE'              TO wc-audit-columnname
               MOVE 'P'                  TO wc-audit-oldvalue
               MOVE SPACE TO wc-audit-newvalue
               STRING wc-vc-decision DELIMITED BY SIZE
                      ' belopp ' DELIMITED BY SIZE
                      we-vc-shortamt DELIMITED BY SIZE
                      ' av ' DELIMITED BY SIZE
                      lc-operator-userid DELIMITED BY SPACE
                   INTO wc-audit-newvalue
               END-STRING
               PERFORM U0500-log-audit
           ELSE
      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.VOLCOMMIT'      TO wc-msg-tblcurs
               MOVE 'K0612-decide-trueup'     TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       K0620-prepaid-account.

           PERFORM U0100-list-cust-id
           PERFORM U0200-validate-id

           IF is-existing-id-number

               PERFORM K0621-list-prepaid

               IF NOT is-prepaid-account
                   PERFORM K0622-open-prepaid
               END-IF

               IF is-prepaid-account
                   DISPLAY HEADLINE
                   DISPLAY 'Registrera insättning, en i taget'
                   DISPLAY '(0 eller <Enter> avslutar)'
                   MOVE 1 TO w9-pp-amount
                   PERFORM UNTIL w9-pp-amount = ZERO
                       DISPLAY 'Belopp: ' WITH NO ADVANCING
                       MOVE ZERO TO w9-pp-amount
                       ACCEPT w9-pp-amount
                       IF w9-pp-amount > ZERO
                           PERFORM K0623-register-deposit
                       END-IF
                   END-PERFORM
               END-IF

           ELSE
               DISPLAY 'Ogiltigt id nummer - se meny 61'
           END-IF
           .

      **********************************************************
       K0621-list-prepaid.

           MOVE 'N' TO is-prepaid-account-switch

           EXEC SQL
               SELECT OCRREF, BALANCE, LOWLIMIT, OPENDATE
               INTO :PREPAID-OCRREF, :PREPAID-BALANCE,
                    :PREPAID-LOWLIMIT, :PREPAID-OPENDATE
               FROM TUTORIAL.PREPAID
               WHERE CUST_ID = :w9-cust-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF

           SET is-prepaid-account TO TRUE

           DISPLAY HEADLINE
           DISPLAY 'FÖRSKOTTSKONTO (öppnat ' PREPAID-OPENDATE
                   ', OCR ' PREPAID-OCRREF ')'
           MOVE PREPAID-BALANCE TO we-pp-balance
           MOVE PREPAID-LOWLIMIT TO we-pp-amount
           DISPLAY 'Saldo: ' we-pp-balance
                   '   Varningsgräns: ' we-pp-amount
           DISPLAY HEADLINE
           DISPLAY 'Datum      T Belopp      Saldo       Avser'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN BCURS18
           END-EXEC

           EXEC SQL
               FETCH BCURS18
                   INTO :PREPAIDTX-TXDATE, :PREPAIDTX-TXTYPE,
                        :PREPAIDTX-AMOUNT, :PREPAIDTX-BALANCE,
                        :PREPAIDTX-REFTEXT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE PREPAIDTX-AMOUNT  TO we-pp-amount
               MOVE PREPAIDTX-BALANCE TO we-pp-balance
               DISPLAY PREPAIDTX-TXDATE
                       ' ' PREPAIDTX-TXTYPE
                       ' ' we-pp-amount
                       ' ' we-pp-balance
                       ' ' PREPAIDTX-REFTEXT

               EXEC SQL
               FETCH BCURS18
                   INTO :PREPAIDTX-TXDATE, :PREPAIDTX-TXTYPE,
                        :PREPAIDTX-AMOUNT, :PREPAIDTX-BALANCE,
                        :PREPAIDTX-REFTEXT
               END-EXEC

           END-PERFORM

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURS18'                 TO wc-msg-tblcurs
               MOVE 'K0621-list-prepaid'      TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURS18
           END-EXEC
           .

      **********************************************************
       K0622-open-prepaid.

           DISPLAY HEADLINE
           DISPLAY 'Kunden har inget förskottskonto. Öppna [J/N]: '
                   WITH NO ADVANCING
           MOVE SPACE TO wc-pp-answer
           ACCEPT wc-pp-answer
           IF FUNCTION UPPER-CASE(wc-pp-answer) NOT = 'J'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Varningsgräns för lågt saldo (t ex 500,00): '
                   WITH NO ADVANCING
           MOVE ZERO TO w9-pp-lowlimit
           ACCEPT w9-pp-lowlimit

           PERFORM U0700-build-prepaid-ocr

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
           MOVE T-YEAR-AGR  TO wc-agr-today(1:4)
           MOVE T-MONTH-AGR TO wc-agr-today(6:2)
           MOVE T-DAY-AGR   TO wc-agr-today(9:2)
           MOVE '-' TO wc-agr-today(5:1), wc-agr-today(8:1)

           EXEC SQL
               INSERT INTO TUTORIAL.PREPAID
               VALUES (:w9-cust-id, :wc-pp-ocr, 0,
                       :w9-pp-lowlimit, 'N', :wc-agr-today)
           END-EXEC

           IF SQLCODE = ZERO
               SET is-prepaid-account TO TRUE
               MOVE ZERO TO PREPAID-BALANCE
               DISPLAY 'Förskottskonto öppnat - OCR för insättning '
                       wc-pp-ocr

               MOVE 'TUTORIAL.PREPAID' TO wc-audit-tablename
               MOVE 'LOWLIMIT'         TO wc-audit-columnname
               MOVE SPACE              TO wc-audit-oldvalue
               MOVE w9-pp-lowlimit     TO we-pp-amount
               MOVE SPACE TO wc-audit-newvalue
               STRING 'öppnat OCR ' DELIMITED BY SIZE
                      wc-pp-ocr DELIMITED BY SPACE
                      ' varningsgräns ' DELIMITED BY SIZE
                      we-pp-amount DELIMITED BY SIZE
                   INTO wc-audit-newvalue
               END-STRING
               PERFORM U0500-log-audit
           ELSE
               DISPLAY 'Förskottskontot kunde inte öppnas!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.PREPAID'        TO wc-msg-tblcurs
               MOVE 'K0622-open-prepaid'      TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       K0623-register-deposit.

      *    a manual deposit - cash, a transfer outside Bankgiro or
      *    a correction - always carries what it refers to
           DISPLAY 'Avser (t ex kontantinbetalning): '
                   WITH NO ADVANCING
           MOVE SPACE TO wc-pp-reftext
           ACCEPT wc-pp-reftext
           IF wc-pp-reftext = SPACE
               DISPLAY 'Ingen text angiven - insättningen sparas inte!'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AGR
           MOVE T-YEAR-AGR  TO wc-agr-today(1:4)
           MOVE T-MONTH-AGR TO wc-agr-today(6:2)
           MOVE T-DAY-AGR   TO wc-agr-today(9:2)
           MOVE '-' TO wc-agr-today(5:1), wc-agr-today(8:1)

           COMPUTE PREPAID-BALANCE = PREPAID-BALANCE + w9-pp-amount

           EXEC SQL
               UPDATE TUTORIAL.PREPAID
                   SET BALANCE = BALANCE + :w9-pp-amount,
                       WARNSENT = CASE
                           WHEN BALANCE + :w9-pp-amount >= LOWLIMIT
                           THEN 'N' ELSE WARNSENT END
                   WHERE CUST_ID = :w9-cust-id
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'PREPAIDTX' TO wc-keyalloc-table
               CALL 'KEYALLOC' USING wc-keyalloc-table,
                                     wn-next-pptx-id

               EXEC SQL
                   INSERT INTO TUTORIAL.PREPAIDTX
                   VALUES (:wn-next-pptx-id, :w9-cust-id,
                           :wc-agr-today, 'M', :w9-pp-amount,
                           :PREPAID-BALANCE, NULL, :wc-pp-reftext)
               END-EXEC
           END-IF

           IF SQLCODE = ZERO
               MOVE PREPAID-BALANCE TO we-pp-balance
               DISPLAY 'Insättning registrerad - saldo ' we-pp-balance

               MOVE 'TUTORIAL.PREPAID' TO wc-audit-tablename
               MOVE 'BALANCE'          TO wc-audit-columnname
               COMPUTE w9-pp-lowlimit = PREPAID-BALANCE - w9-pp-amount
               MOVE w9-pp-lowlimit     TO we-pp-amount
               MOVE we-pp-amount       TO wc-audit-oldvalue
               MOVE SPACE TO wc-audit-newvalue
               STRING we-pp-balance DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      wc-pp-reftext DELIMITED BY SIZE
                   INTO wc-audit-newvalue
               END-STRING
               PERFORM U0500-log-audit
           ELSE
               DISPLAY 'Insättningen kunde inte registreras!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.PREPAIDTX'      TO wc-msg-tblcurs
               MOVE 'K0623-register-deposit'  TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

           END-IF
           .

      **********************************************************
      *    checks the ÅÅÅÅ-MM-DD date in wc-agr-today is a real
      *    calendar date before it is sent to a DATE column
       U0600-check-cp-date.

           MOVE 'N' TO is-cp-date-ok-switch

           IF wc-agr-today(5:1) = '-' AND wc-agr-today(8:1) = '-'
              AND wc-agr-today(1:4) IS NUMERIC
              AND wc-agr-today(6:2) IS NUMERIC
              AND wc-agr-today(9:2) IS NUMERIC
               MOVE wc-agr-today(1:4) TO wn-cp-ymd(1:4)
               MOVE wc-agr-today(6:2) TO wn-cp-ymd(5:2)
               MOVE wc-agr-today(9:2) TO wn-cp-ymd(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(wn-cp-ymd) = ZERO
                   MOVE 'Y' TO is-cp-date-ok-switch
               END-IF
           END-IF
           .

      **********************************************************
      *    builds the prepaid account's OCR number in wc-pp-ocr:
      *    payload 99 + customer id, a length digit and a mod-10
      *    check digit - the same hard-control shape the invoice
      *    footer prints and the Bankgiro loader validates
       U0700-build-prepaid-ocr.

           MOVE w9-cust-id TO wn-pp-custid
           MOVE SPACE TO wc-pp-ocr
           STRING '99' DELIMITED BY SIZE
                  wn-pp-custid DELIMITED BY SIZE
                  '1' DELIMITED BY SIZE
               INTO wc-pp-ocr
           END-STRING

      *    weights run 1,2,1,2... from the check digit, so the
      *    length digit in position 10 starts on 2
           MOVE ZERO TO w9-luhn-sum
           MOVE 2 TO w9-luhn-check
           PERFORM VARYING w9-luhn-idx FROM 10 BY -1
                   UNTIL w9-luhn-idx < 1
               MOVE wc-pp-ocr(w9-luhn-idx:1) TO w9-luhn-digit
               MULTIPLY w9-luhn-check BY w9-luhn-digit
               IF w9-luhn-digit > 9
                   SUBTRACT 9 FROM w9-luhn-digit
               END-IF
               ADD w9-luhn-digit TO w9-luhn-sum
               IF w9-luhn-check = 2
                   MOVE 1 TO w9-luhn-check
               ELSE
                   MOVE 2 TO w9-luhn-check
               END-IF
           END-PERFORM

           DIVIDE w9-luhn-sum BY 10
               GIVING w9-luhn-quot
               REMAINDER w9-luhn-rem
           COMPUTE w9-luhn-check = 10 - w9-luhn-rem
           IF w9-luhn-check = 10
               MOVE ZERO TO w9-luhn-check
           END-IF
           MOVE w9-luhn-check TO wn-pp-check
           MOVE wn-pp-check TO wc-pp-ocr(11:1)
           .

      **********************************************************
      *    lets the operator pick the account manager from the
      *    STAFF register by signature; returns the manager in
      *    w9-staff-id and the name in wc-contact, or zero and
      *    spaces when nothing valid was chosen
       U0800-select-staff.

           MOVE ZERO TO w9-staff-id
           MOVE SPACE TO wc-contact

           DISPLAY 'Signatur    Kundansvarig'

           EXEC SQL
               OPEN BCURS19
           END-EXEC

           EXEC SQL
               FETCH BCURS19
               INTO :STAFF-SIGN, :STAFF-NAME
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY STAFF-SIGN '  ' STAFF-NAME-TEXT(1:40)

               EXEC SQL
                   FETCH BCURS19
                   INTO :STAFF-SIGN, :STAFF-NAME
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE BCURS19
           END-EXEC

           DISPLAY 'Kundansvarig (signatur): ' WITH NO ADVANCING
           MOVE SPACE TO wc-staff-sign
           ACCEPT wc-staff-sign
           MOVE FUNCTION UPPER-CASE(wc-staff-sign) TO wc-staff-sign

           EXEC SQL
               SELECT STAFF_ID, NAME
               INTO :STAFF-STAFF-ID, :STAFF-NAME
               FROM TUTORIAL.STAFF
               WHERE SIGN = :wc-staff-sign
                 AND ACTIVE = 'Y'
           END-EXEC

           IF SQLCODE = ZERO
               MOVE STAFF-STAFF-ID TO w9-staff-id
               MOVE STAFF-NAME-TEXT(1:40) TO wc-contact
           ELSE
               DISPLAY 'Okänd kundansvarig - välj en signatur ur'
                       ' listan!'
           END-IF
           .

      **********************************************************
       Z0900-error-routine.

