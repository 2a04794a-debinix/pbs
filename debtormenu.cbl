
           EXEC SQL INCLUDE AGMANDATE END-EXEC.

           EXEC SQL INCLUDE DIGIMBX END-EXEC.

           EXEC SQL INCLUDE DEBTSCORE END-EXEC.

           EXEC SQL INCLUDE POSTNR END-EXEC.

           EXEC SQL INCLUDE GUARDIAN END-EXEC.

           EXEC SQL INCLUDE GDPRREQ END-EXEC.

           EXEC SQL INCLUDE LEGALHOLD END-EXEC.

           EXEC SQL INCLUDE ADDRHIST END-EXEC.

      **********************************************************
      *    cursor area
      **********************************************************
           END-EXEC

      *    open address-change proposals queued from the Bankgiro
      *    payment traffic or the SPAR washing, with the register
      *    data they would replace
           EXEC SQL
               DECLARE BCURSD5 CURSOR FOR
               SELECT P.PROP_ID, P.DEBT_ID, P.NEWNAME, P.NEWSTREET,
                      P.NEWPLACE, P.NEWORGNR, P.PROPDATE, P.SOURCE,
                      D.NAME, A.STREET, A.POSTNO, A.PLACE
               FROM TUTORIAL.ADDRPROP P, TUTORIAL.DEBTOR D,
                    TUTORIAL.ADDR A
               ORDER BY R.RETDATE, R.DEBT_ID
           END-EXEC

      *    the customers a deceased debtor still has open invoices
      *    with - each gets its own summary letter to the estate
           EXEC SQL
               DECLARE BCURSD6 CURSOR FOR
               SELECT DISTINCT I.CUST_ID, C.CUSTNO
               FROM TUTORIAL.INVOICE I, TUTORIAL.CUSTOMER C
               WHERE I.DEBT_ID = :w9-debt-id
                 AND I.CUST_ID = C.CUST_ID
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
               ORDER BY I.CUST_ID
           END-EXEC

      *    one customer's open invoices on the deceased debtor with
      *    what is left to pay, for the summary letter
           EXEC SQL
               DECLARE BCURSD7 CURSOR FOR
               SELECT I.INVNO, I.INVDATE,
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = I.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID)
                      - I.PAIDAMT
               FROM TUTORIAL.INVOICE I
               WHERE I.DEBT_ID = :w9-debt-id
                 AND I.CUST_ID = :w9-dec-cust-id
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
               ORDER BY I.INVDATE, I.INVNO
           END-EXEC

      *    a debtor's guardians (god man / förvaltare), current
      *    and ended, with the address their post goes to
           EXEC SQL
               DECLARE BCURSD8 CURSOR FOR
               SELECT G.GUARD_ID, G.NAME, G.KIND, G.SENDRULE,
                      G.VALIDFROM, G.VALIDTO, A.STREET, A.POSTNO,
                      A.PLACE
               FROM TUTORIAL.GUARDIAN G, TUTORIAL.ADDR A
               WHERE G.DEBT_ID = :w9-debt-id
                 AND G.ADDR_ID = A.ADDR_ID
               ORDER BY G.VALIDFROM DESC, G.GUARD_ID DESC
           END-EXEC

      *    register extract requests not yet delivered, the one
      *    due first on top
           EXEC SQL
               DECLARE BCURSD9 CURSOR FOR
               SELECT R.REQ_ID, R.DEBT_ID, R.RECEIVED, R.DUEDATE,
                      R.STATE, R.EXTRDATE, D.NAME
               FROM TUTORIAL.GDPRREQ R, TUTORIAL.DEBTOR D
               WHERE R.STATE NOT = 'L'
                 AND R.DEBT_ID = D.DEBT_ID
               ORDER BY R.DUEDATE, R.REQ_ID
           END-EXEC

      *    legal holds in force, the one to be reviewed first on
      *    top
           EXEC SQL
               DECLARE BCURSD11 CURSOR FOR
               SELECT HOLD_ID, SCOPE, DEBT_ID, INV_ID, CUST_ID,
                      REASON, REASONTXT, OPERATOR, STARTDATE,
                      REVIEWDATE
               FROM TUTORIAL.LEGALHOLD
               WHERE RELEASED IS NULL
               ORDER BY REVIEWDATE, HOLD_ID
           END-EXEC

      *    get highest primary key in APPROVAL table
           EXEC SQL
               DECLARE BCURSD10 CURSOR FOR
               SELECT APPR_ID
               FROM TUTORIAL.APPROVAL
               ORDER BY APPR_ID DESC
           END-EXEC

      *    every address the debtor has had, newest first
           EXEC SQL
               DECLARE BCURSD12 CURSOR FOR
               SELECT CHAR(CHANGED), SOURCE, CHANGEDBY, NAME,
                      STREET, POSTNO, PLACE
               FROM TUTORIAL.ADDRHIST
               WHERE DEBT_ID = :w9-debt-id
               ORDER BY CHANGED DESC, ADDRHIST_ID DESC
           END-EXEC

      **********************************************************
      *    switches
       01  menu-switches.
       01  ind-prop-name                PIC S9(4)    COMP.
       01  ind-prop-street              PIC S9(4)    COMP.
       01  ind-prop-place               PIC S9(4)    COMP.
       01  ind-ah-changedby             PIC S9(4)    COMP.
       01  ind-prop-orgnr               PIC S9(4)    COMP.

      *    credit-bureau (UC) work fields
       01  wc-ag-action                 PIC X(1)     VALUE SPACE.
       01  wc-ag-today                  PIC X(10)    VALUE SPACE.

      *    digital mailbox work fields
       01  wc-mbx-persno                PIC X(12)    VALUE SPACE.
       01  wc-mbx-action                PIC X(1)     VALUE SPACE.
       01  wc-mbx-state                 PIC X(1)     VALUE SPACE.
       01  wc-mbx-vatno                 PIC X(14)    VALUE SPACE.

      *    the row version fetched with the debtor and checked at
      *    every UPDATE - the concurrent-edit guard
       01  w9-debt-rowver               PIC S9(9)    COMP.
       01  wc-protected                 PIC X(1)     VALUE 'N'.
           88  is-protected-debtor                    VALUE 'Y'.

      *    the debtor requires its own reference on every invoice
       01  wc-refreq                    PIC X(1)     VALUE 'N'.

      *    the debtor has said no to advertising - no marketing
      *    inserts go with its invoices
       01  wc-noads                     PIC X(1)     VALUE 'N'.

      *    mobile number work fields: a debtor with a mobile gets
      *    an SMS nudge before the first printed reminder
       01  wc-mobile                    PIC X(15)    VALUE SPACE.
       01  wc-konkdate                  PIC X(10)    VALUE SPACE.
       01  ind-konkdate                 PIC S9(4)    COMP.

      *    deceased debtor (dödsbo) work fields: the flag holds
      *    dunning, SMS and Autogiro on all the debtor's invoices,
      *    and once an estate contact is registered the invoices
      *    and one summary letter per customer go to its c/o
      *    address instead of the deceased's own
       01  wc-deceased                  PIC X(1)     VALUE 'N'.
       01  wc-dec-marked                PIC X(1)     VALUE 'N'.
       01  wc-decdate                   PIC X(10)    VALUE SPACE.
       01  ind-decdate                  PIC S9(4)    COMP.
       01  wc-estateco                  PIC X(60)    VALUE SPACE.
       01  ind-estateco                 PIC S9(4)    COMP.
       01  w9-estaddr-id                PIC S9(9)           COMP.
       01  wc-dec-today                 PIC X(10)    VALUE SPACE.
       01  w9-dec-cust-id               PIC S9(9)           COMP.
       01  wc-dec-custno                PIC X(10)    VALUE SPACE.
       01  wc-dec-letterno              PIC X(16)    VALUE SPACE.
       01  we-dec-debt-id               PIC 9(9)     VALUE ZERO.
       01  w9-dec-letter-id             PIC S9(9)           COMP.
       01  w9-dec-lineno                PIC S9(9)           COMP.
       01  wn-dec-hit                   PIC S9(9)           COMP.
       01  wn-dec-letter-count          PIC S9(9)           COMP.
       01  wc-dec-line                  PIC X(70)    VALUE SPACE.
       01  wc-dec-invno                 PIC X(16)    VALUE SPACE.
       01  wc-dec-invdate               PIC X(10)    VALUE SPACE.
       01  w9-dec-open                  PIC S9(9)V9(2)      COMP-3.
       01  w9-dec-total                 PIC S9(9)V9(2)      COMP-3.
       01  we-dec-amount                PIC -(8)9,99.
       01  wc-keyalloc-table            PIC X(18)    VALUE SPACE.

      *    guardian (god man / förvaltare) work fields: while the
      *    appointment is in force the print run sends the debtor's
      *    invoices, reminders and statements to the guardian
      *    instead (rule G) or a marked copy besides (rule B)
       01  w9-guard-id                  PIC S9(9)           COMP.
       01  we-guard-id                  PIC Z(8)9    VALUE ZERO.
       01  wc-guard-name                PIC X(60)    VALUE SPACE.
       01  wc-guard-kind                PIC X(1)     VALUE SPACE.
       01  wc-guard-rule                PIC X(1)     VALUE SPACE.
       01  wc-guard-email               PIC X(60)    VALUE SPACE.
       01  ind-guard-email              PIC S9(4)    COMP.
       01  wc-guard-from                PIC X(10)    VALUE SPACE.
       01  wc-guard-to                  PIC X(10)    VALUE SPACE.
       01  ind-guard-to                 PIC S9(4)    COMP.
       01  wn-guard-count               PIC S9(9)           COMP.

      *    contact log call: the debtor's own log is kept by the
      *    shared contactlog program, as is the customer's
       01  wc-clog-function             PIC X(1)     VALUE 'D'.
       01  w9-clog-cust-id              PIC S9(9)           COMP
                                                     VALUE ZERO.

      *    register extract (registerutdrag) work fields: a request
      *    from the person is logged with the date it came in and
      *    the date one month on by which it must be answered; the
      *    document itself is written by the regextract program
       01  w9-gdpr-req-id               PIC S9(9)           COMP.
       01  we-gdpr-req-id               PIC Z(8)9    VALUE ZERO.
       01  we-gdpr-debt-id              PIC Z(8)9    VALUE ZERO.
       01  wc-gdpr-today                PIC X(10)    VALUE SPACE.
       01  wc-gdpr-due                  PIC X(10)    VALUE SPACE.
       01  wc-gdpr-extrdate             PIC X(10)    VALUE SPACE.
       01  ind-gdpr-extrdate            PIC S9(4)    COMP.
       01  wc-gdpr-state                PIC X(1)     VALUE SPACE.
       01  wc-gdpr-mark                 PIC X(1)     VALUE SPACE.
       01  wc-gdpr-result               PIC X(1)     VALUE SPACE.
       01  wn-gdpr-count                PIC S9(9)           COMP.
       01  wn-gdpr-ymd                  PIC 9(8)     VALUE ZERO.
       01  wn-gdpr-int                  PIC S9(9)           COMP.
       01  wn-gdpr-next-int             PIC S9(9)           COMP.
       01  wn-gdpr-mdays                PIC S9(4)           COMP.
       01  wn-gdpr-year                 PIC 9(4)     VALUE ZERO.
       01  wn-gdpr-month                PIC 9(2)     VALUE ZERO.
       01  wn-gdpr-day                  PIC 9(2)     VALUE ZERO.
       01  wn-next-appr-id              PIC S9(9)           COMP.
       01  wc-appr-reason               PIC X(60)    VALUE SPACE.

      *    read-access log: which screen looked at which debtor
       01  wc-rl-func                   PIC X(8)     VALUE SPACE.
       01  w9-rl-debt-id                PIC S9(9)           COMP.
       01  w9-rl-inv-id                 PIC S9(9)           COMP.

      *    worklist queue log: entered or resolved, queue and key
       01  wc-ql-func                   PIC X(1)     VALUE SPACE.
       01  wc-ql-queue                  PIC X(4)     VALUE SPACE.
       01  w9-ql-key1                   PIC S9(9)           COMP.
       01  w9-ql-key2                   PIC S9(9)           COMP.
       01  wc-ql-keytext                PIC X(16)    VALUE SPACE.

      *    address history: K keeps the address about to change,
      *    C records the new one with its source
       01  wc-ah-func                   PIC X(1)     VALUE SPACE.
       01  wc-ah-source                 PIC X(1)     VALUE SPACE.
       01  w9-ah-debt-id                PIC S9(9)           COMP.
       01  w9-ah-addr-id                PIC S9(9)           COMP.
       01  wc-ah-source-text            PIC X(16)    VALUE SPACE.

      *    legal hold (bevarandespärr) work fields: a hold on a
      *    debtor, an invoice or a customer stops the anonymization
      *    and history runs from touching it until it is released
       01  w9-hold-id                   PIC S9(9)           COMP.
       01  we-hold-id                   PIC Z(8)9    VALUE ZERO.
       01  we-hold-key-id               PIC Z(8)9    VALUE ZERO.
       01  wc-hold-scope                PIC X(1)     VALUE SPACE.
       01  w9-hold-debt-id              PIC S9(9)           COMP.
       01  w9-hold-inv-id               PIC S9(9)           COMP.
       01  w9-hold-cust-id              PIC S9(9)           COMP.
       01  wc-hold-reason               PIC X(1)     VALUE SPACE.
       01  wc-hold-text                 PIC X(60)    VALUE SPACE.
       01  wc-hold-review               PIC X(10)    VALUE SPACE.
       01  wc-hold-today                PIC X(10)    VALUE SPACE.
       01  wc-hold-custno               PIC X(10)    VALUE SPACE.
       01  wc-hold-invno                PIC X(16)    VALUE SPACE.
       01  wc-hold-mark                 PIC X(1)     VALUE SPACE.
       01  wn-hold-count                PIC S9(9)           COMP.

      *    EU VAT number work fields: two-letter country code plus
      *    the member state's own format; a non-SE number zero-
      *    rates the debtor's invoices as intra-EU B2B supplies
       01  lc-accept                    PIC X(2)    VALUE SPACE.
       01  lc-operator-role             PIC X(1)    VALUE SPACE.
               88  lc-is-admin-operator             VALUE 'A'.
       01  lc-operator-userid           PIC X(10)   VALUE SPACE.

      **********************************************************
       PROCEDURE DIVISION USING lc-accept, lc-operator-role,
                                lc-operator-userid.
       0000-debtormenu.

      *    current source file to error handler
                   PERFORM M0180-returned-mail
               WHEN '86'
                   PERFORM M0190-address-proposals
               WHEN '87'
                   PERFORM M0220-register-extracts
               WHEN '88'
                   PERFORM M0230-legal-holds
               WHEN OTHER
                   DISPLAY 'Fel menyval från huvudprogram!'
           END-EVALUATE

           PERFORM U0200-list-debtors

      *    the whole register was on screen - logged as debtor 0
           MOVE 'M0110' TO wc-rl-func
           MOVE ZERO TO w9-rl-debt-id, w9-rl-inv-id
           CALL 'readlog' USING wc-rl-func, w9-rl-debt-id,
                                w9-rl-inv-id, lc-operator-userid

           DISPLAY SPACE
           DISPLAY 'Press <Enter> för att fortsätta...'
           ACCEPT wc-accept
               DISPLAY 'J - Mobilnummer (SMS-påminnelse)'
               DISPLAY 'L - Skyddad identitet (J/N)'
               DISPLAY 'M - IBAN/BIC (utlandsbetalning)'
               DISPLAY 'N - Referens krävs på faktura (J/N)'
               DISPLAY 'O - Dödsbo (avliden, c/o-adress)'
               DISPLAY 'P - God man/förvaltare'
               DISPLAY 'Q - Kontaktlogg och inkomna brev'
               DISPLAY 'R - Digital brevlåda (personnummer)'
               DISPLAY 'S - Nej till reklambilagor (J/N)'
               DISPLAY 'T - Adresshistorik'
               DISPLAY SPACE
               DISPLAY 'X - Tillbaka till föregående meny'

                       PERFORM M0202-update-protection
                   WHEN 'M'
                       PERFORM M0203-update-iban
                   WHEN 'N'
                       PERFORM M0204-update-refreq
                   WHEN 'O'
                       PERFORM M0205-update-deceased
                   WHEN 'P'
                       PERFORM M0211-update-guardian
                   WHEN 'Q'
                       PERFORM M0215-contact-log
                   WHEN 'R'
                       PERFORM M0216-digital-mailbox
                   WHEN 'S'
                       PERFORM M0218-update-noads
                   WHEN 'T'
                       PERFORM M0219-show-address-history
                   WHEN 'X'
                       SET is-exit-update-menu TO TRUE
                       CONTINUE
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-place(1:30)

               MOVE 'K' TO wc-ah-func
               MOVE w9-debt-id TO w9-ah-debt-id
               MOVE w9-addr-id TO w9-ah-addr-id
               PERFORM U0410-log-address-history

               EXEC SQL
                   UPDATE TUTORIAL.ADDR
                   SET STREET = :wc-street,
                   DISPLAY 'Adressen har uppdaterats!'

      *            a corrected address releases any returned-mail
      *            hold so the debtor's invoices print again; the
      *            history then shows the correction came from it
                   EXEC SQL
                       UPDATE TUTORIAL.RETMAIL
                       SET RESOLVED = 'Y'
                       WHERE DEBT_ID = :w9-debt-id
                         AND RESOLVED = 'N'
                   END-EXEC
                   IF SQLCODE = ZERO
                       MOVE 'R' TO wc-ah-source
                   ELSE
                       MOVE 'O' TO wc-ah-source
                   END-IF
                   MOVE 'C' TO wc-ah-func
                   PERFORM U0410-log-address-history

                   MOVE 'R'    TO wc-ql-func
                   MOVE 'RETP' TO wc-ql-queue
                   MOVE w9-debt-id TO w9-ql-key1
                   MOVE ZERO   TO w9-ql-key2
                   MOVE SPACE  TO wc-ql-keytext
                   PERFORM U0400-log-queue-item
               ELSE
                   DISPLAY 'Ett problem uppstod vid uppdateringen!'


               DISPLAY HEADLINE
               DISPLAY 'Ge leveranssätt (P=papper, E=email,'
                       ' X=e-faktura, B=internetbank,'
                       ' D=digital brevlåda)'
               DISPLAY ': ' WITH NO ADVANCING
               MOVE 'P' TO wc-deliv
               ACCEPT wc-deliv
               MOVE FUNCTION UPPER-CASE(wc-deliv) TO wc-deliv
               IF wc-deliv NOT = 'E' AND wc-deliv NOT = 'X'
                  AND wc-deliv NOT = 'B' AND wc-deliv NOT = 'D'
                   MOVE 'P' TO wc-deliv
               END-IF

      *        the digital mailbox only for a debtor the mailbox
      *        operator has confirmed one for
               IF wc-deliv = 'D'
                   MOVE SPACE TO wc-mbx-state
                   EXEC SQL
                       SELECT STATE
                       INTO :wc-mbx-state
                       FROM TUTORIAL.DIGIMBX
                       WHERE DEBT_ID = :w9-debt-id
                   END-EXEC
                   IF SQLCODE NOT = ZERO OR wc-mbx-state NOT = 'J'
                       DISPLAY 'Ingen bekräftad digital brevlåda'
                               ' - leveranssätt papper'
                       MOVE 'P' TO wc-deliv
                   END-IF
               END-IF

               DISPLAY 'Ge email (optional, krävs för leverans E)'
               DISPLAY ': ' WITH NO ADVANCING
               MOVE SPACE TO wc-demail
               PERFORM M0162-add-to-debtor

               IF is-addr-data-ok AND is-debtor-data-ok
                   MOVE 'C' TO wc-ah-func
                   MOVE 'O' TO wc-ah-source
                   MOVE w9-debt-id TO w9-ah-debt-id
                   MOVE w9-addr-id TO w9-ah-addr-id
                   PERFORM U0410-log-address-history

                   DISPLAY HEADLINE
                   DISPLAY 'Ny gäldenär upplagd!'

           .

      **********************************************************
       M0204-update-refreq.

      *    a debtor that returns invoices without its own "Er
      *    referens" or order number - a municipality, typically -
      *    has the flag set, and the import then rejects such an
      *    invoice for the customer to complete
           PERFORM U0100-confirm-id-number

           IF is-existing-id-number
               DISPLAY HEADLINE
               DISPLAY 'Referens krävs på faktura (J/N): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-accept
               ACCEPT wc-accept

               IF FUNCTION UPPER-CASE(wc-accept) = 'J'
                   MOVE 'Y' TO wc-refreq
               ELSE
                   MOVE 'N' TO wc-refreq
               END-IF

               EXEC SQL
                   UPDATE TUTORIAL.DEBTOR
                   SET REFREQ = :wc-refreq,
                       ROWVER = ROWVER + 1
                   WHERE DEBT_ID = :w9-debt-id
                     AND ROWVER = :w9-debt-rowver
               END-EXEC

               IF SQLCODE = 100
                   DISPLAY 'Posten har ändrats av en annan'
                           ' operatör - hämta om och försök'
                           ' igen!'
               END-IF

               IF SQLCODE = ZERO
                   DISPLAY 'Referenskravet har uppdaterats!'
               ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'Ett problem uppstod vid'
                           ' uppdateringen!'

      *            add error trace information
                   MOVE  SQLCODE              TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.DEBTOR'     TO wc-msg-tblcurs
                   MOVE 'M0204-update-refreq' TO wc-msg-para

                   PERFORM Z0900-error-routine
               END-IF
               END-IF
           ELSE
               DISPLAY 'Ogiltigt id nummer - se meny 81'
           END-IF
           .

      **********************************************************
       M0205-update-deceased.

      *    a deceased debtor must not keep getting reminders, SMS
      *    or an inkasso handover in the dead person's name: the
      *    open invoices go on a dispute hold tagged DÖDSBO, and
      *    with the estate's c/o address registered the post and
      *    a summary letter go there instead
           PERFORM U0100-confirm-id-number

           IF NOT is-existing-id-number
               DISPLAY 'Ogiltigt id nummer - se meny 81'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO wc-deceased
           MOVE ZERO TO w9-estaddr-id
           MOVE SPACE TO wc-estateco
           EXEC SQL
               SELECT DECEASED, ESTATECO, ESTADDR_ID
               INTO :wc-deceased, :wc-estateco:ind-estateco,
                    :w9-estaddr-id
               FROM TUTORIAL.DEBTOR
               WHERE DEBT_ID = :w9-debt-id
           END-EXEC

           MOVE wc-deceased TO wc-dec-marked
           DISPLAY HEADLINE
           IF wc-deceased = 'Y'
               IF ind-estateco < ZERO
                   MOVE SPACE TO wc-estateco
               END-IF
               DISPLAY 'Gäldenären är markerad som avliden.'
               DISPLAY 'Dödsbo c/o: ' wc-estateco
           END-IF

           DISPLAY 'Gäldenären avliden (J/N): ' WITH NO ADVANCING
           MOVE SPACE TO wc-deceased
           ACCEPT wc-deceased

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-RET
           MOVE T-YEAR-RET  TO wc-dec-today(1:4)
           MOVE T-MONTH-RET TO wc-dec-today(6:2)
           MOVE T-DAY-RET   TO wc-dec-today(9:2)
           MOVE '-' TO wc-dec-today(5:1), wc-dec-today(8:1)

           IF FUNCTION UPPER-CASE(wc-deceased) NOT = 'J'
               IF wc-dec-marked = 'Y'
                   PERFORM M0210-clear-deceased
               END-IF
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Dödsdag (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           MOVE SPACE TO wc-decdate
           ACCEPT wc-decdate

           IF wc-decdate = SPACE
               DISPLAY 'En dödsdag måste anges!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Dödsbo c/o (namn, blankt = inte känt än): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-estateco
           ACCEPT wc-estateco

      *    the estate's address is a register row of its own, so
      *    the deceased's address stays on file untouched
           IF wc-estateco NOT = SPACE
               DISPLAY 'Gatuadress c/o: ' WITH NO ADVANCING
               MOVE SPACE TO wc-street
               ACCEPT wc-street(1:40)
               DISPLAY 'Postnummer: ' WITH NO ADVANCING
               MOVE SPACE TO wc-postno
               ACCEPT wc-postno(1:5)

               PERFORM U0300-check-postno
               IF NOT is-postno-ok
                   DISPLAY 'Postnumret finns inte i'
                           ' postnummerregistret - adressen'
                           ' sparas inte!'
                   EXIT PARAGRAPH
               END-IF

               DISPLAY 'Postort: ' WITH NO ADVANCING
               MOVE SPACE TO wc-place
               ACCEPT wc-place(1:30)

               IF w9-estaddr-id NOT = ZERO
                   EXEC SQL
                       UPDATE TUTORIAL.ADDR
                       SET STREET = :wc-street,
                           POSTNO = :wc-postno,
                           PLACE = :wc-place
                       WHERE ADDR_ID = :w9-estaddr-id
                   END-EXEC
               ELSE
                   MOVE 'N' TO is-addr-data-ok-switch
                   PERFORM M0161-add-to-addr
                   IF NOT is-addr-data-ok
                       EXIT PARAGRAPH
                   END-IF
                   MOVE w9-addr-id TO w9-estaddr-id
               END-IF
               MOVE ZERO TO ind-estateco
           ELSE
               MOVE -1 TO ind-estateco
           END-IF

           MOVE ZERO TO ind-decdate
           EXEC SQL
               UPDATE TUTORIAL.DEBTOR
               SET DECEASED = 'Y',
                   DECDATE = :wc-decdate:ind-decdate,
                   ESTATECO = :wc-estateco:ind-estateco,
                   ESTADDR_ID = :w9-estaddr-id,
                   ROWVER = ROWVER + 1
               WHERE DEBT_ID = :w9-debt-id
                 AND ROWVER = :w9-debt-rowver
           END-EXEC

           IF SQLCODE = 100
               DISPLAY 'Posten har ändrats av en annan'
                       ' operatör - hämta om och försök'
                       ' igen!'
               EXIT PARAGRAPH
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY 'Markeringen kunde inte sparas!'

      *        add error trace information
               MOVE  SQLCODE            TO wn-msg-sqlcode
               MOVE 'TUTORIAL.DEBTOR'   TO wc-msg-tblcurs
               MOVE 'M0205-update-deceased' TO wc-msg-para

               PERFORM Z0900-error-routine
               EXIT PARAGRAPH
           END-IF

           PERFORM M0206-hold-estate-invoices

           DISPLAY 'Gäldenären är markerad som avliden -'
                   ' påminnelser, SMS och autogiro är stoppade!'

           IF w9-estaddr-id NOT = ZERO
               MOVE 'C' TO wc-ah-func
               MOVE 'D' TO wc-ah-source
               MOVE w9-debt-id TO w9-ah-debt-id
               MOVE w9-estaddr-id TO w9-ah-addr-id
               PERFORM U0410-log-address-history

      *        the estate address replaces the one the post came
      *        back from, so a returned-mail hold is resolved too
               EXEC SQL
                   UPDATE TUTORIAL.RETMAIL
                   SET RESOLVED = 'Y'
                   WHERE DEBT_ID = :w9-debt-id
                     AND RESOLVED = 'N'
               END-EXEC
               MOVE 'R'    TO wc-ql-func
               MOVE 'RETP' TO wc-ql-queue
               MOVE w9-debt-id TO w9-ql-key1
               MOVE ZERO   TO w9-ql-key2
               MOVE SPACE  TO wc-ql-keytext
               PERFORM U0400-log-queue-item

               PERFORM M0207-write-estate-letters
           END-IF
           .

      **********************************************************
       M0206-hold-estate-invoices.

      *    every open invoice gets a DÖDSBO hold - a hold already
      *    released is put back, a live dispute is left as it is;
      *    the customers read the holds in their status return
      *    file the same night
           EXEC SQL
               UPDATE TUTORIAL.DISPUTE
               SET REASON = 'Dödsbo - gäldenären avliden',
                   OPERATOR = 'DÖDSBO',
                   DISPDATE = :wc-dec-today,
                   RELEASED = 'N'
               WHERE RELEASED = 'Y'
                 AND INV_ID IN
                     (SELECT I.INV_ID
                      FROM TUTORIAL.INVOICE I
                      WHERE I.DEBT_ID = :w9-debt-id
                        AND I.INVSTATE NOT = 9
                        AND I.INVSTATE NOT = 3
                        AND I.INVSTATE NOT = 7
                        AND I.INVSTATE NOT = 6
                        AND I.INVSTATE NOT = 8)
           END-EXEC

           IF SQLCODE = ZERO OR SQLCODE = 100
               EXEC SQL
                   INSERT INTO TUTORIAL.DISPUTE
                   SELECT I.INV_ID, 'Dödsbo - gäldenären avliden',
                          'DÖDSBO', :wc-dec-today, 'N'
                   FROM TUTORIAL.INVOICE I
                   WHERE I.DEBT_ID = :w9-debt-id
                     AND I.INVSTATE NOT = 9
                     AND I.INVSTATE NOT = 3
                     AND I.INVSTATE NOT = 7
                     AND I.INVSTATE NOT = 6
                     AND I.INVSTATE NOT = 8
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.DISPUTE D
                          WHERE D.INV_ID = I.INV_ID)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY 'Fakturorna kunde inte tvistmarkeras!'

      *        add error trace information
               MOVE  SQLCODE            TO wn-msg-sqlcode
               MOVE 'TUTORIAL.DISPUTE'  TO wc-msg-tblcurs
               MOVE 'M0206-hold-estate-invoices' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       M0207-write-estate-letters.

      *    one summary letter per customer to the estate, listing
      *    what is still open; the letter number carries the
      *    debtor id, so registering the address again does not
      *    send a second letter
           MOVE w9-debt-id TO we-dec-debt-id
           MOVE SPACE TO wc-dec-letterno
           STRING 'DODSBO' DELIMITED BY SIZE
                  we-dec-debt-id DELIMITED BY SIZE
               INTO wc-dec-letterno
           END-STRING

           MOVE ZERO TO wn-dec-letter-count

           EXEC SQL
               OPEN BCURSD6
           END-EXEC

           EXEC SQL
               FETCH BCURSD6
               INTO :w9-dec-cust-id, :wc-dec-custno
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE ZERO TO wn-dec-hit
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-dec-hit
                   FROM TUTORIAL.LETTER
                   WHERE CUST_ID = :w9-dec-cust-id
                     AND LETTERNO = :wc-dec-letterno
               END-EXEC

               IF wn-dec-hit = ZERO
                   PERFORM M0208-write-one-letter
               END-IF

               EXEC SQL
                   FETCH BCURSD6
                   INTO :w9-dec-cust-id, :wc-dec-custno
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE BCURSD6
           END-EXEC

           DISPLAY 'Sammanställningsbrev till dödsboet: '
                   wn-dec-letter-count
           .

      **********************************************************
       M0208-write-one-letter.

      *    the letter draws its id from the invoice counter like
      *    every informationsbrev and is released straight to the
      *    next print run
           MOVE 'INVOICE' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, w9-dec-letter-id

           EXEC SQL
               INSERT INTO TUTORIAL.LETTER
               VALUES (:w9-dec-letter-id, :w9-dec-cust-id,
                       :w9-debt-id, :wc-dec-custno,
                       :wc-dec-letterno, :wc-dec-today,
                       NULL, 'V', 0, NULL, 'N')
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Brevet till dödsboet kunde inte skapas!'

      *        add error trace information
               MOVE  SQLCODE            TO wn-msg-sqlcode
               MOVE 'TUTORIAL.LETTER'   TO wc-msg-tblcurs
               MOVE 'M0208-write-one-letter' TO wc-msg-para

               PERFORM Z0900-error-routine
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO wn-dec-letter-count
           MOVE ZERO TO w9-dec-lineno
           MOVE ZERO TO w9-dec-total

           MOVE SPACE TO wc-dec-line
           STRING 'Till dödsboet efter ' DELIMITED BY SIZE
                  wc-name DELIMITED BY '  '
               INTO wc-dec-line
           END-STRING
           PERFORM M0209-write-letter-line
           MOVE SPACE TO wc-dec-line
           PERFORM M0209-write-letter-line
           MOVE 'Vi har fått besked om dödsfallet och beklagar'
               TO wc-dec-line
           PERFORM M0209-write-letter-line
           MOVE 'sorgen. Påminnelser och inkasso är stoppade. Här'
               TO wc-dec-line
           PERFORM M0209-write-letter-line
           MOVE 'nedan är de fakturor som ännu inte är betalda;'
               TO wc-dec-line
           PERFORM M0209-write-letter-line
           MOVE 'kommande post skickas till dödsboet på denna'
               TO wc-dec-line
           PERFORM M0209-write-letter-line
           MOVE 'adress.' TO wc-dec-line
           PERFORM M0209-write-letter-line
           MOVE SPACE TO wc-dec-line
           PERFORM M0209-write-letter-line
           MOVE 'Fakturanr         Fakturadatum      Att betala'
               TO wc-dec-line
           PERFORM M0209-write-letter-line

           EXEC SQL
               OPEN BCURSD7
           END-EXEC

           EXEC SQL
               FETCH BCURSD7
               INTO :wc-dec-invno, :wc-dec-invdate, :w9-dec-open
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD w9-dec-open TO w9-dec-total
               MOVE w9-dec-open TO we-dec-amount
               MOVE SPACE TO wc-dec-line
               MOVE wc-dec-invno   TO wc-dec-line(1:16)
               MOVE wc-dec-invdate TO wc-dec-line(19:10)
               MOVE we-dec-amount  TO wc-dec-line(35:12)
               PERFORM M0209-write-letter-line

               EXEC SQL
                   FETCH BCURSD7
                   INTO :wc-dec-invno, :wc-dec-invdate,
                        :w9-dec-open
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE BCURSD7
           END-EXEC

           MOVE SPACE TO wc-dec-line
           PERFORM M0209-write-letter-line
           MOVE w9-dec-total TO we-dec-amount
           MOVE SPACE TO wc-dec-line
           MOVE 'Summa att betala' TO wc-dec-line(1:16)
           MOVE we-dec-amount TO wc-dec-line(35:12)
           PERFORM M0209-write-letter-line
           .

      **********************************************************
       M0209-write-letter-line.

           ADD 1 TO w9-dec-lineno

           EXEC SQL
               INSERT INTO TUTORIAL.LETTERTXT
               VALUES (:w9-dec-letter-id, :w9-dec-lineno,
                       :wc-dec-line)
           END-EXEC

           IF SQLCODE NOT = ZERO
      *        add error trace information
               MOVE  SQLCODE            TO wn-msg-sqlcode
               MOVE 'TUTORIAL.LETTERTXT' TO wc-msg-tblcurs
               MOVE 'M0209-write-letter-line' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       M0210-clear-deceased.

      *    a wrong marking is taken back: the flag and the estate
      *    contact go, and only the holds the marking itself put
      *    on are released - an operator's own dispute stays
           MOVE -1 TO ind-decdate
           MOVE -1 TO ind-estateco
           MOVE SPACE TO wc-decdate
           MOVE SPACE TO wc-estateco
           EXEC SQL
               UPDATE TUTORIAL.DEBTOR
               SET DECEASED = 'N',
                   DECDATE = :wc-decdate:ind-decdate,
                   ESTATECO = :wc-estateco:ind-estateco,
                   ESTADDR_ID = 0,
                   ROWVER = ROWVER + 1
               WHERE DEBT_ID = :w9-debt-id
                 AND ROWVER = :w9-debt-rowver
           END-EXEC

           IF SQLCODE = 100
               DISPLAY 'Posten har ändrats av en annan'
                       ' operatör - hämta om och försök'
                       ' igen!'
           END-IF

           IF SQLCODE = ZERO
               EXEC SQL
                   UPDATE TUTORIAL.DISPUTE
                   SET RELEASED = 'Y'
                   WHERE OPERATOR = 'DÖDSBO'
                     AND RELEASED = 'N'
                     AND INV_ID IN
                         (SELECT I.INV_ID
                          FROM TUTORIAL.INVOICE I
                          WHERE I.DEBT_ID = :w9-debt-id)
               END-EXEC

               DISPLAY 'Dödsbomarkeringen är borttagen.'
           END-IF
           .

      **********************************************************
       M0211-update-guardian.

      *    a debtor under guardianship: the appointment is kept
      *    with its own address and dates, so the post follows the
      *    guardian while the appointment lasts and goes back to
      *    the debtor once it has been ended
           PERFORM U0100-confirm-id-number

           IF NOT is-existing-id-number
               DISPLAY 'Ogiltigt id nummer - se meny 81'
               EXIT PARAGRAPH
           END-IF

           PERFORM M0212-list-guardians

           DISPLAY 'N - Ny god man/förvaltare'
           DISPLAY 'A - Avsluta förordnande'
           DISPLAY 'X - Tillbaka'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-accept
           ACCEPT wc-accept

           EVALUATE FUNCTION UPPER-CASE(wc-accept)
               WHEN 'N'
                   PERFORM M0213-add-guardian
               WHEN 'A'
                   PERFORM M0214-end-guardian
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       M0212-list-guardians.

           DISPLAY HEADLINE
           DISPLAY 'God man/förvaltare för ' wc-name
           DISPLAY HEADLINE

           MOVE ZERO TO wn-guard-count
           EXEC SQL
               OPEN BCURSD8
           END-EXEC

           EXEC SQL
               FETCH BCURSD8
               INTO :w9-guard-id, :wc-guard-name, :wc-guard-kind,
                    :wc-guard-rule, :wc-guard-from,
                    :wc-guard-to:ind-guard-to, :wc-street,
                    :wc-postno, :wc-place
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-guard-count
               IF ind-guard-to < ZERO
                   MOVE SPACE TO wc-guard-to
               END-IF
               MOVE w9-guard-id TO we-guard-id
               DISPLAY we-guard-id ' ' wc-guard-name(1:30)
                       ' (' wc-guard-kind '/' wc-guard-rule ') '
                       wc-guard-from ' - ' wc-guard-to
               DISPLAY '          ' wc-street(1:30) ' '
                       wc-postno ' ' wc-place(1:20)

               EXEC SQL
                   FETCH BCURSD8
                   INTO :w9-guard-id, :wc-guard-name,
                        :wc-guard-kind, :wc-guard-rule,
                        :wc-guard-from, :wc-guard-to:ind-guard-to,
                        :wc-street, :wc-postno, :wc-place
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE BCURSD8
           END-EXEC

           IF wn-guard-count = ZERO
               DISPLAY 'Ingen god man/förvaltare registrerad.'
           ELSE
               DISPLAY '(G = god man, F = förvaltare /'
                       ' G = post till ställföreträdaren,'
                       ' B = kopia till båda)'
           END-IF
           DISPLAY HEADLINE
           .

      **********************************************************
       M0213-add-guardian.

           DISPLAY 'Namn: ' WITH NO ADVANCING
           MOVE SPACE TO wc-guard-name
           ACCEPT wc-guard-name

           IF wc-guard-name = SPACE
               DISPLAY 'Ett namn måste anges!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'G = god man, F = förvaltare: ' WITH NO ADVANCING
           MOVE SPACE TO wc-guard-kind
           ACCEPT wc-guard-kind
           MOVE FUNCTION UPPER-CASE(wc-guard-kind) TO wc-guard-kind
           IF wc-guard-kind NOT = 'G' AND wc-guard-kind NOT = 'F'
               DISPLAY 'Ogiltig typ!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Gatuadress: ' WITH NO ADVANCING
           MOVE SPACE TO wc-street
           ACCEPT wc-street(1:40)
           DISPLAY 'Postnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-postno
           ACCEPT wc-postno(1:5)

           PERFORM U0300-check-postno
           IF NOT is-postno-ok
               DISPLAY 'Postnumret finns inte i'
                       ' postnummerregistret - förordnandet'
                       ' sparas inte!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Postort: ' WITH NO ADVANCING
           MOVE SPACE TO wc-place
           ACCEPT wc-place(1:30)

           DISPLAY 'Email (blankt = post): ' WITH NO ADVANCING
           MOVE SPACE TO wc-guard-email
           ACCEPT wc-guard-email
           IF wc-guard-email = SPACE
               MOVE -1 TO ind-guard-email
           ELSE
               MOVE ZERO TO ind-guard-email
           END-IF

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-RET
           MOVE T-YEAR-RET  TO wc-dec-today(1:4)
           MOVE T-MONTH-RET TO wc-dec-today(6:2)
           MOVE T-DAY-RET   TO wc-dec-today(9:2)
           MOVE '-' TO wc-dec-today(5:1), wc-dec-today(8:1)

           DISPLAY 'Gäller från (ÅÅÅÅ-MM-DD, blankt = i dag): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-guard-from
           ACCEPT wc-guard-from
           IF wc-guard-from = SPACE
               MOVE wc-dec-today TO wc-guard-from
           END-IF

           DISPLAY 'Gäller till (ÅÅÅÅ-MM-DD, blankt = löpande): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-guard-to
           ACCEPT wc-guard-to
           IF wc-guard-to = SPACE
               MOVE -1 TO ind-guard-to
           ELSE
               MOVE ZERO TO ind-guard-to
           END-IF

           DISPLAY 'G = post till ställföreträdaren i stället,'
           DISPLAY 'B = original till gäldenären och kopia: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-guard-rule
           ACCEPT wc-guard-rule
           MOVE FUNCTION UPPER-CASE(wc-guard-rule) TO wc-guard-rule
           IF wc-guard-rule NOT = 'G' AND wc-guard-rule NOT = 'B'
               DISPLAY 'Ogiltig regel!'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO is-addr-data-ok-switch
           PERFORM M0161-add-to-addr
           IF NOT is-addr-data-ok
               EXIT PARAGRAPH
           END-IF

           MOVE 'GUARDIAN' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, w9-guard-id

           EXEC SQL
               INSERT INTO TUTORIAL.GUARDIAN
               VALUES (:w9-guard-id, :w9-debt-id, :wc-guard-name,
                       :wc-guard-kind, :w9-addr-id,
                       :wc-guard-email:ind-guard-email,
                       :wc-guard-from, :wc-guard-to:ind-guard-to,
                       :wc-guard-rule)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Förordnandet kunde inte sparas!'

      *        add error trace information
               MOVE  SQLCODE            TO wn-msg-sqlcode
               MOVE 'TUTORIAL.GUARDIAN' TO wc-msg-tblcurs
               MOVE 'M0213-add-guardian' TO wc-msg-para

               PERFORM Z0900-error-routine
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Förordnandet är registrerat.'
           IF is-protected-debtor
               DISPLAY 'Obs! Skyddad identitet - posten går via'
                       ' särskild posthantering ändå.'
           END-IF
           .

      **********************************************************
       M0214-end-guardian.

      *    an appointment that has ended keeps its row for the
      *    history; the end date alone takes it out of the print
      *    run's routing
           DISPLAY 'Id för förordnandet: ' WITH NO ADVANCING
           MOVE ZERO TO w9-guard-id
           ACCEPT w9-guard-id

           DISPLAY 'Slutdatum (ÅÅÅÅ-MM-DD, blankt = i dag): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-guard-to
           ACCEPT wc-guard-to
           IF wc-guard-to = SPACE
               MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-RET
               MOVE T-YEAR-RET  TO wc-guard-to(1:4)
               MOVE T-MONTH-RET TO wc-guard-to(6:2)
               MOVE T-DAY-RET   TO wc-guard-to(9:2)
               MOVE '-' TO wc-guard-to(5:1), wc-guard-to(8:1)
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.GUARDIAN
               SET VALIDTO = :wc-guard-to
               WHERE GUARD_ID = :w9-guard-id
                 AND DEBT_ID = :w9-debt-id
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   DISPLAY 'Förordnandet är avslutat.'
               WHEN 100
                   DISPLAY 'Förordnandet finns inte för'
                           ' gäldenären!'
               WHEN OTHER
                   DISPLAY 'Ett problem uppstod vid'
                           ' uppdateringen!'

      *            add error trace information
                   MOVE  SQLCODE            TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.GUARDIAN' TO wc-msg-tblcurs
                   MOVE 'M0214-end-guardian' TO wc-msg-para

                   PERFORM Z0900-error-routine
           END-EVALUATE
           .

      **********************************************************
       M0216-digital-mailbox.

      *    a private debtor's personal number, which the mailbox
      *    operator looks the debtor up by; PbsDigiBox asks about
      *    the debtor from the next night, and the operator's
      *    answer moves a paper debtor to the mailbox. Ending it
      *    drops the debtor back to paper
           PERFORM U0100-confirm-id-number

           IF is-existing-id-number

               EXEC SQL
                   SELECT PERSNO, STATE, REGDATE
                   INTO :DIGIMBX-PERSNO, :DIGIMBX-STATE,
                        :DIGIMBX-REGDATE
                   FROM TUTORIAL.DIGIMBX
                   WHERE DEBT_ID = :w9-debt-id
               END-EXEC

               DISPLAY HEADLINE
               IF SQLCODE = ZERO
                   DISPLAY 'Personnummer ' DIGIMBX-PERSNO
                           ' registrerat ' DIGIMBX-REGDATE
                   EVALUATE TRUE
                       WHEN DIGIMBX-IS-TO-ASK
                           DISPLAY '(förfrågan skickas i natt)'
                       WHEN DIGIMBX-IS-ASKED
                           DISPLAY '(väntar på svar)'
                       WHEN DIGIMBX-HAS-MAILBOX
                           DISPLAY '(har digital brevlåda)'
                       WHEN DIGIMBX-HAS-NO-MAILBOX
                           DISPLAY '(ingen brevlåda)'
                       WHEN DIGIMBX-IS-WITHDRAWN
                           DISPLAY '(avregistrerad)'
                   END-EVALUATE
               ELSE
                   DISPLAY 'Inget personnummer registrerat.'
               END-IF

               DISPLAY 'R - Registrera personnummer och fråga'
               DISPLAY 'A - Avsluta digital brevlåda'
               DISPLAY 'X - Avbryt'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-mbx-action

               EVALUATE FUNCTION UPPER-CASE(wc-mbx-action)
                   WHEN 'R'
                       PERFORM M0217-register-mailbox
                   WHEN 'A'
                       EXEC SQL
                           UPDATE TUTORIAL.DIGIMBX
                           SET STATE = 'U'
                           WHERE DEBT_ID = :w9-debt-id
                       END-EXEC
                       IF SQLCODE = ZERO
                           EXEC SQL
                               UPDATE TUTORIAL.DEBTOR
                               SET DELIV = 'P',
                                   ROWVER = ROWVER + 1
                               WHERE DEBT_ID = :w9-debt-id
                                 AND DELIV = 'D'
                           END-EXEC
                           DISPLAY 'Digital brevlåda avslutad!'
                       ELSE
                           DISPLAY 'Ingen digital brevlåda att'
                                   ' avsluta.'
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

           ELSE
               DISPLAY 'Ogiltigt id nummer - se meny 81'
           END-IF
           .

      **********************************************************
       M0217-register-mailbox.

      *    the mailbox is for private persons - a debtor with a
      *    VAT number is a business
           MOVE SPACE TO wc-mbx-vatno
           EXEC SQL
               SELECT COALESCE(VATNO, ' ')
               INTO :wc-mbx-vatno
               FROM TUTORIAL.DEBTOR
               WHERE DEBT_ID = :w9-debt-id
           END-EXEC

           IF wc-mbx-vatno NOT = SPACE
               DISPLAY 'Gäldenären är ett företag - digital'
                       ' brevlåda gäller privatpersoner!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Personnummer (ÅÅÅÅMMDDNNNN)'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-mbx-persno
           ACCEPT wc-mbx-persno

           IF wc-mbx-persno IS NOT NUMERIC
               DISPLAY 'Personnumret ska vara tolv siffror!'
           ELSE
               MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-RET
               MOVE T-YEAR-RET  TO wc-ag-today(1:4)
               MOVE T-MONTH-RET TO wc-ag-today(6:2)
               MOVE T-DAY-RET   TO wc-ag-today(9:2)
               MOVE '-' TO wc-ag-today(5:1), wc-ag-today(8:1)

      *        state F puts the debtor on the next lookup file
               EXEC SQL
                   UPDATE TUTORIAL.DIGIMBX
                   SET PERSNO = :wc-mbx-persno,
                       STATE = 'F',
                       REGDATE = :wc-ag-today,
                       CHKDATE = NULL
                   WHERE DEBT_ID = :w9-debt-id
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO TUTORIAL.DIGIMBX
                       VALUES (:w9-debt-id, :wc-mbx-persno, 'F',
                               :wc-ag-today, NULL)
                   END-EXEC
               END-IF

               IF SQLCODE = ZERO
                   DISPLAY 'Personnumret är registrerat - förfrågan'
                           ' till brevlådeoperatören skickas i natt!'
               ELSE
                   DISPLAY 'Personnumret kunde inte registreras!'

      *            add error trace information
                   MOVE  SQLCODE              TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.DIGIMBX'    TO wc-msg-tblcurs
                   MOVE 'M0217-register-mailbox' TO wc-msg-para

                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       M0218-update-noads.

      *    a debtor who has said no to advertising gets its
      *    invoices without the customers' marketing inserts,
      *    in the envelope and in the PDF alike
           PERFORM U0100-confirm-id-number

           IF is-existing-id-number
               DISPLAY HEADLINE
               DISPLAY 'Nej till reklambilagor (J/N): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-accept
               ACCEPT wc-accept

               IF FUNCTION UPPER-CASE(wc-accept) = 'J'
                   MOVE 'Y' TO wc-noads
               ELSE
                   MOVE 'N' TO wc-noads
               END-IF

               EXEC SQL
                   UPDATE TUTORIAL.DEBTOR
                   SET NOADS = :wc-noads,
                       ROWVER = ROWVER + 1
                   WHERE DEBT_ID = :w9-debt-id
                     AND ROWVER = :w9-debt-rowver
               END-EXEC

               IF SQLCODE = 100
                   DISPLAY 'Posten har ändrats av en annan'
                           ' operatör - hämta om och försök'
                           ' igen!'
               END-IF

               IF SQLCODE = ZERO
                   DISPLAY 'Reklamspärren har uppdaterats!'
               ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'Ett problem uppstod vid'
                           ' uppdateringen!'

      *            add error trace information
                   MOVE  SQLCODE              TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.DEBTOR'     TO wc-msg-tblcurs
                   MOVE 'M0218-update-noads'  TO wc-msg-para

                   PERFORM Z0900-error-routine
               END-IF
               END-IF
           ELSE
               DISPLAY 'Ogiltigt id nummer - se meny 81'
           END-IF
           .

      **********************************************************
       M0219-show-address-history.

      *    where the debtor's post has been addressed over time and
      *    who moved it; what each invoice actually went to is in
      *    the invoice inquiry
           PERFORM U0100-confirm-id-number

           IF NOT is-existing-id-number
               DISPLAY 'Ogiltigt id nummer - se meny 81'
               EXIT PARAGRAPH
           END-IF

           IF is-protected-debtor
               DISPLAY 'Skyddad identitet - adresserna visas endast'
                       ' via fyraögonsflödet (underhållsmenyn)!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'ADRESSHISTORIK (O=operatör, R=returpost, '
                   'B=Bankgiro, S=SPAR, I=kundfil, D=dödsbo, '
                   'U=före historiken)'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN BCURSD12
           END-EXEC

           PERFORM M0219A-fetch-address-row
           PERFORM M0219B-show-address-row
               UNTIL SQLCODE NOT = ZERO

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURSD12'                TO wc-msg-tblcurs
               MOVE 'M0219-show-address-history' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE BCURSD12
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Press <Enter> för att fortsätta...'
           ACCEPT wc-accept
           .

      **********************************************************
       M0219A-fetch-address-row.

           EXEC SQL
               FETCH BCURSD12
               INTO :ADDRHIST-CHANGED, :ADDRHIST-SOURCE,
                    :ADDRHIST-CHANGEDBY:ind-ah-changedby,
                    :ADDRHIST-NAME, :ADDRHIST-STREET,
                    :ADDRHIST-POSTNO, :ADDRHIST-PLACE
           END-EXEC
           .

      **********************************************************
       M0219B-show-address-row.

           IF ind-ah-changedby = -1
               MOVE SPACE TO ADDRHIST-CHANGEDBY
           END-IF

           DISPLAY ADDRHIST-CHANGED(1:16) ' ' ADDRHIST-SOURCE ' '
                   ADDRHIST-CHANGEDBY ' '
                   ADDRHIST-NAME-TEXT(1:30)
           DISPLAY '                   '
                   ADDRHIST-STREET-TEXT(1:30) ' '
                   ADDRHIST-POSTNO ' ' ADDRHIST-PLACE-TEXT(1:20)

           PERFORM M0219A-fetch-address-row
           .

      **********************************************************
       M0215-contact-log.

      *    the dated contact log replaces the one overwritten note
      *    field: every call, mail, letter and scanned document
      *    with its operator and any follow-up date
           PERFORM U0100-confirm-id-number

           IF NOT is-existing-id-number
               DISPLAY 'Ogiltigt id nummer - se meny 81'
               EXIT PARAGRAPH
           END-IF

           MOVE 'D' TO wc-clog-function
           MOVE ZERO TO w9-clog-cust-id
           CALL 'contactlog' USING wc-clog-function, w9-debt-id,
                                   w9-clog-cust-id,
                                   lc-operator-userid
           .

      **********************************************************
       M0199B-validate-vatno.

      *    shape check only: two letters (the member state) and at
      *    least six alphanumerics after them, nothing else
           MOVE 'N' TO is-valid-vatno-switch

           MOVE ZERO TO wn-vatno-len
           PERFORM VARYING wn-vatno-idx FROM 14 BY -1
                   UNTIL wn-vatno-idx < 1
                      OR wn-vatno-len NOT = ZERO
               IF wc-vatno(wn-vatno-idx:1) NOT = SPACE
                   MOVE wn-vatno-idx TO wn-vatno-len
               END-IF
           END-PERFORM

           IF wn-vatno-len > 7
              AND wc-vatno(1:1) >= 'A' AND wc-vatno(1:1) <= 'Z'
              AND wc-vatno(2:1) >= 'A' AND wc-vatno(2:1) <= 'Z'
               SET is-valid-vatno TO TRUE
               PERFORM VARYING wn-vatno-idx FROM 3 BY 1
                       UNTIL wn-vatno-idx > wn-vatno-len
                   MOVE wc-vatno(wn-vatno-idx:1) TO wc-vatno-char
                   IF (wc-vatno-char >= 'A'
                       AND wc-vatno-char <= 'Z')
                      OR (wc-vatno-char >= '0'
                          AND wc-vatno-char <= '9')
                       CONTINUE
                   ELSE
                       MOVE 'N' TO is-valid-vatno-switch
                   END-IF
               END-PERFORM
           END-IF
           .

      **********************************************************
       M0197-read-uc-answer.

           READ UCSVAR
               AT END
                   SET is-eof-ucsvar TO TRUE
           END-READ

           IF NOT is-eof-ucsvar
               MOVE SPACE TO wc-uc-debtid
               UNSTRING UCSVAR-POST DELIMITED BY ';'
                   INTO wc-uc-debtid, wc-uc-riskclass
               END-UNSTRING

      *        the id in the answer file is left-justified with
      *        trailing spaces, so only the leading position can be
      *        tested as a digit - NUMVAL accepts the rest
               IF wc-uc-debtid(1:1) IS NUMERIC
                  AND FUNCTION NUMVAL(wc-uc-debtid) = w9-debt-id
                   SET is-uc-answer-found TO TRUE
                   SET is-eof-ucsvar TO TRUE
               END-IF
           END-IF
           .

      **********************************************************
       M0161-add-to-addr.

           EXEC SQL
               OPEN BCURSD3
           END-EXEC

           EXEC SQL
               FETCH BCURSD3
               INTO :w9-addr-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ett problem uppstod för att hitta nästa rad!'

      *        add error trace information
               MOVE  SQLCODE               TO wn-msg-sqlcode
               MOVE 'BCURSD3'              TO wc-msg-tblcurs
               MOVE 'M0161-add-to-addr'    TO wc-msg-para

               PERFORM Z0900-error-routine
           ELSE
               ADD 1 TO w9-addr-id

               EXEC SQL
                   INSERT INTO TUTORIAL.ADDR
                   VALUES (:w9-addr-id, :wc-street,
                           :wc-postno, :wc-place)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Adressen kunde inte läggas till'

      *            add error trace information
                   MOVE  SQLCODE            TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.ADDR'     TO wc-msg-tblcurs
                   MOVE 'M0161-add-to-addr' TO wc-msg-para

                   PERFORM Z0900-error-routine
               ELSE
                   MOVE SQLERRD(3) TO we-sqlrows
                   DISPLAY we-sqlrows ' rad har lagts till i ADDR'
                   SET is-addr-data-ok TO TRUE
               END-IF

           END-IF

           EXEC SQL
               CLOSE BCURSD3
           END-EXEC

           .

      **********************************************************
       M0162-add-to-debtor.

           IF wc-note = SPACE
               MOVE -1 TO ind-note
           ELSE
               MOVE ZERO TO ind-note
           END-IF

           EXEC SQL
               OPEN BCURSD2
           END-EXEC

           EXEC SQL
               FETCH BCURSD2
               INTO :w9-debt-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-debt-id
           END-IF

           EXEC SQL
               CLOSE BCURSD2
           END-EXEC

           ADD 1 TO w9-debt-id

           IF wc-demail = SPACE
               MOVE -1 TO ind-demail
           ELSE
               MOVE ZERO TO ind-demail
           END-IF

           EXEC SQL
               INSERT INTO TUTORIAL.DEBTOR
               VALUES (:w9-debt-id, :wc-name, :wc-contact,
                       :wc-note:ind-note, :w9-addr-id, 'Y',
                       :wc-deliv, :wc-demail:ind-demail,
                       :wc-dlang, NULL, NULL, NULL, 'N', NULL, 1,
                       NULL, 'N', NULL, NULL, 'N', 'N', NULL,
                       NULL, 0, 'N')
           END-EXEC

           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO we-sqlrows
               DISPLAY we-sqlrows ' rad har lagts till i DEBTOR'
               SET is-debtor-data-ok TO TRUE
      *        the brand-new row's version, so the credit check
      *        that follows straight after the add can update it
               MOVE 1 TO w9-debt-rowver
           ELSE
               DISPLAY 'Gäldenärens basdata kunde inte läggas till!'

      *        add error trace information
               MOVE  SQLCODE               TO wn-msg-sqlcode
               MOVE 'TUTORIAL.DEBTOR'      TO wc-msg-tblcurs
               MOVE 'M0162-add-to-debtor'  TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       M0170-deactivate-debtor.

           IF NOT lc-is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               PERFORM U0100-confirm-id-number

               IF is-existing-id-number

                   DISPLAY HEADLINE
               DISPLAY 'Följande gäldenär kommer att inaktiveras:'
               DISPLAY 'Är du säker på att du vill inaktivera [y/N]?'
                   DISPLAY ': ' WITH NO ADVANCING

                   ACCEPT wc-accept
                   IF FUNCTION UPPER-CASE(wc-accept) = 'Y'

                       EXEC SQL
                           UPDATE TUTORIAL.DEBTOR
                           SET ACTIVE = 'N',
                               ROWVER = ROWVER + 1
                           WHERE DEBT_ID = :w9-debt-id
                             AND ROWVER = :w9-debt-rowver
                       END-EXEC

                       IF SQLCODE = 100
                           DISPLAY 'Posten har ändrats av en annan'
                                   ' operatör - hämta om och försök'
                                   ' igen!'
                       END-IF

                       IF SQLCODE = ZERO
                           DISPLAY HEADLINE
                           DISPLAY 'Gäldenär märkt för borttagning'
                       ELSE
                       IF SQLCODE NOT = 100
                       DISPLAY 'Ett problem uppstod vid inaktivering'

      *                    add error trace information
                           MOVE  SQLCODE          TO wn-msg-sqlcode
                           MOVE 'TUTORIAL.DEBTOR' TO wc-msg-tblcurs
                           MOVE 'M0170-deactivate-debtor'
                               TO wc-msg-para

                           PERFORM Z0900-error-routine
                       END-IF
                       END-IF

                   ELSE
                       DISPLAY HEADLINE
                       DISPLAY 'Inaktivering avbröts av användaren'
                   END-IF

               ELSE
                   DISPLAY 'Ogiltigt id nummer'
               END-IF
           END-IF
           .


      **********************************************************
       M0180-returned-mail.

      *    the work queue of debtors whose envelopes came back from
      *    the post office; further printing for them is held until
      *    someone fixes the address via menyval 82/D
           PERFORM M0181-list-held-debtors

           DISPLAY 'R - Registrera returpost'
           DISPLAY 'X - Tillbaka'
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-ret-action

           IF FUNCTION UPPER-CASE(wc-ret-action) = 'R'
               PERFORM M0182-record-return
           END-IF
           .

      **********************************************************
       M0181-list-held-debtors.

           DISPLAY HEADLINE
           DISPLAY 'RETURPOST - SPÄRRADE GÄLDENÄRER'
           DISPLAY HEADLINE
           DISPLAY 'Id     Datum       Faktura'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN BCURSD4
           END-EXEC

           EXEC SQL
               FETCH BCURSD4
               INTO :RETMAIL-DEBT-ID, :RETMAIL-RETDATE,
                    :RETMAIL-INVNO, :DEBTOR-NAME,
                    :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE RETMAIL-DEBT-ID TO we-debt-id
               DISPLAY we-debt-id '     ' RETMAIL-RETDATE '  '
                       RETMAIL-INVNO
               DISPLAY '   ' DEBTOR-NAME
               DISPLAY '   ' ADDR-STREET
               DISPLAY '   ' ADDR-POSTNO ' ' ADDR-PLACE

               EXEC SQL
                   FETCH BCURSD4
                   INTO :RETMAIL-DEBT-ID, :RETMAIL-RETDATE,
                        :RETMAIL-INVNO, :DEBTOR-NAME,
                        :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE
               END-EXEC

           END-PERFORM

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURSD4'                 TO wc-msg-tblcurs
               MOVE 'M0181-list-held-debtors' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURSD4
           END-EXEC

           DISPLAY HEADLINE
           .

      **********************************************************
       M0182-record-return.

           DISPLAY 'Kundnummer på kuvertet: ' WITH NO ADVANCING
           ACCEPT wc-ret-custno
           DISPLAY 'Fakturanummer på kuvertet: ' WITH NO ADVANCING
           ACCEPT wc-ret-invno

           EXEC SQL
               SELECT DEBT_ID, CUST_ID
               INTO :w9-ret-debt-id, :w9-ret-cust-id
               FROM TUTORIAL.INVOICE
               WHERE CUSTNO = :wc-ret-custno
                 AND INVNO = :wc-ret-invno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Hittar ingen sådan faktura!'
           ELSE
      *        the return must match something we actually printed
      *        for this customer - the invoice number alone is
      *        only unique per customer
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-ret-outlog-hit
                   FROM TUTORIAL.OUTLOG
                   WHERE INVNO = :wc-ret-invno
                     AND CUST_ID = :w9-ret-cust-id
                     AND ACTIONCODE = 'P'
               END-EXEC

               IF wn-ret-outlog-hit = ZERO
                   DISPLAY 'Ingen utskrift loggad för fakturan!'
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-RET
                   MOVE T-YEAR-RET  TO wc-ret-date(1:4)
                   MOVE T-MONTH-RET TO wc-ret-date(6:2)
                   MOVE T-DAY-RET   TO wc-ret-date(9:2)
                   MOVE '-' TO wc-ret-date(5:1), wc-ret-date(8:1)

                   EXEC SQL
                       INSERT INTO TUTORIAL.RETMAIL
                       VALUES (:w9-ret-debt-id, :wc-ret-date,
                               :wc-ret-invno, 'N')
                   END-EXEC

                   IF SQLCODE = ZERO
                       MOVE 'E'    TO wc-ql-func
                       MOVE 'RETP' TO wc-ql-queue
                       MOVE w9-ret-debt-id TO w9-ql-key1
                       MOVE ZERO   TO w9-ql-key2
                       MOVE wc-ret-invno  TO wc-ql-keytext
                       PERFORM U0400-log-queue-item
                       DISPLAY 'Returpost registrerad - utskrift'
                               ' för gäldenären är spärrad!'
                   ELSE
                       DISPLAY 'Returposten kunde inte registreras!'

      *                add error trace information
                       MOVE  SQLCODE            TO wn-msg-sqlcode
                       MOVE 'TUTORIAL.RETMAIL'  TO wc-msg-tblcurs
                       MOVE 'M0182-record-return' TO wc-msg-para

                       PERFORM Z0900-error-routine
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       M0190-address-proposals.

      *    the payer details off the Bankgiro files, queued where
      *    they differed from the register - accepting one updates
      *    ADDR/DEBTOR the same way the ordinary update screens do,
      *    so the mailing addresses heal themselves from the
      *    payment traffic
           PERFORM M0191-list-addr-proposals

           DISPLAY 'Ange förslags-id att behandla, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO w9-prop-id
           ACCEPT w9-prop-id

           IF w9-prop-id NOT = ZERO
               DISPLAY 'G - Godkänn, A - Avfärda'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-prop-action

               EVALUATE FUNCTION UPPER-CASE(wc-prop-action)
                   WHEN 'G'
                       PERFORM M0192-accept-proposal
                   WHEN 'A'
                       PERFORM M0193-dismiss-proposal
                   WHEN OTHER
                       DISPLAY 'Ingen åtgärd utförd.'
               END-EVALUATE
           END-IF
           .

      **********************************************************
       M0191-list-addr-proposals.

           DISPLAY HEADLINE
           DISPLAY 'ADRESSÄNDRINGSFÖRSLAG FRÅN BANKGIRO'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN BCURSD5
           END-EXEC

           EXEC SQL
               FETCH BCURSD5
               INTO :ADDRPROP-PROP-ID, :ADDRPROP-DEBT-ID,
                    :ADDRPROP-NEWNAME:ind-prop-name,
                    :ADDRPROP-NEWSTREET:ind-prop-street,
                    :ADDRPROP-NEWPLACE:ind-prop-place,
                    :ADDRPROP-NEWORGNR:ind-prop-orgnr,
                    :ADDRPROP-PROPDATE, :ADDRPROP-SOURCE,
                    :DEBTOR-NAME, :ADDR-STREET, :ADDR-POSTNO,
                    :ADDR-PLACE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF ind-prop-name = -1
                   MOVE SPACE TO ADDRPROP-NEWNAME
               END-IF
               IF ind-prop-street = -1
                   MOVE SPACE TO ADDRPROP-NEWSTREET
               END-IF
               IF ind-prop-place = -1
                   MOVE SPACE TO ADDRPROP-NEWPLACE
               END-IF
               IF ind-prop-orgnr = -1
                   MOVE SPACE TO ADDRPROP-NEWORGNR
               END-IF

               EVALUATE TRUE
                   WHEN ADDRPROP-FROM-SPAR
                       MOVE 'SPAR' TO wc-ah-source-text
                   WHEN ADDRPROP-FROM-PLUSGIRO
                       MOVE 'PlusGiro' TO wc-ah-source-text
                   WHEN OTHER
                       MOVE 'Bankgiro' TO wc-ah-source-text
               END-EVALUATE
               DISPLAY 'Förslag ' ADDRPROP-PROP-ID ' gäldenär '
                       ADDRPROP-DEBT-ID ' (' ADDRPROP-PROPDATE ') '
                       wc-ah-source-text
               DISPLAY '  Nuvarande: ' DEBTOR-NAME
               DISPLAY '             ' ADDR-STREET
               DISPLAY '             ' ADDR-POSTNO ' ' ADDR-PLACE
               DISPLAY '  Föreslaget:' ADDRPROP-NEWNAME
               DISPLAY '             ' ADDRPROP-NEWSTREET
               DISPLAY '             ' ADDRPROP-NEWPLACE
               DISPLAY '             ' ADDRPROP-NEWORGNR

               EXEC SQL
                   FETCH BCURSD5
                   INTO :ADDRPROP-PROP-ID, :ADDRPROP-DEBT-ID,
                        :ADDRPROP-NEWNAME:ind-prop-name,
                        :ADDRPROP-NEWSTREET:ind-prop-street,
                        :ADDRPROP-NEWPLACE:ind-prop-place,
                        :ADDRPROP-NEWORGNR:ind-prop-orgnr,
                        :ADDRPROP-PROPDATE, :ADDRPROP-SOURCE,
                        :DEBTOR-NAME, :ADDR-STREET, :ADDR-POSTNO,
                        :ADDR-PLACE
               END-EXEC

           END-PERFORM

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURSD5'                 TO wc-msg-tblcurs
               MOVE 'M0191-list-addr-proposals' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

      *    close cursor
           EXEC SQL
               CLOSE BCURSD5
           END-EXEC

           DISPLAY HEADLINE
           .

      **********************************************************
       M0192-accept-proposal.

           EXEC SQL
               SELECT P.DEBT_ID, P.NEWNAME, P.NEWSTREET,
                      P.NEWPLACE, P.SOURCE, D.ADDR_ID
               INTO :ADDRPROP-DEBT-ID,
                    :ADDRPROP-NEWNAME:ind-prop-name,
                    :ADDRPROP-NEWSTREET:ind-prop-street,
                    :ADDRPROP-NEWPLACE:ind-prop-place,
                    :ADDRPROP-SOURCE, :w9-addr-id
               FROM TUTORIAL.ADDRPROP P, TUTORIAL.DEBTOR D
               WHERE P.PROP_ID = :w9-prop-id
                 AND P.STATE = 'O'
                 AND P.DEBT_ID = D.DEBT_ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Inget öppet förslag med det id-numret!'
           ELSE
               IF ind-prop-name = -1
                   MOVE SPACE TO ADDRPROP-NEWNAME
               END-IF
               IF ind-prop-street = -1
                   MOVE SPACE TO ADDRPROP-NEWSTREET
               END-IF
               IF ind-prop-place = -1
                   MOVE SPACE TO ADDRPROP-NEWPLACE
               END-IF

               MOVE 'K' TO wc-ah-func
               MOVE ADDRPROP-DEBT-ID TO w9-ah-debt-id
               MOVE w9-addr-id TO w9-ah-addr-id
               PERFORM U0410-log-address-history

               IF ADDRPROP-NEWNAME NOT = SPACE
                   EXEC SQL
                       UPDATE TUTORIAL.DEBTOR
                       SET NAME = :ADDRPROP-NEWNAME
                       WHERE DEBT_ID = :ADDRPROP-DEBT-ID
                   END-EXEC
               END-IF

               IF ADDRPROP-NEWSTREET NOT = SPACE
                   EXEC SQL
                       UPDATE TUTORIAL.ADDR
                       SET STREET = :ADDRPROP-NEWSTREET
                       WHERE ADDR_ID = :w9-addr-id
                   END-EXEC
               END-IF

      *        the 28-post carries postal code and place together;
      *        a proposed code missing from the postnummer
      *        register is refused here so a bad address never
      *        reaches the print run
               IF ADDRPROP-NEWPLACE NOT = SPACE
                   MOVE ADDRPROP-NEWPLACE(1:5) TO wc-postno
                   MOVE ADDRPROP-NEWPLACE(7:29) TO wc-place

                   PERFORM U0300-check-postno
                   IF NOT is-postno-ok
                       DISPLAY 'Föreslaget postnummer finns inte'
                               ' i postnummerregistret - förslaget'
                               ' lämnas öppet!'
                       EXIT PARAGRAPH
                   END-IF

                   EXEC SQL
                       UPDATE TUTORIAL.ADDR
                       SET POSTNO = :wc-postno,
                           PLACE = :wc-place
                       WHERE ADDR_ID = :w9-addr-id
                   END-EXEC
               END-IF

               EXEC SQL
                   UPDATE TUTORIAL.ADDRPROP
                   SET STATE = 'A'
                   WHERE PROP_ID = :w9-prop-id
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE 'C' TO wc-ah-func
                   EVALUATE TRUE
                       WHEN ADDRPROP-FROM-SPAR
                           MOVE 'S' TO wc-ah-source
                       WHEN ADDRPROP-FROM-PLUSGIRO
                           MOVE 'P' TO wc-ah-source
                       WHEN OTHER
                           MOVE 'B' TO wc-ah-source
                   END-EVALUATE
                   PERFORM U0410-log-address-history

                   MOVE 'R'    TO wc-ql-func
                   MOVE 'ADRF' TO wc-ql-queue
                   MOVE w9-prop-id TO w9-ql-key1
                   MOVE ZERO   TO w9-ql-key2
                   MOVE SPACE  TO wc-ql-keytext
                   PERFORM U0400-log-queue-item
                   DISPLAY 'Förslaget är godkänt och registret'
                           ' uppdaterat!'
               ELSE
                   DISPLAY 'Ett problem uppstod vid uppdateringen!'

      *            add error trace information
                   MOVE  SQLCODE              TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.ADDRPROP'   TO wc-msg-tblcurs
                   MOVE 'M0192-accept-proposal' TO wc-msg-para

                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       M0193-dismiss-proposal.

           EXEC SQL
               UPDATE TUTORIAL.ADDRPROP
               SET STATE = 'D'
               WHERE PROP_ID = :w9-prop-id
                 AND STATE = 'O'
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'R'    TO wc-ql-func
               MOVE 'ADRF' TO wc-ql-queue
               MOVE w9-prop-id TO w9-ql-key1
               MOVE ZERO   TO w9-ql-key2
               MOVE SPACE  TO wc-ql-keytext
               PERFORM U0400-log-queue-item
               DISPLAY 'Förslaget är avfärdat!'
           ELSE
               DISPLAY 'Inget öppet förslag med det id-numret!'
           END-IF
           .

      **********************************************************
       M0220-register-extracts.

      *    a private person's request to see what we hold about
      *    them (dataskyddsförordningen art. 15) must be answered
      *    within one month; every request is logged here with its
      *    due date and, once the document has gone out, the date
      *    it was delivered
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-RET
           MOVE T-YEAR-RET  TO wc-gdpr-today(1:4)
           MOVE T-MONTH-RET TO wc-gdpr-today(6:2)
           MOVE T-DAY-RET   TO wc-gdpr-today(9:2)
           MOVE '-' TO wc-gdpr-today(5:1), wc-gdpr-today(8:1)

           PERFORM M0221-list-extract-requests

           DISPLAY 'N - Ny begäran om registerutdrag'
           DISPLAY 'U - Framställ utdrag för registrerad begäran'
           DISPLAY 'L - Markera utdrag som levererat'
           DISPLAY 'X - Tillbaka'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-accept
           ACCEPT wc-accept

           EVALUATE FUNCTION UPPER-CASE(wc-accept)
               WHEN 'N'
                   PERFORM M0222-new-extract-request
               WHEN 'U'
                   PERFORM M0225-produce-extract
               WHEN 'L'
                   PERFORM M0226-mark-delivered
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       M0221-list-extract-requests.

           DISPLAY HEADLINE
           DISPLAY 'REGISTERUTDRAG - EJ LEVERERADE BEGÄRANDEN'
           DISPLAY HEADLINE
           DISPLAY '   Begäran  Gäldenär Mottagen   Förfaller  S'
                   ' Framställd Namn'
           DISPLAY HEADLINE

           MOVE ZERO TO wn-gdpr-count
           EXEC SQL
               OPEN BCURSD9
           END-EXEC

           EXEC SQL
               FETCH BCURSD9
               INTO :GDPRREQ-REQ-ID, :GDPRREQ-DEBT-ID,
                    :GDPRREQ-RECEIVED, :GDPRREQ-DUEDATE,
                    :GDPRREQ-STATE,
                    :GDPRREQ-EXTRDATE:ind-gdpr-extrdate,
                    :DEBTOR-NAME
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-gdpr-count
               IF ind-gdpr-extrdate < ZERO
                   MOVE SPACE TO GDPRREQ-EXTRDATE
               END-IF
               MOVE SPACE TO wc-gdpr-mark
               IF GDPRREQ-DUEDATE < wc-gdpr-today
                   MOVE '!' TO wc-gdpr-mark
               END-IF
               MOVE GDPRREQ-REQ-ID  TO we-gdpr-req-id
               MOVE GDPRREQ-DEBT-ID TO we-gdpr-debt-id
               DISPLAY wc-gdpr-mark we-gdpr-req-id we-gdpr-debt-id
                       ' ' GDPRREQ-RECEIVED ' ' GDPRREQ-DUEDATE
                       ' ' GDPRREQ-STATE ' ' GDPRREQ-EXTRDATE ' '
                       DEBTOR-NAME-TEXT(1:20)

               EXEC SQL
                   FETCH BCURSD9
                   INTO :GDPRREQ-REQ-ID, :GDPRREQ-DEBT-ID,
                        :GDPRREQ-RECEIVED, :GDPRREQ-DUEDATE,
                        :GDPRREQ-STATE,
                        :GDPRREQ-EXTRDATE:ind-gdpr-extrdate,
                        :DEBTOR-NAME
               END-EXEC
           END-PERFORM

      *    end of data

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURSD9'                 TO wc-msg-tblcurs
               MOVE 'M0221-list-extract-requests' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE BCURSD9
           END-EXEC

           IF wn-gdpr-count = ZERO
               DISPLAY 'Inga öppna begäranden.'
           ELSE
               DISPLAY '(! = svarstiden har gått ut / R = registrerad,'
                       ' W = väntar på godkännande,'
                       ' F = framställd)'
           END-IF
           DISPLAY HEADLINE
           .

      **********************************************************
       M0222-new-extract-request.

      *    inactive and protected debtors have the same right as
      *    everyone else, so the lookup is on the id alone
           DISPLAY 'Gäldenärs-id: ' WITH NO ADVANCING
           MOVE ZERO TO w9-debt-id
           ACCEPT w9-debt-id

           MOVE 'N' TO wc-protected
           EXEC SQL
               SELECT NAME, PROTECTED
               INTO :DEBTOR-NAME, :wc-protected
               FROM TUTORIAL.DEBTOR
               WHERE DEBT_ID = :w9-debt-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen gäldenär med det id-numret!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Gäldenär: ' DEBTOR-NAME-TEXT(1:40)

           PERFORM M0223-compute-due-date

           MOVE 'GDPRREQ' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, w9-gdpr-req-id

      *    a protected identity's register data only leaves the
      *    house after a second administrator has approved it
           IF is-protected-debtor
               MOVE 'W' TO wc-gdpr-state
           ELSE
               MOVE 'R' TO wc-gdpr-state
           END-IF

           EXEC SQL
               INSERT INTO TUTORIAL.GDPRREQ
               VALUES (:w9-gdpr-req-id, :w9-debt-id,
                       :wc-gdpr-today, :wc-gdpr-due,
                       :lc-operator-userid, :wc-gdpr-state,
                       NULL, NULL, NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Begäran kunde inte registreras!'

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.GDPRREQ'        TO wc-msg-tblcurs
               MOVE 'M0222-new-extract-request' TO wc-msg-para

               PERFORM Z0900-error-routine
               EXIT PARAGRAPH
           END-IF

           MOVE w9-gdpr-req-id TO we-gdpr-req-id
           DISPLAY 'Begäran ' we-gdpr-req-id ' registrerad - ska'
                   ' besvaras senast ' wc-gdpr-due

           IF is-protected-debtor
               PERFORM M0224-propose-extract
           ELSE
               CALL 'regextract' USING w9-gdpr-req-id,
                                       wc-gdpr-result
           END-IF
           .

      **********************************************************
       M0223-compute-due-date.

      *    one calendar month on from the day the request came in;
      *    the 31st of a shorter month becomes its last day
           MOVE T-YEAR-RET  TO wn-gdpr-year
           MOVE T-MONTH-RET TO wn-gdpr-month
           MOVE T-DAY-RET   TO wn-gdpr-day

           IF wn-gdpr-month = 12
               MOVE 1 TO wn-gdpr-month
               ADD 1 TO wn-gdpr-year
           ELSE
               ADD 1 TO wn-gdpr-month
           END-IF

           COMPUTE wn-gdpr-ymd = wn-gdpr-year * 10000
                               + wn-gdpr-month * 100 + 1
           COMPUTE wn-gdpr-int = FUNCTION INTEGER-OF-DATE(wn-gdpr-ymd)
           IF wn-gdpr-month = 12
               COMPUTE wn-gdpr-ymd = (wn-gdpr-year + 1) * 10000
                                   + 101
           ELSE
               COMPUTE wn-gdpr-ymd = wn-gdpr-year * 10000
                                   + (wn-gdpr-month + 1) * 100 + 1
           END-IF
           COMPUTE wn-gdpr-next-int =
               FUNCTION INTEGER-OF-DATE(wn-gdpr-ymd)
           COMPUTE wn-gdpr-mdays = wn-gdpr-next-int - wn-gdpr-int

           IF wn-gdpr-day > wn-gdpr-mdays
               MOVE wn-gdpr-mdays TO wn-gdpr-day
           END-IF

           MOVE wn-gdpr-year  TO wc-gdpr-due(1:4)
           MOVE wn-gdpr-month TO wc-gdpr-due(6:2)
           MOVE wn-gdpr-day   TO wc-gdpr-due(9:2)
           MOVE '-' TO wc-gdpr-due(5:1), wc-gdpr-due(8:1)
           .

      **********************************************************
       M0224-propose-extract.

      *    four eyes: the request waits in the approval queue and a
      *    different administrator produces the extract from
      *    underhållsmenyn
           EXEC SQL
               OPEN BCURSD10
           END-EXEC

           EXEC SQL
               FETCH BCURSD10
               INTO :wn-next-appr-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-next-appr-id
           END-IF

           EXEC SQL
               CLOSE BCURSD10
           END-EXEC

           ADD 1 TO wn-next-appr-id

           MOVE SPACE TO wc-appr-reason
           MOVE w9-gdpr-req-id TO we-gdpr-req-id
           STRING 'Registerutdrag skyddad identitet, begäran '
                  DELIMITED BY SIZE
                  we-gdpr-req-id DELIMITED BY SIZE
               INTO wc-appr-reason
           END-STRING

           EXEC SQL
               INSERT INTO TUTORIAL.APPROVAL
               VALUES (:wn-next-appr-id, 'GDPREXTR',
                       :w9-gdpr-req-id, :w9-debt-id, 0,
                       :wc-appr-reason, :lc-operator-userid,
                       :wc-gdpr-today, NULL, 'P')
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'E'    TO wc-ql-func
               MOVE 'GODK' TO wc-ql-queue
               MOVE wn-next-appr-id TO w9-ql-key1
               MOVE ZERO   TO w9-ql-key2
               MOVE SPACE  TO wc-ql-keytext
               PERFORM U0400-log-queue-item
               DISPLAY 'Skyddad identitet - utdraget väntar på en'
                       ' andra administratör (meny 70/85)!'
           ELSE
               DISPLAY 'Förslaget kunde inte registreras!'

      *        add error trace information
               MOVE  SQLCODE               TO wn-msg-sqlcode
               MOVE 'TUTORIAL.APPROVAL'    TO wc-msg-tblcurs
               MOVE 'M0224-propose-extract' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       M0225-produce-extract.

      *    a request left registered (the file could not be written
      *    the first time) is produced again from here; a protected
      *    debtor's request is only produced from the approval queue
           DISPLAY 'Begäran nr: ' WITH NO ADVANCING
           MOVE ZERO TO w9-gdpr-req-id
           ACCEPT w9-gdpr-req-id

           EXEC SQL
               SELECT STATE
               INTO :wc-gdpr-state
               FROM TUTORIAL.GDPRREQ
               WHERE REQ_ID = :w9-gdpr-req-id
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   DISPLAY 'Ingen sådan begäran!'
               WHEN wc-gdpr-state = 'W'
                   DISPLAY 'Skyddad identitet - utdraget framställs'
                           ' via åtgärdskön (meny 70/85)!'
               WHEN wc-gdpr-state = 'L'
                   DISPLAY 'Utdraget är redan levererat!'
               WHEN OTHER
                   CALL 'regextract' USING w9-gdpr-req-id,
                                           wc-gdpr-result
           END-EVALUATE
           .

      **********************************************************
       M0226-mark-delivered.

           DISPLAY 'Begäran nr: ' WITH NO ADVANCING
           MOVE ZERO TO w9-gdpr-req-id
           ACCEPT w9-gdpr-req-id

           EXEC SQL
               UPDATE TUTORIAL.GDPRREQ
               SET STATE = 'L',
                   DELIVERED = :wc-gdpr-today
               WHERE REQ_ID = :w9-gdpr-req-id
                 AND STATE = 'F'
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Utdraget är markerat som levererat '
                       wc-gdpr-today
           ELSE
               DISPLAY 'Ingen framställd begäran med det numret!'
           END-IF
           .

      **********************************************************
       M0230-legal-holds.

      *    a debtor in a court case, under Kronofogden, in a
      *    konkurs estate or in an open dispute must not be
      *    anonymized or have its history moved away because of
      *    age alone; the hold is kept per debtor, invoice or
      *    customer with a review date, and every retention run
      *    lists what it left alone because of it
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-RET
           MOVE T-YEAR-RET  TO wc-hold-today(1:4)
           MOVE T-MONTH-RET TO wc-hold-today(6:2)
           MOVE T-DAY-RET   TO wc-hold-today(9:2)
           MOVE '-' TO wc-hold-today(5:1), wc-hold-today(8:1)

           PERFORM M0231-list-legal-holds

           DISPLAY 'N - Ny bevarandespärr'
           DISPLAY 'O - Ompröva (nytt omprövningsdatum)'
           DISPLAY 'H - Häv spärr'
           DISPLAY 'X - Tillbaka'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-accept
           ACCEPT wc-accept

           EVALUATE FUNCTION UPPER-CASE(wc-accept)
               WHEN 'N'
                   PERFORM M0232-add-legal-hold
               WHEN 'O'
                   PERFORM M0233-review-legal-hold
               WHEN 'H'
                   PERFORM M0234-release-legal-hold
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       M0231-list-legal-holds.

           DISPLAY HEADLINE
           DISPLAY 'BEVARANDESPÄRRAR (LEGAL HOLD) I KRAFT'
           DISPLAY HEADLINE
           DISPLAY '    Spärr T       Id O Från       Ompröva'
                   '    Operatör'
           DISPLAY HEADLINE

           MOVE ZERO TO wn-hold-count
           EXEC SQL
               OPEN BCURSD11
           END-EXEC

           EXEC SQL
               FETCH BCURSD11
               INTO :LEGALHOLD-HOLD-ID, :LEGALHOLD-SCOPE,
                    :LEGALHOLD-DEBT-ID, :LEGALHOLD-INV-ID,
                    :LEGALHOLD-CUST-ID, :LEGALHOLD-REASON,
                    :LEGALHOLD-REASONTXT, :LEGALHOLD-OPERATOR,
                    :LEGALHOLD-STARTDATE, :LEGALHOLD-REVIEWDATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-hold-count
               MOVE SPACE TO wc-hold-mark
               IF LEGALHOLD-REVIEWDATE <= wc-hold-today
                   MOVE '!' TO wc-hold-mark
               END-IF
               EVALUATE TRUE
                   WHEN LEGALHOLD-ON-DEBTOR
                       MOVE LEGALHOLD-DEBT-ID TO we-hold-key-id
                   WHEN LEGALHOLD-ON-INVOICE
                       MOVE LEGALHOLD-INV-ID  TO we-hold-key-id
                   WHEN OTHER
                       MOVE LEGALHOLD-CUST-ID TO we-hold-key-id
               END-EVALUATE
               MOVE LEGALHOLD-HOLD-ID TO we-hold-id
               DISPLAY wc-hold-mark we-hold-id ' ' LEGALHOLD-SCOPE
                       ' ' we-hold-key-id ' ' LEGALHOLD-REASON ' '
                       LEGALHOLD-STARTDATE ' '
                       LEGALHOLD-REVIEWDATE ' ' LEGALHOLD-OPERATOR
               DISPLAY '           '
                       LEGALHOLD-REASONTXT-TEXT(1:60)

               EXEC SQL
                   FETCH BCURSD11
                   INTO :LEGALHOLD-HOLD-ID, :LEGALHOLD-SCOPE,
                        :LEGALHOLD-DEBT-ID, :LEGALHOLD-INV-ID,
                        :LEGALHOLD-CUST-ID, :LEGALHOLD-REASON,
                        :LEGALHOLD-REASONTXT, :LEGALHOLD-OPERATOR,
                        :LEGALHOLD-STARTDATE, :LEGALHOLD-REVIEWDATE
               END-EXEC
           END-PERFORM

      *    end of data

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURSD11'                TO wc-msg-tblcurs
               MOVE 'M0231-list-legal-holds'  TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE BCURSD11
           END-EXEC

           IF wn-hold-count = ZERO
               DISPLAY 'Inga bevarandespärrar i kraft.'
           ELSE
               DISPLAY '(! = ska omprövas / T: G = gäldenär,'
                       ' F = faktura, K = kund / O: R = rättegång,'
                       ' K = kronofogden, B = konkursbo,'
                       ' T = tvist, O = övrigt)'
           END-IF
           DISPLAY HEADLINE
           .

      **********************************************************
       M0232-add-legal-hold.

           DISPLAY 'Spärren gäller G = gäldenär, F = faktura,'
                   ' K = kund: ' WITH NO ADVANCING
           MOVE SPACE TO wc-hold-scope
           ACCEPT wc-hold-scope
           MOVE FUNCTION UPPER-CASE(wc-hold-scope) TO wc-hold-scope

           MOVE ZERO TO w9-hold-debt-id, w9-hold-inv-id,
                        w9-hold-cust-id

      *    only the key the hold is placed on is filled in, the
      *    other two stay zero - the runs match on each key alone
           EVALUATE wc-hold-scope
               WHEN 'G'
                   DISPLAY 'Gäldenärs-id: ' WITH NO ADVANCING
                   ACCEPT w9-hold-debt-id
                   EXEC SQL
                       SELECT NAME
                       INTO :DEBTOR-NAME
                       FROM TUTORIAL.DEBTOR
                       WHERE DEBT_ID = :w9-hold-debt-id
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Ingen gäldenär med det id-numret!'
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY 'Gäldenär: ' DEBTOR-NAME-TEXT(1:40)
               WHEN 'F'
                   DISPLAY 'Kundnummer: ' WITH NO ADVANCING
                   MOVE SPACE TO wc-hold-custno
                   ACCEPT wc-hold-custno
                   DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
                   MOVE SPACE TO wc-hold-invno
                   ACCEPT wc-hold-invno
                   EXEC SQL
                       SELECT INV_ID
                       INTO :w9-hold-inv-id
                       FROM TUTORIAL.INVOICE
                       WHERE CUSTNO = :wc-hold-custno
                         AND INVNO = :wc-hold-invno
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Hittar ingen sådan faktura!'
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'K'
                   DISPLAY 'Kundnummer: ' WITH NO ADVANCING
                   MOVE SPACE TO wc-hold-custno
                   ACCEPT wc-hold-custno
                   EXEC SQL
                       SELECT CUST_ID
                       INTO :w9-hold-cust-id
                       FROM TUTORIAL.CUSTOMER
                       WHERE CUSTNO = :wc-hold-custno
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Ingen kund med det kundnumret!'
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY 'Ogiltig typ!'
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY 'Orsak R = rättegång, K = kronofogden,'
                   ' B = konkursbo, T = tvist, O = övrigt: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-hold-reason
           ACCEPT wc-hold-reason
           MOVE FUNCTION UPPER-CASE(wc-hold-reason) TO wc-hold-reason
           IF wc-hold-reason NOT = 'R' AND wc-hold-reason NOT = 'K'
              AND wc-hold-reason NOT = 'B'
              AND wc-hold-reason NOT = 'T'
              AND wc-hold-reason NOT = 'O'
               DISPLAY 'Ogiltig orsak!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Beskrivning (mål-/ärendenummer): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-hold-text
           ACCEPT wc-hold-text
           IF wc-hold-text = SPACE
               DISPLAY 'En beskrivning måste anges!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Omprövas senast (ÅÅÅÅ-MM-DD): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-hold-review
           ACCEPT wc-hold-review
           IF wc-hold-review = SPACE
              OR wc-hold-review(5:1) NOT = '-'
              OR wc-hold-review(8:1) NOT = '-'
               DISPLAY 'Ett omprövningsdatum måste anges!'
               EXIT PARAGRAPH
           END-IF

           MOVE 'LEGALHOLD' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, w9-hold-id

           EXEC SQL
               INSERT INTO TUTORIAL.LEGALHOLD
               VALUES (:w9-hold-id, :wc-hold-scope,
                       :w9-hold-debt-id, :w9-hold-inv-id,
                       :w9-hold-cust-id, :wc-hold-reason,
                       :wc-hold-text, :lc-operator-userid,
                       :wc-hold-today, :wc-hold-review,
                       NULL, NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Spärren kunde inte sparas!'

      *        add error trace information
               MOVE  SQLCODE               TO wn-msg-sqlcode
               MOVE 'TUTORIAL.LEGALHOLD'   TO wc-msg-tblcurs
               MOVE 'M0232-add-legal-hold' TO wc-msg-para

               PERFORM Z0900-error-routine
           ELSE
               MOVE w9-hold-id TO we-hold-id
               DISPLAY 'Bevarandespärr ' we-hold-id ' registrerad.'
           END-IF
           .

      **********************************************************
       M0233-review-legal-hold.

      *    the hold was looked at and still stands - it stays in
      *    force with a new date for the next review
           DISPLAY 'Spärr nr: ' WITH NO ADVANCING
           MOVE ZERO TO w9-hold-id
           ACCEPT w9-hold-id

           DISPLAY 'Nästa omprövning (ÅÅÅÅ-MM-DD): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-hold-review
           ACCEPT wc-hold-review
           IF wc-hold-review <= wc-hold-today
              OR wc-hold-review(5:1) NOT = '-'
              OR wc-hold-review(8:1) NOT = '-'
               DISPLAY 'Omprövningsdatumet måste ligga framåt i'
                       ' tiden!'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.LEGALHOLD
               SET REVIEWDATE = :wc-hold-review
               WHERE HOLD_ID = :w9-hold-id
                 AND RELEASED IS NULL
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Spärren står kvar - omprövas '
                       wc-hold-review
           ELSE
               DISPLAY 'Ingen spärr i kraft med det numret!'
           END-IF
           .

      **********************************************************
       M0234-release-legal-hold.

      *    lifting a hold opens the data to the retention runs
      *    again, so it is kept to administrators; the row stays
      *    with who released it and when
           IF NOT lc-is-admin-operator
               DISPLAY 'Behörighet saknas - en administratör'
                       ' häver spärren!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Spärr nr: ' WITH NO ADVANCING
           MOVE ZERO TO w9-hold-id
           ACCEPT w9-hold-id

           EXEC SQL
               UPDATE TUTORIAL.LEGALHOLD
               SET RELEASED = :wc-hold-today,
                   RELEASEDBY = :lc-operator-userid
               WHERE HOLD_ID = :w9-hold-id
                 AND RELEASED IS NULL
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Spärren är hävd.'
           ELSE
               DISPLAY 'Ingen spärr i kraft med det numret!'
           END-IF
           .

                    MOVE SPACE TO wc-note
                END-IF

      *         every debtor opened for details is a read of its
      *         personal data
                MOVE 'M0120' TO wc-rl-func
                MOVE w9-debt-id TO w9-rl-debt-id
                MOVE ZERO TO w9-rl-inv-id
                CALL 'readlog' USING wc-rl-func, w9-rl-debt-id,
                                     w9-rl-inv-id, lc-operator-userid

      *         a protected identity's address never reaches the
      *         work fields the screens display - the register
      *         row is only readable through the four-eyes flow

           .

      **********************************************************
       U0400-log-queue-item.

      *    an item entering or leaving one of the worklist queues,
      *    timed and with the operator for the queue aging report
           CALL 'queuelog' USING wc-ql-func, wc-ql-queue, w9-ql-key1,
                                 w9-ql-key2, wc-ql-keytext,
                                 lc-operator-userid
           .

      **********************************************************
       U0410-log-address-history.

      *    the debtor's address as it is before a change (K) or
      *    after it (C), with what moved it and the operator
           CALL 'addrhist' USING wc-ah-func, w9-ah-debt-id,
                                 w9-ah-addr-id, wc-ah-source,
                                 lc-operator-userid
           .

      **********************************************************
       Z0900-error-routine.

