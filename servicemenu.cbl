
           EXEC SQL INCLUDE CUSTAUDIT END-EXEC.

           EXEC SQL INCLUDE CUSTPRICE END-EXEC.

           EXEC SQL INCLUDE SRVBUNDLE END-EXEC.

      **********************************************************
      *    cursor area
      **********************************************************
               ORDER BY SRV_ID, MINQTY
           END-EXEC

      *    negotiated customer prices still running on the
      *    effective date, for the indexation run; an agreement
      *    starting on or after that date was struck at the new
      *    level already and is left out
           EXEC SQL
               DECLARE BCURSRV10 CURSOR FOR
               SELECT CP.CUSTPRICE_ID, CP.CUST_ID, C.CUSTNO,
                      CP.SRV_ID, S.ARTNO, CP.PRICE, CP.VALIDTO,
                      CP.INDEXRULE
               FROM TUTORIAL.CUSTPRICE CP, TUTORIAL.CUSTOMER C,
                    TUTORIAL.SRV S
               WHERE CP.CUST_ID = C.CUST_ID
                 AND CP.SRV_ID = S.SRV_ID
                 AND CP.VALIDFROM < :wc-price-validfrom
                 AND (CP.VALIDTO IS NULL
                      OR CP.VALIDTO >= :wc-price-validfrom)
               ORDER BY C.CUSTNO, S.ARTNO
           END-EXEC

      *    get highest primary key in CUSTPRICE table
           EXEC SQL
               DECLARE BCURSRV11 CURSOR FOR
               SELECT CUSTPRICE_ID
               FROM TUTORIAL.CUSTPRICE
               ORDER BY CUSTPRICE_ID DESC
           END-EXEC

      *    the components of the selected bundle article
           EXEC SQL
               DECLARE BCURSRV12 CURSOR FOR
               SELECT B.COMP_SRV_ID, S.ARTNO, S.DESCRIPTION,
                      S.CHARGE, B.INCLQTY
               FROM TUTORIAL.SRVBUNDLE B, TUTORIAL.SRV S
               WHERE B.BUNDLE_SRV_ID = :w9-srv-id
                 AND B.COMP_SRV_ID = S.SRV_ID
               ORDER BY B.COMP_SRV_ID
           END-EXEC

      *    get highest primary key in CUSTAUDIT table
           EXEC SQL
               DECLARE BCURSRV9 CURSOR FOR
       01  wc-audit-columnname          PIC X(30)    VALUE SPACE.
       01  wc-audit-oldvalue            PIC X(254)   VALUE SPACE.
       01  wc-audit-newvalue            PIC X(254)   VALUE SPACE.
       01  w9-audit-cust-id             PIC S9(9)           COMP
                                                       VALUE ZERO.
       01  TODAYS-DATE-AUDIT.
           05  T-YEAR-AUDIT             PIC X(4).
           05  T-MONTH-AUDIT            PIC X(2).
           05  T-SECOND-AUDIT           PIC X(2).
           05  FILLER                   PIC X(7).

      *    negotiated customer prices in the indexation run: each
      *    agreement carries its own index rule, shown per row in
      *    the preview and logged per row when applied
       01  w9-custprice-id              PIC S9(9)         COMP.
       01  w9-custprice-new-id          PIC S9(9)         COMP.
       01  ind-cp-validto               PIC S9(4)         COMP.
       01  wn-cp-index-count            PIC 9(5)     VALUE ZERO.
       01  wn-cp-fixed-count            PIC 9(5)     VALUE ZERO.

      *    bundle (paketerbjudande) variables: a type K article
      *    whose components each include a monthly volume
       01  w9-comp-srv-id               PIC S9(9)         COMP.
       01  w9-inclqty                   PIC S9(9)         COMP.
       01  we-inclqty                   PIC Z(8)9    VALUE ZERO.
       01  wc-bundle-type               PIC X(1)     VALUE SPACE.

      *    volume price break variables
       01  w9-srvprice-id               PIC S9(9)         COMP.
       01  w9-minqty                    PIC S9(9)         COMP.
                   PERFORM M0190-list-service-customers
               WHEN '66'
                   PERFORM M0200-index-prices
               WHEN '67'
                   PERFORM M0210-manage-bundle
               WHEN OTHER
                   DISPLAY 'Fel menyval från huvudprogram!'
           END-EVALUATE
           DISPLAY HEADLINE
           DISPLAY 'Ge typkoden för denna tjänst '  WITH NO ADVANCING
           DISPLAY 'P för skriva ut fakturor, I fakturabevakning '
           DISPLAY 'B för informationsbrev, K för paketerbjudande '
           DISPLAY 'E för e-faktura, U för SMS, A för arkivering '
           DISPLAY 'D för digital brevlåda, R för reklambilaga '
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept(1:1)

                   MOVE FUNCTION UPPER-CASE(wc-accept) TO wc-srv-type
               WHEN wc-accept = 'I' OR wc-accept = 'i'
                   MOVE FUNCTION UPPER-CASE(wc-accept) TO wc-srv-type
               WHEN wc-accept = 'B' OR wc-accept = 'b'
                   MOVE FUNCTION UPPER-CASE(wc-accept) TO wc-srv-type
               WHEN wc-accept = 'K' OR wc-accept = 'k'
                   MOVE FUNCTION UPPER-CASE(wc-accept) TO wc-srv-type
               WHEN wc-accept = 'E' OR wc-accept = 'e'
                   MOVE FUNCTION UPPER-CASE(wc-accept) TO wc-srv-type
               WHEN wc-accept = 'U' OR wc-accept = 'u'
                   MOVE FUNCTION UPPER-CASE(wc-accept) TO wc-srv-type
               WHEN wc-accept = 'A' OR wc-accept = 'a'
                   MOVE FUNCTION UPPER-CASE(wc-accept) TO wc-srv-type
               WHEN wc-accept = 'D' OR wc-accept = 'd'
                   MOVE FUNCTION UPPER-CASE(wc-accept) TO wc-srv-type
               WHEN wc-accept = 'R' OR wc-accept = 'r'
                   MOVE FUNCTION UPPER-CASE(wc-accept) TO wc-srv-type
               WHEN OTHER
                   SET is-invalid-user-input TO TRUE
           END-EVALUATE
           END-IF
           .

      **********************************************************
       M0210-manage-bundle.

      *    a bundle is sold at one package price; its components
      *    and the volume each includes per month are kept here,
      *    and the billing run charges anything beyond that at the
      *    component's list or tier price
           PERFORM U0100-confirm-id-number

           IF is-existing-id-number
               MOVE SPACE TO wc-bundle-type
               EXEC SQL
                   SELECT TYPE
                   INTO :wc-bundle-type
                   FROM TUTORIAL.SRV
                   WHERE SRV_ID = :w9-srv-id
               END-EXEC
           END-IF

           IF is-existing-id-number AND wc-bundle-type = 'K'

               PERFORM U0800-list-bundle-components

      *        add any number of components, one at a time
               DISPLAY HEADLINE
               DISPLAY 'Lägg till komponent (artikel-id), en i taget'
               DISPLAY '(0 eller <Enter> avslutar tillägg)'
               MOVE 1 TO w9-comp-srv-id
               PERFORM UNTIL w9-comp-srv-id = ZERO
                   DISPLAY ': ' WITH NO ADVANCING
                   MOVE ZERO TO w9-comp-srv-id
                   ACCEPT w9-comp-srv-id
                   IF w9-comp-srv-id NOT = ZERO
                       DISPLAY 'Ingående volym per månad'
                       DISPLAY ': ' WITH NO ADVANCING
                       MOVE ZERO TO w9-inclqty
                       ACCEPT w9-inclqty
                       PERFORM M0211-add-bundle-component
                   END-IF
               END-PERFORM

      *        remove any number of components, one at a time
               DISPLAY HEADLINE
               DISPLAY 'Ta bort komponent (artikel-id), en i taget'
               DISPLAY '(0 eller <Enter> avslutar borttagning)'
               MOVE 1 TO w9-comp-srv-id
               PERFORM UNTIL w9-comp-srv-id = ZERO
                   DISPLAY ': ' WITH NO ADVANCING
                   MOVE ZERO TO w9-comp-srv-id
                   ACCEPT w9-comp-srv-id
                   IF w9-comp-srv-id NOT = ZERO
                       PERFORM M0212-remove-bundle-component
                   END-IF
               END-PERFORM

           ELSE
               DISPLAY 'Ogiltigt id nummer - ange en artikel av'
                       ' typ K (paketerbjudande)'
           END-IF
           .

      **********************************************************
       M0211-add-bundle-component.

      *    a component is an ordinary active article - a bundle
      *    inside a bundle is not billed
           MOVE SPACE TO wc-bundle-type
           EXEC SQL
               SELECT TYPE
               INTO :wc-bundle-type
               FROM TUTORIAL.SRV
               WHERE SRV_ID = :w9-comp-srv-id
                 AND ACTIVE = 'Y'
           END-EXEC

           IF SQLCODE NOT = ZERO OR wc-bundle-type = 'K'
              OR w9-inclqty < ZERO
               DISPLAY 'Indata saknas eller är felaktiga!'
           ELSE
               EXEC SQL
                   INSERT INTO TUTORIAL.SRVBUNDLE
                   VALUES (:w9-srv-id, :w9-comp-srv-id,
                           :w9-inclqty)
               END-EXEC

               IF SQLCODE = ZERO
                   DISPLAY 'Komponent tillagd!'
               ELSE
                   DISPLAY 'Komponenten kunde inte läggas till!'

      *            add error trace information
                   MOVE  SQLCODE                  TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.SRVBUNDLE'      TO wc-msg-tblcurs
                   MOVE 'M0211-add-bundle-component' TO wc-msg-para

                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       M0212-remove-bundle-component.

           EXEC SQL
               DELETE FROM TUTORIAL.SRVBUNDLE
               WHERE BUNDLE_SRV_ID = :w9-srv-id
               AND COMP_SRV_ID = :w9-comp-srv-id
           END-EXEC

           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO we-sqlrows
               DISPLAY we-sqlrows ' rad i registret borttagen'
           ELSE
               IF SQLCODE = 100
                   DISPLAY 'Artikeln ingår inte i paketet!'
               ELSE
                   DISPLAY 'Ett problem uppstod vid borttagningen'

      *            add error trace information
                   MOVE  SQLCODE                  TO wn-msg-sqlcode
                   MOVE 'TUTORIAL.SRVBUNDLE'      TO wc-msg-tblcurs
                   MOVE 'M0212-remove-bundle-component'
                                                  TO wc-msg-para

                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       M0200-index-prices.

      *    enter the contractual index percentage and its effective
      *    date, see the whole resulting price list next to the
      *    current one, and apply it across SRV and SRVPRICE with
      *    every old/new value written to the audit log; the
      *    customers' negotiated prices follow the index rule
      *    agreed on each one
           IF NOT lc-is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE

                   IF FUNCTION UPPER-CASE(wc-accept) = 'J'
                       PERFORM M0202-apply-indexation
                       PERFORM M0204-apply-custprice-index
                       DISPLAY 'Indexhöjningen är genomförd - '
                               wn-index-count ' priser ändrade!'
                       DISPLAY 'Avtalspriser: ' wn-cp-index-count
                               ' indexerade, ' wn-cp-fixed-count
                               ' fasta enligt avtal'
                   ELSE
                       DISPLAY 'Indexhöjningen avbröts.'
                   END-IF
           EXEC SQL
               CLOSE BCURSRV8
           END-EXEC

           PERFORM M0203-preview-custprice-index
           .

      **********************************************************
       M0202-apply-indexation.

           MOVE ZERO TO wn-index-count
           MOVE ZERO TO w9-audit-cust-id

           EXEC SQL
               OPEN BCURSRV7
           END-EXEC
           .

      **********************************************************
       M0203-preview-custprice-index.

           DISPLAY 'Avtalspriser (J = indexeras enligt avtal):'

           EXEC SQL
               OPEN BCURSRV10
           END-EXEC

           EXEC SQL
               FETCH BCURSRV10
               INTO :w9-custprice-id, :CUSTPRICE-CUST-ID,
                    :CUSTOMER-CUSTNO, :CUSTPRICE-SRV-ID, :SRV-ARTNO,
                    :CUSTPRICE-PRICE,
                    :CUSTPRICE-VALIDTO:ind-cp-validto,
                    :CUSTPRICE-INDEXRULE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE CUSTPRICE-PRICE TO we-charge
               IF CUSTPRICE-IS-INDEXED
                   COMPUTE w9-index-new-charge ROUNDED =
                       CUSTPRICE-PRICE * (1 + w9-index-pct / 100)
                   MOVE w9-index-new-charge TO we-new-charge
                   DISPLAY CUSTOMER-CUSTNO-TEXT(1:10) '|' SRV-ARTNO
                           '|' we-charge '|' we-new-charge '|J'
               ELSE
                   DISPLAY CUSTOMER-CUSTNO-TEXT(1:10) '|' SRV-ARTNO
                           '|' we-charge '|' we-charge
                           '|N - fast pris'
               END-IF

               EXEC SQL
                   FETCH BCURSRV10
                   INTO :w9-custprice-id, :CUSTPRICE-CUST-ID,
                        :CUSTOMER-CUSTNO, :CUSTPRICE-SRV-ID,
                        :SRV-ARTNO, :CUSTPRICE-PRICE,
                        :CUSTPRICE-VALIDTO:ind-cp-validto,
                        :CUSTPRICE-INDEXRULE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE BCURSRV10
           END-EXEC
           .

      **********************************************************
      *    an indexed agreement is split at the effective date:
      *    the old row ends the day before and a new row carries
      *    the raised price on, so earlier periods still bill at
      *    the old price; a fixed one is left alone, and either
      *    decision is written to the customer's audit trail
       M0204-apply-custprice-index.

           MOVE ZERO TO wn-cp-index-count
           MOVE ZERO TO wn-cp-fixed-count

           EXEC SQL
               OPEN BCURSRV10
           END-EXEC

           EXEC SQL
               FETCH BCURSRV10
               INTO :w9-custprice-id, :CUSTPRICE-CUST-ID,
                    :CUSTOMER-CUSTNO, :CUSTPRICE-SRV-ID, :SRV-ARTNO,
                    :CUSTPRICE-PRICE,
                    :CUSTPRICE-VALIDTO:ind-cp-validto,
                    :CUSTPRICE-INDEXRULE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE CUSTPRICE-CUST-ID    TO w9-audit-cust-id
               MOVE 'TUTORIAL.CUSTPRICE' TO wc-audit-tablename
               MOVE 'PRICE'              TO wc-audit-columnname
               MOVE CUSTPRICE-PRICE TO we-charge
               MOVE we-charge TO wc-audit-oldvalue

               IF CUSTPRICE-IS-INDEXED
                   COMPUTE w9-index-new-charge ROUNDED =
                       CUSTPRICE-PRICE * (1 + w9-index-pct / 100)

                   PERFORM M0205-split-custprice

                   MOVE w9-index-new-charge TO we-new-charge
                   MOVE SPACE TO wc-audit-newvalue
                   STRING we-new-charge DELIMITED BY SIZE
                          ' fr.o.m. ' DELIMITED BY SIZE
                          wc-price-validfrom DELIMITED BY SIZE
                          ' (index enligt avtal)' DELIMITED BY SIZE
                       INTO wc-audit-newvalue
                   END-STRING
                   ADD 1 TO wn-cp-index-count
               ELSE
                   MOVE SPACE TO wc-audit-newvalue
                   STRING we-charge DELIMITED BY SIZE
                          ' oförändrat - fast pris enligt avtal'
                              DELIMITED BY SIZE
                       INTO wc-audit-newvalue
                   END-STRING
                   ADD 1 TO wn-cp-fixed-count
               END-IF

               PERFORM U0700-log-price-audit

               EXEC SQL
                   FETCH BCURSRV10
                   INTO :w9-custprice-id, :CUSTPRICE-CUST-ID,
                        :CUSTOMER-CUSTNO, :CUSTPRICE-SRV-ID,
                        :SRV-ARTNO, :CUSTPRICE-PRICE,
                        :CUSTPRICE-VALIDTO:ind-cp-validto,
                        :CUSTPRICE-INDEXRULE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE BCURSRV10
           END-EXEC

           MOVE ZERO TO w9-audit-cust-id
           .

      **********************************************************
       M0205-split-custprice.

           EXEC SQL
               OPEN BCURSRV11
           END-EXEC

           EXEC SQL
               FETCH BCURSRV11
               INTO :w9-custprice-new-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-custprice-new-id
           END-IF

           ADD 1 TO w9-custprice-new-id

           EXEC SQL
               CLOSE BCURSRV11
           END-EXEC

           EXEC SQL
               UPDATE TUTORIAL.CUSTPRICE
               SET VALIDTO = DATE(:wc-price-validfrom) - 1 DAY
               WHERE CUSTPRICE_ID = :w9-custprice-id
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO TUTORIAL.CUSTPRICE
                   VALUES (:w9-custprice-new-id, :CUSTPRICE-CUST-ID,
                           :CUSTPRICE-SRV-ID, :w9-index-new-charge,
                           :wc-price-validfrom,
                           :CUSTPRICE-VALIDTO:ind-cp-validto,
                           :CUSTPRICE-INDEXRULE, :wc-price-today)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY 'Avtalspris kunde inte indexeras för kund '
                       CUSTOMER-CUSTNO-TEXT(1:10)

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.CUSTPRICE'      TO wc-msg-tblcurs
               MOVE 'M0205-split-custprice'   TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
      *    records one CUSTAUDIT row per changed price, the same
      *    audit mechanism the customer register updates use;
      *    CUST_ID 0 marks a register-wide change, a negotiated
      *    customer price is logged on its own customer
       U0700-log-price-audit.

           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE-AUDIT

           EXEC SQL
               INSERT INTO TUTORIAL.CUSTAUDIT
               VALUES (:w9-custaudit-id, :w9-audit-cust-id,
                       :wc-audit-tablename, :wc-audit-columnname,
                       :wc-audit-oldvalue, :wc-audit-newvalue,
                       :wc-audit-timestamp)
           END-IF
           .

      **********************************************************
       U0800-list-bundle-components.

           DISPLAY HEADLINE
           DISPLAY 'INNEHÅLL I PAKETET ' wc-artno
           DISPLAY HEADLINE
           DISPLAY 'Id|Artikel   |Listpris|Ingår per månad'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN BCURSRV12
           END-EXEC

           EXEC SQL
               FETCH BCURSRV12
               INTO :SRVBUNDLE-COMP-SRV-ID, :SRV-ARTNO,
                    :SRV-DESCRIPTION, :SRV-CHARGE,
                    :SRVBUNDLE-INCLQTY
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE SRVBUNDLE-COMP-SRV-ID TO we-srv-id
               MOVE SRV-CHARGE TO we-charge
               MOVE SRVBUNDLE-INCLQTY TO we-inclqty
               DISPLAY we-srv-id '|' SRV-ARTNO-TEXT(1:10)
                       '|' we-charge '  |' we-inclqty

               EXEC SQL
                   FETCH BCURSRV12
                   INTO :SRVBUNDLE-COMP-SRV-ID, :SRV-ARTNO,
                        :SRV-DESCRIPTION, :SRV-CHARGE,
                        :SRVBUNDLE-INCLQTY
               END-EXEC

           END-PERFORM

      *    end of data
           IF SQLSTATE NOT = "02000"

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'BCURSRV12'               TO wc-msg-tblcurs
               MOVE 'U0800-list-bundle-components' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE BCURSRV12
           END-EXEC
           .

      **********************************************************
       U0300-list-price-tiers.

