               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROV-FS.

           SELECT KONTROLLFIL ASSIGN TO wc-me-ctl-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KONTROLL-FS.

           SELECT RPTCSVFIL ASSIGN TO wc-rpt-csv-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-CSV-FS.

           SELECT SIGFIL ASSIGN TO wc-sig-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIG-FS.

      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       FD  PROVRPT.
       01  PROV-POST               PIC X(100).

       FD  KONTROLLFIL.
       01  KONTROLL-POST           PIC X(100).

       FD  SIGFIL.
       01  SIG-POST                PIC X(100).

      **********************************************************
       WORKING-STORAGE SECTION.


           EXEC SQL INCLUDE THRESHOLD END-EXEC.

           EXEC SQL INCLUDE OUTKEY END-EXEC.

           EXEC SQL INCLUDE OUTFILEREG END-EXEC.

           EXEC SQL INCLUDE ARCHIVE END-EXEC.

           EXEC SQL INCLUDE IMPPROFILE END-EXEC.

           EXEC SQL INCLUDE STGAPP END-EXEC.

           EXEC SQL INCLUDE STGANOM END-EXEC.

           EXEC SQL INCLUDE CUSTAUDIT END-EXEC.

           EXEC SQL INCLUDE RPTSUBS END-EXEC.

           EXEC SQL INCLUDE INVAPP END-EXEC.

           EXEC SQL INCLUDE INVFEE END-EXEC.

           EXEC SQL INCLUDE KFMCASE END-EXEC.

           EXEC SQL INCLUDE DEBTSALE END-EXEC.

           EXEC SQL INCLUDE DEBTMAP END-EXEC.

           EXEC SQL INCLUDE DEBTTERMS END-EXEC.

           EXEC SQL INCLUDE TAXRED END-EXEC.

           EXEC SQL INCLUDE RECURINV END-EXEC.

           EXEC SQL INCLUDE RECURITEM END-EXEC.

           EXEC SQL INCLUDE LETTER END-EXEC.

           EXEC SQL INCLUDE LETTERTXT END-EXEC.

           EXEC SQL INCLUDE REVBUDGET END-EXEC.

           EXEC SQL INCLUDE STAFF END-EXEC.

           EXEC SQL INCLUDE COSTRATE END-EXEC.

           EXEC SQL INCLUDE CONTACTLOG END-EXEC.

           EXEC SQL INCLUDE STATINLOG END-EXEC.

           EXEC SQL INCLUDE STATOUTLOG END-EXEC.

           EXEC SQL INCLUDE STATINVOICE END-EXEC.

           EXEC SQL INCLUDE STATARTICLE END-EXEC.

           EXEC SQL INCLUDE RAFINDING END-EXEC.

           EXEC SQL INCLUDE CONSUMABLE END-EXEC.

           EXEC SQL INCLUDE CONSUSE END-EXEC.

           EXEC SQL INCLUDE REPRINTQ END-EXEC.

           EXEC SQL INCLUDE TRACKMAIL END-EXEC.

           EXEC SQL INCLUDE ADINSERT END-EXEC.

           EXEC SQL INCLUDE PROOF END-EXEC.

           EXEC SQL INCLUDE OUTADDR END-EXEC.

      *    declared cursors

      *    list PBS Ekonomi customers
               ORDER BY PAYMENT_ID
           END-EXEC

      *    the reminder fees and late-payment compensation charged
      *    on the inquiry invoice by the dunning run
           EXEC SQL
               DECLARE CUR-INQ-FEE CURSOR FOR
               SELECT FEETYPE, FEEDATE, AMOUNT, PAIDAMT
               FROM TUTORIAL.INVFEE
               WHERE INV_ID = :wn-inq-inv-id
               ORDER BY FEE_ID
           END-EXEC

      *    the ROT/RUT reductions registered on the inquiry invoice
      *    and how far their claim to Skatteverket has come
           EXEC SQL
               DECLARE CUR-INQ-TAXRED CURSOR FOR
               SELECT WORKTYPE, PERSNO, LABOURAMT, REDAMT, STATE,
                      COALESCE(APPRAMT, 0)
               FROM TUTORIAL.TAXRED
               WHERE INV_ID = :wn-inq-inv-id
               ORDER BY WORKTYPE
           END-EXEC

      *    the inquiry invoice's print/send/reminder history with
      *    where each piece went; the invoice number is only unique
      *    per customer, so the customer qualifies the lookup
           EXEC SQL
               DECLARE CUR-INQ-OUTLOG CURSOR FOR
               SELECT O.PROCDATE, O.ACTIONCODE, O.RESULTCODE,
                      COALESCE(A.CHANNEL, ' '), COALESCE(A.NAME, ' '),
                      COALESCE(A.CONTACT, ' '),
                      COALESCE(A.STREET, ' '),
                      COALESCE(A.POSTNO, ' '), COALESCE(A.PLACE, ' '),
                      COALESCE(A.EMAIL, ' '), COALESCE(A.MOBILE, ' ')
               FROM TUTORIAL.OUTLOG O
                    LEFT JOIN TUTORIAL.OUTADDR A
                           ON A.OUTLOG_ID = O.OUTLOG_ID
               WHERE O.INVNO = :wc-inq-invno
                 AND O.CUST_ID = :wn-inq-cust-id
               ORDER BY O.OUTLOG_ID
           END-EXEC

      *    the inquiry invoice's history-table rows: once the
      *    into the history tables for them
           EXEC SQL
               DECLARE CUR-INQ-OUTLOG-H CURSOR FOR
               SELECT O.PROCDATE, O.ACTIONCODE, O.RESULTCODE,
                      COALESCE(A.CHANNEL, ' '), COALESCE(A.NAME, ' '),
                      COALESCE(A.CONTACT, ' '),
                      COALESCE(A.STREET, ' '),
                      COALESCE(A.POSTNO, ' '), COALESCE(A.PLACE, ' '),
                      COALESCE(A.EMAIL, ' '), COALESCE(A.MOBILE, ' ')
               FROM TUTORIAL.OUTLOGHIST O
                    LEFT JOIN TUTORIAL.OUTADDR A
                           ON A.OUTLOG_ID = O.OUTLOG_ID
               WHERE O.INVNO = :wc-inq-invno
                 AND O.CUST_ID = :wn-inq-cust-id
               ORDER BY O.OUTLOG_ID
           END-EXEC

           EXEC SQL
               ORDER BY PROCDATE, OUTLOG_ID
           END-EXEC

      *    the open Kronofogden cases, for the worklist's drill-down
      *    - from the agency's return until utslag or withdrawal
           EXEC SQL
               DECLARE CUR-WL-KFM CURSOR FOR
               SELECT K.CASE_ID, I.CUSTNO, I.INVNO, K.STATE,
                      K.REGDATE, K.PRINCIPAL, K.KFMREF
               FROM TUTORIAL.KFMCASE K, TUTORIAL.INVOICE I
               WHERE K.INV_ID = I.INV_ID
                 AND K.STATE NOT = 'S'
                 AND K.STATE NOT = 'W'
               ORDER BY K.REGDATE, K.CASE_ID
           END-EXEC

      *    the sanctions-list hits still to be decided - open ones
      *    and those with a clearance waiting for a second admin
           EXEC SQL
               DECLARE CUR-WL-SANC CURSOR FOR
               SELECT HIT_ID, PARTYTYPE, DEBT_ID, CUST_ID, SENDERBG,
                      PARTYNAME, LISTREF, SCORE, FOUND, STATE
               FROM TUTORIAL.SANCHIT
               WHERE STATE = 'O' OR STATE = 'W'
               ORDER BY FOUND, HIT_ID
           END-EXEC

      *    outbound files handed over and still without a receipt
      *    after the KVITTDAGAR days the counterparty has
           EXEC SQL
               DECLARE CUR-WL-OUTFILE CURSOR FOR
               SELECT OFR_ID, PARTY, FILETYPE, HANDNAME, RECCOUNT,
                      AMOUNT, HANDEDDATE, SENDCOUNT
               FROM TUTORIAL.OUTFILEREG
               WHERE RECEIPT = 'N'
                 AND HANDEDDATE <= :wc-wl-receipt-limit
               ORDER BY HANDEDDATE, OFR_ID
           END-EXEC

      *    the receivables portfolios not yet sold or cancelled -
      *    a proposal waits for the customer's approval, and an
      *    approved one for the transfer run
           EXEC SQL
               DECLARE CUR-DS-OPEN CURSOR FOR
               SELECT S.SALE_ID, C.CUSTNO, S.STATE, S.CREATED,
                      S.INVCOUNT, S.TOTAL
               FROM TUTORIAL.DEBTSALE S, TUTORIAL.CUSTOMER C
               WHERE S.CUST_ID = C.CUST_ID
                 AND (S.STATE = 'P' OR S.STATE = 'G')
               ORDER BY S.SALE_ID
           END-EXEC

      *    the debtor-level payment terms one customer has agreed,
      *    overriding the customer's DUEDAYS for those debtors
           EXEC SQL
               DECLARE CUR-DEBTTERMS CURSOR FOR
               SELECT T.DEBT_ID, D.NAME, T.DUEDAYS, T.REGDATE
               FROM TUTORIAL.DEBTTERMS T, TUTORIAL.DEBTOR D
               WHERE T.CUST_ID = :wn-dt-cust-id
                 AND D.DEBT_ID = T.DEBT_ID
               ORDER BY T.DEBT_ID
           END-EXEC

      *    one customer's recurring invoice templates with the
      *    amount of their item lines, ex VAT
           EXEC SQL
               DECLARE CUR-RECURINV CURSOR FOR
               SELECT R.RECUR_ID, R.DEBT_ID, R.INVPREFIX, R.FREQ,
                      R.STARTDATE, COALESCE(CHAR(R.ENDDATE), ' '),
                      COALESCE((SELECT SUM(I.QTY * I.PRICE)
                                FROM TUTORIAL.RECURITEM I
                                WHERE I.RECUR_ID = R.RECUR_ID), 0)
               FROM TUTORIAL.RECURINV R
               WHERE R.CUST_ID = :wn-ri-cust-id
               ORDER BY R.RECUR_ID
           END-EXEC

      *    the item lines of one recurring invoice template
           EXEC SQL
               DECLARE CUR-RECURITEM CURSOR FOR
               SELECT LINENO, DESCRIPTION, ARTNO, UNITDESC, QTY,
                      PRICE
               FROM TUTORIAL.RECURITEM
               WHERE RECUR_ID = :wn-ri-recur-id
               ORDER BY LINENO
           END-EXEC

      *    one customer's revenue budget for the year, per article
      *    and month
           EXEC SQL
               DECLARE CUR-REVBUDGET CURSOR FOR
               SELECT S.ARTNO, B.BUDGETMONTH, B.AMOUNT
               FROM TUTORIAL.REVBUDGET B, TUTORIAL.SRV S
               WHERE B.CUST_ID = :wn-bud-cust-id
                 AND B.BUDGETYEAR = :wn-bud-year
                 AND S.SRV_ID = B.SRV_ID
               ORDER BY S.ARTNO, B.BUDGETMONTH
           END-EXEC

      *    budget against invoiced revenue year-to-date per budgeted
      *    customer and article - the revenue is what our own
      *    invoices (no debtor) billed on the article, bundle lines
      *    counted per component article as in the article report
           EXEC SQL
               DECLARE CUR-BUDGET-RPT CURSOR FOR
               SELECT C.CUSTNO, S.ARTNO, SUM(B.AMOUNT),
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVOICE I,
                            TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE I.CUST_ID = B.CUST_ID
                         AND I.DEBT_ID = 0
                         AND I.INVSTATE NOT = 3
                         AND II.INV_ID = I.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID
                         AND IT.ARTNO = S.ARTNO
                         AND YEAR(I.INVDATE) = :wn-bud-year
                         AND MONTH(I.INVDATE) <= :wn-bud-thru-month
                         AND NOT EXISTS
                             (SELECT 1 FROM TUTORIAL.ITEMSPLIT SP
                              WHERE SP.ITEM_ID = IT.ITEM_ID))
                    + (SELECT COALESCE(SUM(SP.AMOUNT), 0)
                       FROM TUTORIAL.INVOICE I,
                            TUTORIAL.INVITEM II, TUTORIAL.ITEMSPLIT SP
                       WHERE I.CUST_ID = B.CUST_ID
                         AND I.DEBT_ID = 0
                         AND I.INVSTATE NOT = 3
                         AND II.INV_ID = I.INV_ID
                         AND SP.ITEM_ID = II.ITEM_ID
                         AND SP.ARTNO = S.ARTNO
                         AND YEAR(I.INVDATE) = :wn-bud-year
                         AND MONTH(I.INVDATE) <= :wn-bud-thru-month)
               FROM TUTORIAL.REVBUDGET B, TUTORIAL.CUSTOMER C,
                    TUTORIAL.SRV S
               WHERE B.BUDGETYEAR = :wn-bud-year
                 AND B.BUDGETMONTH <= :wn-bud-thru-month
                 AND C.CUST_ID = B.CUST_ID
                 AND S.SRV_ID = B.SRV_ID
               GROUP BY B.CUST_ID, C.CUSTNO, S.ARTNO
               ORDER BY C.CUSTNO, S.ARTNO
           END-EXEC

      *    the archived artifacts registered for the inquiry
      *    invoice, for the retrieval function on the drill-down
           EXEC SQL
               ORDER BY ARCH_ID
           END-EXEC

      *    the contact log around the inquiry invoice: entries
      *    about the invoice itself and the debtor's general ones
           EXEC SQL
               DECLARE CUR-INQ-CLOG CURSOR FOR
               SELECT L.CLOG_ID, L.LOGDATE, L.CHANNEL, L.OPERATOR,
                      L.SUBJECT, L.FOLLOWUP, L.FOLLOWDONE
               FROM TUTORIAL.CONTACTLOG L
               WHERE L.INV_ID = :wn-inq-inv-id
                  OR (L.INV_ID = 0
                      AND L.DEBT_ID > 0
                      AND L.DEBT_ID =
                          (SELECT I.DEBT_ID
                           FROM TUTORIAL.INVOICE I
                           WHERE I.INV_ID = :wn-inq-inv-id))
               ORDER BY L.LOGDATE DESC, L.CLOG_ID DESC
           END-EXEC

      *    the inquiry invoice's final demand sent as tracked mail,
      *    with the carrier's last event - the delivery proof
           EXEC SQL
               DECLARE CUR-INQ-TRACK CURSOR FOR
               SELECT TRACKNO, SENTDATE, STATE, EVENTDATE, RECEIVER
               FROM TUTORIAL.TRACKMAIL
               WHERE INV_ID = :wn-inq-inv-id
                 AND DOCTYPE = 'S'
               ORDER BY TRACK_ID
           END-EXEC

      *    service-level report: every accepted invoice joined to
      *    its successful print, with the elapsed days between;
      *    rows logged before timestamps existed hold NULL there
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
               GROUP BY D.RISKCLASS
               ORDER BY D.RISKCLASS
           END-EXEC
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
               ORDER BY I.INV_ID
           END-EXEC

                       WHERE I.INVSTATE NOT = 9
                         AND I.INVSTATE NOT = 3
                         AND I.INVSTATE NOT = 7
                         AND I.INVSTATE NOT = 6
                         AND (I.CUST_ID = P.CUST_ID
                              OR I.CUST_ID IN
                                 (SELECT CUST_ID
               ORDER BY THRKEY
           END-EXEC

      *    the key pairs outbound files are sealed with, one per
      *    counterparty
           EXEC SQL
               DECLARE CUR-OUTKEY CURSOR FOR
               SELECT PARTY, RECIPIENT, SIGNER, CHANGED, CHANGEDBY
               FROM TUTORIAL.OUTKEY
               ORDER BY PARTY
           END-EXEC

      *    the latest nightly run's steps, for the morning check
           EXEC SQL
               DECLARE CUR-BATCHRUN-LAST CURSOR FOR
               SELECT STEPNO, STEPNAME, RUNDATE, STARTTIME,
                      ENDTIME, EXITSTATUS, ROWCOUNT, STATE,
                      BUSDATE
               FROM TUTORIAL.BATCHRUN
               WHERE RUN_ID =
                     (SELECT MAX(RUN_ID) FROM TUTORIAL.BATCHRUN)
               ORDER BY I.VAT
           END-EXEC

      *    the registered invoice layout templates, the one in
      *    force (A) and a change awaiting korrektur (K)
           EXEC SQL
               DECLARE CUR-INVTPL CURSOR FOR
               SELECT CUST_ID, LANGCODE, TPLSTATE, TITLETEXT
               FROM TUTORIAL.INVTEMPLATE
               ORDER BY CUST_ID, LANGCODE, TPLSTATE
           END-EXEC

      *    get highest batch number in the import staging area
           EXEC SQL
               DECLARE CUR-STGINV-BY-BATCH CURSOR FOR
               SELECT SEQNO, TRANCODE, CUSTNO, DEBTNO, INVNO,
                      INVDATE, VAT, CUR, CREDITREF, RESULTCODE,
                      COALESCE(DUEDATE, ' '),
                      COALESCE(BUYERREF, ' '),
                      COALESCE(PERSNO, ' '),
                      COALESCE(PROPERTY, ' ')
               FROM TUTORIAL.STGINV
               WHERE BATCHNO = :wn-stg-batchno
               ORDER BY SEQNO
      *    the staged item lines of one staged invoice
           EXEC SQL
               DECLARE CUR-STGITEM-BY-INV CURSOR FOR
               SELECT DESCRIPTION, ARTNO, UNITDESC, QTY, PRICE,
                      COALESCE(LABOUR, ' ')
               FROM TUTORIAL.STGITEM
               WHERE BATCHNO = :wn-stg-batchno
                 AND SEQNO = :wn-stg-seqno
           END-EXEC

      *    incoming-file processing report, grouped per file/day/
      *    resultcode; the statistics reports read the daily
      *    summaries PbsDailyStat keeps instead of the log rows, so
      *    they show the figures as of the last nightly run
           EXEC SQL
               DECLARE CUR-INLOG-RPT CURSOR FOR
               SELECT FILENO, STATDATE, RESULTCODE, SUM(INCOUNT)
               FROM TUTORIAL.STATINLOG
               GROUP BY FILENO, STATDATE, RESULTCODE
               ORDER BY FILENO, STATDATE, RESULTCODE
           END-EXEC

      *    outbound invoice print/send activity report, per
      *    customer, day, action and result
           EXEC SQL
               DECLARE CUR-OUTLOG-RPT CURSOR FOR
               SELECT S.CUST_ID, C.CUSTNO, S.STATDATE,
                      S.ACTIONCODE, S.RESULTCODE, SUM(S.OUTCOUNT)
               FROM TUTORIAL.STATOUTLOG S, TUTORIAL.CUSTOMER C
               WHERE S.CUST_ID = C.CUST_ID
               GROUP BY S.STATDATE, S.CUST_ID, C.CUSTNO,
                        S.ACTIONCODE, S.RESULTCODE
               ORDER BY S.STATDATE, C.CUSTNO, S.ACTIONCODE,
                        S.RESULTCODE
           END-EXEC

      *    incoming-file processing report, totalled per resultcode
      *    traced back to one specific validation failure
           EXEC SQL
               DECLARE CUR-INLOG-RC-RPT CURSOR FOR
               SELECT RESULTCODE, SUM(INCOUNT)
               FROM TUTORIAL.STATINLOG
               GROUP BY RESULTCODE
               ORDER BY RESULTCODE
           END-EXEC
      *    invoice-state breakdown report
           EXEC SQL
               DECLARE CUR-INVSTATE-RPT CURSOR FOR
               SELECT INVSTATE, SUM(INVCOUNT)
               FROM TUTORIAL.STATINVOICE
               GROUP BY INVSTATE
               ORDER BY INVSTATE
           END-EXEC
      *    year-to-date invoiced revenue, broken down by month
           EXEC SQL
               DECLARE CUR-REV-MONTH CURSOR FOR
               SELECT MONTH(STATDATE), SUM(AMOUNT)
               FROM TUTORIAL.STATINVOICE
               WHERE STATDATE BETWEEN :wc-rev-period-start
                                  AND :wc-rev-period-end
               GROUP BY MONTH(STATDATE)
               ORDER BY MONTH(STATDATE)
           END-EXEC

      *    all registered import format profiles, for the match
               SELECT CUSTNO, DELIM, DATEFMT, DECSEP, POSCODE,
                      POSCUST, POSDEBT, POSINV, POSDATE, POSVAT,
                      POSCUR, POSDESC, POSARTNO, POSUNIT, POSQTY,
                      POSPRICE, POSDUE, POSREF, POSLABOUR
               FROM TUTORIAL.IMPPROFILE
               ORDER BY CUSTNO
           END-EXEC
      *    it on that day
           EXEC SQL
               DECLARE CUR-CF-INV CURSOR FOR
               SELECT CHAR(COALESCE(I.DUEDATE,
                                    I.INVDATE + C.DUEDAYS DAYS)),
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = I.INV_ID
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.PAYPLAN PP
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
               ORDER BY PP.DUEDATE
           END-EXEC
      *    product profitability report: billed volume and revenue
      *    per article and month over the trailing twelve months,
      *    the item rows the billing and interest runs create
      *    joined back to their article numbers; a bundle line is
      *    replaced by its ITEMSPLIT rows, so package revenue still
      *    lands on the component articles (STATARTICLE keeps them
      *    split that way)
           EXEC SQL
               DECLARE CUR-ART-RPT CURSOR FOR
               SELECT ARTNO, YEAR(STATDATE), MONTH(STATDATE),
                      SUM(QTY), SUM(AMOUNT)
               FROM TUTORIAL.STATARTICLE
               WHERE STATDATE >= :wc-art-period-start
                 AND INVSTATE NOT = 3
               GROUP BY ARTNO, YEAR(STATDATE), MONTH(STATDATE)
               ORDER BY ARTNO, YEAR(STATDATE), MONTH(STATDATE)
           END-EXEC

      *    aging-of-receivables report: every unpaid invoice with the
      *    customer it belongs to and how many days past its due
      *    date (DUEDATE, else INVDATE + DUEDAYS) it is, ordered so
      *    rows for the same customer are adjacent for the control
      *    break
           EXEC SQL
               DECLARE CUR-AGING-RPT CURSOR FOR
               SELECT C.CUST_ID, C.CUSTNO,
                      DAYS(CURRENT DATE) -
                          DAYS(COALESCE(I.DUEDATE,
                                        I.INVDATE + C.DUEDAYS DAYS)),
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                           FROM TUTORIAL.INVITEM II,
                                TUTORIAL.ITEM IT
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
               ORDER BY C.CUSTNO
           END-EXEC

      *    first, for the payment-correction maintenance screen
           EXEC SQL
               DECLARE CUR-BGPAY-BY-INV CURSOR FOR
               SELECT PAYMENT_ID, BGCNR, AMOUNT, PAYDATE, COSTAMT,
                      INTAMT
               FROM TUTORIAL.BGPAYMENT
               WHERE INV_ID = :wn-bgpay-inv-id
                 AND REVERSED = 'N'
           05  INVDATE-10              PIC X(10).
           05  VAT-10                  PIC X(4).
           05  CUR-10                  PIC X(3).
           05  FILLER                  PIC X(16).
      *        the invoice's own förfallodag, ÅÅÅÅ-MM-DD; left
      *        blank the debtor's or customer's terms apply
           05  DUEDATE-10              PIC X(10).

       01  IFITEM-POST-11.
           05  TRANCODE-11             PIC X(2).
           05  UNITDESC-11             PIC X(10).
           05  QTY-11                  PIC X(7).
           05  PRICE-11                PIC X(9).
      *        R for ROT or U for RUT work, whose labour cost the
      *        buyer gets a tax reduction on; blank for materials
      *        and everything else
           05  LABOUR-11               PIC X(1).
           05  FILLER                  PIC X(11).

      *    credit-note (kreditfaktura) header record: same shape as
      *    the 10-post, with the invoice number being credited
           05  VAT-12                  PIC X(4).
           05  CUR-12                  PIC X(3).
           05  CREDITREF-12            PIC X(16).
           05  DUEDATE-12              PIC X(10).

      *    specification-appendix record (trancode 13): free-text
      *    lines belonging to the preceding invoice header - call
           05  APPTEXT-13              PIC X(70).
           05  FILLER                  PIC X(8).

      *    buyer-reference record (trancode 17): the debtor's own
      *    "Er referens" or order number for the preceding 10- or
      *    12-post, which has no room left for it; a debtor that
      *    requires a reference gets its invoice rejected without
      *    one
       01  IFREF-POST-17.
           05  TRANCODE-17             PIC X(2).
           05  BUYERREF-17             PIC X(30).
           05  FILLER                  PIC X(48).

      *    husavdrag record (trancode 18): the private buyer that
      *    the ROT/RUT labour rows of the preceding header are
      *    claimed for - personnummer ÅÅÅÅMMDDNNNN and, for ROT,
      *    the fastighetsbeteckning or the BRF and lägenhetsnummer
       01  IFTAXRED-POST-18.
           05  TRANCODE-18             PIC X(2).
           05  PERSNO-18               PIC X(12).
           05  PROPERTY-18             PIC X(40).
           05  FILLER                  PIC X(26).

      *    debtor master records (trancode 14, followed by its 15
      *    address and 16 contact records): the customer's own
      *    number for a debtor with the register data, so the
      *    customer need not know our DEBT_ID and a new debtor can
      *    arrive in the same file as its first invoice
       01  IFDEBTOR-POST-14.
           05  TRANCODE-14             PIC X(2).
           05  CUSTNO-14               PIC X(10).
           05  DEBTNO-14               PIC X(9).
           05  NAME-14                 PIC X(40).
           05  VATNO-14                PIC X(14).
      *        agreed days to pay for this debtor's invoices
           05  DUEDAYS-14              PIC X(3).
           05  FILLER                  PIC X(2).

       01  IFDEBTADDR-POST-15.
           05  TRANCODE-15             PIC X(2).
           05  STREET-15               PIC X(40).
           05  POSTNO-15               PIC X(5).
           05  PLACE-15                PIC X(30).
           05  FILLER                  PIC X(3).

       01  IFDEBTCONT-POST-16.
           05  TRANCODE-16             PIC X(2).
           05  EMAIL-16                PIC X(60).
           05  MOBILE-16               PIC X(15).
           05  FILLER                  PIC X(3).

      *    informationsbrev records (trancode 20, followed by its 21
      *    text lines): a letter to a debtor that is not an invoice
      *    - a price-change notice, new bank details - printed with
      *    the customer's own layout and sent the debtor's way
       01  IFLETTER-POST-20.
           05  TRANCODE-20             PIC X(2).
           05  CUSTNO-20               PIC X(10).
           05  DEBTNO-20               PIC X(9).
           05  LETTERNO-20             PIC X(16).
      *        the letter's date, ÅÅÅÅ-MM-DD; blank means today
           05  LETTERDATE-20           PIC X(10).
      *        name of an enclosure delivered alongside the file,
      *        blank when the letter has none
           05  ATTACHREF-20            PIC X(30).
      *        J when the customer wants the letter sent as tracked
      *        mail with proof of delivery, blank otherwise
           05  TRACKED-20              PIC X(1).
           05  FILLER                  PIC X(2).

       01  IFLETTXT-POST-21.
           05  TRANCODE-21             PIC X(2).
           05  LINETEXT-21             PIC X(70).
           05  FILLER                  PIC X(8).

      *    trailer/control-total record the incoming file must end
      *    with, mirroring the Bankgiro file's 70-post in ReadBG.CBL
       01  IFTRAILER-POST-99.
           05 wn-semi-count                   PIC S9(4) COMP
                                               VALUE ZERO.
           05 wc-csv-code                     PIC X(2)  VALUE SPACE.
           05 wc-csv-f1                       PIC X(60) VALUE SPACE.
           05 wc-csv-f2                       PIC X(40) VALUE SPACE.
           05 wc-csv-f3                       PIC X(40) VALUE SPACE.
           05 wc-csv-f4                       PIC X(30) VALUE SPACE.
           05 wc-csv-f5                       PIC X(30) VALUE SPACE.
           05 wc-csv-f6                       PIC X(30) VALUE SPACE.
           05 wc-csv-f7                       PIC X(30) VALUE SPACE.
           05 wc-csv-f8                       PIC X(30) VALUE SPACE.
           05 wc-csv-f9                       PIC X(30) VALUE SPACE.
           05 wc-xml-rest                     PIC X(78) VALUE SPACE.
           05 wc-xml-tag                      PIC X(20) VALUE SPACE.
           05 wc-xml-value                    PIC X(60) VALUE SPACE.
           05 wc-xml-trimmed                  PIC X(80) VALUE SPACE.
           05 is-xml-debtor-switch            PIC X(1)  VALUE 'N'.
               88  is-xml-debtor                        VALUE 'Y'.

      *    work fields for the debtor master records and the
      *    customer's own debtor numbers: a customer with any
      *    number registered in DEBTMAP is always resolved through
      *    it, a customer without one still sends our DEBT_ID
       01  debtmap-work-fields.
           05 wn-map-cust-id                  PIC S9(9) COMP.
           05 wc-map-extno                    PIC X(9)  VALUE SPACE.
           05 wn-map-debt-id                  PIC S9(9) COMP.
           05 wn-map-count                    PIC S9(9) COMP.
           05 is-dmr-pending-switch           PIC X(1)  VALUE 'N'.
               88  is-dmr-pending                       VALUE 'Y'.
           05 wc-dmr-custno                   PIC X(10) VALUE SPACE.
           05 wc-dmr-extno                    PIC X(9)  VALUE SPACE.
           05 wc-dmr-name                     PIC X(40) VALUE SPACE.
           05 wc-dmr-vatno                    PIC X(14) VALUE SPACE.
           05 wc-dmr-street                   PIC X(40) VALUE SPACE.
           05 wc-dmr-postno                   PIC X(5)  VALUE SPACE.
           05 wc-dmr-place                    PIC X(30) VALUE SPACE.
           05 wc-dmr-email                    PIC X(60) VALUE SPACE.
           05 wc-dmr-mobile                   PIC X(15) VALUE SPACE.
           05 ind-dmr-email                   PIC S9(4) COMP.
           05 ind-dmr-vatno                   PIC S9(4) COMP.
           05 ind-dmr-mobile                  PIC S9(4) COMP.
           05 wn-dmr-cust-id                  PIC S9(9) COMP.
           05 wn-dmr-debt-id                  PIC S9(9) COMP.
           05 wn-dmr-addr-id                  PIC S9(9) COMP.
           05 wc-dmr-protected                PIC X(1)  VALUE SPACE.
           05 wc-dmr-old-street               PIC X(40) VALUE SPACE.
           05 wc-dmr-old-postno               PIC X(5)  VALUE SPACE.
           05 wc-dmr-old-place                PIC X(30) VALUE SPACE.
           05 wn-dmr-new-count                PIC 9(5)  VALUE ZERO.
           05 wn-dmr-upd-count                PIC 9(5)  VALUE ZERO.
           05 wn-dmr-rej-count                PIC 9(5)  VALUE ZERO.
           05 wc-dmr-duedays                  PIC X(3)  VALUE SPACE.
           05 wc-dmr-duedays-r                PIC X(3)  JUSTIFIED RIGHT.
           05 wn-dmr-duedays                  PIC S9(4) COMP.

      *    work fields for the invoice's due date: the file's own
      *    date, else the debtor-level terms, else the customer's
      *    DUEDAYS, rolled to a banking day
       01  duedate-work-fields.
           05 wn-due-days                     PIC S9(4) COMP.
           05 ind-due-date                    PIC S9(4) COMP.
           05 wn-due-ymd                      PIC 9(8)  VALUE ZERO.
           05 wn-due-int                      PIC S9(9) COMP.
           05 wn-inv-int                      PIC S9(9) COMP.
           05 is-due-valid-switch             PIC X(1)  VALUE 'N'.
               88  is-due-valid                         VALUE 'Y'.
           05 wc-due-check                    PIC X(10) VALUE SPACE.
           05 wc-due-invdate                  PIC X(10) VALUE SPACE.
           05 wn-dt-cust-id                   PIC S9(9) COMP.
           05 wn-dt-debt-id                   PIC S9(9) COMP.
           05 wn-dt-duedays                   PIC S9(4) COMP.
           05 wn-dt-hit                       PIC S9(9) COMP.
           05 wc-dt-custno                    PIC X(10) VALUE SPACE.
           05 wc-dt-regdate                   PIC X(10) VALUE SPACE.
           05 we-dt-debt-id                   PIC Z(8)9.
           05 we-dt-duedays                   PIC ZZ9.

      *    work fields for keying a debtor invoice by hand for a
      *    customer that cannot produce the file: the lines are
      *    held here until the operator saves the whole invoice
       01  manual-entry-work-fields.
           05 wc-me-custno                    PIC X(10) VALUE SPACE.
           05 wc-me-debtno                    PIC X(9)  VALUE SPACE.
           05 wc-me-confirm                   PIC X(1)  VALUE SPACE.
           05 wc-me-ctl-filename              PIC X(40) VALUE SPACE.
           05 wn-me-line-count                PIC S9(4) COMP.
           05 wn-me-app-count                 PIC S9(4) COMP.
           05 wn-me-ix                        PIC S9(4) COMP.
           05 wn-me-pending-count             PIC S9(9) COMP.
           05 w9-me-vat                       PIC 9V9(2) VALUE ZERO.
           05 w9-me-qty                       PIC S9(5)V9(2) COMP-3.
           05 w9-me-price                     PIC S9(7)V9(2) COMP-3.
           05 w9-me-total                     PIC S9(9)V9(2) COMP-3.
           05 w9-me-vat-amount                PIC S9(9)V9(2) COMP-3.
           05 wc-me-apptext                   PIC X(70) VALUE SPACE.
           05 is-me-done-switch               PIC X(1)  VALUE 'N'.
               88  is-me-done                           VALUE 'Y'.
           05 is-me-stage-ok-switch           PIC X(1)  VALUE 'Y'.
               88  is-me-stage-ok                       VALUE 'Y'.
           05 is-me-keyed-self-switch         PIC X(1)  VALUE 'N'.
               88  is-me-keyed-self                     VALUE 'Y'.
           05 we-me-qty                       PIC Z(3)9.99.
           05 we-me-price-pos                 PIC Z(5)9.99.
           05 we-me-price-neg                 PIC -(5)9.99.
           05 we-me-vat                       PIC 9.99.
           05 we-me-amount                    PIC -(8)9.99.
           05 we-me-lineno                    PIC Z9.
           05 me-line-table.
               10 me-line OCCURS 99 TIMES.
                   15 me-line-desc            PIC X(30).
                   15 me-line-artno           PIC X(10).
                   15 me-line-unit            PIC X(10).
                   15 me-line-qty             PIC X(7).
                   15 me-line-price           PIC X(9).
                   15 me-line-amount          PIC S9(9)V9(2) COMP-3.
           05 me-app-table.
               10 me-app-text OCCURS 50 TIMES PIC X(70).

      *    work fields for the informationsbrev records of the
      *    incoming file: a letter is registered while the file is
      *    staged and released to the print run with its batch
       01  letter-work-fields.
           05 wn-ltr-cust-id                  PIC S9(9) COMP.
           05 wn-ltr-batchno                  PIC S9(9) COMP.
           05 wn-ltr-lineno                   PIC S9(9) COMP.
           05 wn-ltr-hit                      PIC S9(9) COMP.
           05 wn-ltr-staged-count             PIC 9(7)  VALUE ZERO.
           05 wn-ltr-rej-count                PIC 9(7)  VALUE ZERO.
           05 wc-ltr-custno                   PIC X(10) VALUE SPACE.
           05 wc-ltr-errortext                PIC X(60) VALUE SPACE.
           05 ind-ltr-attachref               PIC S9(4) COMP.
           05 is-ltr-open-switch              PIC X(1)  VALUE 'N'.
               88  is-ltr-open                          VALUE 'Y'.

      *    work fields for the recurring invoice templates the
      *    nightly PbsRecurInv run generates into staging
       01  recur-work-fields.
           05 wn-ri-cust-id                   PIC S9(9) COMP.
           05 wn-ri-recur-id                  PIC S9(9) COMP.
           05 wn-ri-hit                       PIC S9(9) COMP.
           05 wn-ri-lineno                    PIC S9(4) COMP.
           05 wc-ri-custno                    PIC X(10) VALUE SPACE.
           05 wc-ri-action                    PIC X(1)  VALUE SPACE.
           05 wc-ri-enddate                   PIC X(10) VALUE SPACE.
           05 wc-ri-leaddays                  PIC X(3)  VALUE SPACE.
           05 w9-ri-vat                       PIC 9V9(2) VALUE ZERO.
           05 w9-ri-sum                       PIC S9(9)V9(2) COMP-3.
           05 is-ri-lines-done-switch         PIC X(1)  VALUE 'N'.
               88  is-ri-lines-done                     VALUE 'Y'.
           05 is-ri-template-ok-switch        PIC X(1)  VALUE 'N'.
               88  is-ri-template-ok                    VALUE 'Y'.
           05 we-ri-recur-id                  PIC Z(8)9.
           05 we-ri-debt-id                   PIC Z(8)9.
           05 we-ri-lineno                    PIC Z9.
           05 we-ri-qty                       PIC Z(4)9.99.
           05 we-ri-price                     PIC -(6)9.99.
           05 we-ri-sum                       PIC -(8)9.99.

      *    work fields for the STAFF register of account managers
       01  staff-work-fields.
           05 wn-stf-id                       PIC S9(9) COMP.
           05 wc-stf-sign                     PIC X(10) VALUE SPACE.
           05 wc-stf-name                     PIC X(60) VALUE SPACE.
           05 wc-stf-email                    PIC X(60) VALUE SPACE.
           05 wc-stf-action                   PIC X(1)  VALUE SPACE.
           05 wn-stf-cust-count               PIC S9(9) COMP.
           05 we-stf-cust-count               PIC Z(4)9.

      *    the account managers with the number of customers each
      *    is responsible for
           EXEC SQL
               DECLARE CUR-STAFF CURSOR FOR
               SELECT S.SIGN, S.NAME, S.EMAIL, S.ACTIVE,
                      (SELECT COUNT(*) FROM TUTORIAL.CUSTOMER C
                       WHERE C.STAFF_ID = S.STAFF_ID
                         AND C.ACTIVE = 'Y')
               FROM TUTORIAL.STAFF S
               ORDER BY S.SIGN
           END-EXEC

      *    work fields for the customer profitability report: the
      *    period, the standard unit costs from COSTRATE and one
      *    customer's volumes, cost and margin
       01  cts-work-fields.
           05 wc-cts-period                   PIC X(7)  VALUE SPACE.
           05 wc-cts-start                    PIC X(10) VALUE SPACE.
           05 wc-cts-end                      PIC X(10) VALUE SPACE.
           05 wn-cts-year                     PIC 9(4)  VALUE ZERO.
           05 wn-cts-month                    PIC 9(2)  VALUE ZERO.
           05 wn-cts-ymd                      PIC 9(8)  VALUE ZERO.
           05 wn-cts-int                      PIC S9(9) COMP.
           05 wc-cts-custno                   PIC X(10) VALUE SPACE.
           05 wc-cts-code                     PIC X(6)  VALUE SPACE.
           05 wc-cts-descr                    PIC X(30) VALUE SPACE.
           05 wc-cts-action                   PIC X(1)  VALUE SPACE.
           05 w9-cts-unitcost                 PIC S9(5)V9(2) COMP-3.
           05 w9-cts-rate-sheet               PIC S9(5)V9(2) COMP-3.
           05 w9-cts-rate-retmail             PIC S9(5)V9(2) COMP-3.
           05 w9-cts-rate-corr                PIC S9(5)V9(2) COMP-3.
           05 w9-cts-rate-sms                 PIC S9(5)V9(2) COMP-3.
           05 w9-cts-rate-email               PIC S9(5)V9(2) COMP-3.
           05 w9-cts-rate-manpay              PIC S9(5)V9(2) COMP-3.
           05 w9-cts-revenue                  PIC S9(11)V9(2) COMP-3.
           05 w9-cts-porto                    PIC S9(11)V9(2) COMP-3.
           05 wn-cts-sheets                   PIC S9(9) COMP.
           05 wn-cts-retmail                  PIC S9(9) COMP.
           05 wn-cts-corr                     PIC S9(9) COMP.
           05 wn-cts-sms                      PIC S9(9) COMP.
           05 wn-cts-email                    PIC S9(9) COMP.
           05 wn-cts-manpay                   PIC S9(9) COMP.
           05 w9-cts-sla                      PIC S9(11)V9(2) COMP-3.
           05 w9-cts-cost                     PIC S9(11)V9(2) COMP-3.
           05 w9-cts-margin                   PIC S9(11)V9(2) COMP-3.
           05 wn-cts-pct                      PIC S9(5) COMP.
           05 wn-cts-rank                     PIC S9(5) COMP.
           05 we-cts-rank                     PIC Z(3)9.
           05 we-cts-revenue                  PIC -(8)9.99.
           05 we-cts-cost                     PIC -(8)9.99.
           05 we-cts-margin                   PIC -(8)9.99.
           05 we-cts-pct                      PIC -(4)9.
           05 we-cts-porto                    PIC -(6)9.99.
           05 we-cts-sla                      PIC -(6)9.99.
           05 we-cts-unitcost                 PIC -(4)9.99.
           05 we-cts-sheets                   PIC Z(6)9.
           05 we-cts-retmail                  PIC Z(4)9.
           05 we-cts-corr                     PIC Z(4)9.
           05 we-cts-sms                      PIC Z(5)9.
           05 we-cts-email                    PIC Z(5)9.
           05 we-cts-manpay                   PIC Z(4)9.

      *    every active customer's billed revenue and cost to serve
      *    for the period, least profitable first: postage left
      *    unbilled and SLA credits count in kronor, the rest as
      *    volumes priced at the standard unit costs
           EXEC SQL
               DECLARE CUR-CTS-RPT CURSOR FOR
               SELECT X.CUSTNO, X.REVENUE, X.PORTO, X.SHEETS,
                      X.RETMAIL, X.CORR, X.SMS, X.EMAIL, X.MANPAY,
                      X.SLA,
                      X.PORTO + X.SLA
                    + X.SHEETS * :w9-cts-rate-sheet
                    + X.RETMAIL * :w9-cts-rate-retmail
                    + X.CORR * :w9-cts-rate-corr
                    + X.SMS * :w9-cts-rate-sms
                    + X.EMAIL * :w9-cts-rate-email
                    + X.MANPAY * :w9-cts-rate-manpay AS COST
               FROM (SELECT C.CUSTNO AS CUSTNO,
                            (SELECT COALESCE(SUM(IT.QTY * IT.PRICE),
                                    0)
                             FROM TUTORIAL.INVOICE I,
                                  TUTORIAL.INVITEM II,
                                  TUTORIAL.ITEM IT
                             WHERE I.CUST_ID = C.CUST_ID
                               AND I.DEBT_ID = 0
                               AND I.INVSTATE NOT = 3
                               AND I.INVDATE BETWEEN :wc-cts-start
                                                 AND :wc-cts-end
                               AND II.INV_ID = I.INV_ID
                               AND IT.ITEM_ID = II.ITEM_ID)
                                AS REVENUE,
                            (SELECT COALESCE(SUM(P.PORTO), 0)
                             FROM TUTORIAL.PORTOLOG P
                             WHERE P.CUST_ID = C.CUST_ID
                               AND P.BILLED = 'N'
                               AND P.LOGDATE BETWEEN :wc-cts-start
                                                 AND :wc-cts-end)
                                AS PORTO,
                            (SELECT COALESCE(SUM(P.SHEETS), 0)
                             FROM TUTORIAL.PORTOLOG P
                             WHERE P.CUST_ID = C.CUST_ID
                               AND P.LOGDATE BETWEEN :wc-cts-start
                                                 AND :wc-cts-end)
                                AS SHEETS,
                            (SELECT COUNT(*)
                             FROM TUTORIAL.RETMAIL R,
                                  TUTORIAL.INVOICE I
                             WHERE I.CUST_ID = C.CUST_ID
                               AND R.DEBT_ID = I.DEBT_ID
                               AND R.INVNO = I.INVNO
                               AND R.RETDATE BETWEEN :wc-cts-start
                                                 AND :wc-cts-end)
                                AS RETMAIL,
                            (SELECT COUNT(*)
                             FROM TUTORIAL.INLOG L
                             WHERE L.CUST_ID = C.CUST_ID
                               AND L.RESULTCODE NOT = 0
                               AND L.PROCDATE BETWEEN :wc-cts-start
                                                  AND :wc-cts-end)
                                AS CORR,
                            (SELECT COUNT(*)
                             FROM TUTORIAL.SMSQUEUE Q,
                                  TUTORIAL.INVOICE I
                             WHERE I.CUST_ID = C.CUST_ID
                               AND Q.INV_ID = I.INV_ID
                               AND Q.STATE = 'S'
                               AND Q.LASTTRY BETWEEN :wc-cts-start
                                                 AND :wc-cts-end)
                                AS SMS,
                            (SELECT COUNT(*)
                             FROM TUTORIAL.MAILQUEUE M
                             WHERE M.CUST_ID = C.CUST_ID
                               AND M.STATE = 'S'
                               AND M.LASTTRY BETWEEN :wc-cts-start
                                                 AND :wc-cts-end)
                                AS EMAIL,
                            (SELECT COUNT(*)
                             FROM TUTORIAL.CUSTAUDIT A
                             WHERE A.CUST_ID = C.CUST_ID
                               AND A.COLUMNNAME = 'MANUELL BETALNING'
                               AND DATE(A.CHANGEDAT)
                                   BETWEEN :wc-cts-start
                                       AND :wc-cts-end)
                                AS MANPAY,
                            (SELECT COALESCE(SUM(S.AMOUNT), 0)
                             FROM TUTORIAL.SLACREDIT S
                             WHERE S.CUST_ID = C.CUST_ID
                               AND S.PERIOD = :wc-cts-period)
                                AS SLA
                     FROM TUTORIAL.CUSTOMER C
                     WHERE C.ACTIVE = 'Y') X
               ORDER BY X.REVENUE - (X.PORTO + X.SLA
                    + X.SHEETS * :w9-cts-rate-sheet
                    + X.RETMAIL * :w9-cts-rate-retmail
                    + X.CORR * :w9-cts-rate-corr
                    + X.SMS * :w9-cts-rate-sms
                    + X.EMAIL * :w9-cts-rate-email
                    + X.MANPAY * :w9-cts-rate-manpay), X.CUSTNO
           END-EXEC

      *    work fields for the revenue-assurance review: the
      *    findings the monthly run proposed, decided one at a time
       01  ra-work-fields.
           05 wn-ra-find-id                   PIC S9(9) COMP.
           05 wc-ra-custno                    PIC X(10) VALUE SPACE.
           05 wc-ra-artno                     PIC X(10) VALUE SPACE.
           05 wc-ra-decision                  PIC X(1)  VALUE SPACE.
           05 wn-ra-count                     PIC 9(5)  VALUE ZERO.
           05 we-ra-find-id                   PIC Z(8)9.
           05 we-ra-inv-id                    PIC Z(8)9.
           05 we-ra-act                       PIC Z(4)9.
           05 we-ra-ev                        PIC Z(4)9.

      *    undecided revenue-assurance findings, oldest period
      *    first; events logged without a customer or article show
      *    as '-'
           EXEC SQL
               DECLARE CUR-RA-OPEN CURSOR FOR
               SELECT F.FIND_ID, F.PERIOD, F.FINDTYPE, F.SOURCE,
                      COALESCE(C.CUSTNO, '-'),
                      CASE F.SOURCE
                          WHEN 'P' THEN 'PORTO'
                          ELSE COALESCE(S.ARTNO, '-') END,
                      F.ACTIONCODE, F.INV_ID, F.ACTCOUNT, F.EVCOUNT
               FROM TUTORIAL.RAFINDING F
                    LEFT JOIN TUTORIAL.CUSTOMER C
                        ON C.CUST_ID = F.CUST_ID
                    LEFT JOIN TUTORIAL.SRV S
                        ON S.SRV_ID = F.SRV_ID
               WHERE F.STATE = 'P'
               ORDER BY F.PERIOD, 5, F.FIND_ID
           END-EXEC

      *    work fields for the revenue budget per customer and
      *    article, its maintenance screen and the budget-vs-actual
      *    report
       01  budget-work-fields.
           05 wc-bud-year                     PIC X(4)  VALUE SPACE.
           05 wn-bud-year                     PIC S9(4) COMP.
           05 wn-bud-month                    PIC S9(4) COMP.
           05 wn-bud-thru-month               PIC S9(4) COMP.
           05 wn-bud-cust-id                  PIC S9(9) COMP.
           05 wn-bud-srv-id                   PIC S9(9) COMP.
           05 wc-bud-custno                   PIC X(10) VALUE SPACE.
           05 wc-bud-artno                    PIC X(30) VALUE SPACE.
           05 wc-bud-action                   PIC X(1)  VALUE SPACE.
           05 wc-bud-command                  PIC X(60) VALUE SPACE.
           05 w9-bud-amount                   PIC S9(9)V9(2) COMP-3.
           05 w9-bud-budget                   PIC S9(11)V9(2) COMP-3.
           05 w9-bud-actual                   PIC S9(11)V9(2) COMP-3.
           05 w9-bud-split                    PIC S9(11)V9(2) COMP-3.
           05 w9-bud-diff                     PIC S9(11)V9(2) COMP-3.
           05 w9-bud-ytd-budget               PIC S9(11)V9(2) COMP-3.
           05 w9-bud-ytd-actual               PIC S9(11)V9(2) COMP-3.
           05 wn-bud-pct                      PIC S9(5) COMP.
           05 we-bud-month                    PIC Z9.
           05 we-bud-budget                   PIC -(9)9.99.
           05 we-bud-actual                   PIC -(9)9.99.
           05 we-bud-diff                     PIC -(9)9.99.
           05 we-bud-pct                      PIC -(4)9.

      *    work fields for sweeping the import inbox directory
       01  import-sweep-fields.
           05 wc-sweep-result                 PIC X(3)  VALUE SPACE.
           05 wc-sweep-stamp                  PIC X(10) VALUE SPACE.

      *    sender verification: every inbox file comes with a
      *    <name>.sig sidecar holding 'KUNDNR;hmac', the HMAC-SHA256
      *    of the file under the key registered on the customer.
      *    A file that fails, or has no sidecar, is quarantined
           05 SIG-FS                          PIC X(2)  VALUE SPACE.
               88  SIG-FILE-SUCCESSFUL                  VALUE '00'.
           05 wc-sig-filename                 PIC X(60) VALUE SPACE.
           05 wc-sig-custno                   PIC X(10) VALUE SPACE.
           05 wc-sig-value                    PIC X(64) VALUE SPACE.
           05 wc-sig-computed                 PIC X(64) VALUE SPACE.
           05 wn-sig-cust-id                  PIC S9(9) COMP
                                               VALUE ZERO.
           05 wc-sig-filekey                  PIC X(64) VALUE SPACE.
           05 ind-sig-filekey                 PIC S9(4) COMP.
           05 wn-sig-resultcode               PIC S9(4) COMP
                                               VALUE ZERO.
           05 wc-sig-reason                   PIC X(40) VALUE SPACE.
           05 wc-sig-quarantine               PIC X(60) VALUE SPACE.
      *    set while a verified file is read: the customer it was
      *    signed by, whose CUSTNO every header record must carry
           05 wc-sender-custno                PIC X(10) VALUE SPACE.
           05 is-foreign-custno-switch        PIC X(1)  VALUE 'N'.
               88  is-foreign-custno                    VALUE 'Y'.
           05 wn-sig-namelen                  PIC S9(4) COMP
                                               VALUE ZERO.
           05 is-sidecar-name-switch          PIC X(1)  VALUE 'N'.
               88  is-sidecar-name                      VALUE 'Y'.

      *    work fields for the import staging area: a validated file
      *    lands here first, and an operator approval is what
      *    promotes the batch into INVOICE/ITEM/INVITEM
           05 wc-wb-action                    PIC X(1)  VALUE SPACE.
           05 wc-wb-custno                    PIC X(10) VALUE SPACE.
           05 wc-wb-debtno                    PIC X(9)  VALUE SPACE.
           05 wc-wb-duedate                   PIC X(10) VALUE SPACE.
           05 wc-wb-buyerref                  PIC X(30) VALUE SPACE.
           05 wc-wb-persno                    PIC X(12) VALUE SPACE.
           05 wc-wb-property                  PIC X(40) VALUE SPACE.

      *    work fields for the anomaly check on a staged batch:
      *    each invoice is held against the customer's and the
      *    debtor's history, the customer's figures kept for as
      *    long as the batch stays with the same customer
       01  anomaly-work-fields.
           05 wc-anom-custno                  PIC X(10) VALUE SPACE.
           05 wn-anom-cust-id                 PIC S9(9) COMP
                                               VALUE ZERO.
           05 wc-anom-revcharge               PIC X(1)  VALUE 'N'.
           05 wn-anom-hist-count              PIC S9(9) COMP
                                               VALUE ZERO.
           05 w9-anom-avg-amount              PIC S9(9)V9(2) COMP-3
                                               VALUE ZERO.
           05 w9-anom-avg-lines               PIC S9(7)V9(2) COMP-3
                                               VALUE ZERO.
           05 w9-anom-amount                  PIC S9(9)V9(2) COMP-3
                                               VALUE ZERO.
           05 wn-anom-lines                   PIC S9(9) COMP
                                               VALUE ZERO.
           05 wn-anom-debt-count              PIC S9(9) COMP
                                               VALUE ZERO.
           05 w9-anom-debt-max                PIC S9(9)V9(2) COMP-3
                                               VALUE ZERO.
           05 wn-anom-count                   PIC S9(9) COMP
                                               VALUE ZERO.
           05 w9-anom-vat                     PIC S9(1)V9(2) COMP-3
                                               VALUE ZERO.
           05 wc-anom-cur                     PIC X(3)  VALUE SPACE.
           05 w9-anom-amount-factor           PIC S9(7)V9(2) COMP-3
                                               VALUE ZERO.
           05 w9-anom-lines-factor            PIC S9(7)V9(2) COMP-3
                                               VALUE ZERO.
           05 wn-anom-min-count               PIC S9(9) COMP
                                               VALUE ZERO.
           05 wn-anom-reasons                 PIC S9(9) COMP
                                               VALUE ZERO.
           05 wn-anom-held-count              PIC S9(9) COMP
                                               VALUE ZERO.
           05 wn-anom-seqno                   PIC S9(9) COMP
                                               VALUE ZERO.
           05 wc-anom-decision                PIC X(1)  VALUE SPACE.
           05 wc-anom-invno                   PIC X(16) VALUE SPACE.
           05 wc-anom-debtno                  PIC X(9)  VALUE SPACE.
           05 we-anom-amount                  PIC Z(8)9.99-.
           05 we-anom-avg                     PIC Z(8)9.99-.
           05 we-anom-lines                   PIC Z(4)9.
           05 we-anom-avg-lines               PIC Z(4)9.9.
           05 we-anom-seqno                   PIC Z(8)9.
           05 we-anom-held                    PIC Z(4)9.

      *    the invoices of a freshly staged batch that are checked
      *    for anomalies; credit notes follow their original
           EXEC SQL
               DECLARE CUR-ANOM-STGINV CURSOR FOR
               SELECT SEQNO, CUSTNO, DEBTNO, VAT, CUR
               FROM TUTORIAL.STGINV
               WHERE BATCHNO = :wn-stg-batchno
                 AND TRANCODE = '10'
                 AND RESULTCODE < 0
               ORDER BY CUSTNO, SEQNO
           END-EXEC

      *    the invoices of one batch still held for an anomaly,
      *    one line per reason
           EXEC SQL
               DECLARE CUR-ANOM-HELD CURSOR FOR
               SELECT A.SEQNO, S.INVNO, S.DEBTNO, A.DETAIL
               FROM TUTORIAL.STGANOM A, TUTORIAL.STGINV S
               WHERE A.BATCHNO = :wn-stg-batchno
                 AND A.STATE = 'H'
                 AND S.BATCHNO = A.BATCHNO
                 AND S.SEQNO = A.SEQNO
               ORDER BY A.SEQNO, A.REASON
           END-EXEC

      *    work fields for business-threshold alerting: each batch
      *    step compares its figures against the configured
           05 wc-thr-desc                     PIC X(40) VALUE SPACE.
           05 wc-thr-action                   PIC X(1)  VALUE SPACE.

      *    work fields for the outbound file key register: the
      *    receiver's public key and our signing key per
      *    counterparty, as named in the batch user's keyring
       01  outkey-work-fields.
           05 wc-ok-action                    PIC X(1)  VALUE SPACE.
           05 wc-ok-party                     PIC X(10) VALUE SPACE.
           05 wc-ok-recipient                 PIC X(80) VALUE SPACE.
           05 wc-ok-signer                    PIC X(80) VALUE SPACE.

      *    counters and work fields for the invoice importer
       01  import-work-fields.
           05 IN-FAKT-FS                      PIC X(2)  VALUE SPACE.
               88  is-eu-debtor                         VALUE 'Y'.
           05 wc-imp-debtor-vatno             PIC X(14) VALUE SPACE.
           05 ind-imp-debtor-vatno            PIC S9(4) COMP.
           05 ind-buyerref                    PIC S9(4) COMP.
           05 ind-item-labour                 PIC S9(4) COMP.

      *    work fields for husavdrag: the invoice's ROT and RUT
      *    labour, the buyer it is claimed for, and the reduction
      *    registered for the claim to Skatteverket; the test run
      *    gathers its candidate invoices into the same fields
       01  taxred-work-fields.
           05 wc-tr-persno                    PIC X(12) VALUE SPACE.
           05 wc-tr-property                  PIC X(40) VALUE SPACE.
           05 wc-tr-worktype-in               PIC X(3)  VALUE SPACE.
           05 w9-tr-row-amount                PIC S9(9)V9(2) COMP-3
                                               VALUE ZERO.
           05 w9-tr-rot-labour                PIC S9(9)V9(2) COMP-3
                                               VALUE ZERO.
           05 w9-tr-rut-labour                PIC S9(9)V9(2) COMP-3
                                               VALUE ZERO.
           05 is-tr-bad-labour-switch         PIC X(1)  VALUE 'N'.
               88  is-tr-bad-labour                     VALUE 'Y'.
           05 is-tr-valid-switch              PIC X(1)  VALUE 'N'.
               88  is-tr-data-valid                     VALUE 'Y'.
           05 wn-tr-month                     PIC 9(2)  VALUE ZERO.
           05 wn-tr-day                       PIC 9(2)  VALUE ZERO.
           05 wn-tr-digit                     PIC 9(2)  VALUE ZERO.
           05 wn-tr-luhn-ix                   PIC S9(4) COMP.
           05 wn-tr-luhn-weight               PIC S9(4) COMP.
           05 wn-tr-luhn-sum                  PIC S9(4) COMP.
           05 wn-tr-year                      PIC S9(9) COMP.
           05 w9-tr-rot-pct                   PIC S9(3)V9(2) COMP-3.
           05 w9-tr-rut-pct                   PIC S9(3)V9(2) COMP-3.
           05 w9-tr-rot-max                   PIC S9(7)V9(2) COMP-3.
           05 w9-tr-total-max                 PIC S9(7)V9(2) COMP-3.
           05 w9-tr-used-rot                  PIC S9(9)V9(2) COMP-3.
           05 w9-tr-used-all                  PIC S9(9)V9(2) COMP-3.
           05 w9-tr-room                      PIC S9(9)V9(2) COMP-3.
           05 wn-tr-reduction                 PIC S9(9) COMP-3.
           05 w9-tr-reduction-total           PIC S9(9)V9(2) COMP-3.

       01  TODAYS-DATE-IMPORT.
           05  T-YEAR-IMPORT                  PIC X(4).
           05  T-MONTH-IMPORT                 PIC X(2).
       01  out-rpt-work-fields.
           05 wn-outrpt-cust-id                PIC S9(9) COMP.
           05 wc-outrpt-custno                 PIC X(10) VALUE SPACE.
           05 wn-outrpt-count                  PIC S9(9) COMP.
           05 wc-outrpt-procdate                PIC X(10) VALUE SPACE.
           05 wc-outrpt-actioncode              PIC X(1)  VALUE SPACE.
           05 wn-outrpt-resultcode              PIC S9(4) COMP.
           05 w9-rev-ytd-grand-total           PIC S9(9)V9(2) COMP-3
                                                VALUE ZERO.
           05 wn-rev-elapsed-months            PIC S9(4) COMP.
      *    earned revenue: what was invoiced, less the part billed
      *    in advance and deferred, plus the month's share released
      *    from earlier advance billing
           05 w9-rev-defer-total               PIC S9(7)V9(2) COMP-3.
           05 w9-rev-rel-total                 PIC S9(7)V9(2) COMP-3.
           05 w9-rev-earn-total                PIC S9(7)V9(2) COMP-3.
           05 w9-rev-grand-earn                PIC S9(9)V9(2) COMP-3
                                                VALUE ZERO.
           05 w9-rev-ytd-earn-total            PIC S9(9)V9(2) COMP-3
                                                VALUE ZERO.
           05 wc-rev-relperiod                 PIC X(7)  VALUE SPACE.
           05 wn-rev-rel-month                 PIC 9(2)  VALUE ZERO.
           05 TODAYS-DATE-REV.
               10  T-YEAR-REV                  PIC X(4).
               10  T-MONTH-REV                 PIC X(2).
           05 wc-bgpay-new-custno              PIC X(10) VALUE SPACE.
           05 wc-bgpay-new-invno               PIC X(16) VALUE SPACE.
           05 wn-bgpay-new-inv-id              PIC S9(9) COMP.
           05 w9-bgpay-costamt                 PIC S9(7)V9(2) COMP-3.
           05 w9-bgpay-intamt                  PIC S9(7)V9(2) COMP-3.
           05 wn-bgpay-intinv-id               PIC S9(9) COMP.
           05 w9-bgpay-principal               PIC S9(7)V9(2) COMP-3.

      *    function code passed to PAYALLOC, which splits a payment
      *    into reminder costs, late interest and principal in that
      *    order (Q = work out only, A = book, R = take back)
       01  wc-payalloc-func                    PIC X(1)  VALUE SPACE.

      *    fixed-layout message logged via SQLLOG for a payment
      *    correction, the same mechanism Z0900-error-routine uses
                                                VALUE ZERO.
           05 wn-wo-count                      PIC 9(5)  VALUE ZERO.

      *    work fields for the Kronofogden cases: the customer's
      *    go-ahead releases a case to the application run, and a
      *    case can be withdrawn at any point before the utslag
       01  kfm-work-fields.
           05 wn-kfm-case-id                   PIC S9(9) COMP.
           05 wc-kfm-custno                    PIC X(10) VALUE SPACE.
           05 wc-kfm-invno                     PIC X(16) VALUE SPACE.
           05 wn-kfm-cust-id                   PIC S9(9) COMP.
           05 wc-kfm-state                     PIC X(1)  VALUE SPACE.
           05 wc-kfm-statetext                 PIC X(12) VALUE SPACE.
           05 wc-kfm-regdate                   PIC X(10) VALUE SPACE.
           05 w9-kfm-principal                 PIC S9(7)V9(2) COMP-3.
           05 we-kfm-principal                 PIC Z(6)9.99.
           05 we-kfm-case-id                   PIC Z(8)9.
           05 wc-kfm-kfmref                    PIC X(20) VALUE SPACE.
           05 wc-kfm-action                    PIC X(1)  VALUE SPACE.

      *    work fields for the sanctions-list hits: a false
      *    positive is cleared through four-eyes, a true match is
      *    confirmed and keeps blocking every payout to the party
       01  sanction-work-fields.
           05 wn-sanc-hit-id                   PIC S9(9) COMP.
           05 we-sanc-hit-id                   PIC Z(8)9.
           05 wc-sanc-partytype                PIC X(1)  VALUE SPACE.
           05 wn-sanc-debt-id                  PIC S9(9) COMP.
           05 wn-sanc-cust-id                  PIC S9(9) COMP.
           05 wn-sanc-party-id                 PIC S9(9) COMP.
           05 we-sanc-party-id                 PIC Z(8)9.
           05 wc-sanc-senderbg                 PIC X(10) VALUE SPACE.
           05 wc-sanc-partyname.
              49 wc-sanc-partyname-len         PIC S9(4) COMP.
              49 wc-sanc-partyname-text        PIC X(60).
           05 wc-sanc-listref                  PIC X(20) VALUE SPACE.
           05 wn-sanc-score                    PIC S9(4) COMP.
           05 we-sanc-score                    PIC ZZ9.
           05 wc-sanc-found                    PIC X(10) VALUE SPACE.
           05 wc-sanc-state                    PIC X(1)  VALUE SPACE.
           05 wc-sanc-action                   PIC X(1)  VALUE SPACE.
           05 wn-sanc-count                    PIC S9(9) COMP.

      *    work fields for the outbound file register: a file with
      *    no receipt is marked received by hand or handed over
      *    again from its registered copy, never regenerated
       01  outfile-work-fields.
           05 wn-of-id                         PIC S9(9) COMP.
           05 we-of-id                         PIC Z(8)9.
           05 we-of-reccount                   PIC Z(6)9.
           05 we-of-amount                     PIC -(8)9.99.
           05 we-of-sendcount                  PIC Z9.
           05 wc-of-action                     PIC X(1)  VALUE SPACE.
           05 wc-of-ref                        PIC X(40) VALUE SPACE.
           05 wc-of-command                    PIC X(200) VALUE SPACE.

      *    work fields for the sale of a receivables portfolio:
      *    nothing is sold before the customer has approved the
      *    selection and the buyer is on record
       01  debtsale-work-fields.
           05 wn-ds-sale-id                    PIC S9(9) COMP.
           05 wc-ds-custno                     PIC X(10) VALUE SPACE.
           05 wc-ds-state                      PIC X(1)  VALUE SPACE.
           05 wc-ds-created                    PIC X(10) VALUE SPACE.
           05 wn-ds-invcount                   PIC S9(9) COMP.
           05 w9-ds-total                      PIC S9(9)V9(2) COMP-3.
           05 we-ds-total                      PIC Z(8)9.99.
           05 we-ds-sale-id                    PIC Z(8)9.
           05 we-ds-invcount                   PIC Z(4)9.
           05 wc-ds-buyer                      PIC X(40) VALUE SPACE.
           05 wc-ds-buyerbg                    PIC X(10) VALUE SPACE.
           05 wc-ds-action                     PIC X(1)  VALUE SPACE.

      *    work fields for the momsdeklaration report
       01  vat-rpt-work-fields.
           05 wn-vatr-rc-count                PIC S9(9) COMP
           05 w9-inq-payamt                    PIC S9(7)V9(2) COMP-3.
           05 wc-inq-paydate                   PIC X(10) VALUE SPACE.
           05 wc-inq-reversed                  PIC X(1)  VALUE SPACE.
           05 wc-inq-fee-text                  PIC X(20) VALUE SPACE.
           05 w9-inq-fee-amount                PIC S9(5)V9(2) COMP-3.
           05 w9-inq-fee-paid                  PIC S9(5)V9(2) COMP-3.
           05 w9-inq-fee-open                  PIC S9(7)V9(2) COMP-3.
           05 wc-inq-tr-type                   PIC X(3)  VALUE SPACE.
           05 wc-inq-tr-state                  PIC X(10) VALUE SPACE.
           05 w9-inq-tr-appramt                PIC S9(7)V9(2) COMP-3.
           05 wc-inq-actioncode                PIC X(1)  VALUE SPACE.
           05 wn-inq-resultcode                PIC S9(4) COMP.
           05 wn-inq-arch-id                   PIC S9(9) COMP.
           05 wc-inq-arch-fetch                PIC X(1)  VALUE SPACE.
           05 wc-inq-arch-command              PIC X(120)
                                                VALUE SPACE.
           05 we-inq-clog-id                   PIC Z(8)9.
           05 ind-inq-clog-follow              PIC S9(4) COMP.
           05 wc-inq-clog-mark                 PIC X(1)  VALUE SPACE.
           05 wc-inq-track-text                PIC X(20) VALUE SPACE.

      *    work fields for the exchange-rate maintenance screen
       01  fxrate-work-fields.
           05 ind-brun-endtime                 PIC S9(4) COMP.
           05 ind-brun-exit                    PIC S9(4) COMP.
           05 ind-brun-rows                    PIC S9(4) COMP.
           05 ind-brun-busdate                 PIC S9(4) COMP.
           05 wc-brun-statetext                PIC X(10) VALUE SPACE.

      *    work fields for the four-eyes approval queue: one admin
           05 wc-appr-proposedby               PIC X(10) VALUE SPACE.
           05 wc-appr-propdate                 PIC X(10) VALUE SPACE.
           05 wc-appr-action                   PIC X(1)  VALUE SPACE.
      *    Y when regextract has written an approved extract
           05 wc-gdpr-result                   PIC X(1)  VALUE SPACE.

      *    work fields for the suspense-account work queue
       01  suspense-work-fields.
                                                VALUE ZERO.
           05 w9-susp-apply                    PIC S9(7)V9(2) COMP-3.
           05 w9-susp-overpay                  PIC S9(7)V9(2) COMP-3.
           05 w9-susp-principal                PIC S9(7)V9(2) COMP-3.
           05 wn-susp-debt-id                  PIC S9(9) COMP.
           05 wn-susp-dcred-hit                PIC S9(9) COMP.

           05 wc-login-pwdchanged              PIC X(10)  VALUE SPACE.
           05 wn-login-failcount               PIC S9(4)  COMP.
           05 ind-login-pwdchanged             PIC S9(4)  COMP.

      *    work fields for the worklist queue log - entered or
      *    resolved, the queue and the item's key
       01  queuelog-work-fields.
           05 wc-ql-func                       PIC X(1)   VALUE SPACE.
           05 wc-ql-queue                      PIC X(4)   VALUE SPACE.
           05 wn-ql-key1                       PIC S9(9)  COMP.
           05 wn-ql-key2                       PIC S9(9)  COMP.
           05 wc-ql-keytext                    PIC X(16)  VALUE SPACE.

      *    work fields for the debtor address history - K keeps
      *    the address about to change, C records the new one
       01  addrhist-work-fields.
           05 wc-ah-func                       PIC X(1)   VALUE SPACE.
           05 wc-ah-source                     PIC X(1)   VALUE SPACE.
           05 wn-ah-debt-id                    PIC S9(9)  COMP.
           05 wn-ah-addr-id                    PIC S9(9)  COMP.

      *    work fields for the read-access log of debtor personal
      *    data - screen code, debtor and invoice looked at
       01  readlog-work-fields.
           05 wc-rl-func                       PIC X(8)   VALUE SPACE.
           05 wn-rl-debt-id                    PIC S9(9)  COMP.
           05 wn-rl-inv-id                     PIC S9(9)  COMP.
           05 ind-login-mustchange             PIC S9(4)  COMP.
           05 ind-login-failcount              PIC S9(4)  COMP.
           05 wc-hash-input                    PIC X(20)  VALUE SPACE.
           05 wc-pf-date-in                   PIC X(10) VALUE SPACE.
           05 wc-pf-date-out                  PIC X(10) VALUE SPACE.
           05 wc-pf-amount                    PIC X(40) VALUE SPACE.
           05 wc-pf-value                     PIC X(40) VALUE SPACE.
           05 wc-pf-code                      PIC X(2)  VALUE SPACE.
           05 wc-pf-action                    PIC X(1)  VALUE SPACE.
           05 wc-pf-custno                    PIC X(10) VALUE SPACE.
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
                 AND I.INVSTATE NOT = 8
               GROUP BY I.CURRENCY
               ORDER BY I.CURRENCY
           05 wc-rsub-code                    PIC X(3)  VALUE SPACE.
           05 wc-rsub-recipient               PIC X(60) VALUE SPACE.
           05 wc-rsub-action                  PIC X(1)  VALUE SPACE.
           05 wn-rsub-staff-id                PIC S9(9) COMP.
           05 wc-rsub-sign                    PIC X(10) VALUE SPACE.

      *    all registered report subscriptions
           EXEC SQL
           05 wn-rp-count                     PIC 9(7)  VALUE ZERO.
           05 wc-rp-invno                     PIC X(16) VALUE SPACE.
           05 wc-rp-run-custno                PIC X(10) VALUE SPACE.
           05 wc-rp-choice                    PIC X(1)  VALUE SPACE.
           05 wn-rp-queued                    PIC S9(9) COMP.
           05 wn-rp-rpq-id                    PIC S9(9) COMP.

      *    the prints of the chosen night(s) to regenerate
           EXEC SQL
               ORDER BY O.OUTLOG_ID
           END-EXEC

      *    the invoices the envelope reconciliation found diverted,
      *    doubled or missing at the inserter, still to be reprinted
           EXEC SQL
               DECLARE CUR-RP-QUEUE CURSOR FOR
               SELECT Q.RPQ_ID, C.CUSTNO, Q.INVNO
               FROM TUTORIAL.REPRINTQ Q, TUTORIAL.CUSTOMER C
               WHERE Q.CUST_ID = C.CUST_ID
                 AND Q.STATE = 'O'
               ORDER BY Q.RPQ_ID
               FOR FETCH ONLY
           END-EXEC

      *    work fields for manual payment registration: payments
      *    that never arrive through BgMax - plain transfers with
      *    useless references, Swish, checks - settled through the
           05 w9-mp-outstanding               PIC S9(9)V9(2) COMP-3.
           05 w9-mp-apply                     PIC S9(7)V9(2) COMP-3.
           05 w9-mp-overpay                   PIC S9(7)V9(2) COMP-3.
           05 w9-mp-principal                 PIC S9(7)V9(2) COMP-3.
           05 wc-mp-paydate                   PIC X(10) VALUE SPACE.
           05 wc-mp-type                      PIC X(1)  VALUE SPACE.
           05 wn-mp-payment-id                PIC S9(9) COMP.
               ORDER BY MAXSHEETS
           END-EXEC

      *    work fields for the consumables register screen
       01  consumable-work-fields.
           05 wc-cs-action                    PIC X(1)  VALUE SPACE.
           05 wc-cs-conscode                  PIC X(10) VALUE SPACE.
           05 wc-cs-custno                    PIC X(10) VALUE SPACE.
           05 wn-cs-qty                       PIC S9(9) COMP.
           05 wn-cs-hit                       PIC S9(9) COMP.
           05 wc-cs-flag                      PIC X(1)  VALUE SPACE.
           05 we-cs-onhand                    PIC -(8)9.
           05 we-cs-level                     PIC Z(8)9.
           05 we-cs-cust-id                   PIC Z(8)9.

      *    the register, paper first, then envelopes and inserts
           EXEC SQL
               DECLARE CUR-CONSUMABLE CURSOR FOR
               SELECT CONSCODE, DESCRIPTION, CONSTYPE, CUST_ID,
                      ONHAND, REORDERLVL, ACTIVE
               FROM TUTORIAL.CONSUMABLE
               ORDER BY CONSTYPE DESC, CUST_ID, CONSCODE
           END-EXEC

      *    work fields for the marketing inserts register screen
       01  adinsert-work-fields.
           05 wc-ai-action                    PIC X(1)  VALUE SPACE.
           05 wc-ai-custno                    PIC X(10) VALUE SPACE.
           05 wn-ai-hit                       PIC S9(9) COMP.
           05 wc-ai-flag                      PIC X(1)  VALUE SPACE.
           05 we-ai-weight                    PIC Z(4)9.
           05 we-ai-feeder                    PIC 9(1).
           05 we-ai-count                     PIC Z(6)9.

      *    the register, the inserts in force or still to come
      *    first, with the pieces that have taken each so far
           EXEC SQL
               DECLARE CUR-ADINSERT CURSOR FOR
               SELECT A.INSCODE, A.DESCRIPTION, C.CUSTNO,
                      A.FROMDATE, A.TODATE, A.TARGET, A.WEIGHT,
                      A.FEEDER, A.ACTIVE,
                      (SELECT COUNT(*) FROM TUTORIAL.ADINSLOG L
                       WHERE L.INSERT_ID = A.INSERT_ID)
               FROM TUTORIAL.ADINSERT A, TUTORIAL.CUSTOMER C
               WHERE C.CUST_ID = A.CUST_ID
               ORDER BY A.ACTIVE DESC, A.TODATE DESC, A.INSCODE
           END-EXEC

      *    work fields for the korrektur screen
       01  proof-work-fields.
           05 wc-kr-action                    PIC X(1)  VALUE SPACE.
           05 wc-kr-custno                    PIC X(10) VALUE SPACE.
           05 wn-kr-cust-id                   PIC S9(9) COMP.
           05 wn-kr-hit                       PIC S9(9) COMP.
           05 wc-kr-sentdate                  PIC X(10) VALUE SPACE.
           05 we-kr-id                        PIC Z(8)9.
           05 we-kr-samples                   PIC Z9.

      *    the korrektur orders not yet approved, the oldest first;
      *    N = new customer, M = changed template; V = waiting for
      *    the proof run, S = proof sent to the customer
           EXEC SQL
               DECLARE CUR-PROOF CURSOR FOR
               SELECT P.PROOF_ID, C.CUSTNO, P.REASON, P.STATE,
                      P.CREATED, COALESCE(CHAR(P.SENTDATE), ' '),
                      P.SAMPLES, P.SENTTO, P.APPRREF
               FROM TUTORIAL.PROOF P, TUTORIAL.CUSTOMER C
               WHERE C.CUST_ID = P.CUST_ID
                 AND P.STATE <> 'G'
               ORDER BY P.PROOF_ID
           END-EXEC

      *    work fields for the debtor merge: the duplicate's id,
      *    the survivor's id, and the hit counters used when the
      *    one-row-per-debtor tables are folded together
       01  provkorning-fields.
           05 PROV-FS                         PIC X(2)  VALUE SPACE.
               88  PROV-SUCCESSFUL                      VALUE '00'.
           05 KONTROLL-FS                     PIC X(2)  VALUE SPACE.
               88  KONTROLL-SUCCESSFUL                  VALUE '00'.
           05 wn-pv-seqno                     PIC S9(9) COMP
                                               VALUE ZERO.
           05 wn-pv-resultcode                PIC S9(4) COMP
           05 is-pv-open-switch               PIC X(1)  VALUE 'N'.
               88  is-pv-invoice-open                   VALUE 'Y'.
           05 wc-pv-custno                    PIC X(10) VALUE SPACE.
           05 wc-pv-duedate                   PIC X(10) VALUE SPACE.
           05 wc-pv-buyerref                  PIC X(30) VALUE SPACE.
           05 wc-pv-refreq                    PIC X(1)  VALUE 'N'.
           05 wc-pv-trancode                  PIC X(2)  VALUE SPACE.
           05 wc-pv-debtno                    PIC X(9)  VALUE SPACE.
           05 wc-pv-invno                     PIC X(16) VALUE SPACE.
           05 wc-pv-invdate                   PIC X(10) VALUE SPACE.
           05 w9-pv-inv-total                 PIC S9(9)V9(2) COMP-3
                                               VALUE ZERO.
           05 we-pv-seqno                     PIC Z(4)9.
      *    debtors the candidate file itself introduces with a
      *    14-record - the test run writes nothing, so their
      *    invoices are judged against this list instead
           05 wn-pv-newdebt-count             PIC S9(4) COMP
                                               VALUE ZERO.
           05 wn-pv-newdebt-ix                PIC S9(4) COMP.
           05 is-pv-newdebt-switch            PIC X(1)  VALUE 'N'.
               88  is-pv-newdebt                        VALUE 'Y'.
           05 pv-newdebt-table                OCCURS 500 TIMES.
               10 wc-pv-newdebt-custno        PIC X(10).
               10 wc-pv-newdebt-extno         PIC X(9).

      *    work fields for the unified worklist: one count and one
      *    oldest-entry date per open-item queue, so the morning
           05 wn-wl-ymd                       PIC 9(8)  VALUE ZERO.
           05 wc-wl-label                     PIC X(34) VALUE SPACE.
           05 wc-wl-weekback                  PIC X(10) VALUE SPACE.
           05 wc-wl-today                     PIC X(10) VALUE SPACE.
           05 wc-wl-receipt-limit             PIC X(10) VALUE SPACE.
           05 wn-wl-receipt-days              PIC S9(4) COMP
                                               VALUE 2.
           05 wc-wl-clog-func                 PIC X(1)  VALUE 'F'.
           05 wn-wl-clog-debt-id              PIC S9(9) COMP
                                               VALUE ZERO.
           05 wn-wl-clog-cust-id              PIC S9(9) COMP
                                               VALUE ZERO.
           05 we-wl-custid                    PIC Z(8)9.

      *    Various constants
      *    force a password change on first login (no hash stored
      *    yet or the flag is set) and when the password is older
      *    than ninety days
           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE ZERO TO wn-pwd-ymd
           MOVE T-YEAR-IMPORT  TO wn-pwd-ymd(1:4)
           MOVE T-MONTH-IMPORT TO wn-pwd-ymd(5:2)
           END-EXEC
           PERFORM B0160-show-worklist-line

      *    claims the agency gave back unpaid, from the return
      *    until Kronofogden's utslag or the customer withdraws
           MOVE '(9) Kronofogdeärenden' TO wc-wl-label
           EXEC SQL
               SELECT COUNT(*), MIN(REGDATE)
               INTO :wn-wl-count, :wc-wl-oldest:ind-wl-oldest
               FROM TUTORIAL.KFMCASE
               WHERE STATE NOT = 'S'
                 AND STATE NOT = 'W'
           END-EXEC
           PERFORM B0160-show-worklist-line

      *    follow-up dates in the contact log that have come round
           MOVE '(A) Förfallna uppföljningar' TO wc-wl-label
           EXEC SQL
               SELECT COUNT(*), MIN(FOLLOWUP)
               INTO :wn-wl-count, :wc-wl-oldest:ind-wl-oldest
               FROM TUTORIAL.CONTACTLOG
               WHERE FOLLOWDONE = 'N'
                 AND FOLLOWUP <= :wc-wl-today
           END-EXEC
           PERFORM B0160-show-worklist-line

      *    register extracts asked for and not yet delivered - the
      *    one-month answer time runs from the oldest
           MOVE '(B) Registerutdrag ej levererade' TO wc-wl-label
           EXEC SQL
               SELECT COUNT(*), MIN(RECEIVED)
               INTO :wn-wl-count, :wc-wl-oldest:ind-wl-oldest
               FROM TUTORIAL.GDPRREQ
               WHERE STATE NOT = 'L'
           END-EXEC
           PERFORM B0160-show-worklist-line

      *    legal holds whose review date has come - each must be
      *    confirmed with a new date or released
           MOVE '(C) Bevarandespärrar att ompröva' TO wc-wl-label
           EXEC SQL
               SELECT COUNT(*), MIN(REVIEWDATE)
               INTO :wn-wl-count, :wc-wl-oldest:ind-wl-oldest
               FROM TUTORIAL.LEGALHOLD
               WHERE RELEASED IS NULL
                 AND REVIEWDATE <= :wc-wl-today
           END-EXEC
           PERFORM B0160-show-worklist-line

      *    sanctions-list hits from PbsSanction - every payout to
      *    the party is held until the hit is decided
           MOVE '(D) Sanktionsträffar att granska' TO wc-wl-label
           EXEC SQL
               SELECT COUNT(*), MIN(FOUND)
               INTO :wn-wl-count, :wc-wl-oldest:ind-wl-oldest
               FROM TUTORIAL.SANCHIT
               WHERE STATE = 'O'
           END-EXEC
           PERFORM B0160-show-worklist-line

      *    outbound files the counterparty has not receipted in
      *    time - they may never have arrived
           MOVE '(E) Utgående filer utan kvittens' TO wc-wl-label
           EXEC SQL
               SELECT COUNT(*), MIN(HANDEDDATE)
               INTO :wn-wl-count, :wc-wl-oldest:ind-wl-oldest
               FROM TUTORIAL.OUTFILEREG
               WHERE RECEIPT = 'N'
                 AND HANDEDDATE <= :wc-wl-receipt-limit
           END-EXEC
           PERFORM B0160-show-worklist-line

           DISPLAY HEADLINE
           DISPLAY 'Ange könummer för att hantera, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
               WHEN '5'
                   MOVE '86' TO wc-accept
                   CALL 'debtormenu' USING wc-accept,
                                     wc-operator-role,
                                     wc-login-userid
               WHEN '6'
                   MOVE '85' TO wc-accept
                   CALL 'debtormenu' USING wc-accept,
                                     wc-operator-role,
                                     wc-login-userid
               WHEN '7'
                   PERFORM X0182-review-writeoffs
               WHEN '8'
                   PERFORM B0180-list-rejected-einv
               WHEN '9'
                   PERFORM B0190-kfm-cases
               WHEN 'A'
                   PERFORM B0195-contact-followups
               WHEN 'a'
                   PERFORM B0195-contact-followups
               WHEN 'B'
                   MOVE '87' TO wc-accept
                   CALL 'debtormenu' USING wc-accept,
                                     wc-operator-role,
                                     wc-login-userid
               WHEN 'b'
                   MOVE '87' TO wc-accept
                   CALL 'debtormenu' USING wc-accept,
                                     wc-operator-role,
                                     wc-login-userid
               WHEN 'C'
                   MOVE '88' TO wc-accept
                   CALL 'debtormenu' USING wc-accept,
                                     wc-operator-role,
                                     wc-login-userid
               WHEN 'c'
                   MOVE '88' TO wc-accept
                   CALL 'debtormenu' USING wc-accept,
                                     wc-operator-role,
                                     wc-login-userid
               WHEN 'D'
                   PERFORM B0200-sanction-hits
               WHEN 'd'
                   PERFORM B0200-sanction-hits
               WHEN 'E'
                   PERFORM B0205-outbound-files
               WHEN 'e'
                   PERFORM B0205-outbound-files
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      **********************************************************
       B0170-count-all-queues.

      *    the main-menu summary: the same queues totalled into
      *    one figure, pinned to one PBSCOMPANY row so the figure
      *    stays a single row with several entities on file
           MOVE ZERO TO wn-wl-total
           PERFORM B0175-set-weekback

                   WHERE ACTIONCODE = 'D'
                     AND RESULTCODE = 2
                     AND PROCDATE >= :wc-wl-weekback)
                + (SELECT COUNT(*) FROM TUTORIAL.KFMCASE
                   WHERE STATE NOT = 'S'
                     AND STATE NOT = 'W')
                + (SELECT COUNT(*) FROM TUTORIAL.CONTACTLOG
                   WHERE FOLLOWDONE = 'N'
                     AND FOLLOWUP <= :wc-wl-today)
                + (SELECT COUNT(*) FROM TUTORIAL.GDPRREQ
                   WHERE STATE NOT = 'L')
                + (SELECT COUNT(*) FROM TUTORIAL.LEGALHOLD
                   WHERE RELEASED IS NULL
                     AND REVIEWDATE <= :wc-wl-today)
                + (SELECT COUNT(*) FROM TUTORIAL.SANCHIT
                   WHERE STATE = 'O')
                + (SELECT COUNT(*) FROM TUTORIAL.OUTFILEREG
                   WHERE RECEIPT = 'N'
                     AND HANDEDDATE <= :wc-wl-receipt-limit)
               INTO :wn-wl-total
               FROM TUTORIAL.PBSCOMPANY
               WHERE PBSCO_ID =
      **********************************************************
       B0175-set-weekback.

      *    today's integer date for the age columns, the
      *    seven-days-back date the e-invoice queue is cut on,
      *    today as a date string for the due follow-ups and the
      *    last handover date an outbound file may still be
      *    waiting for its receipt from
           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE ZERO TO wn-wl-ymd
           MOVE T-YEAR-IMPORT  TO wn-wl-ymd(1:4)
           MOVE T-MONTH-IMPORT TO wn-wl-ymd(5:2)
           MOVE wn-wl-ymd(5:2) TO wc-wl-weekback(6:2)
           MOVE wn-wl-ymd(7:2) TO wc-wl-weekback(9:2)
           MOVE '-' TO wc-wl-weekback(5:1), wc-wl-weekback(8:1)

           MOVE T-YEAR-IMPORT  TO wc-wl-today(1:4)
           MOVE T-MONTH-IMPORT TO wc-wl-today(6:2)
           MOVE T-DAY-IMPORT   TO wc-wl-today(9:2)
           MOVE '-' TO wc-wl-today(5:1), wc-wl-today(8:1)

           MOVE 2 TO wn-wl-receipt-days
           EXEC SQL
               SELECT THRVALUE
               INTO :THRESHOLD-THRVALUE
               FROM TUTORIAL.THRESHOLD
               WHERE THRKEY = 'KVITTDAGAR'
           END-EXEC
           IF SQLCODE = ZERO AND THRESHOLD-THRVALUE > ZERO
               MOVE THRESHOLD-THRVALUE TO wn-wl-receipt-days
           END-IF

           COMPUTE wn-wl-age = wn-wl-today-int - wn-wl-receipt-days
           COMPUTE wn-wl-ymd =
               FUNCTION DATE-OF-INTEGER(wn-wl-age)
           MOVE wn-wl-ymd(1:4) TO wc-wl-receipt-limit(1:4)
           MOVE wn-wl-ymd(5:2) TO wc-wl-receipt-limit(6:2)
           MOVE wn-wl-ymd(7:2) TO wc-wl-receipt-limit(9:2)
           MOVE '-' TO wc-wl-receipt-limit(5:1),
                       wc-wl-receipt-limit(8:1)
           .

      **********************************************************
           .

      **********************************************************
       B0195-contact-followups.

      *    the due follow-ups across every debtor's and customer's
      *    contact log, worked in the shared contact-log program
           MOVE 'F' TO wc-wl-clog-func
           MOVE ZERO TO wn-wl-clog-debt-id, wn-wl-clog-cust-id
           CALL 'contactlog' USING wc-wl-clog-func, wn-wl-clog-debt-id,
                                   wn-wl-clog-cust-id, wc-login-userid
           .

      **********************************************************
       B0190-kfm-cases.

      *    the open Kronofogden cases one per line; the operator
      *    records the customer's go-ahead, which the nightly
      *    application run picks up, or withdraws the case
           DISPLAY HEADLINE
           DISPLAY '*** KRONOFOGDEÄRENDEN ***'
           DISPLAY HEADLINE
           DISPLAY '   Ärende Kundnr     Fakturanr        Status'
                   '       Reg.datum      Kapital Målnummer'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-WL-KFM
           END-EXEC

           EXEC SQL
               FETCH CUR-WL-KFM
               INTO :wn-kfm-case-id, :wc-kfm-custno, :wc-kfm-invno,
                    :wc-kfm-state, :wc-kfm-regdate,
                    :w9-kfm-principal, :wc-kfm-kfmref
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM B0192-set-kfm-statetext
               MOVE wn-kfm-case-id TO we-kfm-case-id
               MOVE w9-kfm-principal TO we-kfm-principal
               DISPLAY we-kfm-case-id ' ' wc-kfm-custno ' '
                       wc-kfm-invno ' ' wc-kfm-statetext ' '
                       wc-kfm-regdate ' ' we-kfm-principal ' '
                       wc-kfm-kfmref

               EXEC SQL
                   FETCH CUR-WL-KFM
                   INTO :wn-kfm-case-id, :wc-kfm-custno,
                        :wc-kfm-invno, :wc-kfm-state,
                        :wc-kfm-regdate, :w9-kfm-principal,
                        :wc-kfm-kfmref
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-WL-KFM
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Ange ärende att behandla, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO wn-kfm-case-id
           ACCEPT wn-kfm-case-id

           IF wn-kfm-case-id NOT = ZERO
               PERFORM B0191-decide-kfm-case
           END-IF
           .

      **********************************************************
       B0191-decide-kfm-case.

           EXEC SQL
               SELECT K.STATE, I.CUST_ID, I.INVNO
               INTO :wc-kfm-state, :wn-kfm-cust-id, :wc-kfm-invno
               FROM TUTORIAL.KFMCASE K, TUTORIAL.INVOICE I
               WHERE K.CASE_ID = :wn-kfm-case-id
                 AND K.INV_ID = I.INV_ID
                 AND K.STATE NOT = 'S'
                 AND K.STATE NOT = 'W'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Inget öppet ärende med det numret!'
           ELSE
               DISPLAY 'G - Kunden har godkänt ansökan,'
                       ' W - Återkalla ärendet'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-kfm-action

               CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
               MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
               MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
               MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
               MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)
               MOVE T-HOUR-IMPORT   TO wc-proc-time(1:2)
               MOVE T-MINUTE-IMPORT TO wc-proc-time(4:2)
               MOVE T-SECOND-IMPORT TO wc-proc-time(7:2)
               MOVE ':' TO wc-proc-time(3:1), wc-proc-time(6:1)

               EVALUATE FUNCTION UPPER-CASE(wc-kfm-action)
                   WHEN 'G'
      *                a rejected application may be sent again once
      *                the customer has corrected and re-approved it
                       IF wc-kfm-state = 'P' OR wc-kfm-state = 'V'
                           EXEC SQL
                               UPDATE TUTORIAL.KFMCASE
                               SET STATE = 'G',
                                   APPROVEDBY = :wc-login-userid
                               WHERE CASE_ID = :wn-kfm-case-id
                           END-EXEC
                           IF SQLCODE = ZERO
                               DISPLAY 'Ärendet går med nästa'
                                       ' ansökningskörning.'
                           ELSE
                               PERFORM Z0900-error-routine
                           END-IF
                       ELSE
                           DISPLAY 'Ärendet väntar inte på'
                                   ' kundens godkännande!'
                       END-IF
                   WHEN 'W'
                       EXEC SQL
                           UPDATE TUTORIAL.KFMCASE
                           SET STATE = 'W',
                               DECDATE = :wc-today-date
                           WHERE CASE_ID = :wn-kfm-case-id
                       END-EXEC
                       IF SQLCODE NOT = ZERO
                           PERFORM Z0900-error-routine
                       ELSE
                           MOVE 'OUTLOG' TO wc-keyalloc-table
                           CALL 'KEYALLOC' USING wc-keyalloc-table,
                                                 wn-next-outlog-id
                           EXEC SQL
                               INSERT INTO TUTORIAL.OUTLOG
                               VALUES (:wn-next-outlog-id,
                                       :wn-kfm-cust-id,
                                       :wc-kfm-invno, :wc-today-date,
                                       'J', 4, :wc-proc-time)
                           END-EXEC
                           IF wc-kfm-state = 'A' OR wc-kfm-state = 'B'
                               DISPLAY 'Ärendet är återkallat - meddela'
                                       ' Kronofogden!'
                           ELSE
                               DISPLAY 'Ärendet är återkallat.'
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Ingen åtgärd utförd.'
               END-EVALUATE
           END-IF
           .

      **********************************************************
       B0192-set-kfm-statetext.

           EVALUATE wc-kfm-state
               WHEN 'P'
                   MOVE 'Väntar kund' TO wc-kfm-statetext
               WHEN 'G'
                   MOVE 'Godkänd'     TO wc-kfm-statetext
               WHEN 'A'
                   MOVE 'Ansökt'      TO wc-kfm-statetext
               WHEN 'B'
                   MOVE 'Bestridd'    TO wc-kfm-statetext
               WHEN 'V'
                   MOVE 'Avvisad'     TO wc-kfm-statetext
               WHEN OTHER
                   MOVE wc-kfm-state  TO wc-kfm-statetext
           END-EVALUATE
           .

      **********************************************************
       B0200-sanction-hits.

      *    the hits PbsSanction has queued, one per line; only an
      *    admin decides them. A false positive is cleared through
      *    the four-eyes queue like any other release of money, a
      *    true match is confirmed at once
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY '*** SANKTIONSTRÄFFAR ***'
           DISPLAY HEADLINE
           DISPLAY '    Träff T      Part Avs.BG     Namn'
           DISPLAY '          Listreferens         Poäng Funnen     S'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-WL-SANC
           END-EXEC

           EXEC SQL
               FETCH CUR-WL-SANC
               INTO :wn-sanc-hit-id, :wc-sanc-partytype,
                    :wn-sanc-debt-id, :wn-sanc-cust-id,
                    :wc-sanc-senderbg, :wc-sanc-partyname,
                    :wc-sanc-listref, :wn-sanc-score,
                    :wc-sanc-found, :wc-sanc-state
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               IF wc-sanc-partytype = 'K'
                   MOVE wn-sanc-cust-id TO wn-sanc-party-id
               ELSE
                   MOVE wn-sanc-debt-id TO wn-sanc-party-id
               END-IF
               MOVE wn-sanc-hit-id   TO we-sanc-hit-id
               MOVE wn-sanc-party-id TO we-sanc-party-id
               MOVE wn-sanc-score    TO we-sanc-score
               DISPLAY we-sanc-hit-id ' ' wc-sanc-partytype
                       we-sanc-party-id ' ' wc-sanc-senderbg ' '
                       wc-sanc-partyname-text(1:30)
               DISPLAY '          ' wc-sanc-listref ' '
                       we-sanc-score '   ' wc-sanc-found ' '
                       wc-sanc-state

               EXEC SQL
                   FETCH CUR-WL-SANC
                   INTO :wn-sanc-hit-id, :wc-sanc-partytype,
                        :wn-sanc-debt-id, :wn-sanc-cust-id,
                        :wc-sanc-senderbg, :wc-sanc-partyname,
                        :wc-sanc-listref, :wn-sanc-score,
                        :wc-sanc-found, :wc-sanc-state
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-WL-SANC
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'T: G gäldenär, K kund, B betalare.'
                   ' S: O öppen, W väntar på godkännande'
           DISPLAY 'Ange träff att behandla, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO wn-sanc-hit-id
           ACCEPT wn-sanc-hit-id

           IF wn-sanc-hit-id NOT = ZERO
               PERFORM B0201-decide-sanction-hit
           END-IF
           .

      **********************************************************
       B0201-decide-sanction-hit.

           EXEC SQL
               SELECT STATE
               INTO :wc-sanc-state
               FROM TUTORIAL.SANCHIT
               WHERE HIT_ID = :wn-sanc-hit-id
                 AND STATE = 'O'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen öppen träff med det numret!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'F - Falskt larm (föreslå friande),'
                   ' B - Bekräfta träff'
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-sanc-action

           EVALUATE FUNCTION UPPER-CASE(wc-sanc-action)
               WHEN 'F'
                   MOVE 'SANCCLEAR'    TO wc-appr-actiontype
                   MOVE wn-sanc-hit-id TO wn-appr-key1
                   MOVE ZERO           TO wn-appr-key2
                   MOVE ZERO           TO wn-appr-key3
                   PERFORM X0157-propose-action

      *            the hit waits for the second admin only once
      *            the proposal is actually on the queue
                   EXEC SQL
                       UPDATE TUTORIAL.SANCHIT
                       SET STATE = 'W'
                       WHERE HIT_ID = :wn-sanc-hit-id
                         AND STATE = 'O'
                         AND EXISTS
                             (SELECT 1 FROM TUTORIAL.APPROVAL A
                              WHERE A.ACTIONTYPE = 'SANCCLEAR'
                                AND A.KEY1 = :wn-sanc-hit-id
                                AND A.STATE = 'P')
                   END-EXEC
               WHEN 'B'
                   CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
                   MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
                   MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
                   MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
                   MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

                   EXEC SQL
                       UPDATE TUTORIAL.SANCHIT
                       SET STATE = 'S',
                           DECIDEDBY = :wc-login-userid,
                           DECIDED = :wc-today-date
                       WHERE HIT_ID = :wn-sanc-hit-id
                         AND STATE = 'O'
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       PERFORM Z0900-error-routine
                   ELSE
                       DISPLAY 'Träffen är bekräftad - inga'
                               ' utbetalningar till parten!'
                   END-IF
               WHEN OTHER
                   DISPLAY 'Ingen åtgärd utförd.'
           END-EVALUATE
           .

      **********************************************************
       B0205-outbound-files.

      *    the handed-over files still waiting for a receipt, one
      *    per line; a receipt that came some other way is marked
      *    by hand, and a file that never arrived is handed over
      *    again exactly as registered
           DISPLAY HEADLINE
           DISPLAY '*** UTGÅENDE FILER UTAN KVITTENS ***'
           DISPLAY HEADLINE
           DISPLAY '       Nr Part       Typ        Filnamn'
           DISPLAY '            Poster        Belopp Överlämnad  Ggr'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-WL-OUTFILE
           END-EXEC

           EXEC SQL
               FETCH CUR-WL-OUTFILE
               INTO :OUTFILEREG-OFR-ID, :OUTFILEREG-PARTY,
                    :OUTFILEREG-FILETYPE, :OUTFILEREG-HANDNAME,
                    :OUTFILEREG-RECCOUNT, :OUTFILEREG-AMOUNT,
                    :OUTFILEREG-HANDEDDATE, :OUTFILEREG-SENDCOUNT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE OUTFILEREG-OFR-ID    TO we-of-id
               MOVE OUTFILEREG-RECCOUNT  TO we-of-reccount
               MOVE OUTFILEREG-AMOUNT    TO we-of-amount
               MOVE OUTFILEREG-SENDCOUNT TO we-of-sendcount
               DISPLAY we-of-id ' ' OUTFILEREG-PARTY ' '
                       OUTFILEREG-FILETYPE ' '
                       OUTFILEREG-HANDNAME-TEXT(1:40)
               DISPLAY '          ' we-of-reccount ' ' we-of-amount
                       ' ' OUTFILEREG-HANDEDDATE '  '
                       we-of-sendcount

               EXEC SQL
                   FETCH CUR-WL-OUTFILE
                   INTO :OUTFILEREG-OFR-ID, :OUTFILEREG-PARTY,
                        :OUTFILEREG-FILETYPE, :OUTFILEREG-HANDNAME,
                        :OUTFILEREG-RECCOUNT, :OUTFILEREG-AMOUNT,
                        :OUTFILEREG-HANDEDDATE, :OUTFILEREG-SENDCOUNT
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-WL-OUTFILE
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Ange fil att behandla, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO wn-of-id
           ACCEPT wn-of-id

           IF wn-of-id NOT = ZERO
               PERFORM B0206-handle-outbound-file
           END-IF
           .

      **********************************************************
       B0206-handle-outbound-file.

           MOVE SPACE TO OUTFILEREG-FILENAME-TEXT
           EXEC SQL
               SELECT FILENAME, HANDNAME
               INTO :OUTFILEREG-FILENAME, :OUTFILEREG-HANDNAME
               FROM TUTORIAL.OUTFILEREG
               WHERE OFR_ID = :wn-of-id
                 AND RECEIPT = 'N'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen fil utan kvittens med det numret!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'K - Kvittens mottagen, S - Skicka filen igen'
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-of-action

           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
           MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
           MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
           MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

           EVALUATE FUNCTION UPPER-CASE(wc-of-action)
               WHEN 'K'
                   DISPLAY 'Kvittensreferens: ' WITH NO ADVANCING
                   MOVE SPACE TO wc-of-ref
                   ACCEPT wc-of-ref
                   IF wc-of-ref = SPACE
                       MOVE wc-login-userid TO wc-of-ref
                   END-IF
                   MOVE wc-of-ref TO OUTFILEREG-RECEIPTREF-TEXT
                   MOVE 40        TO OUTFILEREG-RECEIPTREF-LEN

                   EXEC SQL
                       UPDATE TUTORIAL.OUTFILEREG
                       SET RECEIPT = 'Y',
                           RECEIPTDATE = :wc-today-date,
                           RECEIPTREF = :OUTFILEREG-RECEIPTREF
                       WHERE OFR_ID = :wn-of-id
                         AND RECEIPT = 'N'
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       PERFORM Z0900-error-routine
                   ELSE
                       DISPLAY 'Filen är markerad som kvitterad.'
                   END-IF
               WHEN 'S'
                   PERFORM B0207-resend-outbound-file
               WHEN OTHER
                   DISPLAY 'Ingen åtgärd utförd.'
           END-EVALUATE
           .

      **********************************************************
       B0207-resend-outbound-file.

      *    a payment or handover file going out twice is money
      *    going out twice - only an admin sends one again
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO wc-of-command
           STRING 'mkdir -p data/utgaende && cp ' DELIMITED BY SIZE
                  OUTFILEREG-FILENAME-TEXT DELIMITED BY SPACE
                  ' data/utgaende/' DELIMITED BY SIZE
               INTO wc-of-command
           END-STRING
           CALL 'SYSTEM' USING wc-of-command

           IF RETURN-CODE NOT = ZERO
               DISPLAY 'Den registrerade filen finns inte kvar: '
                       OUTFILEREG-FILENAME-TEXT(1:50)
               EXIT PARAGRAPH
           END-IF

           MOVE T-HOUR-IMPORT   TO wc-proc-time(1:2)
           MOVE T-MINUTE-IMPORT TO wc-proc-time(4:2)
           MOVE T-SECOND-IMPORT TO wc-proc-time(7:2)
           MOVE ':' TO wc-proc-time(3:1), wc-proc-time(6:1)

           EXEC SQL
               UPDATE TUTORIAL.OUTFILEREG
               SET HANDEDDATE = :wc-today-date,
                   HANDEDTIME = :wc-proc-time,
                   SENDCOUNT = SENDCOUNT + 1
               WHERE OFR_ID = :wn-of-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM Z0900-error-routine
           ELSE
               DISPLAY 'Filen är överlämnad igen: '
                       OUTFILEREG-HANDNAME-TEXT(1:40)
           END-IF
           .

      **********************************************************
       C0100-load-invoices.

           MOVE 'N' TO is-exit-load-file-menu-switch
           PERFORM UNTIL is-exit-load-file-menu

               PERFORM C110-diplay-load-invoices-menu
               EVALUATE wc-accept

                   WHEN '11'
                       PERFORM C0119-sweep-import-inbox
                       MOVE SPACE TO wc-accept
                   WHEN '12'
                       PERFORM C0150-review-staged-batches
                       MOVE SPACE TO wc-accept
                   WHEN '13'
                       PERFORM C0160-correction-workbench
                       MOVE SPACE TO wc-accept
                   WHEN '14'
                       PERFORM C0165-test-import-file
                       MOVE SPACE TO wc-accept
                   WHEN '15'
                       PERFORM C0170-manual-invoice-entry
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-load-file-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       C110-diplay-load-invoices-menu.

           DISPLAY HEADLINE
           DISPLAY '*** GÄLDENÄRSFAKTUROR ***'
           DISPLAY HEADLINE
           DISPLAY '(11) Importera mottagna gäldenärsfakturor'
           DISPLAY '(12) Granska och godkänn importerade filer'
           DISPLAY '(13) Rätta och skicka om avvisade fakturor'
           DISPLAY '(14) Provkör kundfil (validering utan'
                   ' inläsning)'
           DISPLAY '(15) Registrera gäldenärsfaktura manuellt'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       C0119-sweep-import-inbox.

      *    process every pending file in data/inbox in arrival
      *    order, each under its own FILENO in INLOG, and move the
      *    processed file to data/arkiv stamped with date and
      *    result - so the inbox is always exactly the unprocessed
      *    work. An empty or missing inbox falls back to the old
      *    single data/infakturor.txt so nothing changes for a
      *    shop that still delivers that way
           MOVE 'Y' TO is-sweep-ok-switch
           MOVE ZERO TO wn-sweep-count

           MOVE 'mkdir -p data/inbox data/arkiv'
               TO wc-sweep-command
           CALL 'SYSTEM' USING wc-sweep-command

           MOVE 'ls -tr data/inbox > data/inbox-list.txt'
               TO wc-sweep-command
           CALL 'SYSTEM' USING wc-sweep-command

           MOVE 'N' TO is-eof-inbox-switch
           OPEN INPUT INBOXLIST

           IF INBOX-LIST-SUCCESSFUL
               PERFORM C0119B-read-inbox-entry
               PERFORM C0119C-process-one-inbox-file
                   UNTIL is-eof-inbox
               CLOSE INBOXLIST
           END-IF

           IF wn-sweep-count = ZERO
               MOVE 'data/infakturor.txt' TO wc-infakt-filename
               PERFORM C0120-process-import-file
           END-IF
           .

      **********************************************************
       C0119B-read-inbox-entry.

           READ INBOXLIST
               AT END
                   SET is-eof-inbox TO TRUE
           END-READ

           IF NOT is-eof-inbox
               MOVE INBOX-LIST-POST TO wc-inbox-name

               MOVE 'N' TO is-sidecar-name-switch
               MOVE ZERO TO wn-sig-namelen
               INSPECT wc-inbox-name TALLYING wn-sig-namelen
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF wn-sig-namelen > 4
                   IF wc-inbox-name(wn-sig-namelen - 3:4) = '.sig'
                       SET is-sidecar-name TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       C0119C-process-one-inbox-file.

      *    a .sig sidecar travels with its invoice file and is not
      *    a delivery of its own
           IF wc-inbox-name NOT = SPACE
              AND NOT is-sidecar-name
               ADD 1 TO wn-sweep-count

               MOVE SPACE TO wc-infakt-filename
               STRING 'data/inbox/' DELIMITED BY SIZE
                      wc-inbox-name DELIMITED BY SPACE
                   INTO wc-infakt-filename
               END-STRING

               DISPLAY 'Processar fil: ' wc-infakt-filename

               PERFORM C0119D-verify-sender

               IF wn-sig-resultcode NOT = ZERO
                   PERFORM C0119E-quarantine-file
               ELSE
                   MOVE wc-sig-custno TO wc-sender-custno
                   MOVE 'N' TO is-foreign-custno-switch

                   PERFORM C0120-process-import-file

                   IF is-foreign-custno
      *                the key checked out but the file carries
      *                invoices under somebody else's CUSTNO
                       MOVE 16 TO wn-sig-resultcode
                       MOVE 'främmande kundnummer i filen'
                           TO wc-sig-reason
                       PERFORM C0119E-quarantine-file
                   ELSE
                       PERFORM C0119F-archive-file
                   END-IF

                   MOVE SPACE TO wc-sender-custno
                   MOVE 'N' TO is-foreign-custno-switch
               END-IF
           END-IF

           PERFORM C0119B-read-inbox-entry
           .

      **********************************************************
       C0119F-archive-file.

           IF IN-FAKT-SUCCESSFUL AND is-valid-import-file
               MOVE 'OK ' TO wc-sweep-result
           ELSE
               MOVE 'FEL' TO wc-sweep-result
           END-IF

           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-sweep-stamp(1:4)
           MOVE T-MONTH-IMPORT TO wc-sweep-stamp(6:2)
           MOVE T-DAY-IMPORT   TO wc-sweep-stamp(9:2)
           MOVE '-' TO wc-sweep-stamp(5:1), wc-sweep-stamp(8:1)

           MOVE SPACE TO wc-sweep-command
           STRING 'mv data/inbox/' DELIMITED BY SIZE
                  wc-inbox-name    DELIMITED BY SPACE
                  ' data/arkiv/'   DELIMITED BY SIZE
                  wc-sweep-stamp   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  wc-sweep-result  DELIMITED BY SPACE
                  '-'              DELIMITED BY SIZE
                  wc-inbox-name    DELIMITED BY SPACE
               INTO wc-sweep-command
           END-STRING
           CALL 'SYSTEM' USING wc-sweep-command

      *    the sidecar is kept next to the file it signed
           MOVE SPACE TO wc-sweep-command
           STRING 'mv data/inbox/' DELIMITED BY SIZE
                  wc-inbox-name    DELIMITED BY SPACE
                  '.sig data/arkiv/' DELIMITED BY SIZE
                  wc-sweep-stamp   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  wc-sweep-result  DELIMITED BY SPACE
                  '-'              DELIMITED BY SIZE
                  wc-inbox-name    DELIMITED BY SPACE
                  '.sig'           DELIMITED BY SIZE
               INTO wc-sweep-command
           END-STRING
           CALL 'SYSTEM' USING wc-sweep-command
           .

      **********************************************************
       C0119D-verify-sender.

      *    the sidecar names the sending customer; the HMAC of the
      *    file is computed under that customer's registered key
      *    and must equal the one in the sidecar. Anything missing
      *    or different leaves resultcode 15 and a reason
           MOVE ZERO TO wn-sig-resultcode
           MOVE ZERO TO wn-sig-cust-id
           MOVE SPACE TO wc-sig-reason
           MOVE SPACE TO wc-sig-custno
           MOVE SPACE TO wc-sig-value

           MOVE SPACE TO wc-sig-filename
           STRING wc-infakt-filename DELIMITED BY SPACE
                  '.sig'             DELIMITED BY SIZE
               INTO wc-sig-filename
           END-STRING

           OPEN INPUT SIGFIL
           IF NOT SIG-FILE-SUCCESSFUL
               MOVE 15 TO wn-sig-resultcode
               MOVE 'signaturfil saknas' TO wc-sig-reason
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO SIG-POST
           READ SIGFIL
               AT END
                   MOVE SPACE TO SIG-POST
           END-READ
           CLOSE SIGFIL

           UNSTRING SIG-POST DELIMITED BY ';'
               INTO wc-sig-custno, wc-sig-value
           END-UNSTRING
           INSPECT wc-sig-value
               CONVERTING 'ABCDEF' TO 'abcdef'

           IF wc-sig-custno = SPACE OR wc-sig-value = SPACE
               MOVE 15 TO wn-sig-resultcode
               MOVE 'signaturfilen är ofullständig' TO wc-sig-reason
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO wc-sig-filekey
           EXEC SQL
               SELECT CUST_ID, FILEKEY
               INTO :wn-sig-cust-id,
                    :wc-sig-filekey :ind-sig-filekey
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :wc-sig-custno
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-sig-cust-id
               MOVE 15 TO wn-sig-resultcode
               MOVE 'okänd avsändare' TO wc-sig-reason
               EXIT PARAGRAPH
           END-IF

           IF ind-sig-filekey < ZERO OR wc-sig-filekey = SPACE
               MOVE 15 TO wn-sig-resultcode
               MOVE 'ingen filnyckel registrerad' TO wc-sig-reason
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO wc-sweep-command
           STRING 'openssl dgst -sha256 -r -hmac '''
                                    DELIMITED BY SIZE
                  wc-sig-filekey    DELIMITED BY SPACE
                  ''' '             DELIMITED BY SIZE
                  wc-infakt-filename DELIMITED BY SPACE
                  ' | cut -c1-64 > data/inbox-hmac.txt'
                                    DELIMITED BY SIZE
               INTO wc-sweep-command
           END-STRING
           CALL 'SYSTEM' USING wc-sweep-command

           MOVE SPACE TO wc-sig-computed
           MOVE 'data/inbox-hmac.txt' TO wc-sig-filename
           OPEN INPUT SIGFIL
           IF SIG-FILE-SUCCESSFUL
               READ SIGFIL
                   AT END
                       MOVE SPACE TO SIG-POST
               END-READ
               MOVE SIG-POST TO wc-sig-computed
               CLOSE SIGFIL
           END-IF

           IF wc-sig-computed = SPACE
              OR wc-sig-computed NOT = wc-sig-value
               MOVE 15 TO wn-sig-resultcode
               MOVE 'signaturen stämmer inte' TO wc-sig-reason
           END-IF
           .

      **********************************************************
       C0119E-quarantine-file.

      *    a file that cannot be tied to its sender never reaches
      *    staging: it is logged to INLOG under its own resultcode,
      *    moved with its sidecar to data/karantan, and paged.
      *    A file that failed the CUSTNO check was already given a
      *    FILENO when it was read
           IF wn-sig-resultcode = 15
               PERFORM C0121-init-import
           END-IF

           MOVE wn-sig-cust-id     TO CUSTOMER-CUST-ID
           MOVE SPACE              TO INVOICE-INVNO
           MOVE wn-sig-resultcode  TO wn-resultcode
           PERFORM C0129-log-import-result

           EXEC SQL
               COMMIT
           END-EXEC

           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-sweep-stamp(1:4)
           MOVE T-MONTH-IMPORT TO wc-sweep-stamp(6:2)
           MOVE T-DAY-IMPORT   TO wc-sweep-stamp(9:2)
           MOVE '-' TO wc-sweep-stamp(5:1), wc-sweep-stamp(8:1)

           MOVE 'mkdir -p data/karantan' TO wc-sweep-command
           CALL 'SYSTEM' USING wc-sweep-command

           MOVE SPACE TO wc-sig-quarantine
           STRING 'data/karantan/' DELIMITED BY SIZE
                  wc-sweep-stamp   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  wc-inbox-name    DELIMITED BY SPACE
               INTO wc-sig-quarantine
           END-STRING

           MOVE SPACE TO wc-sweep-command
           STRING 'mv data/inbox/' DELIMITED BY SIZE
                  wc-inbox-name    DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  wc-sig-quarantine DELIMITED BY SPACE
                  '; mv data/inbox/' DELIMITED BY SIZE
                  wc-inbox-name    DELIMITED BY SPACE
                  '.sig '          DELIMITED BY SIZE
                  wc-sig-quarantine DELIMITED BY SPACE
                  '.sig 2>/dev/null' DELIMITED BY SIZE
               INTO wc-sweep-command
           END-STRING
           CALL 'SYSTEM' USING wc-sweep-command

           OPEN EXTEND ALERTFIL
           MOVE SPACE TO ALERT-POST
           STRING 'IMPORT: karantän ' DELIMITED BY SIZE
                  wc-inbox-name       DELIMITED BY SPACE
                  ' - '               DELIMITED BY SIZE
                  wc-sig-reason       DELIMITED BY '  '
               INTO ALERT-POST
           END-STRING
           WRITE ALERT-POST
           CLOSE ALERTFIL

           DISPLAY HEADLINE
           DISPLAY 'Filen flyttad till karantän: ' wc-sig-quarantine
           DISPLAY 'Orsak: ' wc-sig-reason
           DISPLAY HEADLINE
           .

      **********************************************************
       C0120-process-import-file.

           PERFORM C0121-init-import

      *    whatever encoding the customer delivered is first
      *    brought to the internal representation, and lines that
      *    cannot be decoded are flagged to INERROR under their
      *    own resultcode before validation ever sees them
           PERFORM C0136C-detect-encoding
           IF wn-enc-high-count > ZERO
              AND wn-enc-utf8-count = ZERO
               PERFORM C0136D-transcode-file
           END-IF
           PERFORM C0136E-flag-undecodable-lines

      *    a CSV or XML delivery is first rewritten into the
      *    fixed-width record layout; the importer then reads the
      *    normalized copy exactly as if the customer had sent it
           PERFORM C0136-detect-import-format

           IF NOT is-fixed-format
               PERFORM C0137-normalize-import-file
               MOVE 'data/infakt-norm.txt' TO wc-infakt-filename
           END-IF

           OPEN INPUT INFAKTFIL

           IF NOT IN-FAKT-SUCCESSFUL
               DISPLAY HEADLINE
               DISPLAY 'Kan inte öppna fakturafilen: '
                       wc-infakt-filename
               MOVE 'N' TO is-sweep-ok-switch
           ELSE
      *        first pass: read the whole file and check its trailer
      *        control totals before a single row is committed, so a
      *        truncated or partially-transferred file is rejected
      *        wholesale instead of loading a partial batch silently
               PERFORM C0133-validate-import-trailer

               CLOSE INFAKTFIL

               IF NOT is-valid-import-file AND is-foreign-custno
                   DISPLAY HEADLINE
                   DISPLAY 'Filen innehåller fakturor under annat'
                           ' kundnummer än avsändarens'
                           ' - filen avvisas i sin helhet!'
                   DISPLAY HEADLINE
               ELSE
               IF NOT is-valid-import-file
                   DISPLAY HEADLINE
                   DISPLAY 'Fakturafilens kontrollsumma stämmer ej'
                           ' - filen avvisas i sin helhet!'
                   DISPLAY HEADLINE
                   MOVE 'N' TO is-sweep-ok-switch
               ELSE
      *            an internally consistent file can still be wrong
      *            (last week's file resent, a shifted decimal) so
      *            nothing is loaded yet: the records land in the
      *            staging area and wait for an operator approval
      *            under menyval (12)
                   PERFORM C0140-stage-import-file
               END-IF
               END-IF
           END-IF
           .

      **********************************************************
       C0140-stage-import-file.

      *    second pass: every header and item line of the validated
      *    file is written to the staging tables. The batch is
      *    registered up front in state L (inläsning pågår) and the
      *    work commits every five hundred invoices, so a crash
      *    mid-file leaves a resumable position instead of one
      *    giant rolled-back unit of work - the rerun of the same
      *    file picks the L-batch up and continues after the last
      *    staged invoice
           MOVE ZERO TO wn-stg-resume-seq
           MOVE SPACE TO STGFILE-FILENAME-TEXT
           MOVE wc-infakt-filename TO STGFILE-FILENAME-TEXT
           MOVE 60 TO STGFILE-FILENAME-LEN

           EXEC SQL
               SELECT BATCHNO
               INTO :wn-stg-batchno
               FROM TUTORIAL.STGFILE
               WHERE FILENAME = :STGFILE-FILENAME
                 AND STATE = 'L'
           END-EXEC

           IF SQLCODE = ZERO
      *        a crashed load of the same file - continue it
               EXEC SQL
                   SELECT COALESCE(MAX(SEQNO), 0)
                   INTO :wn-stg-resume-seq
                   FROM TUTORIAL.STGINV
                   WHERE BATCHNO = :wn-stg-batchno
               END-EXEC
               DISPLAY 'Avbruten inläsning återupptas som batch '
                       wn-stg-batchno ' efter faktura '
                       wn-stg-resume-seq
           ELSE
               EXEC SQL
                   OPEN CUR-STGFILE-MAXID
               END-EXEC

               EXEC SQL
                   FETCH CUR-STGFILE-MAXID
                   INTO :wn-stg-batchno
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO wn-stg-batchno
               END-IF

               EXEC SQL
                   CLOSE CUR-STGFILE-MAXID
               END-EXEC

               ADD 1 TO wn-stg-batchno

               EXEC SQL
                   INSERT INTO TUTORIAL.STGFILE
                   VALUES (:wn-stg-batchno, :wc-infakt-filename,
                           :wc-today-date,
                           :wn-imp-trailer-invoice-count,
                           :w9-imp-trailer-total, 'L', NULL,
                           :wc-proc-time, NULL)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kunde inte registrera batchen i'
                           ' STGFILE!'
                   MOVE 'N' TO is-sweep-ok-switch
                   PERFORM Z0900-error-routine
               END-IF

               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF

           MOVE ZERO TO wn-stg-seqno
           MOVE ZERO TO wn-stg-commit-count
           MOVE ZERO TO wn-stg-progress
           MOVE ZERO TO wn-dmr-new-count
           MOVE ZERO TO wn-dmr-upd-count
           MOVE ZERO TO wn-dmr-rej-count
           MOVE 'N' TO is-dmr-pending-switch
           MOVE ZERO TO wn-ltr-staged-count
           MOVE ZERO TO wn-ltr-rej-count
           MOVE 'N' TO is-ltr-open-switch
           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
           MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
           MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
           MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)
           PERFORM C0149-mark-progress-start

           MOVE 'N' TO is-eof-import-switch
           OPEN INPUT INFAKTFIL
           PERFORM C0122-read-import-record

           PERFORM UNTIL is-eof-import
               EVALUATE TRANCODE-TYP
                   WHEN '10'
                   WHEN '12'
                       PERFORM C0145-apply-debtor-master
                       PERFORM C0141-stage-one-header
                   WHEN '11'
                       PERFORM C0142-stage-one-item
                   WHEN '13'
                       PERFORM C0143-stage-one-appendix
                   WHEN '17'
                       PERFORM C0143B-stage-buyer-reference
                   WHEN '18'
                       PERFORM C0143C-stage-tax-reduction
                   WHEN '20'
                       PERFORM C0145-apply-debtor-master
                       PERFORM C0143D-stage-letter
                   WHEN '21'
                       PERFORM C0143E-stage-letter-text
                   WHEN '14'
                       PERFORM C0145-apply-debtor-master
                       PERFORM C0144-stage-debtor-master
                   WHEN '15'
                   WHEN '16'
                       PERFORM C0144-stage-debtor-master
                   WHEN OTHER
                       PERFORM C0145-apply-debtor-master
               END-EVALUATE

               PERFORM C0122-read-import-record
           END-PERFORM

           PERFORM C0145-apply-debtor-master

           CLOSE INFAKTFIL

           EXEC SQL
               UPDATE TUTORIAL.STGFILE
               SET STATE = 'P'
               WHERE BATCHNO = :wn-stg-batchno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte registrera batchen i STGFILE!'
               MOVE 'N' TO is-sweep-ok-switch
               PERFORM Z0900-error-routine
               EXEC SQL
                   ROLLBACK
               END-EXEC
           ELSE
               MOVE 'E'    TO wc-ql-func
               MOVE 'BATC' TO wc-ql-queue
               MOVE wn-stg-batchno TO wn-ql-key1
               MOVE ZERO   TO wn-ql-key2
               MOVE SPACE  TO wc-ql-keytext
               PERFORM U0940-log-queue-item
               EXEC SQL
                   COMMIT
               END-EXEC

               PERFORM C0149B-show-progress

      *        the batch is safely staged; before it reaches the
      *        review queue each invoice is compared with what the
      *        customer normally sends
               PERFORM C0176-check-batch-anomalies

               IF wn-dmr-new-count > ZERO
                  OR wn-dmr-upd-count > ZERO
                  OR wn-dmr-rej-count > ZERO
                   DISPLAY 'Gäldenärsposter: nya ' wn-dmr-new-count
                           ', uppdaterade ' wn-dmr-upd-count
                           ', avvisade ' wn-dmr-rej-count
               END-IF

               IF wn-ltr-staged-count > ZERO
                  OR wn-ltr-rej-count > ZERO
                   DISPLAY 'Informationsbrev: registrerade '
                           wn-ltr-staged-count
                           ', avvisade ' wn-ltr-rej-count
               END-IF

               DISPLAY HEADLINE
               DISPLAY 'Filen är inläst till granskningskön som'
                       ' batch ' wn-stg-batchno
               IF wn-anom-held-count > ZERO
                   MOVE wn-anom-held-count TO we-anom-held
                   DISPLAY 'Avvikande fakturor som hålls: '
                           we-anom-held
               END-IF
               DISPLAY 'Godkänn eller avvisa under menyval (12).'
               DISPLAY HEADLINE
           END-IF
           .

      **********************************************************
       C0149-mark-progress-start.

           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           COMPUTE wn-stg-start-secs =
               FUNCTION NUMVAL(T-HOUR-IMPORT) * 3600
               + FUNCTION NUMVAL(T-MINUTE-IMPORT) * 60
               + FUNCTION NUMVAL(T-SECOND-IMPORT)
           .

      **********************************************************
       C0149B-show-progress.

      *    elapsed-time statistics for the long runs; a run that
      *    crosses midnight shows up a day short, which the
      *    operator watching a progress line can live with
           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           COMPUTE wn-stg-now-secs =
               FUNCTION NUMVAL(T-HOUR-IMPORT) * 3600
               + FUNCTION NUMVAL(T-MINUTE-IMPORT) * 60
               + FUNCTION NUMVAL(T-SECOND-IMPORT)
           COMPUTE wn-stg-elapsed =
               wn-stg-now-secs - wn-stg-start-secs
           IF wn-stg-elapsed < ZERO
               ADD 86400 TO wn-stg-elapsed
           END-IF

           MOVE wn-stg-progress TO we-stg-progress
           MOVE wn-stg-elapsed  TO we-stg-elapsed
           DISPLAY 'Behandlade fakturor: ' we-stg-progress
                   '  (' we-stg-elapsed ' sek)'
           .

      **********************************************************
       C0141-stage-one-header.

           MOVE 'N' TO is-ltr-open-switch
           ADD 1 TO wn-stg-seqno
           MOVE ZERO TO wn-stg-lineno
           MOVE ZERO TO wn-stg-applineno
           ADD 1 TO wn-stg-progress

      *    on a resumed load everything up to and including the
      *    last committed invoice is already in staging - its item
      *    lines are skipped through the same seqno guard
           IF wn-stg-seqno NOT > wn-stg-resume-seq
               EXIT PARAGRAPH
           END-IF

           IF TRANCODE-TYP = '12'
               MOVE INFAKT-POST TO IFCREDIT-POST-12
               MOVE TRANCODE-12  TO STGINV-TRANCODE
               MOVE CUSTNO-12    TO STGINV-CUSTNO
               MOVE DEBTNO-12    TO STGINV-DEBTNO
               MOVE INVNO-12     TO STGINV-INVNO
               MOVE INVDATE-12   TO STGINV-INVDATE
               MOVE VAT-12       TO STGINV-VAT
               MOVE CUR-12       TO STGINV-CUR
               MOVE CREDITREF-12 TO STGINV-CREDITREF
               MOVE DUEDATE-12   TO STGINV-DUEDATE
           ELSE
               MOVE INFAKT-POST TO IFHEADER-POST-10
               MOVE TRANCODE-10  TO STGINV-TRANCODE
               MOVE CUSTNO-10    TO STGINV-CUSTNO
               MOVE DEBTNO-10    TO STGINV-DEBTNO
               MOVE INVNO-10     TO STGINV-INVNO
               MOVE INVDATE-10   TO STGINV-INVDATE
               MOVE VAT-10       TO STGINV-VAT
               MOVE CUR-10       TO STGINV-CUR
               MOVE SPACE        TO STGINV-CREDITREF
               MOVE DUEDATE-10   TO STGINV-DUEDATE
           END-IF

      *    resultcode -1 marks the row as staged but not yet
      *    validated; the promotion only processes pending rows,
      *    which is what makes a crashed promotion rerunnable
      *    without tripping its own duplicate check
           EXEC SQL
               INSERT INTO TUTORIAL.STGINV
               VALUES (:wn-stg-batchno, :wn-stg-seqno,
                       :STGINV-TRANCODE, :STGINV-CUSTNO,
                       :STGINV-DEBTNO, :STGINV-INVNO,
                       :STGINV-INVDATE, :STGINV-VAT,
                       :STGINV-CUR, :STGINV-CREDITREF, -1,
                       :STGINV-DUEDATE, NULL, NULL, NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte lagra fakturan i STGINV!'
               MOVE 'N' TO is-sweep-ok-switch
               PERFORM Z0900-error-routine
           END-IF

      *    commit interval: five hundred invoices per unit of work
           ADD 1 TO wn-stg-commit-count
           IF wn-stg-commit-count NOT < 500
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO wn-stg-commit-count
               PERFORM C0149B-show-progress
           END-IF
           .

      **********************************************************
       C0142-stage-one-item.

           IF wn-stg-seqno NOT > wn-stg-resume-seq
               EXIT PARAGRAPH
           END-IF

           MOVE INFAKT-POST TO IFITEM-POST-11
           ADD 1 TO wn-stg-lineno

           EXEC SQL
               INSERT INTO TUTORIAL.STGITEM
               VALUES (:wn-stg-batchno, :wn-stg-seqno,
                       :wn-stg-lineno, :DESCRIPTION-11,
                       :ARTNO-11, :UNITDESC-11, :QTY-11,
                       :PRICE-11, :LABOUR-11)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte lagra fakturaraden i STGITEM!'
               MOVE 'N' TO is-sweep-ok-switch
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       C0143-stage-one-appendix.

      *    appendix lines ride the same resume guard as the items
           IF wn-stg-seqno NOT > wn-stg-resume-seq
               EXIT PARAGRAPH
           END-IF

           MOVE INFAKT-POST TO IFAPPEND-POST-13
           ADD 1 TO wn-stg-applineno

           EXEC SQL
               INSERT INTO TUTORIAL.STGAPP
               VALUES (:wn-stg-batchno, :wn-stg-seqno,
                       :wn-stg-applineno, :APPTEXT-13)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte lagra bilageraden i STGAPP!'
               MOVE 'N' TO is-sweep-ok-switch
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       C0143B-stage-buyer-reference.

      *    the reference goes onto the staged header it follows,
      *    under the same resume guard as the item lines
           IF wn-stg-seqno NOT > wn-stg-resume-seq
               EXIT PARAGRAPH
           END-IF

           MOVE INFAKT-POST TO IFREF-POST-17

           EXEC SQL
               UPDATE TUTORIAL.STGINV
               SET BUYERREF = :BUYERREF-17
               WHERE BATCHNO = :wn-stg-batchno
                 AND SEQNO = :wn-stg-seqno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte lagra referensen i STGINV!'
               MOVE 'N' TO is-sweep-ok-switch
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       C0143C-stage-tax-reduction.

      *    the ROT/RUT buyer goes onto the staged header it
      *    follows, the same way as the buyer reference
           IF wn-stg-seqno NOT > wn-stg-resume-seq
               EXIT PARAGRAPH
           END-IF

           MOVE INFAKT-POST TO IFTAXRED-POST-18

           EXEC SQL
               UPDATE TUTORIAL.STGINV
               SET PERSNO = :PERSNO-18,
                   PROPERTY = :PROPERTY-18
               WHERE BATCHNO = :wn-stg-batchno
                 AND SEQNO = :wn-stg-seqno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte lagra ROT/RUT-köparen i STGINV!'
               MOVE 'N' TO is-sweep-ok-switch
               PERFORM Z0900-error-routine
           END-IF
           .
      **********************************************************
       C0143D-stage-letter.

      *    a letter is registered against the batch in state S and
      *    only reaches the print run when the batch is approved;
      *    one the register cannot place is logged to INERROR and
      *    its text lines are passed over
           MOVE 'N' TO is-ltr-open-switch
           MOVE INFAKT-POST TO IFLETTER-POST-20
           MOVE ZERO TO wn-ltr-lineno

           MOVE CUSTNO-20 TO wc-ltr-custno
           MOVE ZERO TO wn-ltr-cust-id
           EXEC SQL
               SELECT CUST_ID
               INTO :wn-ltr-cust-id
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :wc-ltr-custno
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'Brev till okänd kund' TO wc-ltr-errortext
               PERFORM C0143F-log-letter-error
               EXIT PARAGRAPH
           END-IF

           MOVE wn-ltr-cust-id TO wn-map-cust-id
           MOVE DEBTNO-20 TO wc-map-extno
           PERFORM C0148-resolve-debtor-number

           MOVE ZERO TO wn-ltr-hit
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-ltr-hit
               FROM TUTORIAL.DEBTOR
               WHERE DEBT_ID = :wn-map-debt-id
           END-EXEC

           IF wn-map-debt-id = ZERO OR wn-ltr-hit = ZERO
               MOVE 'Brev till okänd gäldenär' TO wc-ltr-errortext
               PERFORM C0143F-log-letter-error
               EXIT PARAGRAPH
           END-IF

           IF LETTERNO-20 = SPACE
               MOVE 'Brevnummer saknas' TO wc-ltr-errortext
               PERFORM C0143F-log-letter-error
               EXIT PARAGRAPH
           END-IF

           IF LETTERDATE-20 = SPACE
               MOVE wc-today-date TO LETTERDATE-20
           END-IF
           MOVE LETTERDATE-20 TO wc-due-check
           MOVE SPACE TO wc-due-invdate
           PERFORM C0126B-check-due-date
           IF NOT is-due-valid
               MOVE 'Ogiltigt brevdatum' TO wc-ltr-errortext
               PERFORM C0143F-log-letter-error
               EXIT PARAGRAPH
           END-IF

      *    the letter number is the customer's own and unique per
      *    customer; the same letter already in this batch is a
      *    resumed load passing it again
           MOVE LETTERNO-20 TO LETTER-LETTERNO
           MOVE ZERO TO wn-ltr-batchno
           EXEC SQL
               SELECT BATCHNO
               INTO :wn-ltr-batchno
               FROM TUTORIAL.LETTER
               WHERE CUST_ID = :wn-ltr-cust-id
                 AND LETTERNO = :LETTER-LETTERNO
           END-EXEC

           IF SQLCODE = ZERO
               IF wn-ltr-batchno NOT = wn-stg-batchno
                   MOVE 'Brevnumret finns redan för kunden'
                       TO wc-ltr-errortext
                   PERFORM C0143F-log-letter-error
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    letters draw their id from the invoice counter, so the
      *    postage, billing and mail-queue rows that carry it can
      *    never be mistaken for an invoice's
           PERFORM C0125-get-next-inv-id
           MOVE wn-next-inv-id TO LETTER-LETTER-ID

           IF ATTACHREF-20 = SPACE
               MOVE -1 TO ind-ltr-attachref
           ELSE
               MOVE ZERO TO ind-ltr-attachref
           END-IF
           MOVE ATTACHREF-20 TO LETTER-ATTACHREF

           IF TRACKED-20 = 'J' OR TRACKED-20 = 'j'
              OR TRACKED-20 = 'Y'
               MOVE 'Y' TO LETTER-TRACKED
           ELSE
               MOVE 'N' TO LETTER-TRACKED
           END-IF

           EXEC SQL
               INSERT INTO TUTORIAL.LETTER
               VALUES (:LETTER-LETTER-ID, :wn-ltr-cust-id,
                       :wn-map-debt-id, :wc-ltr-custno,
                       :LETTER-LETTERNO, :LETTERDATE-20,
                       :LETTER-ATTACHREF:ind-ltr-attachref,
                       'S', :wn-stg-batchno, NULL,
                       :LETTER-TRACKED)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte lagra brevet i LETTER!'
               MOVE 'N' TO is-sweep-ok-switch
               PERFORM Z0900-error-routine
           ELSE
               ADD 1 TO wn-ltr-staged-count
               SET is-ltr-open TO TRUE
           END-IF
           .

      **********************************************************
       C0143E-stage-letter-text.

           IF NOT is-ltr-open
               EXIT PARAGRAPH
           END-IF

           MOVE INFAKT-POST TO IFLETTXT-POST-21
           ADD 1 TO wn-ltr-lineno

           EXEC SQL
               INSERT INTO TUTORIAL.LETTERTXT
               VALUES (:LETTER-LETTER-ID, :wn-ltr-lineno,
                       :LINETEXT-21)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte lagra brevraden i LETTERTXT!'
               MOVE 'N' TO is-sweep-ok-switch
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       C0143F-log-letter-error.

           ADD 1 TO wn-ltr-rej-count

           MOVE 'INERROR' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table,
                                 wn-next-inerror-id

           MOVE SPACE TO INERROR-ERRORTEXT-TEXT
           MOVE wc-ltr-errortext TO INERROR-ERRORTEXT-TEXT
           MOVE 60 TO INERROR-ERRORTEXT-LEN
           MOVE LETTERNO-20 TO INERROR-INVNO

           EXEC SQL
               INSERT INTO TUTORIAL.INERROR
               VALUES (:wn-next-inerror-id, :wn-fileno,
                       :wc-today-date, :INERROR-INVNO, 0,
                       :INERROR-ERRORTEXT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte logga brevfelet i INERROR!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       C0144-stage-debtor-master.

      *    the 14-record opens a debtor; its 15 and 16 records are
      *    collected onto it and the whole debtor is written to the
      *    register when the next record of another kind arrives
           EVALUATE TRANCODE-TYP
               WHEN '14'
                   MOVE INFAKT-POST TO IFDEBTOR-POST-14
                   MOVE CUSTNO-14 TO wc-dmr-custno
                   MOVE DEBTNO-14 TO wc-dmr-extno
                   MOVE NAME-14   TO wc-dmr-name
                   MOVE VATNO-14  TO wc-dmr-vatno
                   MOVE DUEDAYS-14 TO wc-dmr-duedays
                   MOVE SPACE TO wc-dmr-street, wc-dmr-postno,
                                 wc-dmr-place, wc-dmr-email,
                                 wc-dmr-mobile
                   SET is-dmr-pending TO TRUE
               WHEN '15'
                   IF is-dmr-pending
                       MOVE INFAKT-POST TO IFDEBTADDR-POST-15
                       MOVE STREET-15 TO wc-dmr-street
                       MOVE POSTNO-15 TO wc-dmr-postno
                       MOVE PLACE-15  TO wc-dmr-place
                   END-IF
               WHEN '16'
                   IF is-dmr-pending
                       MOVE INFAKT-POST TO IFDEBTCONT-POST-16
                       MOVE EMAIL-16  TO wc-dmr-email
                       MOVE MOBILE-16 TO wc-dmr-mobile
                   END-IF
           END-EVALUATE
           .

      **********************************************************
       C0145-apply-debtor-master.

      *    a debtor the customer already numbered is updated with
      *    what the file carries; an unknown number is matched to
      *    an existing debtor on VAT number before a new debtor is
      *    created, so a business already in the register is not
      *    duplicated. Either way the customer's number is mapped
           IF NOT is-dmr-pending
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO is-dmr-pending-switch

           EXEC SQL
               SELECT CUST_ID
               INTO :wn-dmr-cust-id
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :wc-dmr-custno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Gäldenärspost för okänt kundnummer: '
                       wc-dmr-custno
               ADD 1 TO wn-dmr-rej-count
               EXIT PARAGRAPH
           END-IF

           IF wc-dmr-extno = SPACE OR wc-dmr-name = SPACE
               DISPLAY 'Gäldenärspost utan nummer eller namn för'
                       ' kund ' wc-dmr-custno
               ADD 1 TO wn-dmr-rej-count
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-dmr-debt-id
           EXEC SQL
               SELECT DEBT_ID
               INTO :wn-dmr-debt-id
               FROM TUTORIAL.DEBTMAP
               WHERE CUST_ID = :wn-dmr-cust-id
                 AND EXTNO = :wc-dmr-extno
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-dmr-debt-id
               IF wc-dmr-vatno NOT = SPACE
                   EXEC SQL
                       SELECT COALESCE(MIN(DEBT_ID), 0)
                       INTO :wn-dmr-debt-id
                       FROM TUTORIAL.DEBTOR
                       WHERE VATNO = :wc-dmr-vatno
                         AND ACTIVE = 'Y'
                   END-EXEC
               END-IF

               IF wn-dmr-debt-id = ZERO
                   PERFORM C0147-create-debtor-master
               ELSE
                   PERFORM C0146-update-debtor-master
               END-IF

               IF wn-dmr-debt-id NOT = ZERO
                   EXEC SQL
                       INSERT INTO TUTORIAL.DEBTMAP
                       VALUES (:wn-dmr-cust-id, :wc-dmr-extno,
                               :wn-dmr-debt-id, :wc-today-date)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Kunde inte registrera gäldenärsnr '
                               wc-dmr-extno ' i DEBTMAP!'
                       PERFORM Z0900-error-routine
                   END-IF
               END-IF
           ELSE
               PERFORM C0146-update-debtor-master
           END-IF

           IF wn-dmr-debt-id NOT = ZERO
              AND wc-dmr-duedays NOT = SPACE
               PERFORM C0145B-apply-debtor-terms
           END-IF
           .

      **********************************************************
       C0145B-apply-debtor-terms.

      *    days to pay the customer agreed for this debtor; they
      *    replace any earlier agreement and, from the next
      *    invoice on, the customer's DUEDAYS for the debtor
           MOVE SPACE TO wc-dmr-duedays-r
           INSPECT wc-dmr-duedays REPLACING LEADING SPACE BY ZERO
           UNSTRING wc-dmr-duedays DELIMITED BY SPACE
               INTO wc-dmr-duedays-r
           END-UNSTRING
           INSPECT wc-dmr-duedays-r REPLACING LEADING SPACE BY ZERO
           IF wc-dmr-duedays-r IS NOT NUMERIC
               DISPLAY 'Ogiltiga betalningsvillkor för gäldenär '
                       wc-dmr-extno ': ' wc-dmr-duedays
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(wc-dmr-duedays-r) TO wn-dmr-duedays

           EXEC SQL
               UPDATE TUTORIAL.DEBTTERMS
               SET DUEDAYS = :wn-dmr-duedays,
                   REGDATE = :wc-today-date
               WHERE CUST_ID = :wn-dmr-cust-id
                 AND DEBT_ID = :wn-dmr-debt-id
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO TUTORIAL.DEBTTERMS
                   VALUES (:wn-dmr-cust-id, :wn-dmr-debt-id,
                           :wn-dmr-duedays, :wc-today-date)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte registrera betalningsvillkor'
                       ' för gäldenär ' wc-dmr-extno '!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       C0146-update-debtor-master.

      *    fields the file leaves blank keep their register value;
      *    a protected identity's address is never taken from a
      *    file, and a changed address releases a returned-mail
      *    hold the same way a correction in the debtor menu does
           EXEC SQL
               SELECT D.ADDR_ID, D.PROTECTED, A.STREET, A.POSTNO,
                      A.PLACE
               INTO :wn-dmr-addr-id, :wc-dmr-protected,
                    :wc-dmr-old-street, :wc-dmr-old-postno,
                    :wc-dmr-old-place
               FROM TUTORIAL.DEBTOR D, TUTORIAL.ADDR A
               WHERE D.DEBT_ID = :wn-dmr-debt-id
                 AND A.ADDR_ID = D.ADDR_ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Mappad gäldenär saknas i registret: '
                       wc-dmr-extno
               ADD 1 TO wn-dmr-rej-count
               MOVE ZERO TO wn-dmr-debt-id
               EXIT PARAGRAPH
           END-IF

      *    the address as it stands goes into the history before
      *    the file changes it, when the debtor has none yet
           MOVE 'K' TO wc-ah-func
           MOVE wn-dmr-debt-id TO wn-ah-debt-id
           MOVE wn-dmr-addr-id TO wn-ah-addr-id
           PERFORM U0945-log-address-history

           EXEC SQL
               UPDATE TUTORIAL.DEBTOR
               SET NAME = :wc-dmr-name,
                   EMAIL = COALESCE(NULLIF(:wc-dmr-email, ' '),
                                    EMAIL),
                   MOBILE = COALESCE(NULLIF(:wc-dmr-mobile, ' '),
                                     MOBILE),
                   VATNO = COALESCE(NULLIF(:wc-dmr-vatno, ' '),
                                    VATNO),
                   ROWVER = ROWVER + 1
               WHERE DEBT_ID = :wn-dmr-debt-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte uppdatera gäldenär '
                       wc-dmr-extno '!'
               PERFORM Z0900-error-routine
               ADD 1 TO wn-dmr-rej-count
               EXIT PARAGRAPH
           END-IF

           IF wc-dmr-street NOT = SPACE
              AND (wc-dmr-street NOT = wc-dmr-old-street
                   OR wc-dmr-postno NOT = wc-dmr-old-postno
                   OR wc-dmr-place NOT = wc-dmr-old-place)
               IF wc-dmr-protected = 'Y'
                   DISPLAY 'Skyddad adress - gäldenär '
                           wc-dmr-extno ' behåller sin adress'
               ELSE
                   EXEC SQL
                       UPDATE TUTORIAL.ADDR
                       SET STREET = :wc-dmr-street,
                           POSTNO = :wc-dmr-postno,
                           PLACE = :wc-dmr-place
                       WHERE ADDR_ID = :wn-dmr-addr-id
                   END-EXEC

                   IF SQLCODE = ZERO
                       MOVE 'C' TO wc-ah-func
                       MOVE 'I' TO wc-ah-source
                       PERFORM U0945-log-address-history

                       EXEC SQL
                           UPDATE TUTORIAL.RETMAIL
                           SET RESOLVED = 'Y'
                           WHERE DEBT_ID = :wn-dmr-debt-id
                             AND RESOLVED = 'N'
                       END-EXEC
                       MOVE 'R'    TO wc-ql-func
                       MOVE 'RETP' TO wc-ql-queue
                       MOVE wn-dmr-debt-id TO wn-ql-key1
                       MOVE ZERO   TO wn-ql-key2
                       MOVE SPACE  TO wc-ql-keytext
                       PERFORM U0940-log-queue-item
                   ELSE
                       DISPLAY 'Kunde inte uppdatera adressen för '
                               wc-dmr-extno '!'
                       PERFORM Z0900-error-routine
                   END-IF
               END-IF
           END-IF

           ADD 1 TO wn-dmr-upd-count
           .

      **********************************************************
       C0147-create-debtor-master.

      *    a new debtor as the debtor menu would register it:
      *    active, paper delivery, Swedish; the keys are taken the
      *    way the menus take them so both paths stay in step
           IF wc-dmr-street = SPACE OR wc-dmr-postno = SPACE
               DISPLAY 'Ny gäldenär ' wc-dmr-extno
                       ' saknar adress - avvisas'
               ADD 1 TO wn-dmr-rej-count
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(ADDR_ID), 0) + 1
               INTO :wn-dmr-addr-id
               FROM TUTORIAL.ADDR
           END-EXEC

           EXEC SQL
               INSERT INTO TUTORIAL.ADDR
               VALUES (:wn-dmr-addr-id, :wc-dmr-street,
                       :wc-dmr-postno, :wc-dmr-place)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte registrera adress för '
                       wc-dmr-extno '!'
               PERFORM Z0900-error-routine
               ADD 1 TO wn-dmr-rej-count
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT COALESCE(MAX(DEBT_ID), 0) + 1
               INTO :wn-dmr-debt-id
               FROM TUTORIAL.DEBTOR
           END-EXEC

           MOVE ZERO TO ind-dmr-email, ind-dmr-vatno, ind-dmr-mobile
           IF wc-dmr-email = SPACE
               MOVE -1 TO ind-dmr-email
           END-IF
           IF wc-dmr-vatno = SPACE
               MOVE -1 TO ind-dmr-vatno
           END-IF
           IF wc-dmr-mobile = SPACE
               MOVE -1 TO ind-dmr-mobile
           END-IF

           EXEC SQL
               INSERT INTO TUTORIAL.DEBTOR
               VALUES (:wn-dmr-debt-id, :wc-dmr-name, ' ',
                       NULL, :wn-dmr-addr-id, 'Y', 'P',
                       :wc-dmr-email:ind-dmr-email, 'SV', NULL,
                       NULL, :wc-dmr-vatno:ind-dmr-vatno, 'N',
                       NULL, 1, :wc-dmr-mobile:ind-dmr-mobile,
                       'N', NULL, NULL, 'N', 'N', NULL, NULL, 0,
                       'N')
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte registrera gäldenär '
                       wc-dmr-extno '!'
               PERFORM Z0900-error-routine
               ADD 1 TO wn-dmr-rej-count
               MOVE ZERO TO wn-dmr-debt-id
           ELSE
               ADD 1 TO wn-dmr-new-count

               MOVE 'C' TO wc-ah-func
               MOVE 'I' TO wc-ah-source
               MOVE wn-dmr-debt-id TO wn-ah-debt-id
               MOVE wn-dmr-addr-id TO wn-ah-addr-id
               PERFORM U0945-log-address-history
           END-IF
           .

      **********************************************************
       C0148-resolve-debtor-number.

      *    the debtor number on an invoice header: the customer's
      *    own number through DEBTMAP once the customer has any
      *    mapped debtors, otherwise our DEBT_ID as always; zero
      *    back means no debtor
           MOVE ZERO TO wn-map-debt-id

           EXEC SQL
               SELECT DEBT_ID
               INTO :wn-map-debt-id
               FROM TUTORIAL.DEBTMAP
               WHERE CUST_ID = :wn-map-cust-id
                 AND EXTNO = :wc-map-extno
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-map-debt-id
               MOVE ZERO TO wn-map-count
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-map-count
                   FROM TUTORIAL.DEBTMAP
                   WHERE CUST_ID = :wn-map-cust-id
               END-EXEC

               IF wn-map-count = ZERO
                  AND wc-map-extno(1:1) IS NUMERIC
                   MOVE FUNCTION NUMVAL(wc-map-extno)
                       TO wn-map-debt-id
               END-IF
           END-IF
           .

      **********************************************************
       C0150-review-staged-batches.

           DISPLAY HEADLINE
           DISPLAY '*** GRANSKNINGSKÖ - IMPORTERADE FILER ***'
           DISPLAY HEADLINE
           DISPLAY 'Batch   Mottagen    Antal    Summa'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-STGFILE-PEND
           END-EXEC

           EXEC SQL
               FETCH CUR-STGFILE-PEND
               INTO :STGFILE-BATCHNO, :STGFILE-FILENAME,
                    :STGFILE-RECVDATE, :STGFILE-INVCOUNT,
                    :STGFILE-TOTAMOUNT,
                    :STGFILE-RECVTIME:ind-stg-recvtime
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               DISPLAY STGFILE-BATCHNO '  ' STGFILE-RECVDATE '  '
                       STGFILE-INVCOUNT '  ' STGFILE-TOTAMOUNT
               DISPLAY '   Fil: ' STGFILE-FILENAME-TEXT

      *        the sanity check the trailer cannot give: how does
      *        this batch compare against the customer's usual
      *        volume per file
               PERFORM C0151-show-usual-volume

      *        the contract dispute killer: when did the file
      *        actually arrive against the customer's cut-off
               PERFORM C0151B-show-late-flag

      *        invoices the anomaly check is holding back
               PERFORM C0151C-show-held-count

               EXEC SQL
                   FETCH CUR-STGFILE-PEND
                   INTO :STGFILE-BATCHNO, :STGFILE-FILENAME,
                        :STGFILE-RECVDATE, :STGFILE-INVCOUNT,
                        :STGFILE-TOTAMOUNT,
                        :STGFILE-RECVTIME:ind-stg-recvtime
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-STGFILE-PEND
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Ange batchnummer att behandla, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO wn-stg-batchno
           ACCEPT wn-stg-batchno

           IF wn-stg-batchno NOT = ZERO
               DISPLAY 'G - Godkänn (läs in), A - Avvisa'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-stg-action

               EVALUATE FUNCTION UPPER-CASE(wc-stg-action)
                   WHEN 'G'
                       PERFORM C0175-check-keyed-by
                       IF NOT is-me-keyed-self
                           PERFORM C0177-decide-held-invoices
                           IF wn-anom-held-count = ZERO
                               PERFORM C0152-promote-batch
                           ELSE
                               MOVE wn-anom-held-count
                                   TO we-anom-held
                               DISPLAY we-anom-held ' faktura(or)'
                                       ' hålls fortfarande - batchen'
                                       ' är INTE godkänd!'
                           END-IF
                       END-IF
                   WHEN 'A'
                       PERFORM C0153-reject-batch
                   WHEN OTHER
                       DISPLAY 'Ingen åtgärd utförd.'
               END-EVALUATE
           END-IF
           .

      **********************************************************
       C0151-show-usual-volume.

           MOVE SPACE TO wc-stg-first-custno
           EXEC SQL
               SELECT MIN(CUSTNO)
               INTO :wc-stg-first-custno
               FROM TUTORIAL.STGINV
               WHERE BATCHNO = :STGFILE-BATCHNO
           END-EXEC

           IF SQLCODE = ZERO AND wc-stg-first-custno NOT = SPACE
               MOVE ZERO TO wn-stg-invno-count
               MOVE ZERO TO wn-stg-filecount

               EXEC SQL
                   SELECT COUNT(*), COUNT(DISTINCT L.FILENO)
                   INTO :wn-stg-invno-count, :wn-stg-filecount
                   FROM TUTORIAL.INLOG L, TUTORIAL.CUSTOMER C
                   WHERE L.CUST_ID = C.CUST_ID
                     AND C.CUSTNO = :wc-stg-first-custno
               END-EXEC

               IF SQLCODE = ZERO AND wn-stg-filecount > ZERO
                   COMPUTE wn-stg-avg-volume =
                       wn-stg-invno-count / wn-stg-filecount
                   DISPLAY '   Kund ' wc-stg-first-custno
                           ' brukar leverera ' wn-stg-avg-volume
                           ' fakturor per fil'
               END-IF
           END-IF
           .

      **********************************************************
       C0151B-show-late-flag.

      *    wc-stg-first-custno was set by C0151-show-usual-volume;
      *    a batch picked up after the customer's contracted
      *    cut-off is marked late so the same-night promise
      *    dispute can be answered with data
           IF ind-stg-recvtime NOT = -1
              AND wc-stg-first-custno NOT = SPACE
               MOVE SPACE TO wc-stg-cutoff
               EXEC SQL
                   SELECT CUTOFF
                   INTO :wc-stg-cutoff:ind-stg-cutoff
                   FROM TUTORIAL.CUSTOMER
                   WHERE CUSTNO = :wc-stg-first-custno
               END-EXEC

               IF SQLCODE = ZERO
                  AND ind-stg-cutoff NOT = -1
                  AND wc-stg-cutoff NOT = SPACE
                   IF STGFILE-RECVTIME(1:5) > wc-stg-cutoff
                       DISPLAY '   SEN LEVERANS: mottagen '
                               STGFILE-RECVTIME ' (stopptid '
                               wc-stg-cutoff ')'
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       C0151C-show-held-count.

           MOVE STGFILE-BATCHNO TO wn-stg-batchno
           PERFORM C0177D-count-held-invoices

           IF wn-anom-held-count > ZERO
               MOVE wn-anom-held-count TO we-anom-held
               DISPLAY '   AVVIKANDE FAKTUROR: ' we-anom-held
                       ' hålls för granskning'
           END-IF
           .

      **********************************************************
       C0152-promote-batch.

      *    the operator approval is what moves the batch into
      *    INVOICE/ITEM/INVITEM - each staged invoice runs through
      *    exactly the validations the importer always applied, and
      *    gets its INLOG row with the same resultcodes. The
      *    sequence numbers are read into the list first and the
      *    cursor is closed again before any invoice is processed,
      *    so the per-invoice COMMIT/ROLLBACK never hits an open
      *    cursor
           PERFORM C0121-init-import
           MOVE 'Y' TO is-promote-ok-switch
           MOVE ZERO TO wn-stg-seq-count

           EXEC SQL
               OPEN CUR-STGINV-BY-BATCH
           END-EXEC

           EXEC SQL
               FETCH CUR-STGINV-BY-BATCH
               INTO :wn-stg-seqno, :STGINV-TRANCODE,
                    :STGINV-CUSTNO, :STGINV-DEBTNO, :STGINV-INVNO,
                    :STGINV-INVDATE, :STGINV-VAT, :STGINV-CUR,
                    :STGINV-CREDITREF, :wn-stg-resultcode,
                    :STGINV-DUEDATE, :STGINV-BUYERREF,
                    :STGINV-PERSNO, :STGINV-PROPERTY
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
      *        only the rows still pending (-1) are promoted - a
      *        rerun after a crashed promotion continues exactly
      *        where the per-invoice commits left off
               IF wn-stg-resultcode < ZERO
                   IF wn-stg-seq-count < 100000
                       ADD 1 TO wn-stg-seq-count
                       MOVE wn-stg-seqno
                           TO wn-stg-seq-no(wn-stg-seq-count)
                   ELSE
                       DISPLAY 'Batchen innehåller fler än 100000'
                               ' fakturor och kan inte läsas in!'
                       MOVE 'N' TO is-promote-ok-switch
                   END-IF
               END-IF

               EXEC SQL
                   FETCH CUR-STGINV-BY-BATCH
                   INTO :wn-stg-seqno, :STGINV-TRANCODE,
                        :STGINV-CUSTNO, :STGINV-DEBTNO,
                        :STGINV-INVNO, :STGINV-INVDATE,
                        :STGINV-VAT, :STGINV-CUR,
                        :STGINV-CREDITREF, :wn-stg-resultcode,
                        :STGINV-DUEDATE, :STGINV-BUYERREF,
                        :STGINV-PERSNO, :STGINV-PROPERTY
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               MOVE 'N' TO is-promote-ok-switch
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-STGINV-BY-BATCH
           END-EXEC

           IF is-promote-ok
               MOVE ZERO TO wn-stg-progress
               PERFORM C0149-mark-progress-start
               PERFORM VARYING wn-stg-seq-ix FROM 1 BY 1
                       UNTIL wn-stg-seq-ix > wn-stg-seq-count
                          OR NOT is-promote-ok
                   PERFORM C0154-promote-one-invoice
                   ADD 1 TO wn-stg-progress
                   IF FUNCTION MOD(wn-stg-progress, 100) = ZERO
                       PERFORM C0149B-show-progress
                   END-IF
               END-PERFORM
           END-IF

      *    anything but a clean pass over every staged invoice
      *    means some are still waiting - the batch must not be
      *    marked approved over a half-finished promotion
           IF NOT is-promote-ok
               DISPLAY 'Inläsningen avbröts av ett databasfel -'
                       ' batchen är INTE godkänd!'
           ELSE
      *        the batch's letters go to the print run with it
               EXEC SQL
                   UPDATE TUTORIAL.LETTER
                   SET STATE = 'V'
                   WHERE BATCHNO = :wn-stg-batchno
                     AND STATE = 'S'
               END-EXEC

               EXEC SQL
                   UPDATE TUTORIAL.STGFILE
                   SET STATE = 'A'
                   WHERE BATCHNO = :wn-stg-batchno
               END-EXEC

               MOVE 'R'    TO wc-ql-func
               MOVE 'BATC' TO wc-ql-queue
               MOVE wn-stg-batchno TO wn-ql-key1
               MOVE ZERO   TO wn-ql-key2
               MOVE SPACE  TO wc-ql-keytext
               PERFORM U0940-log-queue-item

               EXEC SQL
                   COMMIT
               END-EXEC

               PERFORM C0131-display-import-summary

      *        a promoted batch for an express customer goes to
      *        the printer immediately instead of waiting for the
      *        nightly window
               PERFORM C0159-kick-express-run
           END-IF
           .

      **********************************************************
       C0159-kick-express-run.

           MOVE ZERO TO wn-stg-invno-count
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-stg-invno-count
               FROM TUTORIAL.STGINV S, TUTORIAL.CUSTOMER C
               WHERE S.BATCHNO = :wn-stg-batchno
                 AND S.CUSTNO = C.CUSTNO
                 AND C.EXPRESS = 'Y'
           END-EXEC

           IF SQLCODE = ZERO AND wn-stg-invno-count > ZERO
               DISPLAY 'Expresskund - fakturorna skrivs ut'
                       ' omgående.'
               MOVE '32' TO wc-accept
               MOVE SPACE TO wc-print-custno
               MOVE SPACE TO wc-print-invno
               CALL 'SUBMIT-SINGLE-INVOICE' USING wc-accept,
                                             wc-print-custno,
                                             wc-print-invno
               MOVE SPACE TO wc-accept
           END-IF
           .

      **********************************************************
       C0154-promote-one-invoice.

           MOVE wn-stg-seq-no(wn-stg-seq-ix) TO wn-stg-seqno

           EXEC SQL
               SELECT TRANCODE, CUSTNO, DEBTNO, INVNO, INVDATE,
                      VAT, CUR, CREDITREF, COALESCE(DUEDATE, ' '),
                      COALESCE(BUYERREF, ' '),
                      COALESCE(PERSNO, ' '),
                      COALESCE(PROPERTY, ' ')
               INTO :STGINV-TRANCODE, :STGINV-CUSTNO,
                    :STGINV-DEBTNO, :STGINV-INVNO,
                    :STGINV-INVDATE, :STGINV-VAT, :STGINV-CUR,
                    :STGINV-CREDITREF, :STGINV-DUEDATE,
                    :STGINV-BUYERREF, :STGINV-PERSNO,
                    :STGINV-PROPERTY
               FROM TUTORIAL.STGINV
               WHERE BATCHNO = :wn-stg-batchno
                 AND SEQNO = :wn-stg-seqno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte läsa stagad faktura: '
                       wn-stg-seqno
               PERFORM Z0900-error-routine
               MOVE 'N' TO is-promote-ok-switch
           ELSE
               PERFORM C0158-validate-and-load-invoice
           END-IF
           .

      **********************************************************
       C0158-validate-and-load-invoice.

      *    one staged invoice through the full validation chain and,
      *    when clean, into INVOICE/ITEM/INVITEM with its INLOG row;
      *    used both by the batch approval and by the correction
      *    workbench resubmitting a single corrected invoice
           MOVE ZERO TO wn-resultcode
           MOVE ZERO TO wn-item-count
           MOVE ZERO TO CUSTOMER-CUST-ID
           MOVE ZERO TO DEBTOR-DEBT-ID
           MOVE 'N' TO DEBTOR-REFREQ
           MOVE ZERO TO w9-tr-rot-labour
           MOVE ZERO TO w9-tr-rut-labour
           MOVE 'N' TO is-tr-bad-labour-switch
           MOVE STGINV-PERSNO   TO wc-tr-persno
           MOVE STGINV-PROPERTY TO wc-tr-property

           MOVE 'N' TO is-credit-note-switch
           MOVE STGINV-CREDITREF TO wc-credit-origref
           IF STGINV-TRANCODE = '12'
               SET is-credit-note TO TRUE
           END-IF

           MOVE STGINV-CUSTNO  TO CUSTNO-10
           MOVE STGINV-DEBTNO  TO DEBTNO-10
           MOVE STGINV-INVNO   TO INVNO-10
           MOVE STGINV-INVDATE TO INVDATE-10
           MOVE STGINV-VAT     TO VAT-10
           MOVE STGINV-CUR     TO CUR-10
           MOVE STGINV-DUEDATE TO DUEDATE-10

           MOVE SPACE TO CUSTOMER-CUSTNO
           MOVE CUSTNO-10 TO CUSTOMER-CUSTNO
           MOVE INVNO-10  TO INVOICE-INVNO
           MOVE STGINV-BUYERREF TO INVOICE-BUYERREF

           MOVE 'N' TO wc-imp-revcharge
           EXEC SQL
               SELECT CUST_ID, REVCHARGE
               INTO :CUSTOMER-CUST-ID, :wc-imp-revcharge
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :CUSTOMER-CUSTNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänt kundnummer: ' CUSTNO-10
               MOVE 1 TO wn-resultcode
           ELSE
               MOVE CUSTOMER-CUST-ID TO wn-map-cust-id
               MOVE DEBTNO-10 TO wc-map-extno
               PERFORM C0148-resolve-debtor-number
               MOVE wn-map-debt-id TO DEBTOR-DEBT-ID

               MOVE 'N' TO wc-imp-eu-switch
               EXEC SQL
                   SELECT DEBT_ID, RISKCLASS, VATNO, REFREQ
                   INTO :DEBTOR-DEBT-ID,
                        :DEBTOR-RISKCLASS:ind-riskclass,
                        :wc-imp-debtor-vatno:ind-imp-debtor-vatno,
                        :DEBTOR-REFREQ
                   FROM TUTORIAL.DEBTOR
                   WHERE DEBT_ID = :DEBTOR-DEBT-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Okänd gäldenär: ' DEBTNO-10
                   MOVE 3 TO wn-resultcode
               ELSE
                   IF ind-imp-debtor-vatno NOT = -1
                      AND wc-imp-debtor-vatno NOT = SPACE
                      AND wc-imp-debtor-vatno(1:2) NOT = 'SE'
                       SET is-eu-debtor TO TRUE
                   END-IF
      *            a high credit-bureau risk class does not reject
      *            the invoice - our customer chose the debtor -
      *            but the operator is warned
                   IF ind-riskclass NOT = -1
                      AND DEBTOR-RISKCLASS > '3'
                       DISPLAY 'VARNING: gäldenär ' DEBTNO-10
                               ' har hög riskklass ('
                               DEBTOR-RISKCLASS ')'
                   END-IF
               END-IF
           END-IF

           IF wn-resultcode = ZERO
               PERFORM C0135-check-period-lock
           END-IF

           IF wn-resultcode = ZERO
               PERFORM C0127-check-duplicate-invoice
           END-IF

           IF wn-resultcode = ZERO
               PERFORM C0126-set-due-date
           END-IF

      *    municipalities and the larger debtors send an invoice
      *    back unpaid when their reference is missing - it is
      *    stopped here instead, for the customer to complete in
      *    the correction workbench
           IF wn-resultcode = ZERO
              AND DEBTOR-REF-REQUIRED
              AND INVOICE-BUYERREF = SPACE
               DISPLAY 'Referens saknas, krävs av gäldenär: '
                       DEBTNO-10
               MOVE 13 TO wn-resultcode
           END-IF

           IF wn-resultcode = ZERO
               PERFORM C0124-insert-invoice-row
           END-IF

           PERFORM C0155-promote-invoice-items

           IF wn-resultcode = ZERO AND wn-item-count = ZERO
               DISPLAY 'Fakturan saknar fakturarader: ' INVNO-10
               MOVE 4 TO wn-resultcode
           END-IF

           IF wn-resultcode = ZERO
               PERFORM C0155B-promote-appendix-rows
           END-IF

      *    ROT and RUT labour rows: the buyer's reduction is
      *    checked and registered for the claim to Skatteverket
      *    before the exposure test, which then sees the net
      *    amount; a credit note's labour rows are left alone -
      *    a reduction already claimed is corrected with
      *    Skatteverket directly
           IF wn-resultcode = ZERO AND NOT is-credit-note
              AND (w9-tr-rot-labour NOT = ZERO
                   OR w9-tr-rut-labour NOT = ZERO
                   OR is-tr-bad-labour)
               PERFORM C0159-register-tax-reduction
           END-IF

           IF wn-resultcode = ZERO
               PERFORM C0132-check-credit-limit
           END-IF

           IF wn-resultcode = ZERO AND is-credit-note
               PERFORM C0134-apply-credit-note
           END-IF

      *    one incoming invoice is one atomic unit of work: a
      *    rejection rolls back whatever header/item/link rows were
      *    inserted for it, and only then is the INLOG row written,
      *    so the log and the data always commit together and a
      *    mid-invoice failure leaves nothing behind
           IF wn-resultcode NOT = ZERO
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF

           PERFORM C0129-log-import-result

      *    the outcome is written back onto the staged row so a
      *    rejected invoice can be corrected and resubmitted
           EXEC SQL
               UPDATE TUTORIAL.STGINV
               SET RESULTCODE = :wn-resultcode
               WHERE BATCHNO = :wn-stg-batchno
                 AND SEQNO = :wn-stg-seqno
           END-EXEC

      *    a rejection enters the correction queue, an accepted
      *    resubmission leaves it
           IF wn-resultcode > ZERO
               MOVE 'E' TO wc-ql-func
           ELSE
               MOVE 'R' TO wc-ql-func
           END-IF
           MOVE 'FAKT' TO wc-ql-queue
           MOVE wn-stg-batchno TO wn-ql-key1
           MOVE wn-stg-seqno   TO wn-ql-key2
           MOVE SPACE  TO wc-ql-keytext
           PERFORM U0940-log-queue-item

           EXEC SQL
               COMMIT
           END-EXEC
           .

      **********************************************************
       C0159-register-tax-reduction.

      *    husavdrag: the buyer pays the labour less the ROT or
      *    RUT reduction and the customer claims the rest from
      *    Skatteverket through us. One TAXRED row per work type
      *    waits for PbsRotRut's begäran, and the reduced part is
      *    booked on PAIDAMT at once, so the Bankgiro matching,
      *    the reminders and the credit exposure all work against
      *    the net amount the buyer actually owes
           PERFORM C0159B-check-tax-reduction-data
           IF NOT is-tr-data-valid
               DISPLAY 'Fel ROT/RUT-uppgift: ' INVNO-10
               MOVE 14 TO wn-resultcode
               EXIT PARAGRAPH
           END-IF

      *    rates and ceilings follow the current rules; they sit
      *    in THRESHOLD so a budget change is a register update
           MOVE 'ROTPCT' TO wc-thr-key
           MOVE 30 TO w9-thr-value
           PERFORM U0900-get-threshold
           MOVE w9-thr-value TO w9-tr-rot-pct
           MOVE 'RUTPCT' TO wc-thr-key
           MOVE 50 TO w9-thr-value
           PERFORM U0900-get-threshold
           MOVE w9-thr-value TO w9-tr-rut-pct
           MOVE 'ROTMAX' TO wc-thr-key
           MOVE 50000 TO w9-thr-value
           PERFORM U0900-get-threshold
           MOVE w9-thr-value TO w9-tr-rot-max
           MOVE 'RRTOTMAX' TO wc-thr-key
           MOVE 75000 TO w9-thr-value
           PERFORM U0900-get-threshold
           MOVE w9-thr-value TO w9-tr-total-max

      *    the ceilings are per buyer and calendar year: a denied
      *    claim gives its room back, a decided one counts with
      *    what Skatteverket actually approved
           MOVE INVDATE-10(1:4) TO wn-tr-year
           EXEC SQL
               SELECT COALESCE(SUM(COALESCE(T.APPRAMT, T.REDAMT)),
                               0)
               INTO :w9-tr-used-all
               FROM TUTORIAL.TAXRED T, TUTORIAL.INVOICE I
               WHERE T.INV_ID = I.INV_ID
                 AND T.PERSNO = :wc-tr-persno
                 AND T.STATE <> 'A'
                 AND YEAR(I.INVDATE) = :wn-tr-year
           END-EXEC

           EXEC SQL
               SELECT COALESCE(SUM(COALESCE(T.APPRAMT, T.REDAMT)),
                               0)
               INTO :w9-tr-used-rot
               FROM TUTORIAL.TAXRED T, TUTORIAL.INVOICE I
               WHERE T.INV_ID = I.INV_ID
                 AND T.PERSNO = :wc-tr-persno
                 AND T.WORKTYPE = 'R'
                 AND T.STATE <> 'A'
                 AND YEAR(I.INVDATE) = :wn-tr-year
           END-EXEC

      *    the reduction is a share of the labour including VAT,
      *    in whole kronor as Skatteverket pays it
           MOVE ZERO TO w9-tr-reduction-total

           IF w9-tr-rot-labour > ZERO
               MOVE 'R' TO TAXRED-WORKTYPE
               COMPUTE TAXRED-LABOURAMT ROUNDED =
                   w9-tr-rot-labour * (1 + INVOICE-VAT)
               COMPUTE wn-tr-reduction =
                   TAXRED-LABOURAMT * w9-tr-rot-pct / 100
               COMPUTE w9-tr-room = w9-tr-rot-max - w9-tr-used-rot
               IF wn-tr-reduction > w9-tr-room
                   MOVE w9-tr-room TO wn-tr-reduction
               END-IF
               PERFORM C0159D-insert-tax-reduction
           END-IF

           IF wn-resultcode = ZERO AND w9-tr-rut-labour > ZERO
               MOVE 'U' TO TAXRED-WORKTYPE
               COMPUTE TAXRED-LABOURAMT ROUNDED =
                   w9-tr-rut-labour * (1 + INVOICE-VAT)
               COMPUTE wn-tr-reduction =
                   TAXRED-LABOURAMT * w9-tr-rut-pct / 100
               PERFORM C0159D-insert-tax-reduction
           END-IF

           IF wn-resultcode = ZERO AND w9-tr-reduction-total > ZERO
               EXEC SQL
                   UPDATE TUTORIAL.INVOICE
                   SET PAIDAMT = PAIDAMT + :w9-tr-reduction-total
                   WHERE INV_ID = :wn-next-inv-id
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Skattereduktionen kunde inte bokas: '
                           INVNO-10
                   MOVE 5 TO wn-resultcode
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       C0159B-check-tax-reduction-data.

      *    the labour rows must name a known work type and the
      *    buyer must be a valid personnummer or samordnings-
      *    nummer (day plus 60) with a correct check digit; ROT
      *    also needs the property the work was done on
           MOVE 'N' TO is-tr-valid-switch

           IF is-tr-bad-labour
              OR w9-tr-rot-labour < ZERO
              OR w9-tr-rut-labour < ZERO
              OR wc-tr-persno IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           IF w9-tr-rot-labour > ZERO
              AND wc-tr-property = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE wc-tr-persno(5:2) TO wn-tr-month
           MOVE wc-tr-persno(7:2) TO wn-tr-day
           IF wn-tr-month < 1 OR wn-tr-month > 12
              OR wn-tr-day < 1 OR wn-tr-day > 91
              OR (wn-tr-day > 31 AND wn-tr-day < 61)
               EXIT PARAGRAPH
           END-IF

      *    the check digit runs over the ten digits after the
      *    century, weights 2 and 1 alternating
           MOVE ZERO TO wn-tr-luhn-sum
           MOVE 2 TO wn-tr-luhn-weight
           PERFORM C0159C-add-luhn-digit
               VARYING wn-tr-luhn-ix FROM 3 BY 1
               UNTIL wn-tr-luhn-ix > 12

           IF FUNCTION MOD(wn-tr-luhn-sum, 10) = ZERO
               SET is-tr-data-valid TO TRUE
           END-IF
           .

      **********************************************************
       C0159C-add-luhn-digit.

           MOVE wc-tr-persno(wn-tr-luhn-ix:1) TO wn-tr-digit
           MULTIPLY wn-tr-luhn-weight BY wn-tr-digit
           IF wn-tr-digit > 9
               SUBTRACT 9 FROM wn-tr-digit
           END-IF
           ADD wn-tr-digit TO wn-tr-luhn-sum

           IF wn-tr-luhn-weight = 2
               MOVE 1 TO wn-tr-luhn-weight
           ELSE
               MOVE 2 TO wn-tr-luhn-weight
           END-IF
           .

      **********************************************************
       C0159D-insert-tax-reduction.

      *    the total ceiling is shared by both work types; a
      *    buyer already at the ceiling is simply invoiced in full
           COMPUTE w9-tr-room = w9-tr-total-max - w9-tr-used-all
           IF wn-tr-reduction > w9-tr-room
               MOVE w9-tr-room TO wn-tr-reduction
           END-IF

           IF wn-tr-reduction NOT > ZERO
               DISPLAY 'Taket för skattereduktion är nått för '
                       wc-tr-persno ', faktura ' INVNO-10
                       ' debiteras fullt'
               EXIT PARAGRAPH
           END-IF

           MOVE wn-tr-reduction TO TAXRED-REDAMT

           EXEC SQL
               INSERT INTO TUTORIAL.TAXRED
               VALUES (:wn-next-inv-id, :TAXRED-WORKTYPE,
                       :CUSTOMER-CUST-ID, :wc-tr-persno,
                       :wc-tr-property, :TAXRED-LABOURAMT,
                       :TAXRED-REDAMT, 'P', NULL, NULL, NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Skattereduktionen kunde inte registreras: '
                       INVNO-10
               MOVE 5 TO wn-resultcode
               PERFORM Z0900-error-routine
           ELSE
               ADD TAXRED-REDAMT TO w9-tr-reduction-total
               ADD TAXRED-REDAMT TO w9-tr-used-all
           END-IF
           .

      **********************************************************
       C0159E-add-labour-row.

      *    one labour row's amount onto its work type
           EVALUATE LABOUR-11
               WHEN 'R'
                   ADD w9-tr-row-amount TO w9-tr-rot-labour
               WHEN 'U'
                   ADD w9-tr-row-amount TO w9-tr-rut-labour
               WHEN OTHER
                   SET is-tr-bad-labour TO TRUE
           END-EVALUATE
           .

      **********************************************************
       C0155-promote-invoice-items.

           EXEC SQL
               OPEN CUR-STGITEM-BY-INV
           END-EXEC

           EXEC SQL
               FETCH CUR-STGITEM-BY-INV
               INTO :STGITEM-DESCRIPTION, :STGITEM-ARTNO,
                    :STGITEM-UNITDESC, :STGITEM-QTY, :STGITEM-PRICE,
                    :STGITEM-LABOUR
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               IF wn-resultcode = ZERO
                   MOVE STGITEM-DESCRIPTION TO DESCRIPTION-11
                   MOVE STGITEM-ARTNO       TO ARTNO-11
                   MOVE STGITEM-UNITDESC    TO UNITDESC-11
                   MOVE STGITEM-QTY         TO QTY-11
                   MOVE STGITEM-PRICE       TO PRICE-11
                   MOVE STGITEM-LABOUR      TO LABOUR-11
                   PERFORM C0127-insert-item-row
                   ADD 1 TO wn-item-count
               END-IF

               EXEC SQL
                   FETCH CUR-STGITEM-BY-INV
                   INTO :STGITEM-DESCRIPTION, :STGITEM-ARTNO,
                        :STGITEM-UNITDESC, :STGITEM-QTY,
                        :STGITEM-PRICE, :STGITEM-LABOUR
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-STGITEM-BY-INV
           END-EXEC
           .

      **********************************************************
       C0155B-promote-appendix-rows.

      *    the staged appendix lines follow the invoice into
      *    INVAPP; they take part in the invoice's unit of work,
      *    so a later rejection rolls them back too
           EXEC SQL
               INSERT INTO TUTORIAL.INVAPP
               SELECT :wn-next-inv-id, LINENO, APPTEXT
               FROM TUTORIAL.STGAPP
               WHERE BATCHNO = :wn-stg-batchno
                 AND SEQNO = :wn-stg-seqno
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY 'Bilageraderna kunde inte läsas in: '
                       INVNO-10
               MOVE 5 TO wn-resultcode
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       C0153-reject-batch.

           DISPLAY 'Orsak till avvisningen: ' WITH NO ADVANCING
           MOVE SPACE TO wc-stg-reason
           ACCEPT wc-stg-reason

           IF wc-stg-reason = SPACE
               DISPLAY 'En orsak måste anges!'
           ELSE
               EXEC SQL
                   UPDATE TUTORIAL.STGFILE
                   SET STATE = 'R',
                       REASON = :wc-stg-reason
                   WHERE BATCHNO = :wn-stg-batchno
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Batchen kunde inte avvisas!'
                   PERFORM Z0900-error-routine
               ELSE
                   EXEC SQL
                       UPDATE TUTORIAL.LETTER
                       SET STATE = 'A'
                       WHERE BATCHNO = :wn-stg-batchno
                         AND STATE = 'S'
                   END-EXEC

                   MOVE 'R'    TO wc-ql-func
                   MOVE 'BATC' TO wc-ql-queue
                   MOVE wn-stg-batchno TO wn-ql-key1
                   MOVE ZERO   TO wn-ql-key2
                   MOVE SPACE  TO wc-ql-keytext
                   PERFORM U0940-log-queue-item

                   PERFORM C0156-write-return-file
                   DISPLAY 'Batchen är avvisad och returnerad'
                           ' till kunden: ' wc-retur-filename
               END-IF
           END-IF
           .

      **********************************************************
       C0156-write-return-file.

      *    the whole file goes back to the customer, re-serialized
      *    from staging with the rejection reason on top
           MOVE SPACE TO wc-retur-filename
           MOVE wn-stg-batchno TO we-stg-batchno
           STRING 'data/retur-' DELIMITED BY SIZE
                  we-stg-batchno DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO wc-retur-filename
           END-STRING

           OPEN OUTPUT RETURFIL

           MOVE SPACE TO RETUR-POST
           STRING '** AVVISAD: ' DELIMITED BY SIZE
                  wc-stg-reason DELIMITED BY SIZE
               INTO RETUR-POST
           END-STRING
           WRITE RETUR-POST

           EXEC SQL
               OPEN CUR-STGINV-BY-BATCH
           END-EXEC

           EXEC SQL
               FETCH CUR-STGINV-BY-BATCH
               INTO :wn-stg-seqno, :STGINV-TRANCODE,
                    :STGINV-CUSTNO, :STGINV-DEBTNO, :STGINV-INVNO,
                    :STGINV-INVDATE, :STGINV-VAT, :STGINV-CUR,
                    :STGINV-CREDITREF, :wn-stg-resultcode,
                    :STGINV-DUEDATE, :STGINV-BUYERREF,
                    :STGINV-PERSNO, :STGINV-PROPERTY
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE SPACE TO IFCREDIT-POST-12
               MOVE STGINV-TRANCODE  TO TRANCODE-12
               MOVE STGINV-CUSTNO    TO CUSTNO-12
               MOVE STGINV-DEBTNO    TO DEBTNO-12
               MOVE STGINV-INVNO     TO INVNO-12
               MOVE STGINV-INVDATE   TO INVDATE-12
               MOVE STGINV-VAT       TO VAT-12
               MOVE STGINV-CUR       TO CUR-12
               IF STGINV-TRANCODE = '12'
                   MOVE STGINV-CREDITREF TO CREDITREF-12
               END-IF
               MOVE STGINV-DUEDATE   TO DUEDATE-12
               MOVE IFCREDIT-POST-12 TO RETUR-POST
               WRITE RETUR-POST

      *        the header's continuation records go back with it
               IF STGINV-BUYERREF NOT = SPACE
                   MOVE SPACE TO IFREF-POST-17
                   MOVE '17' TO TRANCODE-17
                   MOVE STGINV-BUYERREF TO BUYERREF-17
                   MOVE IFREF-POST-17 TO RETUR-POST
                   WRITE RETUR-POST
               END-IF

               IF STGINV-PERSNO NOT = SPACE
                  OR STGINV-PROPERTY NOT = SPACE
                   MOVE SPACE TO IFTAXRED-POST-18
                   MOVE '18' TO TRANCODE-18
                   MOVE STGINV-PERSNO   TO PERSNO-18
                   MOVE STGINV-PROPERTY TO PROPERTY-18
                   MOVE IFTAXRED-POST-18 TO RETUR-POST
                   WRITE RETUR-POST
               END-IF

               PERFORM C0157-return-staged-items

               EXEC SQL
                   FETCH CUR-STGINV-BY-BATCH
                   INTO :wn-stg-seqno, :STGINV-TRANCODE,
                        :STGINV-CUSTNO, :STGINV-DEBTNO,
                        :STGINV-INVNO, :STGINV-INVDATE,
                        :STGINV-VAT, :STGINV-CUR,
                        :STGINV-CREDITREF, :wn-stg-resultcode,
                        :STGINV-DUEDATE, :STGINV-BUYERREF,
                        :STGINV-PERSNO, :STGINV-PROPERTY
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-STGINV-BY-BATCH
           END-EXEC

           CLOSE RETURFIL
           .

      **********************************************************
       C0157-return-staged-items.

           EXEC SQL
               OPEN CUR-STGITEM-BY-INV
           END-EXEC

           EXEC SQL
               FETCH CUR-STGITEM-BY-INV
               INTO :STGITEM-DESCRIPTION, :STGITEM-ARTNO,
                    :STGITEM-UNITDESC, :STGITEM-QTY, :STGITEM-PRICE,
                    :STGITEM-LABOUR
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               MOVE SPACE TO IFITEM-POST-11
               MOVE '11'                TO TRANCODE-11
               MOVE STGITEM-DESCRIPTION TO DESCRIPTION-11
               MOVE STGITEM-ARTNO       TO ARTNO-11
               MOVE STGITEM-UNITDESC    TO UNITDESC-11
               MOVE STGITEM-QTY         TO QTY-11
               MOVE STGITEM-PRICE       TO PRICE-11
               MOVE STGITEM-LABOUR      TO LABOUR-11
               MOVE IFITEM-POST-11 TO RETUR-POST
               WRITE RETUR-POST

               EXEC SQL
                   FETCH CUR-STGITEM-BY-INV
                   INTO :STGITEM-DESCRIPTION, :STGITEM-ARTNO,
                        :STGITEM-UNITDESC, :STGITEM-QTY,
                        :STGITEM-PRICE, :STGITEM-LABOUR
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-STGITEM-BY-INV
           END-EXEC
           .

      **********************************************************
       C0160-correction-workbench.

      *    the avvisade invoices stay in staging with their
      *    resultcode; the operator can correct the offending field
      *    on screen and resubmit just that invoice through the
      *    same validations as the import, instead of making the
      *    customer resend a whole new file
           DISPLAY HEADLINE
           DISPLAY '*** AVVISADE FAKTUROR - RÄTTNING ***'
           DISPLAY HEADLINE
           DISPLAY 'Batch   Seq     Kundnr      Gäldenär   '
                   'Fakturanr'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-STGINV-REJ
           END-EXEC

           EXEC SQL
               FETCH CUR-STGINV-REJ
               INTO :wn-stg-batchno, :wn-stg-seqno,
                    :STGINV-CUSTNO, :STGINV-DEBTNO, :STGINV-INVNO,
                    :STGINV-RESULTCODE
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               MOVE STGINV-RESULTCODE TO wn-rpt-resultcode
               PERFORM G0121-set-resultcode-text

               DISPLAY wn-stg-batchno '  ' wn-stg-seqno '  '
                       STGINV-CUSTNO '  ' STGINV-DEBTNO '  '
                       STGINV-INVNO
               DISPLAY '   Orsak: ' wc-rpt-resulttext

               EXEC SQL
                   FETCH CUR-STGINV-REJ
                   INTO :wn-stg-batchno, :wn-stg-seqno,
                        :STGINV-CUSTNO, :STGINV-DEBTNO,
                        :STGINV-INVNO, :STGINV-RESULTCODE
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-STGINV-REJ
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Ange batchnummer att behandla, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO wn-stg-batchno
           ACCEPT wn-stg-batchno

           IF wn-stg-batchno NOT = ZERO
               DISPLAY 'Ange seq-nummer: ' WITH NO ADVANCING
               MOVE ZERO TO wn-stg-seqno
               ACCEPT wn-stg-seqno
               PERFORM C0161-correct-one-rejected
           END-IF
           .

      **********************************************************
       C0161-correct-one-rejected.

           EXEC SQL
               SELECT TRANCODE, CUSTNO, DEBTNO, INVNO, INVDATE,
                      VAT, CUR, CREDITREF, RESULTCODE,
                      COALESCE(DUEDATE, ' '),
                      COALESCE(BUYERREF, ' '),
                      COALESCE(PERSNO, ' '),
                      COALESCE(PROPERTY, ' ')
               INTO :STGINV-TRANCODE, :STGINV-CUSTNO,
                    :STGINV-DEBTNO, :STGINV-INVNO,
                    :STGINV-INVDATE, :STGINV-VAT, :STGINV-CUR,
                    :STGINV-CREDITREF, :STGINV-RESULTCODE,
                    :STGINV-DUEDATE, :STGINV-BUYERREF,
                    :STGINV-PERSNO, :STGINV-PROPERTY
               FROM TUTORIAL.STGINV
               WHERE BATCHNO = :wn-stg-batchno
                 AND SEQNO = :wn-stg-seqno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Hittar ingen sådan rad i kön!'
           ELSE
               IF STGINV-RESULTCODE = ZERO
                   DISPLAY 'Fakturan är redan godkänd!'
               ELSE
                   DISPLAY 'K - Rätta kundnumret (' STGINV-CUSTNO
                           ')'
                   DISPLAY 'G - Rätta gäldenärsnumret ('
                           STGINV-DEBTNO ')'
                   DISPLAY 'F - Rätta förfallodagen ('
                           STGINV-DUEDATE ')'
                   DISPLAY 'R - Rätta referensen ('
                           STGINV-BUYERREF ')'
                   DISPLAY 'P - Rätta ROT/RUT-köparen ('
                           STGINV-PERSNO ' '
                           STGINV-PROPERTY ')'
                   DISPLAY 'S - Skicka om fakturan för validering'
                   DISPLAY 'X - Avbryt'
                   DISPLAY ': ' WITH NO ADVANCING
                   ACCEPT wc-wb-action

                   EVALUATE FUNCTION UPPER-CASE(wc-wb-action)
                       WHEN 'K'
                           DISPLAY 'Nytt kundnummer: '
                               WITH NO ADVANCING
                           ACCEPT wc-wb-custno
                           EXEC SQL
                               UPDATE TUTORIAL.STGINV
                               SET CUSTNO = :wc-wb-custno
                               WHERE BATCHNO = :wn-stg-batchno
                                 AND SEQNO = :wn-stg-seqno
                           END-EXEC
                           DISPLAY 'Kundnumret är rättat - välj S'
                                   ' för att skicka om.'
                       WHEN 'G'
                           DISPLAY 'Nytt gäldenärsnummer: '
                               WITH NO ADVANCING
                           ACCEPT wc-wb-debtno
                           EXEC SQL
                               UPDATE TUTORIAL.STGINV
                               SET DEBTNO = :wc-wb-debtno
                               WHERE BATCHNO = :wn-stg-batchno
                                 AND SEQNO = :wn-stg-seqno
                           END-EXEC
                           DISPLAY 'Gäldenärsnumret är rättat -'
                                   ' välj S för att skicka om.'
                       WHEN 'F'
                           DISPLAY 'Ny förfallodag (ÅÅÅÅ-MM-DD,'
                                   ' blank = enligt villkor): '
                               WITH NO ADVANCING
                           MOVE SPACE TO wc-wb-duedate
                           ACCEPT wc-wb-duedate
                           EXEC SQL
                               UPDATE TUTORIAL.STGINV
                               SET DUEDATE = :wc-wb-duedate
                               WHERE BATCHNO = :wn-stg-batchno
                                 AND SEQNO = :wn-stg-seqno
                           END-EXEC
                           DISPLAY 'Förfallodagen är rättad -'
                                   ' välj S för att skicka om.'
                       WHEN 'R'
                           DISPLAY 'Ny referens (Er referens/'
                                   'ordernummer): '
                               WITH NO ADVANCING
                           MOVE SPACE TO wc-wb-buyerref
                           ACCEPT wc-wb-buyerref
                           EXEC SQL
                               UPDATE TUTORIAL.STGINV
                               SET BUYERREF = :wc-wb-buyerref
                               WHERE BATCHNO = :wn-stg-batchno
                                 AND SEQNO = :wn-stg-seqno
                           END-EXEC
                           DISPLAY 'Referensen är rättad -'
                                   ' välj S för att skicka om.'
                       WHEN 'P'
                           DISPLAY 'Köparens personnummer'
                                   ' (ÅÅÅÅMMDDNNNN): '
                               WITH NO ADVANCING
                           MOVE SPACE TO wc-wb-persno
                           ACCEPT wc-wb-persno
                           DISPLAY 'Fastighetsbeteckning eller BRF'
                                   ' och lägenhetsnr (ROT): '
                               WITH NO ADVANCING
                           MOVE SPACE TO wc-wb-property
                           ACCEPT wc-wb-property
                           EXEC SQL
                               UPDATE TUTORIAL.STGINV
                               SET PERSNO = :wc-wb-persno,
                                   PROPERTY = :wc-wb-property
                               WHERE BATCHNO = :wn-stg-batchno
                                 AND SEQNO = :wn-stg-seqno
                           END-EXEC
                           DISPLAY 'ROT/RUT-köparen är rättad -'
                                   ' välj S för att skicka om.'
                       WHEN 'S'
                           PERFORM C0162-resubmit-one-rejected
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .

      **********************************************************
       C0162-resubmit-one-rejected.

           EXEC SQL
               SELECT TRANCODE, CUSTNO, DEBTNO, INVNO, INVDATE,
                      VAT, CUR, CREDITREF, COALESCE(DUEDATE, ' '),
                      COALESCE(BUYERREF, ' '),
                      COALESCE(PERSNO, ' '),
                      COALESCE(PROPERTY, ' ')
               INTO :STGINV-TRANCODE, :STGINV-CUSTNO,
                    :STGINV-DEBTNO, :STGINV-INVNO,
                    :STGINV-INVDATE, :STGINV-VAT, :STGINV-CUR,
                    :STGINV-CREDITREF, :STGINV-DUEDATE,
                    :STGINV-BUYERREF, :STGINV-PERSNO,
                    :STGINV-PROPERTY
               FROM TUTORIAL.STGINV
               WHERE BATCHNO = :wn-stg-batchno
                 AND SEQNO = :wn-stg-seqno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Hittar ingen sådan rad i kön!'
               EXIT PARAGRAPH
           END-IF

           PERFORM C0175-check-keyed-by
           IF NOT is-me-keyed-self
      *        the resubmission needs a file number and date the
      *        same way a fresh import would
               PERFORM C0121-init-import
               PERFORM C0158-validate-and-load-invoice

               MOVE wn-resultcode TO wn-rpt-resultcode
               PERFORM G0121-set-resultcode-text
               DISPLAY 'Resultat: ' wc-rpt-resulttext
           END-IF
           .

      **********************************************************
       C0165-test-import-file.

      *    provkörning for customer onboarding: the candidate file
      *    runs the complete validation chain - format detection,
      *    normalization, trailer control totals, and per-invoice
      *    field validation including the duplicate and period
      *    checks - but nothing is written to STGINV/STGITEM/INLOG;
      *    the outcome is a line-by-line verdict report the
      *    customer can be sent
           DISPLAY 'Fil att provköra (blankt ='
                   ' data/infakturor.txt)'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-infakt-filename
           ACCEPT wc-infakt-filename
           IF wc-infakt-filename = SPACE
               MOVE 'data/infakturor.txt' TO wc-infakt-filename
           END-IF

           OPEN OUTPUT PROVRPT

           IF NOT PROV-SUCCESSFUL
               DISPLAY 'Kan inte skapa rapportfilen!'
           ELSE
               MOVE SPACE TO PROV-POST
               STRING 'PROVKÖRNING ' DELIMITED BY SIZE
                      wc-infakt-filename DELIMITED BY SPACE
                   INTO PROV-POST
               END-STRING
               WRITE PROV-POST

               PERFORM C0136-detect-import-format

               IF NOT is-fixed-format
                   PERFORM C0137-normalize-import-file
                   MOVE 'data/infakt-norm.txt'
                       TO wc-infakt-filename
               END-IF

               OPEN INPUT INFAKTFIL

               IF NOT IN-FAKT-SUCCESSFUL
                   MOVE 'Filen kan inte öppnas!' TO PROV-POST
                   WRITE PROV-POST
               ELSE
                   PERFORM C0133-validate-import-trailer
                   CLOSE INFAKTFIL

                   IF NOT is-valid-import-file
                       MOVE SPACE TO PROV-POST
                       STRING 'KONTROLLSUMMAN STÄMMER EJ - filen'
                              DELIMITED BY SIZE
                              ' skulle avvisas i sin helhet'
                              DELIMITED BY SIZE
                           INTO PROV-POST
                       END-STRING
                       WRITE PROV-POST
                   ELSE
                       MOVE 'Kontrollsumman stämmer.'
                           TO PROV-POST
                       WRITE PROV-POST
                   END-IF

                   PERFORM C0166-test-all-records
               END-IF

               MOVE SPACE TO PROV-POST
               WRITE PROV-POST
               MOVE SPACE TO PROV-POST
               STRING 'Godkända: ' DELIMITED BY SIZE
                      wn-pv-ok-count DELIMITED BY SIZE
                      '  Avvisade: ' DELIMITED BY SIZE
                      wn-pv-rej-count DELIMITED BY SIZE
                   INTO PROV-POST
               END-STRING
               WRITE PROV-POST

               CLOSE PROVRPT

               DISPLAY 'Provkörningen är klar: '
                       wn-pv-ok-count ' godkända, '
                       wn-pv-rej-count ' avvisade.'
               DISPLAY 'Rapport: data/provkorning.txt'
           END-IF
           .

      **********************************************************
       C0166-test-all-records.

           MOVE ZERO TO wn-pv-seqno
           MOVE ZERO TO wn-pv-newdebt-count
           MOVE ZERO TO wn-pv-ok-count
           MOVE ZERO TO wn-pv-rej-count
           MOVE 'N' TO is-pv-open-switch
           MOVE 'N' TO is-eof-import-switch

           OPEN INPUT INFAKTFIL
           PERFORM C0122-read-import-record

           PERFORM UNTIL is-eof-import
               EVALUATE TRANCODE-TYP
                   WHEN '10'
                   WHEN '12'
                       PERFORM C0168-finish-test-verdict
                       PERFORM C0167-test-one-header
                   WHEN '14'
                       IF wn-pv-newdebt-count < 500
                           MOVE INFAKT-POST TO IFDEBTOR-POST-14
                           ADD 1 TO wn-pv-newdebt-count
                           MOVE CUSTNO-14 TO wc-pv-newdebt-custno
                                             (wn-pv-newdebt-count)
                           MOVE DEBTNO-14 TO wc-pv-newdebt-extno
                                             (wn-pv-newdebt-count)
                       END-IF
                   WHEN '17'
                       IF is-pv-invoice-open
                           MOVE INFAKT-POST TO IFREF-POST-17
                           MOVE BUYERREF-17 TO wc-pv-buyerref
                       END-IF
                   WHEN '18'
                       IF is-pv-invoice-open
                           MOVE INFAKT-POST TO IFTAXRED-POST-18
                           MOVE PERSNO-18   TO wc-tr-persno
                           MOVE PROPERTY-18 TO wc-tr-property
                       END-IF
                   WHEN '11'
                       IF is-pv-invoice-open
                           ADD 1 TO wn-pv-item-count
                           MOVE INFAKT-POST TO IFITEM-POST-11
                           COMPUTE w9-tr-row-amount =
                               FUNCTION NUMVAL(QTY-11) *
                               FUNCTION NUMVAL(PRICE-11)
                           ADD w9-tr-row-amount TO w9-pv-inv-total
                           IF LABOUR-11 NOT = SPACE
                               PERFORM C0159E-add-labour-row
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               PERFORM C0122-read-import-record
           END-PERFORM

           PERFORM C0168-finish-test-verdict

           CLOSE INFAKTFIL
           .

      **********************************************************
       C0167-test-one-header.

      *    one header through the same checks C0158 applies, in
      *    the same order, but with plain read-only lookups
           ADD 1 TO wn-pv-seqno
           SET is-pv-invoice-open TO TRUE
           MOVE ZERO TO wn-pv-resultcode
           MOVE ZERO TO wn-pv-item-count
           MOVE ZERO TO w9-pv-inv-total
           MOVE SPACE TO wc-pv-buyerref
           MOVE 'N' TO wc-pv-refreq
           MOVE TRANCODE-TYP TO wc-pv-trancode
      *    the candidate's ROT/RUT labour and buyer are gathered
      *    in the same fields the load uses, for the same check
           MOVE ZERO TO w9-tr-rot-labour
           MOVE ZERO TO w9-tr-rut-labour
           MOVE 'N' TO is-tr-bad-labour-switch
           MOVE SPACE TO wc-tr-persno
           MOVE SPACE TO wc-tr-property

           IF TRANCODE-TYP = '12'
               MOVE INFAKT-POST TO IFCREDIT-POST-12
               MOVE CUSTNO-12   TO wc-pv-custno
               MOVE DEBTNO-12   TO wc-pv-debtno
               MOVE INVNO-12    TO wc-pv-invno
               MOVE INVDATE-12  TO wc-pv-invdate
               MOVE DUEDATE-12  TO wc-pv-duedate
           ELSE
               MOVE INFAKT-POST TO IFHEADER-POST-10
               MOVE CUSTNO-10   TO wc-pv-custno
               MOVE DEBTNO-10   TO wc-pv-debtno
               MOVE INVNO-10    TO wc-pv-invno
               MOVE INVDATE-10  TO wc-pv-invdate
               MOVE DUEDATE-10  TO wc-pv-duedate
           END-IF

           MOVE ZERO TO wn-pv-cust-id
           EXEC SQL
               SELECT CUST_ID
               INTO :wn-pv-cust-id
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :wc-pv-custno
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 1 TO wn-pv-resultcode
           END-IF

           IF wn-pv-resultcode = ZERO
               MOVE wn-pv-cust-id TO wn-map-cust-id
               MOVE wc-pv-debtno TO wc-map-extno
               PERFORM C0148-resolve-debtor-number
               MOVE wn-map-debt-id TO wn-pv-debt-id
               MOVE ZERO TO wn-pv-hit
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-pv-hit
                   FROM TUTORIAL.DEBTOR
                   WHERE DEBT_ID = :wn-pv-debt-id
               END-EXEC
               IF wn-pv-hit = ZERO
                   MOVE 'N' TO is-pv-newdebt-switch
                   PERFORM VARYING wn-pv-newdebt-ix FROM 1 BY 1
                           UNTIL wn-pv-newdebt-ix > wn-pv-newdebt-count
                              OR is-pv-newdebt
                       IF wc-pv-newdebt-custno(wn-pv-newdebt-ix)
                              = wc-pv-custno
                          AND wc-pv-newdebt-extno(wn-pv-newdebt-ix)
                              = wc-pv-debtno
                           SET is-pv-newdebt TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT is-pv-newdebt
                       MOVE 3 TO wn-pv-resultcode
                   END-IF
               ELSE
                   EXEC SQL
                       SELECT REFREQ
                       INTO :wc-pv-refreq
                       FROM TUTORIAL.DEBTOR
                       WHERE DEBT_ID = :wn-pv-debt-id
                   END-EXEC
               END-IF
           END-IF

           IF wn-pv-resultcode = ZERO
               MOVE wc-pv-invdate(1:7) TO wc-lock-period
               MOVE ZERO TO wn-pv-hit
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-pv-hit
                   FROM TUTORIAL.PERIODLOCK
                   WHERE PERIOD = :wc-lock-period
               END-EXEC
               IF wn-pv-hit > ZERO
                   MOVE 8 TO wn-pv-resultcode
               END-IF
           END-IF

           IF wn-pv-resultcode = ZERO
               MOVE ZERO TO wn-pv-hit
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-pv-hit
                   FROM TUTORIAL.INVOICE
                   WHERE CUSTNO = :wc-pv-custno
                     AND INVNO = :wc-pv-invno
               END-EXEC
               IF wn-pv-hit > ZERO
                   MOVE 2 TO wn-pv-resultcode
               END-IF
           END-IF

           IF wn-pv-resultcode = ZERO
              AND wc-pv-duedate NOT = SPACE
               MOVE wc-pv-duedate TO wc-due-check
               MOVE wc-pv-invdate TO wc-due-invdate
               PERFORM C0126B-check-due-date
               IF NOT is-due-valid
                   MOVE 12 TO wn-pv-resultcode
               END-IF
           END-IF
           .

      **********************************************************
       C0168-finish-test-verdict.

      *    the item-dependent checks run once the invoice's lines
      *    are all seen, then the verdict line goes on the report;
      *    the reference and ROT/RUT checks wait for them too,
      *    the 17- and 18-posts coming after their header
           IF is-pv-invoice-open
               IF wn-pv-resultcode = ZERO
                  AND wc-pv-refreq = 'Y'
                  AND wc-pv-buyerref = SPACE
                   MOVE 13 TO wn-pv-resultcode
               END-IF

               IF wn-pv-resultcode = ZERO
                  AND wn-pv-item-count = ZERO
                   MOVE 4 TO wn-pv-resultcode
               END-IF

               IF wn-pv-resultcode = ZERO
                  AND wc-pv-trancode NOT = '12'
                  AND (w9-tr-rot-labour NOT = ZERO
                       OR w9-tr-rut-labour NOT = ZERO
                       OR is-tr-bad-labour)
                   PERFORM C0159B-check-tax-reduction-data
                   IF NOT is-tr-data-valid
                       MOVE 14 TO wn-pv-resultcode
                   END-IF
               END-IF

               IF wn-pv-resultcode = ZERO
                   PERFORM C0169-test-credit-limit
               END-IF

               MOVE wn-pv-resultcode TO wn-rpt-resultcode
               PERFORM G0121-set-resultcode-text

               MOVE wn-pv-seqno TO we-pv-seqno
               MOVE SPACE TO PROV-POST
               STRING we-pv-seqno DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      wc-pv-custno DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      wc-pv-invno DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      wc-rpt-resulttext DELIMITED BY SIZE
                   INTO PROV-POST
               END-STRING
               WRITE PROV-POST

               IF wn-pv-resultcode = ZERO
                   ADD 1 TO wn-pv-ok-count
               ELSE
                   ADD 1 TO wn-pv-rej-count
               END-IF

               MOVE 'N' TO is-pv-open-switch
           END-IF
           .

      **********************************************************
       C0169-test-credit-limit.

      *    the same exposure test C0132 applies at load time, with
      *    the candidate invoice's own total added on top of the
      *    customer's current unpaid exposure
           EXEC SQL
               SELECT COALESCE(SUM(
                          (SELECT SUM(QTY*PRICE)
                           FROM TUTORIAL.ITEM
                           WHERE ITEM_ID IN
                               (SELECT ITEM_ID
                                FROM TUTORIAL.INVITEM
                                WHERE INV_ID = I.INV_ID))
                          - I.PAIDAMT), 0)
               INTO :wn-unpaid-total
               FROM TUTORIAL.INVOICE I
               WHERE I.CUST_ID = :wn-pv-cust-id
               AND I.INVSTATE NOT = 9
               AND I.INVSTATE NOT = 3
               AND I.INVSTATE NOT = 7
               AND I.INVSTATE NOT = 6
           END-EXEC

           EXEC SQL
               SELECT CREDLIMIT
               INTO :wn-credlimit
               FROM TUTORIAL.CUSTOMER
               WHERE CUST_ID = :wn-pv-cust-id
           END-EXEC

           IF SQLCODE = ZERO
               IF wn-unpaid-total + w9-pv-inv-total > wn-credlimit
                   MOVE 6 TO wn-pv-resultcode
               END-IF
           END-IF
           .
      **********************************************************
       C0170-manual-invoice-entry.

      *    a debtor invoice keyed by hand for the few customers who
      *    send PDFs or lists instead of a file: it is staged as a
      *    batch of its own with the keying operator recorded, runs
      *    through exactly the validation and review a file does
      *    (12), and a control list is written for the approver to
      *    check against the customer's original - the approval
      *    itself must be made by another operator
           DISPLAY HEADLINE
           DISPLAY '*** MANUELL REGISTRERING AV GÄLDENÄRSFAKTURA ***'
           DISPLAY HEADLINE

           MOVE ZERO TO wn-me-line-count
           MOVE ZERO TO wn-me-app-count
           MOVE ZERO TO w9-me-total
           MOVE SPACE TO STGINV

           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
           MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
           MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
           MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)
           MOVE T-HOUR-IMPORT   TO wc-proc-time(1:2)
           MOVE T-MINUTE-IMPORT TO wc-proc-time(4:2)
           MOVE T-SECOND-IMPORT TO wc-proc-time(7:2)
           MOVE ':' TO wc-proc-time(3:1), wc-proc-time(6:1)

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-me-custno
           ACCEPT wc-me-custno

           MOVE SPACE TO CUSTOMER-CUSTNO
           MOVE wc-me-custno TO CUSTOMER-CUSTNO
           EXEC SQL
               SELECT CUST_ID
               INTO :CUSTOMER-CUST-ID
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :CUSTOMER-CUSTNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänt kundnummer!'
               EXIT PARAGRAPH
           END-IF

      *    the debtor is looked up the way the import resolves it,
      *    and shown for the operator to confirm against the
      *    customer's document before anything else is keyed
           DISPLAY 'Gäldenärsnummer (kundens): ' WITH NO ADVANCING
           MOVE SPACE TO wc-me-debtno
           ACCEPT wc-me-debtno

           MOVE CUSTOMER-CUST-ID TO wn-map-cust-id
           MOVE wc-me-debtno TO wc-map-extno
           PERFORM C0148-resolve-debtor-number
           MOVE wn-map-debt-id TO DEBTOR-DEBT-ID

           EXEC SQL
               SELECT NAME, ADDR_ID, PROTECTED
               INTO :DEBTOR-NAME, :DEBTOR-ADDR-ID,
                    :DEBTOR-PROTECTED
               FROM TUTORIAL.DEBTOR
               WHERE DEBT_ID = :DEBTOR-DEBT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänd gäldenär för kunden!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Gäldenär: ' DEBTOR-NAME-TEXT(1:50)
           IF DEBTOR-IS-PROTECTED
               DISPLAY '          (skyddad adress visas inte)'
           ELSE
               EXEC SQL
                   SELECT STREET, POSTNO, PLACE
                   INTO :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE
                   FROM TUTORIAL.ADDR
                   WHERE ADDR_ID = :DEBTOR-ADDR-ID
               END-EXEC
               IF SQLCODE = ZERO
                   DISPLAY '          ' ADDR-STREET-TEXT(1:50)
                   DISPLAY '          ' ADDR-POSTNO ' '
                           ADDR-PLACE-TEXT(1:40)
               END-IF
           END-IF
           DISPLAY 'Rätt gäldenär? (J/N): ' WITH NO ADVANCING
           MOVE SPACE TO wc-me-confirm
           ACCEPT wc-me-confirm
           IF FUNCTION UPPER-CASE(wc-me-confirm) NOT = 'J'
               DISPLAY 'Registreringen är avbruten.'
               EXIT PARAGRAPH
           END-IF

           MOVE '10'         TO STGINV-TRANCODE
           MOVE wc-me-custno TO STGINV-CUSTNO
           MOVE wc-me-debtno TO STGINV-DEBTNO

           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT STGINV-INVNO
           DISPLAY 'Fakturadatum (blankt = idag): '
               WITH NO ADVANCING
           ACCEPT STGINV-INVDATE
           IF STGINV-INVDATE = SPACE
               MOVE wc-today-date TO STGINV-INVDATE
           END-IF
           DISPLAY 'Förfallodag (blankt = gäldenärens villkor): '
               WITH NO ADVANCING
           ACCEPT STGINV-DUEDATE
           DISPLAY 'Valuta (blankt = SEK): ' WITH NO ADVANCING
           ACCEPT STGINV-CUR
           IF STGINV-CUR = SPACE
               MOVE 'SEK' TO STGINV-CUR
           END-IF
           MOVE FUNCTION UPPER-CASE(STGINV-CUR) TO STGINV-CUR
           DISPLAY 'Moms för fakturan (t.ex. 0.25, 0 för momsfri): '
               WITH NO ADVANCING
           MOVE ZERO TO w9-me-vat
           ACCEPT w9-me-vat
           MOVE w9-me-vat TO we-me-vat
           MOVE we-me-vat TO STGINV-VAT
           DISPLAY 'Er referens (blankt = ingen): ' WITH NO ADVANCING
           ACCEPT STGINV-BUYERREF

           IF STGINV-INVNO = SPACE
               DISPLAY 'Fakturanummer måste anges!'
               EXIT PARAGRAPH
           END-IF

           IF w9-me-vat > 0.50
               DISPLAY 'Momsen anges som andel, t.ex. 0.25!'
               EXIT PARAGRAPH
           END-IF

           MOVE STGINV-INVDATE TO wc-due-check
           MOVE SPACE TO wc-due-invdate
           PERFORM C0126B-check-due-date
           IF NOT is-due-valid
               DISPLAY 'Ogiltigt fakturadatum!'
               EXIT PARAGRAPH
           END-IF

           IF STGINV-DUEDATE NOT = SPACE
               MOVE STGINV-DUEDATE TO wc-due-check
               MOVE STGINV-INVDATE TO wc-due-invdate
               PERFORM C0126B-check-due-date
               IF NOT is-due-valid
                   DISPLAY 'Ogiltig förfallodag!'
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    the number must not already be billed or waiting in the
      *    review queue - the approval would reject it as a
      *    duplicate anyway, but not before the lines are keyed
           MOVE STGINV-INVNO TO INVOICE-INVNO
           MOVE ZERO TO wn-dup-invoice-count
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-dup-invoice-count
               FROM TUTORIAL.INVOICE
               WHERE CUSTNO = :CUSTOMER-CUSTNO
                 AND INVNO = :INVOICE-INVNO
           END-EXEC

           MOVE ZERO TO wn-me-pending-count
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-me-pending-count
               FROM TUTORIAL.STGINV
               WHERE CUSTNO = :STGINV-CUSTNO
                 AND INVNO = :STGINV-INVNO
                 AND RESULTCODE < 0
           END-EXEC

           IF wn-dup-invoice-count > ZERO
              OR wn-me-pending-count > ZERO
               DISPLAY 'Fakturanumret finns redan för kunden!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'Fakturarader - blank benämning avslutar.'
           MOVE 'N' TO is-me-done-switch
           PERFORM C0171-key-manual-line
               UNTIL is-me-done

           IF wn-me-line-count = ZERO
               DISPLAY 'Fakturan saknar rader och sparas inte.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'Bilagetext - blank rad avslutar.'
           MOVE 'N' TO is-me-done-switch
           PERFORM C0172-key-manual-appendix
               UNTIL is-me-done

           COMPUTE w9-me-vat-amount ROUNDED = w9-me-total * w9-me-vat
           DISPLAY HEADLINE
           MOVE w9-me-total TO we-me-amount
           DISPLAY 'Summa exkl. moms: ' we-me-amount
           MOVE w9-me-vat-amount TO we-me-amount
           DISPLAY 'Moms:             ' we-me-amount
           COMPUTE w9-me-vat-amount = w9-me-total + w9-me-vat-amount
           MOVE w9-me-vat-amount TO we-me-amount
           DISPLAY 'Att betala:       ' we-me-amount
           DISPLAY 'S - Spara till granskningskön, A - Avbryt'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-me-confirm
           ACCEPT wc-me-confirm

           IF FUNCTION UPPER-CASE(wc-me-confirm) = 'S'
               PERFORM C0173-stage-manual-invoice
           ELSE
               DISPLAY 'Fakturan är inte sparad.'
           END-IF
           .

      **********************************************************
       C0171-key-manual-line.

           IF wn-me-line-count NOT < 99
               DISPLAY 'Högst 99 rader per faktura.'
               SET is-me-done TO TRUE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO wn-me-line-count
           MOVE wn-me-line-count TO wn-me-ix
           MOVE SPACE TO me-line(wn-me-ix)

           MOVE wn-me-ix TO we-me-lineno
           DISPLAY 'Rad ' we-me-lineno ' benämning: ' WITH NO ADVANCING
           ACCEPT me-line-desc(wn-me-ix)

           IF me-line-desc(wn-me-ix) = SPACE
               SUBTRACT 1 FROM wn-me-line-count
               SET is-me-done TO TRUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY '       artikelnummer: ' WITH NO ADVANCING
           ACCEPT me-line-artno(wn-me-ix)
           DISPLAY '       enhet: ' WITH NO ADVANCING
           ACCEPT me-line-unit(wn-me-ix)
           DISPLAY '       antal: ' WITH NO ADVANCING
           MOVE ZERO TO w9-me-qty
           ACCEPT w9-me-qty
           DISPLAY '       à-pris exkl. moms: ' WITH NO ADVANCING
           MOVE ZERO TO w9-me-price
           ACCEPT w9-me-price

      *    the line is staged in the file's own character fields,
      *    so it must fit them the way a file line would; a line
      *    that does not is keyed again
           IF w9-me-qty = ZERO
              OR w9-me-qty < -999.99
              OR w9-me-qty > 9999.99
              OR w9-me-price < -99999.99
              OR w9-me-price > 999999.99
              OR (w9-me-qty < ZERO AND w9-me-price < ZERO)
               DISPLAY 'Antal eller pris ryms inte i fakturaraden'
                       ' - ange raden igen.'
               SUBTRACT 1 FROM wn-me-line-count
               EXIT PARAGRAPH
           END-IF

           IF w9-me-qty < ZERO
               MOVE w9-me-qty TO we-me-price-neg
               MOVE we-me-price-neg(3:7) TO me-line-qty(wn-me-ix)
           ELSE
               MOVE w9-me-qty TO we-me-qty
               MOVE we-me-qty TO me-line-qty(wn-me-ix)
           END-IF
           IF w9-me-price < ZERO
               MOVE w9-me-price TO we-me-price-neg
               MOVE we-me-price-neg TO me-line-price(wn-me-ix)
           ELSE
               MOVE w9-me-price TO we-me-price-pos
               MOVE we-me-price-pos TO me-line-price(wn-me-ix)
           END-IF

           COMPUTE me-line-amount(wn-me-ix) = w9-me-qty * w9-me-price
           ADD me-line-amount(wn-me-ix) TO w9-me-total
           .

      **********************************************************
       C0172-key-manual-appendix.

           IF wn-me-app-count NOT < 50
               DISPLAY 'Högst 50 bilagerader per faktura.'
               SET is-me-done TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO wc-me-apptext
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-me-apptext

           IF wc-me-apptext = SPACE
               SET is-me-done TO TRUE
           ELSE
               ADD 1 TO wn-me-app-count
               MOVE wc-me-apptext TO me-app-text(wn-me-app-count)
           END-IF
           .

      **********************************************************
       C0173-stage-manual-invoice.

           MOVE 'Y' TO is-me-stage-ok-switch

           EXEC SQL
               OPEN CUR-STGFILE-MAXID
           END-EXEC

           EXEC SQL
               FETCH CUR-STGFILE-MAXID
               INTO :wn-stg-batchno
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-stg-batchno
           END-IF

           EXEC SQL
               CLOSE CUR-STGFILE-MAXID
           END-EXEC

           ADD 1 TO wn-stg-batchno
           MOVE 1 TO wn-stg-seqno

           MOVE SPACE TO STGFILE-FILENAME-TEXT
           STRING 'Manuell registrering ' DELIMITED BY SIZE
                  wc-me-custno DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  STGINV-INVNO DELIMITED BY SPACE
               INTO STGFILE-FILENAME-TEXT
           END-STRING
           MOVE 60 TO STGFILE-FILENAME-LEN

           EXEC SQL
               INSERT INTO TUTORIAL.STGFILE
               VALUES (:wn-stg-batchno, :STGFILE-FILENAME,
                       :wc-today-date, 1, :w9-me-total, 'P', NULL,
                       :wc-proc-time, :wc-login-userid)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO is-me-stage-ok-switch
           ELSE
               EXEC SQL
                   INSERT INTO TUTORIAL.STGINV
                   VALUES (:wn-stg-batchno, :wn-stg-seqno,
                           :STGINV-TRANCODE, :STGINV-CUSTNO,
                           :STGINV-DEBTNO, :STGINV-INVNO,
                           :STGINV-INVDATE, :STGINV-VAT,
                           :STGINV-CUR, ' ', -1,
                           :STGINV-DUEDATE, :STGINV-BUYERREF,
                           NULL, NULL)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 'N' TO is-me-stage-ok-switch
               ELSE
                   MOVE 'E'    TO wc-ql-func
                   MOVE 'BATC' TO wc-ql-queue
                   MOVE wn-stg-batchno TO wn-ql-key1
                   MOVE ZERO   TO wn-ql-key2
                   MOVE SPACE  TO wc-ql-keytext
                   PERFORM U0940-log-queue-item
               END-IF
           END-IF

           PERFORM C0173B-stage-manual-line
               VARYING wn-me-ix FROM 1 BY 1
               UNTIL wn-me-ix > wn-me-line-count
                  OR NOT is-me-stage-ok

           PERFORM C0173C-stage-manual-appendix
               VARYING wn-me-ix FROM 1 BY 1
               UNTIL wn-me-ix > wn-me-app-count
                  OR NOT is-me-stage-ok

      *    all or nothing: a half-staged invoice would reach the
      *    review queue looking complete
           IF NOT is-me-stage-ok
               DISPLAY 'Kunde inte spara fakturan i staging!'
               PERFORM Z0900-error-routine
               EXEC SQL
                   ROLLBACK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC

               PERFORM C0174-write-control-list

               DISPLAY HEADLINE
               DISPLAY 'Fakturan ligger i granskningskön som batch '
                       wn-stg-batchno
               DISPLAY 'Kontrollista: ' wc-me-ctl-filename
               DISPLAY 'Godkänns under menyval (12) av en annan'
                       ' operatör.'
               DISPLAY HEADLINE
           END-IF
           .

      **********************************************************
       C0173B-stage-manual-line.

           EXEC SQL
               INSERT INTO TUTORIAL.STGITEM
               VALUES (:wn-stg-batchno, :wn-stg-seqno, :wn-me-ix,
                       :me-line-desc(wn-me-ix),
                       :me-line-artno(wn-me-ix),
                       :me-line-unit(wn-me-ix),
                       :me-line-qty(wn-me-ix),
                       :me-line-price(wn-me-ix), ' ')
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO is-me-stage-ok-switch
           END-IF
           .

      **********************************************************
       C0173C-stage-manual-appendix.

           EXEC SQL
               INSERT INTO TUTORIAL.STGAPP
               VALUES (:wn-stg-batchno, :wn-stg-seqno, :wn-me-ix,
                       :me-app-text(wn-me-ix))
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE 'N' TO is-me-stage-ok-switch
           END-IF
           .

      **********************************************************
       C0174-write-control-list.

      *    the printed control list the approver checks the keyed
      *    invoice against, line by line, before approving it
           MOVE SPACE TO wc-me-ctl-filename
           MOVE wn-stg-batchno TO wn-stg-progress
           MOVE wn-stg-progress TO we-stg-progress
           STRING 'data/kontrollista-' DELIMITED BY SIZE
                  FUNCTION TRIM(we-stg-progress) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO wc-me-ctl-filename
           END-STRING

           OPEN OUTPUT KONTROLLFIL
           IF NOT KONTROLL-SUCCESSFUL
               DISPLAY 'Kan inte skapa kontrollistan!'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO KONTROLL-POST
           STRING 'KONTROLLISTA MANUELL REGISTRERING - BATCH '
                  DELIMITED BY SIZE
                  FUNCTION TRIM(we-stg-progress) DELIMITED BY SIZE
               INTO KONTROLL-POST
           END-STRING
           WRITE KONTROLL-POST
           MOVE HEADLINE TO KONTROLL-POST
           WRITE KONTROLL-POST

           MOVE SPACE TO KONTROLL-POST
           STRING 'Kund:          ' DELIMITED BY SIZE
                  STGINV-CUSTNO DELIMITED BY SIZE
               INTO KONTROLL-POST
           END-STRING
           WRITE KONTROLL-POST
           MOVE SPACE TO KONTROLL-POST
           STRING 'Gäldenär:      ' DELIMITED BY SIZE
                  STGINV-DEBTNO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DEBTOR-NAME-TEXT(1:50) DELIMITED BY SIZE
               INTO KONTROLL-POST
           END-STRING
           WRITE KONTROLL-POST
           MOVE SPACE TO KONTROLL-POST
           STRING 'Fakturanummer: ' DELIMITED BY SIZE
                  STGINV-INVNO DELIMITED BY SIZE
                  '  Fakturadatum: ' DELIMITED BY SIZE
                  STGINV-INVDATE DELIMITED BY SIZE
                  '  Förfallodag: ' DELIMITED BY SIZE
                  STGINV-DUEDATE DELIMITED BY SIZE
               INTO KONTROLL-POST
           END-STRING
           WRITE KONTROLL-POST
           MOVE SPACE TO KONTROLL-POST
           STRING 'Valuta:        ' DELIMITED BY SIZE
                  STGINV-CUR DELIMITED BY SIZE
                  '  Moms: ' DELIMITED BY SIZE
                  STGINV-VAT DELIMITED BY SIZE
                  '  Er referens: ' DELIMITED BY SIZE
                  STGINV-BUYERREF DELIMITED BY SIZE
               INTO KONTROLL-POST
           END-STRING
           WRITE KONTROLL-POST
           MOVE HEADLINE TO KONTROLL-POST
           WRITE KONTROLL-POST

           PERFORM C0174B-write-control-line
               VARYING wn-me-ix FROM 1 BY 1
               UNTIL wn-me-ix > wn-me-line-count

           MOVE HEADLINE TO KONTROLL-POST
           WRITE KONTROLL-POST
           MOVE w9-me-total TO we-me-amount
           MOVE SPACE TO KONTROLL-POST
           STRING 'Summa exkl. moms: ' DELIMITED BY SIZE
                  we-me-amount DELIMITED BY SIZE
               INTO KONTROLL-POST
           END-STRING
           WRITE KONTROLL-POST

           IF wn-me-app-count > ZERO
               MOVE SPACE TO KONTROLL-POST
               WRITE KONTROLL-POST
               MOVE 'Bilagetext:' TO KONTROLL-POST
               WRITE KONTROLL-POST
               PERFORM C0174C-write-control-appendix
                   VARYING wn-me-ix FROM 1 BY 1
                   UNTIL wn-me-ix > wn-me-app-count
           END-IF

           MOVE SPACE TO KONTROLL-POST
           WRITE KONTROLL-POST
           MOVE SPACE TO KONTROLL-POST
           STRING 'Registrerad av: ' DELIMITED BY SIZE
                  wc-login-userid DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  wc-today-date DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  wc-proc-time DELIMITED BY SIZE
               INTO KONTROLL-POST
           END-STRING
           WRITE KONTROLL-POST
           MOVE SPACE TO KONTROLL-POST
           WRITE KONTROLL-POST
           MOVE 'Kontrollerad och godkänd av: ____________________'
               TO KONTROLL-POST
           WRITE KONTROLL-POST

           CLOSE KONTROLLFIL
           .

      **********************************************************
       C0174B-write-control-line.

           MOVE wn-me-ix TO we-me-lineno
           MOVE me-line-amount(wn-me-ix) TO we-me-amount
           MOVE SPACE TO KONTROLL-POST
           STRING we-me-lineno DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  me-line-desc(wn-me-ix) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  me-line-artno(wn-me-ix) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  me-line-qty(wn-me-ix) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  me-line-unit(wn-me-ix) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  me-line-price(wn-me-ix) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  we-me-amount DELIMITED BY SIZE
               INTO KONTROLL-POST
           END-STRING
           WRITE KONTROLL-POST
           .

      **********************************************************
       C0174C-write-control-appendix.

           MOVE me-app-text(wn-me-ix) TO KONTROLL-POST
           WRITE KONTROLL-POST
           .

      **********************************************************
       C0175-check-keyed-by.

      *    four eyes on hand-keyed invoices: the operator who keyed
      *    the batch may not approve or resubmit it
           MOVE 'N' TO is-me-keyed-self-switch
           MOVE SPACE TO STGFILE-KEYEDBY
           EXEC SQL
               SELECT COALESCE(KEYEDBY, ' ')
               INTO :STGFILE-KEYEDBY
               FROM TUTORIAL.STGFILE
               WHERE BATCHNO = :wn-stg-batchno
           END-EXEC

           IF SQLCODE = ZERO
              AND STGFILE-KEYEDBY NOT = SPACE
              AND STGFILE-KEYEDBY = wc-login-userid
               SET is-me-keyed-self TO TRUE
               DISPLAY 'Fakturan är registrerad av dig - en annan'
                       ' operatör måste godkänna den!'
           END-IF
           .

      **********************************************************
       C0176-check-batch-anomalies.

      *    the file is technically valid, but does it look like
      *    what this customer usually sends? Every invoice of the
      *    staged batch is compared with the customer's and the
      *    debtor's invoice history - amount, line count, VAT rate,
      *    currency, a debtor never invoiced before and a bankgiro
      *    text in the appendix the customer has never used - and
      *    each finding holds the invoice in the review queue
      *    until an operator releases or rejects it. The limits
      *    are kept in THRESHOLD; a customer with too short a
      *    history is only checked for the appendix text
           MOVE ZERO TO wn-anom-held-count

           MOVE 'ANOMBELOPP' TO wc-thr-key
           MOVE 5 TO w9-thr-value
           PERFORM U0900-get-threshold
           MOVE w9-thr-value TO w9-anom-amount-factor

           MOVE 'ANOMRADER' TO wc-thr-key
           MOVE 3 TO w9-thr-value
           PERFORM U0900-get-threshold
           MOVE w9-thr-value TO w9-anom-lines-factor

           MOVE 'ANOMMINANTAL' TO wc-thr-key
           MOVE 10 TO w9-thr-value
           PERFORM U0900-get-threshold
           MOVE w9-thr-value TO wn-anom-min-count

      *    a resumed load checks the whole batch again
           EXEC SQL
               DELETE FROM TUTORIAL.STGANOM
               WHERE BATCHNO = :wn-stg-batchno
                 AND STATE = 'H'
           END-EXEC

           MOVE SPACE TO wc-anom-custno

           EXEC SQL
               OPEN CUR-ANOM-STGINV
           END-EXEC

           EXEC SQL
               FETCH CUR-ANOM-STGINV
               INTO :wn-stg-seqno, :STGINV-CUSTNO, :STGINV-DEBTNO,
                    :STGINV-VAT, :STGINV-CUR
           END-EXEC

           PERFORM C0176A-check-one-invoice
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               DISPLAY 'Avvikelsekontrollen kunde inte slutföras!'
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-ANOM-STGINV
           END-EXEC

           EXEC SQL
               COMMIT
           END-EXEC
           .

      **********************************************************
       C0176A-check-one-invoice.

           IF STGINV-CUSTNO NOT = wc-anom-custno
               PERFORM C0176B-load-customer-history
           END-IF

      *    an unknown customer or debtor is rejected by the
      *    ordinary validation when the batch is approved
           MOVE ZERO TO wn-anom-reasons
           MOVE ZERO TO wn-map-debt-id
           IF wn-anom-cust-id NOT = ZERO
               MOVE wn-anom-cust-id TO wn-map-cust-id
               MOVE STGINV-DEBTNO TO wc-map-extno
               PERFORM C0148-resolve-debtor-number
           END-IF

           IF wn-map-debt-id NOT = ZERO
               IF wn-anom-hist-count NOT < wn-anom-min-count
                   PERFORM C0176C-check-amount-and-lines
                   PERFORM C0176D-check-vat-and-currency
               END-IF
               PERFORM C0176E-check-giro-text
           END-IF

           IF wn-anom-reasons > ZERO
               ADD 1 TO wn-anom-held-count
           END-IF

           EXEC SQL
               FETCH CUR-ANOM-STGINV
               INTO :wn-stg-seqno, :STGINV-CUSTNO, :STGINV-DEBTNO,
                    :STGINV-VAT, :STGINV-CUR
           END-EXEC
           .

      **********************************************************
       C0176B-load-customer-history.

      *    the customer's own invoices to its debtors: how many,
      *    their average amount and average number of lines
           MOVE STGINV-CUSTNO TO wc-anom-custno
           MOVE ZERO TO wn-anom-cust-id
           MOVE ZERO TO wn-anom-hist-count
           MOVE ZERO TO w9-anom-avg-amount
           MOVE ZERO TO w9-anom-avg-lines
           MOVE 'N' TO wc-anom-revcharge

           EXEC SQL
               SELECT CUST_ID, REVCHARGE
               INTO :wn-anom-cust-id, :wc-anom-revcharge
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :wc-anom-custno
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-anom-cust-id
           ELSE
               EXEC SQL
                   SELECT COUNT(*), COALESCE(AVG(H.AMT), 0),
                          COALESCE(AVG(CAST(H.LINES
                                       AS DECIMAL(9, 2))), 0)
                   INTO :wn-anom-hist-count, :w9-anom-avg-amount,
                        :w9-anom-avg-lines
                   FROM (SELECT I.INV_ID,
                                SUM(T.QTY * T.PRICE) AS AMT,
                                COUNT(*) AS LINES
                         FROM TUTORIAL.INVOICE I,
                              TUTORIAL.INVITEM V,
                              TUTORIAL.ITEM T
                         WHERE I.CUST_ID = :wn-anom-cust-id
                           AND I.DEBT_ID > 0
                           AND V.INV_ID = I.INV_ID
                           AND T.ITEM_ID = V.ITEM_ID
                         GROUP BY I.INV_ID) H
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO wn-anom-hist-count
               END-IF
           END-IF
           .

      **********************************************************
       C0176C-check-amount-and-lines.

      *    the staged invoice's own amount and line count
           MOVE ZERO TO w9-anom-amount
           MOVE ZERO TO wn-anom-lines

           EXEC SQL
               OPEN CUR-STGITEM-BY-INV
           END-EXEC

           EXEC SQL
               FETCH CUR-STGITEM-BY-INV
               INTO :STGITEM-DESCRIPTION, :STGITEM-ARTNO,
                    :STGITEM-UNITDESC, :STGITEM-QTY, :STGITEM-PRICE,
                    :STGITEM-LABOUR
           END-EXEC

           PERFORM C0176F-add-item-line
               UNTIL SQLCODE NOT = ZERO

           EXEC SQL
               CLOSE CUR-STGITEM-BY-INV
           END-EXEC

      *    the debtor's own history, which also tells a debtor
      *    this customer has never invoiced before
           MOVE ZERO TO wn-anom-debt-count
           MOVE ZERO TO w9-anom-debt-max
           EXEC SQL
               SELECT COUNT(*), COALESCE(MAX(H.AMT), 0)
               INTO :wn-anom-debt-count, :w9-anom-debt-max
               FROM (SELECT I.INV_ID,
                            SUM(T.QTY * T.PRICE) AS AMT
                     FROM TUTORIAL.INVOICE I,
                          TUTORIAL.INVITEM V,
                          TUTORIAL.ITEM T
                     WHERE I.CUST_ID = :wn-anom-cust-id
                       AND I.DEBT_ID = :wn-map-debt-id
                       AND V.INV_ID = I.INV_ID
                       AND T.ITEM_ID = V.ITEM_ID
                     GROUP BY I.INV_ID) H
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-anom-debt-count
           END-IF

           MOVE w9-anom-amount TO we-anom-amount
           IF w9-anom-avg-amount > ZERO
              AND w9-anom-amount >
                  w9-anom-avg-amount * w9-anom-amount-factor
               MOVE w9-anom-avg-amount TO we-anom-avg
               MOVE 'B' TO STGANOM-REASON
               MOVE SPACE TO STGANOM-DETAIL
               STRING 'Belopp ' we-anom-amount
                      ' mot kundsnitt ' we-anom-avg
                   DELIMITED BY SIZE
                   INTO STGANOM-DETAIL
               END-STRING
               PERFORM C0176G-save-anomaly
           ELSE
               IF w9-anom-debt-max > ZERO
                  AND w9-anom-amount >
                      w9-anom-debt-max * w9-anom-amount-factor
                   MOVE w9-anom-debt-max TO we-anom-avg
                   MOVE 'B' TO STGANOM-REASON
                   MOVE SPACE TO STGANOM-DETAIL
                   STRING 'Belopp ' we-anom-amount
                          ' mot gäldenärens max ' we-anom-avg
                       DELIMITED BY SIZE
                       INTO STGANOM-DETAIL
                   END-STRING
                   PERFORM C0176G-save-anomaly
               END-IF
           END-IF

           IF w9-anom-avg-lines > ZERO
              AND wn-anom-lines >
                  w9-anom-avg-lines * w9-anom-lines-factor
               MOVE wn-anom-lines TO we-anom-lines
               MOVE w9-anom-avg-lines TO we-anom-avg-lines
               MOVE 'R' TO STGANOM-REASON
               MOVE SPACE TO STGANOM-DETAIL
               STRING 'Antal rader ' we-anom-lines
                      ' mot kundsnitt ' we-anom-avg-lines
                   DELIMITED BY SIZE
                   INTO STGANOM-DETAIL
               END-STRING
               PERFORM C0176G-save-anomaly
           END-IF

           IF wn-anom-debt-count = ZERO
               MOVE 'N' TO STGANOM-REASON
               MOVE SPACE TO STGANOM-DETAIL
               STRING 'Gäldenär ' STGINV-DEBTNO
                      ' aldrig fakturerad av kunden'
                   DELIMITED BY SIZE
                   INTO STGANOM-DETAIL
               END-STRING
               PERFORM C0176G-save-anomaly
           END-IF
           .

      **********************************************************
       C0176D-check-vat-and-currency.

      *    a VAT rate the customer has never invoiced at; a
      *    reverse-charge customer's history is all at rate zero
      *    and says nothing about the rate in the file
           IF STGINV-VAT NOT = SPACE
              AND wc-anom-revcharge NOT = 'Y'
               MOVE FUNCTION NUMVAL(STGINV-VAT) TO w9-anom-vat
               IF w9-anom-vat NOT = ZERO
                   MOVE ZERO TO wn-anom-count
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :wn-anom-count
                       FROM TUTORIAL.INVOICE
                       WHERE CUST_ID = :wn-anom-cust-id
                         AND DEBT_ID > 0
                         AND VAT = :w9-anom-vat
                   END-EXEC

                   IF SQLCODE = ZERO AND wn-anom-count = ZERO
                       MOVE 'M' TO STGANOM-REASON
                       MOVE SPACE TO STGANOM-DETAIL
                       STRING 'Momssats ' STGINV-VAT
                              ' aldrig använd av kunden'
                           DELIMITED BY SIZE
                           INTO STGANOM-DETAIL
                       END-STRING
                       PERFORM C0176G-save-anomaly
                   END-IF
               END-IF
           END-IF

      *    a currency new to the customer, or new to a debtor
      *    that has been invoiced before; no currency is SEK
           MOVE STGINV-CUR TO wc-anom-cur
           IF wc-anom-cur = SPACE
               MOVE 'SEK' TO wc-anom-cur
           END-IF

           MOVE ZERO TO wn-anom-count
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-anom-count
               FROM TUTORIAL.INVOICE
               WHERE CUST_ID = :wn-anom-cust-id
                 AND DEBT_ID > 0
                 AND CURRENCY = :wc-anom-cur
           END-EXEC

           IF SQLCODE = ZERO AND wn-anom-count = ZERO
               MOVE 'V' TO STGANOM-REASON
               MOVE SPACE TO STGANOM-DETAIL
               STRING 'Valuta ' wc-anom-cur ' ny för kunden'
                   DELIMITED BY SIZE
                   INTO STGANOM-DETAIL
               END-STRING
               PERFORM C0176G-save-anomaly
           ELSE
               IF wn-anom-debt-count > ZERO
                   MOVE ZERO TO wn-anom-count
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :wn-anom-count
                       FROM TUTORIAL.INVOICE
                       WHERE CUST_ID = :wn-anom-cust-id
                         AND DEBT_ID = :wn-map-debt-id
                         AND CURRENCY = :wc-anom-cur
                   END-EXEC

                   IF SQLCODE = ZERO AND wn-anom-count = ZERO
                       MOVE 'V' TO STGANOM-REASON
                       MOVE SPACE TO STGANOM-DETAIL
                       STRING 'Valuta ' wc-anom-cur
                              ' ny för gäldenären'
                           DELIMITED BY SIZE
                           INTO STGANOM-DETAIL
                       END-STRING
                       PERFORM C0176G-save-anomaly
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       C0176E-check-giro-text.

      *    an appendix line naming a bankgiro or plusgiro that
      *    never appeared on any of the customer's earlier
      *    invoices - the classic sign of a file someone has
      *    tampered with to redirect the payments
           MOVE ZERO TO wn-anom-count
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-anom-count
               FROM TUTORIAL.STGAPP S
               WHERE S.BATCHNO = :wn-stg-batchno
                 AND S.SEQNO = :wn-stg-seqno
                 AND (UPPER(S.APPTEXT) LIKE '%BANKGIRO%'
                      OR UPPER(S.APPTEXT) LIKE '%PLUSGIRO%')
                 AND NOT EXISTS
                     (SELECT 1
                      FROM TUTORIAL.INVAPP A, TUTORIAL.INVOICE I
                      WHERE I.CUST_ID = :wn-anom-cust-id
                        AND A.INV_ID = I.INV_ID
                        AND A.APPTEXT = S.APPTEXT)
           END-EXEC

           IF SQLCODE = ZERO AND wn-anom-count > ZERO
               MOVE 'G' TO STGANOM-REASON
               MOVE SPACE TO STGANOM-DETAIL
               MOVE 'Ny bankgiro-/plusgirotext i bilagan'
                   TO STGANOM-DETAIL
               PERFORM C0176G-save-anomaly
           END-IF
           .

      **********************************************************
       C0176F-add-item-line.

           ADD 1 TO wn-anom-lines
           COMPUTE w9-anom-amount = w9-anom-amount +
               FUNCTION NUMVAL(STGITEM-QTY) *
               FUNCTION NUMVAL(STGITEM-PRICE)

           EXEC SQL
               FETCH CUR-STGITEM-BY-INV
               INTO :STGITEM-DESCRIPTION, :STGITEM-ARTNO,
                    :STGITEM-UNITDESC, :STGITEM-QTY, :STGITEM-PRICE,
                    :STGITEM-LABOUR
           END-EXEC
           .

      **********************************************************
       C0176G-save-anomaly.

           EXEC SQL
               INSERT INTO TUTORIAL.STGANOM
               VALUES (:wn-stg-batchno, :wn-stg-seqno,
                       :STGANOM-REASON, :STGANOM-DETAIL, 'H', NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Avvikelsen kunde inte registreras: '
                       STGANOM-DETAIL
               PERFORM Z0900-error-routine
           ELSE
               ADD 1 TO wn-anom-reasons
           END-IF
           .

      **********************************************************
       C0177-decide-held-invoices.

      *    the held invoices of the batch are decided one by one
      *    before it can be approved: released ones are promoted
      *    with the rest, rejected ones go to the correction
      *    workbench with resultcode 17 like any other rejection
           PERFORM C0177D-count-held-invoices
           IF wn-anom-held-count = ZERO
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'AVVIKANDE FAKTUROR SOM HÅLLS'
           DISPLAY 'Löpnr     Fakturanr        Gäldenär  Orsak'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-ANOM-HELD
           END-EXEC

           EXEC SQL
               FETCH CUR-ANOM-HELD
               INTO :wn-anom-seqno, :wc-anom-invno,
                    :wc-anom-debtno, :STGANOM-DETAIL
           END-EXEC

           PERFORM C0177A-list-held-invoice
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-ANOM-HELD
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Besluta faktura: löpnummer, en i taget'
           DISPLAY '(0 eller <Enter> avslutar)'
           MOVE 1 TO wn-anom-seqno
           PERFORM C0177B-decide-one-invoice
               UNTIL wn-anom-seqno = ZERO

           PERFORM C0177D-count-held-invoices
           .

      **********************************************************
       C0177A-list-held-invoice.

           MOVE wn-anom-seqno TO we-anom-seqno
           DISPLAY we-anom-seqno ' ' wc-anom-invno ' '
                   wc-anom-debtno ' ' STGANOM-DETAIL

           EXEC SQL
               FETCH CUR-ANOM-HELD
               INTO :wn-anom-seqno, :wc-anom-invno,
                    :wc-anom-debtno, :STGANOM-DETAIL
           END-EXEC
           .

      **********************************************************
       C0177B-decide-one-invoice.

           DISPLAY 'Löpnummer: ' WITH NO ADVANCING
           MOVE ZERO TO wn-anom-seqno
           ACCEPT wn-anom-seqno
           IF wn-anom-seqno = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-anom-count
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-anom-count
               FROM TUTORIAL.STGANOM
               WHERE BATCHNO = :wn-stg-batchno
                 AND SEQNO = :wn-anom-seqno
                 AND STATE = 'H'
           END-EXEC

           IF wn-anom-count = ZERO
               DISPLAY 'Ingen hållen faktura med det löpnumret!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY '(S)läpp, (A)vvisa, <Enter> = vänta: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-anom-decision
           ACCEPT wc-anom-decision
           MOVE FUNCTION UPPER-CASE(wc-anom-decision)
               TO wc-anom-decision

           IF wc-anom-decision NOT = 'S' AND wc-anom-decision NOT = 'A'
               DISPLAY 'Fakturan hålls kvar.'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.STGANOM
                   SET STATE = :wc-anom-decision,
                       DECIDEDBY = :wc-login-userid
                   WHERE BATCHNO = :wn-stg-batchno
                   AND SEQNO = :wn-anom-seqno
                   AND STATE = 'H'
           END-EXEC

           IF SQLCODE = ZERO AND wc-anom-decision = 'A'
               EXEC SQL
                   UPDATE TUTORIAL.STGINV
                       SET RESULTCODE = 17
                       WHERE BATCHNO = :wn-stg-batchno
                       AND SEQNO = :wn-anom-seqno
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE 'E'    TO wc-ql-func
                   MOVE 'FAKT' TO wc-ql-queue
                   MOVE wn-stg-batchno TO wn-ql-key1
                   MOVE wn-anom-seqno  TO wn-ql-key2
                   MOVE SPACE  TO wc-ql-keytext
                   PERFORM U0940-log-queue-item
               END-IF
           END-IF

           IF SQLCODE = ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
               IF wc-anom-decision = 'S'
                   DISPLAY 'Släppt - läses in med batchen.'
               ELSE
                   DISPLAY 'Avvisad - finns i rättningsbänken.'
               END-IF
           ELSE
               DISPLAY 'Beslutet kunde inte registreras!'
               PERFORM Z0900-error-routine
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF
           .

      **********************************************************
       C0177D-count-held-invoices.

           MOVE ZERO TO wn-anom-held-count
           EXEC SQL
               SELECT COUNT(DISTINCT SEQNO)
               INTO :wn-anom-held-count
               FROM TUTORIAL.STGANOM
               WHERE BATCHNO = :wn-stg-batchno
                 AND STATE = 'H'
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-anom-held-count
           END-IF
           .

      **********************************************************
       C0136C-detect-encoding.

      *    scan the raw bytes: eight-bit characters that never
      *    appear as the UTF-8 lead byte X'C3' pairs mean the file
      *    is ISO-8859-1 and must be transcoded; a clean ASCII
      *    file or one with the UTF-8 pairs is already in the
      *    internal representation
           MOVE ZERO TO wn-enc-high-count
           MOVE ZERO TO wn-enc-utf8-count
           MOVE 'N' TO is-eof-import-switch

           OPEN INPUT INFAKTFIL

           IF IN-FAKT-SUCCESSFUL
               PERFORM C0122-read-import-record
               PERFORM UNTIL is-eof-import
                   INSPECT INFAKT-POST
                       TALLYING wn-enc-utf8-count
                       FOR ALL X'C3'
                   PERFORM VARYING wn-enc-ix FROM 1 BY 1
                           UNTIL wn-enc-ix > 80
                       IF INFAKT-POST(wn-enc-ix:1) NOT < X'80'
                           ADD 1 TO wn-enc-high-count
                       END-IF
                   END-PERFORM
                   PERFORM C0122-read-import-record
               END-PERFORM
               CLOSE INFAKTFIL
           END-IF
           .

      **********************************************************
       C0136D-transcode-file.

      *    rewrite the file to the internal representation via the
      *    system's iconv; the original is replaced in place so
      *    the rest of the import chain never knows it arrived in
      *    ISO-8859-1
           DISPLAY 'Filen transkodas från ISO-8859-1.'
           MOVE SPACE TO wc-enc-command
           STRING 'iconv -f ISO-8859-1 -t UTF-8 '
                  DELIMITED BY SIZE
                  wc-infakt-filename DELIMITED BY SPACE
                  ' > data/iconv.tmp && mv data/iconv.tmp '
                  DELIMITED BY SIZE
                  wc-infakt-filename DELIMITED BY SPACE
               INTO wc-enc-command
           END-STRING
           CALL 'SYSTEM' USING wc-enc-command
           .

      **********************************************************
       C0136E-flag-undecodable-lines.

      *    after the transcode every eight-bit character must be a
      *    valid UTF-8 pair; a line where that does not hold would
      *    pass validation and print as garbage on the debtor's
      *    invoice, so it goes to INERROR with its own resultcode
      *    for the correction workbench instead
           MOVE ZERO TO wn-enc-lineno
           MOVE ZERO TO wn-enc-bad-count
           MOVE 'N' TO is-eof-import-switch

           OPEN INPUT INFAKTFIL

           IF IN-FAKT-SUCCESSFUL
               PERFORM C0122-read-import-record
               PERFORM UNTIL is-eof-import
                   ADD 1 TO wn-enc-lineno
                   PERFORM C0136F-check-one-line
                   IF is-enc-line-bad
                       PERFORM C0136G-log-encoding-error
                   END-IF
                   PERFORM C0122-read-import-record
               END-PERFORM
               CLOSE INFAKTFIL
           END-IF

           IF wn-enc-bad-count > ZERO
               DISPLAY 'Rader med teckenkodningsfel: '
                       wn-enc-bad-count
           END-IF
           .

      **********************************************************
       C0136F-check-one-line.

           MOVE 'N' TO is-enc-line-bad-switch
           MOVE 1 TO wn-enc-ix

           PERFORM UNTIL wn-enc-ix > 80
               MOVE INFAKT-POST(wn-enc-ix:1) TO wc-enc-char
               IF wc-enc-char NOT < X'80'
                   IF wc-enc-char = X'C3' AND wn-enc-ix < 80
                       MOVE INFAKT-POST(wn-enc-ix + 1:1)
                           TO wc-enc-next
                       IF wc-enc-next NOT < X'80'
                          AND wc-enc-next < X'C0'
      *                    a valid pair - skip its second byte
                           ADD 1 TO wn-enc-ix
                       ELSE
                           SET is-enc-line-bad TO TRUE
                       END-IF
                   ELSE
                       SET is-enc-line-bad TO TRUE
                   END-IF
               END-IF
               ADD 1 TO wn-enc-ix
           END-PERFORM
           .

      **********************************************************
       C0136G-log-encoding-error.

           ADD 1 TO wn-enc-bad-count

           MOVE 'INERROR' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table,
                                 wn-next-inerror-id

           MOVE SPACE TO wc-enc-errortext
           MOVE 'Ogiltig teckenkodning på raden'
               TO wc-enc-errortext
           MOVE SPACE TO INERROR-ERRORTEXT-TEXT
           MOVE wc-enc-errortext TO INERROR-ERRORTEXT-TEXT
           MOVE 60 TO INERROR-ERRORTEXT-LEN

           EXEC SQL
               INSERT INTO TUTORIAL.INERROR
               VALUES (:wn-next-inerror-id, :wn-fileno,
                       :wc-today-date, ' ', :wn-enc-lineno,
                       :INERROR-ERRORTEXT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte logga kodningsfelet i INERROR!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       C0136-detect-import-format.

      *    peek at the first record: an XML file starts with '<',
      *    a CSV file carries semicolons, and anything else is
      *    held against the registered format profiles - they may
      *    use comma or pipe as the delimiter - before it falls
      *    back to the fixed-width layout
           MOVE 'F' TO wc-import-format
           MOVE 'N' TO is-profile-format-switch
           MOVE 'N' TO is-eof-import-switch

           OPEN INPUT INFAKTFIL

           IF IN-FAKT-SUCCESSFUL
               PERFORM C0122-read-import-record

               IF NOT is-eof-import
                   IF INFAKT-POST(1:1) = '<'
                       MOVE 'X' TO wc-import-format
                   ELSE
                       MOVE ZERO TO wn-semi-count
                       INSPECT INFAKT-POST TALLYING wn-semi-count
                           FOR ALL ';'
                       IF wn-semi-count > ZERO
                           MOVE 'C' TO wc-import-format
                       ELSE
                           PERFORM C0136B-match-import-profile
                           IF is-profile-format
                               MOVE 'P' TO wc-import-format
                           END-IF
                       END-IF
                   END-IF
               END-IF

               CLOSE INFAKTFIL
           END-IF
           .

      **********************************************************
       C0137-normalize-import-file.

           MOVE 'N' TO is-eof-import-switch

           OPEN INPUT INFAKTFIL
           OPEN OUTPUT NORMFIL

           PERFORM C0122-read-import-record

      *    a semicolon file is first held against the registered
      *    per-customer format profiles; a match rewrites that
      *    customer's own layout, anything else takes the three
      *    built-in layouts as before - a comma or pipe profile
      *    was already matched by the format detection
           IF is-csv-format
               PERFORM C0136B-match-import-profile
           END-IF

           EVALUATE TRUE
               WHEN is-profile-format
                   PERFORM C0138B-convert-profile-record
                       UNTIL is-eof-import
               WHEN is-csv-format
                   PERFORM C0138-convert-csv-record
                       UNTIL is-eof-import
               WHEN OTHER
                   MOVE SPACE TO IFHEADER-POST-10
                   MOVE SPACE TO IFITEM-POST-11
                   MOVE SPACE TO IFREF-POST-17
                   MOVE SPACE TO IFTAXRED-POST-18
                   PERFORM C0139-convert-xml-record
                       UNTIL is-eof-import
           END-EVALUATE

           CLOSE NORMFIL
           CLOSE INFAKTFIL
           .

      **********************************************************
       C0136B-match-import-profile.

      *    try each registered profile against the file's first
      *    record: split it with the profile's delimiter and see
      *    whether the customer-number field holds the profile's
      *    own customer - that ties the file to its sender
      *    without any naming convention on the inbox
           MOVE 'N' TO is-profile-format-switch

           EXEC SQL
               OPEN CUR-IMPPROFILE
           END-EXEC

           EXEC SQL
               FETCH CUR-IMPPROFILE
               INTO :IMPPROFILE-CUSTNO, :IMPPROFILE-DELIM,
                    :IMPPROFILE-DATEFMT, :IMPPROFILE-DECSEP,
                    :IMPPROFILE-POSCODE, :IMPPROFILE-POSCUST,
                    :IMPPROFILE-POSDEBT, :IMPPROFILE-POSINV,
                    :IMPPROFILE-POSDATE, :IMPPROFILE-POSVAT,
                    :IMPPROFILE-POSCUR, :IMPPROFILE-POSDESC,
                    :IMPPROFILE-POSARTNO, :IMPPROFILE-POSUNIT,
                    :IMPPROFILE-POSQTY, :IMPPROFILE-POSPRICE,
                    :IMPPROFILE-POSDUE, :IMPPROFILE-POSREF,
                    :IMPPROFILE-POSLABOUR
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
                      OR is-profile-format

               MOVE IMPPROFILE-DELIM TO wc-pf-delim
               PERFORM C0137B-split-profile-line

               IF IMPPROFILE-POSCUST > ZERO
                  AND IMPPROFILE-POSCUST NOT > 12
                   IF wc-pf-field(IMPPROFILE-POSCUST)(1:10)
                           = IMPPROFILE-CUSTNO
                       SET is-profile-format TO TRUE
                       DISPLAY 'Formatprofil för kund '
                               IMPPROFILE-CUSTNO ' används.'
                   END-IF
               END-IF

               IF NOT is-profile-format
                   EXEC SQL
                       FETCH CUR-IMPPROFILE
                       INTO :IMPPROFILE-CUSTNO, :IMPPROFILE-DELIM,
                            :IMPPROFILE-DATEFMT,
                            :IMPPROFILE-DECSEP,
                            :IMPPROFILE-POSCODE,
                            :IMPPROFILE-POSCUST,
                            :IMPPROFILE-POSDEBT,
                            :IMPPROFILE-POSINV,
                            :IMPPROFILE-POSDATE,
                            :IMPPROFILE-POSVAT,
                            :IMPPROFILE-POSCUR,
                            :IMPPROFILE-POSDESC,
                            :IMPPROFILE-POSARTNO,
                            :IMPPROFILE-POSUNIT,
                            :IMPPROFILE-POSQTY,
                            :IMPPROFILE-POSPRICE,
                            :IMPPROFILE-POSDUE,
                            :IMPPROFILE-POSREF,
                            :IMPPROFILE-POSLABOUR
                   END-EXEC
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE CUR-IMPPROFILE
           END-EXEC
           .

      **********************************************************
       C0137B-split-profile-line.

      *    split the current import record into its fields with
      *    the profile's delimiter
           PERFORM VARYING wn-pf-ix FROM 1 BY 1
                   UNTIL wn-pf-ix > 12
               MOVE SPACE TO wc-pf-field(wn-pf-ix)
           END-PERFORM

           UNSTRING INFAKT-POST DELIMITED BY wc-pf-delim
               INTO wc-pf-field(1), wc-pf-field(2),
                    wc-pf-field(3), wc-pf-field(4),
                    wc-pf-field(5), wc-pf-field(6),
                    wc-pf-field(7), wc-pf-field(8),
                    wc-pf-field(9), wc-pf-field(10),
                    wc-pf-field(11), wc-pf-field(12)
           END-UNSTRING
           .

      **********************************************************
       C0138B-convert-profile-record.

      *    one record of the customer's own layout rewritten into
      *    the fixed 10-18 and 99 records; the record type is read
      *    off the profile's code field, dates are normalized to
      *    ÅÅÅÅ-MM-DD and a comma decimal separator becomes a dot
           PERFORM C0137B-split-profile-line

           MOVE SPACE TO wc-pf-code
           IF IMPPROFILE-POSCODE > ZERO
              AND IMPPROFILE-POSCODE NOT > 12
               MOVE wc-pf-field(IMPPROFILE-POSCODE)(1:2)
                   TO wc-pf-code
           END-IF

           EVALUATE wc-pf-code
               WHEN '10'
               WHEN '12'
                   MOVE SPACE TO IFCREDIT-POST-12
                   MOVE wc-pf-code TO TRANCODE-12
                   PERFORM C0138C-move-profile-field
                       VARYING wn-pf-pos FROM 1 BY 1
                       UNTIL wn-pf-pos > 8
                   MOVE IFCREDIT-POST-12 TO NORM-POST
                   WRITE NORM-POST
                   MOVE IMPPROFILE-POSREF TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       IF wc-pf-field(wn-pf-ix) NOT = SPACE
                           MOVE SPACE TO IFREF-POST-17
                           MOVE '17' TO TRANCODE-17
                           MOVE wc-pf-field(wn-pf-ix)(1:30)
                               TO BUYERREF-17
                           MOVE IFREF-POST-17 TO NORM-POST
                           WRITE NORM-POST
                       END-IF
                   END-IF
               WHEN '11'
                   MOVE SPACE TO IFITEM-POST-11
                   MOVE '11' TO TRANCODE-11
                   PERFORM C0138D-move-item-field
                       VARYING wn-pf-pos FROM 1 BY 1
                       UNTIL wn-pf-pos > 6
                   MOVE IFITEM-POST-11 TO NORM-POST
                   WRITE NORM-POST
               WHEN '99'
                   MOVE SPACE TO IFTRAILER-POST-99
                   MOVE '99' TO TRANCODE-99
      *            the trailer's two figures follow right after the
      *            code field in the customer layouts we have seen
                   COMPUTE wn-pf-ix = IMPPROFILE-POSCODE + 1
                   IF wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix)(1:9)
                           TO INVCOUNT-99
                   END-IF
                   COMPUTE wn-pf-ix = IMPPROFILE-POSCODE + 2
                   IF wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix) TO wc-pf-amount
                       PERFORM C0138E-fix-decimal-sep
                       MOVE wc-pf-amount(1:13) TO TOTAMOUNT-99
                   END-IF
                   MOVE IFTRAILER-POST-99 TO NORM-POST
                   WRITE NORM-POST
      *        the debtor master records carry their fields in the
      *        same order as the CSV layout, right after the code
      *        field like the trailer's figures
               WHEN '14'
                   MOVE SPACE TO IFDEBTOR-POST-14
                   MOVE '14' TO TRANCODE-14
                   MOVE 1 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO CUSTNO-14
                   MOVE 2 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO DEBTNO-14
                   MOVE 3 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO NAME-14
                   MOVE 4 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO VATNO-14
                   MOVE 5 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO DUEDAYS-14
                   MOVE IFDEBTOR-POST-14 TO NORM-POST
                   WRITE NORM-POST
               WHEN '15'
                   MOVE SPACE TO IFDEBTADDR-POST-15
                   MOVE '15' TO TRANCODE-15
                   MOVE 1 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO STREET-15
                   MOVE 2 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO POSTNO-15
                   MOVE 3 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO PLACE-15
                   MOVE IFDEBTADDR-POST-15 TO NORM-POST
                   WRITE NORM-POST
               WHEN '16'
                   MOVE SPACE TO IFDEBTCONT-POST-16
                   MOVE '16' TO TRANCODE-16
                   MOVE 1 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO EMAIL-16
                   MOVE 2 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO MOBILE-16
                   MOVE IFDEBTCONT-POST-16 TO NORM-POST
                   WRITE NORM-POST
               WHEN '18'
                   MOVE SPACE TO IFTAXRED-POST-18
                   MOVE '18' TO TRANCODE-18
                   MOVE 1 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO PERSNO-18
                   MOVE 2 TO wn-pf-pos
                   PERFORM C0138G-profile-field-after
                   MOVE wc-pf-value TO PROPERTY-18
                   MOVE IFTAXRED-POST-18 TO NORM-POST
                   WRITE NORM-POST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM C0122-read-import-record
           .

      **********************************************************
       C0138C-move-profile-field.

      *    header fields one by one, each from the position the
      *    profile gives it; position zero means the customer's
      *    layout does not carry the field
           EVALUATE wn-pf-pos
               WHEN 1
                   MOVE IMPPROFILE-POSCUST TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix)(1:10)
                           TO CUSTNO-12
                   END-IF
               WHEN 2
                   MOVE IMPPROFILE-POSDEBT TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix)(1:9)
                           TO DEBTNO-12
                   END-IF
               WHEN 3
                   MOVE IMPPROFILE-POSINV TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix)(1:16)
                           TO INVNO-12
                   END-IF
               WHEN 4
                   MOVE IMPPROFILE-POSDATE TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix)(1:10)
                           TO wc-pf-date-in
                       PERFORM C0138F-normalize-date
                       MOVE wc-pf-date-out TO INVDATE-12
                   END-IF
               WHEN 5
                   MOVE IMPPROFILE-POSVAT TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix) TO wc-pf-amount
                       PERFORM C0138E-fix-decimal-sep
                       MOVE wc-pf-amount(1:4) TO VAT-12
                   END-IF
               WHEN 6
                   MOVE IMPPROFILE-POSCUR TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix)(1:3)
                           TO CUR-12
                   END-IF
               WHEN 7
      *            the credited invoice number rides one field
      *            after the invoice number on a 12-post
                   IF wc-pf-code = '12'
                      AND IMPPROFILE-POSINV > ZERO
                       COMPUTE wn-pf-ix = IMPPROFILE-POSINV + 1
                       IF wn-pf-ix NOT > 12
                           MOVE wc-pf-field(wn-pf-ix)(1:16)
                               TO CREDITREF-12
                       END-IF
                   END-IF
               WHEN 8
                   MOVE IMPPROFILE-POSDUE TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix)(1:10)
                           TO wc-pf-date-in
                       PERFORM C0138F-normalize-date
                       MOVE wc-pf-date-out TO DUEDATE-12
                   END-IF
           END-EVALUATE
           .

      **********************************************************
       C0138D-move-item-field.

           EVALUATE wn-pf-pos
               WHEN 1
                   MOVE IMPPROFILE-POSDESC TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix)(1:30)
                           TO DESCRIPTION-11
                   END-IF
               WHEN 2
                   MOVE IMPPROFILE-POSARTNO TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix)(1:10)
                           TO ARTNO-11
                   END-IF
               WHEN 3
                   MOVE IMPPROFILE-POSUNIT TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix)(1:10)
                           TO UNITDESC-11
                   END-IF
               WHEN 4
                   MOVE IMPPROFILE-POSQTY TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix) TO wc-pf-amount
                       PERFORM C0138E-fix-decimal-sep
                       MOVE wc-pf-amount(1:7) TO QTY-11
                   END-IF
               WHEN 5
                   MOVE IMPPROFILE-POSPRICE TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix) TO wc-pf-amount
                       PERFORM C0138E-fix-decimal-sep
                       MOVE wc-pf-amount(1:9) TO PRICE-11
                   END-IF
               WHEN 6
                   MOVE IMPPROFILE-POSLABOUR TO wn-pf-ix
                   IF wn-pf-ix > ZERO AND wn-pf-ix NOT > 12
                       MOVE wc-pf-field(wn-pf-ix)(1:3)
                           TO wc-tr-worktype-in
                       PERFORM C0138H-map-work-type
                   END-IF
           END-EVALUATE
           .

      **********************************************************
       C0138E-fix-decimal-sep.

           IF IMPPROFILE-DECSEP = ','
               INSPECT wc-pf-amount REPLACING ALL ',' BY '.'
           END-IF
           .

      **********************************************************
       C0138F-normalize-date.

      *    the profile's date format to ÅÅÅÅ-MM-DD
           MOVE SPACE TO wc-pf-date-out
           EVALUATE IMPPROFILE-DATEFMT
               WHEN 'E'
      *            DD.MM.ÅÅÅÅ
                   MOVE wc-pf-date-in(7:4) TO wc-pf-date-out(1:4)
                   MOVE wc-pf-date-in(4:2) TO wc-pf-date-out(6:2)
                   MOVE wc-pf-date-in(1:2) TO wc-pf-date-out(9:2)
                   MOVE '-' TO wc-pf-date-out(5:1)
                   MOVE '-' TO wc-pf-date-out(8:1)
               WHEN 'U'
      *            MM/DD/ÅÅÅÅ
                   MOVE wc-pf-date-in(7:4) TO wc-pf-date-out(1:4)
                   MOVE wc-pf-date-in(1:2) TO wc-pf-date-out(6:2)
                   MOVE wc-pf-date-in(4:2) TO wc-pf-date-out(9:2)
                   MOVE '-' TO wc-pf-date-out(5:1)
                   MOVE '-' TO wc-pf-date-out(8:1)
               WHEN OTHER
                   MOVE wc-pf-date-in TO wc-pf-date-out
           END-EVALUATE
           .

      **********************************************************
       C0138G-profile-field-after.

      *    the field wn-pf-pos places after the code field
           MOVE SPACE TO wc-pf-value
           COMPUTE wn-pf-ix = IMPPROFILE-POSCODE + wn-pf-pos
           IF wn-pf-ix NOT > 12
               MOVE wc-pf-field(wn-pf-ix) TO wc-pf-value
           END-IF
           .

      **********************************************************
       C0138H-map-work-type.

      *    the customer's files may name the work type in full or
      *    by the 11-post's own letter; anything else is passed on
      *    for the load to reject
           EVALUATE FUNCTION UPPER-CASE(wc-tr-worktype-in)
               WHEN 'ROT'
               WHEN 'R'
                   MOVE 'R' TO LABOUR-11
               WHEN 'RUT'
               WHEN 'U'
                   MOVE 'U' TO LABOUR-11
               WHEN OTHER
                   MOVE wc-tr-worktype-in(1:1) TO LABOUR-11
           END-EVALUATE
           .

      **********************************************************
       C0138-convert-csv-record.

      *    semicolon-separated lines with the trancode first:
      *    10;kundnr;gäldenärsnr;fakturanr;datum;moms;valuta;
      *       förfallodag;er referens
      *    12;kundnr;gäldenärsnr;fakturanr;datum;moms;valuta;
      *       krediterat fakturanr;förfallodag;er referens
      *    a reference goes out as a 17-post after its header
      *    11;beskrivning;artnr;enhet;antal;pris;arbetstyp
      *    18;personnr;fastighet (ROT/RUT-köparen)
      *    14;kundnr;gäldenärsnr;namn;momsnr;betalningsvillkor
      *    15;gatuadress;postnr;ort
      *    16;e-post;mobilnr
      *    99;antal fakturor;totalsumma
           MOVE SPACE TO wc-csv-code
           MOVE SPACE TO wc-csv-f1
           MOVE SPACE TO wc-csv-f2
           MOVE SPACE TO wc-csv-f3
           MOVE SPACE TO wc-csv-f4
           MOVE SPACE TO wc-csv-f5
           MOVE SPACE TO wc-csv-f6
           MOVE SPACE TO wc-csv-f7
           MOVE SPACE TO wc-csv-f8
           MOVE SPACE TO wc-csv-f9

           UNSTRING INFAKT-POST DELIMITED BY ';'
               INTO wc-csv-code, wc-csv-f1, wc-csv-f2, wc-csv-f3,
                    wc-csv-f4, wc-csv-f5, wc-csv-f6, wc-csv-f7,
                    wc-csv-f8, wc-csv-f9
           END-UNSTRING

           EVALUATE wc-csv-code
               WHEN '10'
                   MOVE SPACE TO IFHEADER-POST-10
                   MOVE wc-csv-code TO TRANCODE-10
                   MOVE wc-csv-f1 TO CUSTNO-10
                   MOVE wc-csv-f2 TO DEBTNO-10
                   MOVE wc-csv-f3 TO INVNO-10
                   MOVE wc-csv-f4 TO INVDATE-10
                   MOVE wc-csv-f5 TO VAT-10
                   MOVE wc-csv-f6 TO CUR-10
                   MOVE wc-csv-f7 TO DUEDATE-10
                   MOVE IFHEADER-POST-10 TO NORM-POST
                   WRITE NORM-POST
                   IF wc-csv-f8 NOT = SPACE
                       MOVE SPACE TO IFREF-POST-17
                       MOVE '17' TO TRANCODE-17
                       MOVE wc-csv-f8 TO BUYERREF-17
                       MOVE IFREF-POST-17 TO NORM-POST
                       WRITE NORM-POST
                   END-IF
               WHEN '12'
      *            a credit note carries the credited invoice
      *            number as its eighth field
                   MOVE SPACE TO IFCREDIT-POST-12
                   MOVE wc-csv-code TO TRANCODE-12
                   MOVE wc-csv-f1 TO CUSTNO-12
                   MOVE wc-csv-f2 TO DEBTNO-12
                   MOVE wc-csv-f3 TO INVNO-12
                   MOVE wc-csv-f4 TO INVDATE-12
                   MOVE wc-csv-f5 TO VAT-12
                   MOVE wc-csv-f6 TO CUR-12
                   MOVE wc-csv-f7 TO CREDITREF-12
                   MOVE wc-csv-f8 TO DUEDATE-12
                   MOVE IFCREDIT-POST-12 TO NORM-POST
                   WRITE NORM-POST
                   IF wc-csv-f9 NOT = SPACE
                       MOVE SPACE TO IFREF-POST-17
                       MOVE '17' TO TRANCODE-17
                       MOVE wc-csv-f9 TO BUYERREF-17
                       MOVE IFREF-POST-17 TO NORM-POST
                       WRITE NORM-POST
                   END-IF
               WHEN '11'
                   MOVE SPACE TO IFITEM-POST-11
                   MOVE '11' TO TRANCODE-11
                   MOVE wc-csv-f1 TO DESCRIPTION-11
                   MOVE wc-csv-f2 TO ARTNO-11
                   MOVE wc-csv-f3 TO UNITDESC-11
                   MOVE wc-csv-f4 TO QTY-11
                   MOVE wc-csv-f5 TO PRICE-11
                   MOVE wc-csv-f6 TO wc-tr-worktype-in
                   PERFORM C0138H-map-work-type
                   MOVE IFITEM-POST-11 TO NORM-POST
                   WRITE NORM-POST
               WHEN '13'
                   MOVE SPACE TO IFAPPEND-POST-13
                   MOVE '13' TO TRANCODE-13
                   MOVE wc-csv-f1 TO APPTEXT-13
                   MOVE IFAPPEND-POST-13 TO NORM-POST
                   WRITE NORM-POST
               WHEN '18'
                   MOVE SPACE TO IFTAXRED-POST-18
                   MOVE '18' TO TRANCODE-18
                   MOVE wc-csv-f1 TO PERSNO-18
                   MOVE wc-csv-f2 TO PROPERTY-18
                   MOVE IFTAXRED-POST-18 TO NORM-POST
                   WRITE NORM-POST
               WHEN '14'
                   MOVE SPACE TO IFDEBTOR-POST-14
                   MOVE '14' TO TRANCODE-14
                   MOVE wc-csv-f1 TO CUSTNO-14
                   MOVE wc-csv-f2 TO DEBTNO-14
                   MOVE wc-csv-f3 TO NAME-14
                   MOVE wc-csv-f4 TO VATNO-14
                   MOVE wc-csv-f5 TO DUEDAYS-14
                   MOVE IFDEBTOR-POST-14 TO NORM-POST
                   WRITE NORM-POST
               WHEN '15'
                   MOVE SPACE TO IFDEBTADDR-POST-15
                   MOVE '15' TO TRANCODE-15
                   MOVE wc-csv-f1 TO STREET-15
                   MOVE wc-csv-f2 TO POSTNO-15
                   MOVE wc-csv-f3 TO PLACE-15
                   MOVE IFDEBTADDR-POST-15 TO NORM-POST
                   WRITE NORM-POST
               WHEN '16'
                   MOVE SPACE TO IFDEBTCONT-POST-16
                   MOVE '16' TO TRANCODE-16
                   MOVE wc-csv-f1 TO EMAIL-16
                   MOVE wc-csv-f2 TO MOBILE-16
                   MOVE IFDEBTCONT-POST-16 TO NORM-POST
                   WRITE NORM-POST
               WHEN '99'
                   MOVE SPACE TO IFTRAILER-POST-99
                   MOVE '99' TO TRANCODE-99
                   MOVE wc-csv-f1 TO INVCOUNT-99
                   MOVE wc-csv-f2 TO TOTAMOUNT-99
                   MOVE IFTRAILER-POST-99 TO NORM-POST
                   WRITE NORM-POST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM C0122-read-import-record
           .

      **********************************************************
       C0139-convert-xml-record.

      *    one element per line; a header is collected from its
      *    child elements and written at its <valuta> element, so
      *    the header's other elements come before that one:
      *      <faktura> <kundnr>..</kundnr> ... <forfallodag>..
      *      <referens>.. <personnr>.. <fastighet>.. <valuta>..
      *      <rad> ... <arbete>.. </rad> </faktura>
      *    a <referens> goes out as a 17-post after the header,
      *    the ROT/RUT buyer as an 18-post
      *      <kontroll> <antal>..</antal> <summa>..
      *    a debtor master is its own element, written as the
      *    14/15/16 records when it closes:
      *      <galdenar> <kundnr> <gldnr> <namn> <momsnr> <villkor>
      *      <gatuadress> <postnr> <ort> <epost> <mobil>
      *      </galdenar>
           MOVE FUNCTION TRIM(INFAKT-POST LEADING)
               TO wc-xml-trimmed

           MOVE SPACE TO wc-xml-tag
           MOVE SPACE TO wc-xml-rest
           MOVE SPACE TO wc-xml-value
           UNSTRING wc-xml-trimmed DELIMITED BY '>'
               INTO wc-xml-tag, wc-xml-rest
           END-UNSTRING
           UNSTRING wc-xml-rest DELIMITED BY '<'
               INTO wc-xml-value
           END-UNSTRING

           EVALUATE wc-xml-tag
               WHEN '<faktura'
                   MOVE SPACE TO IFHEADER-POST-10
                   MOVE SPACE TO IFREF-POST-17
                   MOVE SPACE TO IFTAXRED-POST-18
                   MOVE '10' TO TRANCODE-10
               WHEN '<kreditfaktura'
                   MOVE SPACE TO IFHEADER-POST-10
                   MOVE SPACE TO IFREF-POST-17
                   MOVE SPACE TO IFTAXRED-POST-18
                   MOVE '12' TO TRANCODE-10
               WHEN '<galdenar'
                   SET is-xml-debtor TO TRUE
                   MOVE SPACE TO IFDEBTOR-POST-14
                   MOVE SPACE TO IFDEBTADDR-POST-15
                   MOVE SPACE TO IFDEBTCONT-POST-16
                   MOVE '14' TO TRANCODE-14
                   MOVE '15' TO TRANCODE-15
                   MOVE '16' TO TRANCODE-16
               WHEN '<kundnr'
                   IF is-xml-debtor
                       MOVE wc-xml-value TO CUSTNO-14
                   ELSE
                       MOVE wc-xml-value TO CUSTNO-10
                   END-IF
               WHEN '<gldnr'
                   IF is-xml-debtor
                       MOVE wc-xml-value TO DEBTNO-14
                   ELSE
                       MOVE wc-xml-value TO DEBTNO-10
                   END-IF
               WHEN '<namn'
                   MOVE wc-xml-value TO NAME-14
               WHEN '<momsnr'
                   MOVE wc-xml-value TO VATNO-14
               WHEN '<gatuadress'
                   MOVE wc-xml-value TO STREET-15
               WHEN '<postnr'
                   MOVE wc-xml-value TO POSTNO-15
               WHEN '<ort'
                   MOVE wc-xml-value TO PLACE-15
               WHEN '<epost'
                   MOVE wc-xml-value TO EMAIL-16
               WHEN '<mobil'
                   MOVE wc-xml-value TO MOBILE-16
               WHEN '</galdenar'
                   MOVE 'N' TO is-xml-debtor-switch
                   MOVE IFDEBTOR-POST-14 TO NORM-POST
                   WRITE NORM-POST
                   MOVE IFDEBTADDR-POST-15 TO NORM-POST
                   WRITE NORM-POST
                   MOVE IFDEBTCONT-POST-16 TO NORM-POST
                   WRITE NORM-POST
               WHEN '<fakturanr'
                   MOVE wc-xml-value TO INVNO-10
               WHEN '<krediterad'
                   MOVE wc-xml-value TO IFHEADER-POST-10(55:16)
               WHEN '<datum'
                   MOVE wc-xml-value TO INVDATE-10
               WHEN '<forfallodag'
                   MOVE wc-xml-value TO DUEDATE-10
               WHEN '<villkor'
                   MOVE wc-xml-value TO DUEDAYS-14
               WHEN '<referens'
                   MOVE wc-xml-value TO BUYERREF-17
               WHEN '<personnr'
                   MOVE wc-xml-value TO PERSNO-18
               WHEN '<fastighet'
                   MOVE wc-xml-value TO PROPERTY-18
               WHEN '<moms'
                   MOVE wc-xml-value TO VAT-10
               WHEN '<valuta'
                   MOVE wc-xml-value TO CUR-10
                   MOVE IFHEADER-POST-10 TO NORM-POST
                   WRITE NORM-POST
                   IF BUYERREF-17 NOT = SPACE
                       MOVE '17' TO TRANCODE-17
                       MOVE IFREF-POST-17 TO NORM-POST
                       WRITE NORM-POST
                   END-IF
                   IF PERSNO-18 NOT = SPACE
                      OR PROPERTY-18 NOT = SPACE
                       MOVE '18' TO TRANCODE-18
                       MOVE IFTAXRED-POST-18 TO NORM-POST
                       WRITE NORM-POST
                   END-IF
               WHEN '<rad'
                   MOVE SPACE TO IFITEM-POST-11
                   MOVE '11' TO TRANCODE-11
               WHEN '<beskrivning'
                   MOVE wc-xml-value TO DESCRIPTION-11
               WHEN '<artnr'
                   MOVE wc-xml-value TO ARTNO-11
               WHEN '<enhet'
                   MOVE wc-xml-value TO UNITDESC-11
               WHEN '<antal'
                   MOVE wc-xml-value TO QTY-11
               WHEN '<pris'
                   MOVE wc-xml-value TO PRICE-11
               WHEN '<arbete'
                   MOVE wc-xml-value TO wc-tr-worktype-in
                   PERFORM C0138H-map-work-type
               WHEN '</rad'
                   MOVE IFITEM-POST-11 TO NORM-POST
                   WRITE NORM-POST
               WHEN '<bilaga'
                   MOVE SPACE TO IFAPPEND-POST-13
                   MOVE '13' TO TRANCODE-13
                   MOVE wc-xml-value TO APPTEXT-13
                   MOVE IFAPPEND-POST-13 TO NORM-POST
                   WRITE NORM-POST
               WHEN '<kontrollantal'
                   MOVE SPACE TO IFTRAILER-POST-99
                   MOVE '99' TO TRANCODE-99
                   MOVE wc-xml-value TO INVCOUNT-99
               WHEN '<kontrollsumma'
                   MOVE wc-xml-value TO TOTAMOUNT-99
                   MOVE IFTRAILER-POST-99 TO NORM-POST
                   WRITE NORM-POST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM C0122-read-import-record
           .

      **********************************************************
       C0133-validate-import-trailer.

           MOVE 'N' TO is-trailer-found-switch
           MOVE ZERO TO wn-imp-actual-invoice-count
           MOVE ZERO TO w9-imp-actual-total

           PERFORM C0122-read-import-record

           PERFORM UNTIL is-eof-import

               EVALUATE TRANCODE-TYP
                   WHEN '10'
                   WHEN '12'
                       ADD 1 TO wn-imp-actual-invoice-count
      *                a signed file may only carry the signing
      *                customer's own invoices
      *                (CUSTNO sits in the same place on both)
                       IF wc-sender-custno NOT = SPACE
                          AND INFAKT-POST(3:10) NOT = wc-sender-custno
                           SET is-foreign-custno TO TRUE
                       END-IF
                   WHEN '11'
                       MOVE INFAKT-POST TO IFITEM-POST-11
                       COMPUTE w9-imp-actual-total =
                           w9-imp-actual-total +
                           FUNCTION NUMVAL(QTY-11) *
                           FUNCTION NUMVAL(PRICE-11)
                   WHEN '99'
                       MOVE INFAKT-POST TO IFTRAILER-POST-99
                       MOVE FUNCTION NUMVAL(INVCOUNT-99)
                           TO wn-imp-trailer-invoice-count
                       MOVE FUNCTION NUMVAL(TOTAMOUNT-99)
                           TO w9-imp-trailer-total
                       SET is-trailer-found TO TRUE
               END-EVALUATE

               PERFORM C0122-read-import-record

           END-PERFORM

           IF NOT is-trailer-found
               MOVE 'N' TO is-valid-import-file-switch
           ELSE
               IF wn-imp-actual-invoice-count NOT =
                       wn-imp-trailer-invoice-count
                  OR w9-imp-actual-total NOT = w9-imp-trailer-total
                   MOVE 'N' TO is-valid-import-file-switch
               ELSE
                   MOVE 'Y' TO is-valid-import-file-switch
               END-IF
           END-IF

           IF is-foreign-custno
               MOVE 'N' TO is-valid-import-file-switch
           END-IF
           .

      **********************************************************
       C0121-init-import.

           MOVE 'N' TO is-eof-import-switch
           MOVE ZERO TO wn-accepted-count
           MOVE ZERO TO wn-rejected-count

      *    next unused file number for INLOG, from the shared key
      *    allocator
           MOVE 'FILENO' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, wn-fileno

      *    dagens datum i formatet ÅÅÅÅ-MM-DD samt klockslaget,
      *    som stämplas på INLOG-raden så genomloppstiden från
      *    mottagning till utskrift kan mätas
           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
           MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
           MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
           MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

           MOVE T-HOUR-IMPORT   TO wc-proc-time(1:2)
           MOVE T-MINUTE-IMPORT TO wc-proc-time(4:2)
           MOVE T-SECOND-IMPORT TO wc-proc-time(7:2)
           MOVE ':' TO wc-proc-time(3:1), wc-proc-time(6:1)
           .

      **********************************************************
       C0122-read-import-record.

           READ INFAKTFIL
               AT END
                   SET is-eof-import TO TRUE
           END-READ
           .

      **********************************************************
       C0127-check-duplicate-invoice.

      *    a resubmitted or corrupted incoming file must not be
      *    allowed to create a second INVOICE row for the same
      *    debtor invoice - that would double-bill the debtor
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-dup-invoice-count
               FROM TUTORIAL.INVOICE
               WHERE CUSTNO = :CUSTOMER-CUSTNO
               AND INVNO = :INVOICE-INVNO
           END-EXEC

           IF wn-dup-invoice-count > ZERO
               DISPLAY 'Dublett fakturanummer: ' INVNO-10
               MOVE 2 TO wn-resultcode
           END-IF
           .

      **********************************************************
       C0135-check-period-lock.

      *    a header dated inside a month the accountants have
      *    already closed and reported must not slip in and change
      *    the figures afterwards
           MOVE INVDATE-10(1:7) TO wc-lock-period
           MOVE ZERO TO wn-lock-hit

           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-lock-hit
               FROM TUTORIAL.PERIODLOCK
               WHERE PERIOD = :wc-lock-period
           END-EXEC

           IF SQLCODE = ZERO AND wn-lock-hit > ZERO
               DISPLAY 'Stängd bokföringsperiod: ' INVDATE-10
               MOVE 8 TO wn-resultcode
           END-IF
           .

      **********************************************************
       C0124-insert-invoice-row.

           PERFORM C0125-get-next-inv-id

      *    an import file with no VAT punched leaves this zero for
      *    now - C0127B-default-vat-from-srv fills it in from the
      *    first item's SRV.VATRATE once the items are read
           IF VAT-10 = SPACE OR VAT-10 = ZERO
               MOVE 'N' TO wn-import-vat-switch
               MOVE ZERO TO INVOICE-VAT
           ELSE
               MOVE 'Y' TO wn-import-vat-switch
               MOVE FUNCTION NUMVAL(VAT-10) TO INVOICE-VAT
           END-IF

      *    omvänd skattskyldighet and intra-EU B2B supplies: the
      *    buyer accounts for the VAT, so the invoice is stored at
      *    rate zero however the file was punched, and the SRV
      *    default must not refill it
           IF is-revcharge-customer OR is-eu-debtor
               MOVE 'Y' TO wn-import-vat-switch
               MOVE ZERO TO INVOICE-VAT
           END-IF
           MOVE ZERO            TO INVOICE-INVSTATE
           MOVE INVNO-10         TO INVOICE-INVNO
           MOVE CUSTNO-10        TO INVOICE-CUSTNO
           MOVE INVDATE-10       TO INVOICE-INVDATE
           MOVE ZERO             TO INVOICE-PAIDAMT

      *    an import file with no currency punched defaults to SEK
           IF CUR-10 = SPACE
               MOVE 'SEK' TO INVOICE-CURRENCY
           ELSE
               MOVE CUR-10 TO INVOICE-CURRENCY
           END-IF

           IF INVOICE-BUYERREF = SPACE
               MOVE -1 TO ind-buyerref
           ELSE
               MOVE ZERO TO ind-buyerref
           END-IF

           EXEC SQL
               INSERT INTO TUTORIAL.INVOICE
               VALUES (:wn-next-inv-id, :CUSTOMER-CUST-ID,
                       :DEBTOR-DEBT-ID, :INVOICE-INVSTATE,
                       :INVOICE-INVNO, :INVOICE-CUSTNO,
                       :INVOICE-INVDATE, :INVOICE-VAT,
                       :INVOICE-PAIDAMT, :INVOICE-CURRENCY,
                       :INVOICE-DUEDATE:ind-due-date,
                       :INVOICE-BUYERREF:ind-buyerref)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Fakturan kunde inte läggas till: ' INVNO-10
               MOVE 5 TO wn-resultcode
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       C0126-set-due-date.

      *    the due date stored on the invoice: the date the file
      *    gives, taken as it stands; otherwise INVDATE plus the
      *    days agreed for this debtor in DEBTTERMS or, failing
      *    that, the customer's DUEDAYS - rolled forward to a
      *    banking day the same way the forecast rolls its dates
           MOVE SPACE TO INVOICE-DUEDATE
           MOVE ZERO TO ind-due-date

           IF DUEDATE-10 NOT = SPACE
               MOVE DUEDATE-10 TO wc-due-check
               MOVE INVDATE-10 TO wc-due-invdate
               PERFORM C0126B-check-due-date
               IF NOT is-due-valid
                   DISPLAY 'Ogiltig förfallodag ' DUEDATE-10
                           ' på faktura ' INVNO-10
                   MOVE 12 TO wn-resultcode
               ELSE
                   MOVE DUEDATE-10 TO INVOICE-DUEDATE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-due-days
           EXEC SQL
               SELECT DUEDAYS
               INTO :wn-due-days
               FROM TUTORIAL.DEBTTERMS
               WHERE CUST_ID = :CUSTOMER-CUST-ID
                 AND DEBT_ID = :DEBTOR-DEBT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-due-days
               EXEC SQL
                   SELECT DUEDAYS
                   INTO :wn-due-days
                   FROM TUTORIAL.CUSTOMER
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC
           END-IF

      *    a header without a usable invoice date has nothing to
      *    count from - the invoice is stored without a due date
      *    and falls back on the customer's terms wherever read
           MOVE INVDATE-10 TO wc-due-check
           MOVE SPACE TO wc-due-invdate
           PERFORM C0126B-check-due-date
           IF NOT is-due-valid
               MOVE -1 TO ind-due-date
               EXIT PARAGRAPH
           END-IF

           COMPUTE wn-due-int = wn-due-int + wn-due-days
           COMPUTE wn-due-ymd = FUNCTION DATE-OF-INTEGER(wn-due-int)

           MOVE wn-due-ymd(1:4) TO wc-cf-roll-date(1:4)
           MOVE wn-due-ymd(5:2) TO wc-cf-roll-date(6:2)
           MOVE wn-due-ymd(7:2) TO wc-cf-roll-date(9:2)
           MOVE '-' TO wc-cf-roll-date(5:1), wc-cf-roll-date(8:1)
           PERFORM U0910-roll-to-bank-day
           MOVE wc-cf-roll-date TO INVOICE-DUEDATE
           .

      **********************************************************
       C0126B-check-due-date.

      *    wc-due-check must be a real ÅÅÅÅ-MM-DD date, left in
      *    wn-due-int as a day number, and may not fall before the
      *    invoice date in wc-due-invdate when one is given
           MOVE 'N' TO is-due-valid-switch

           IF wc-due-check(1:4) IS NOT NUMERIC
              OR wc-due-check(5:1) NOT = '-'
              OR wc-due-check(6:2) IS NOT NUMERIC
              OR wc-due-check(8:1) NOT = '-'
              OR wc-due-check(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-due-ymd
           MOVE wc-due-check(1:4) TO wn-due-ymd(1:4)
           MOVE wc-due-check(6:2) TO wn-due-ymd(5:2)
           MOVE wc-due-check(9:2) TO wn-due-ymd(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(wn-due-ymd) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE wn-due-int = FUNCTION INTEGER-OF-DATE(wn-due-ymd)

           IF wc-due-invdate(1:4) IS NUMERIC
              AND wc-due-invdate(6:2) IS NUMERIC
              AND wc-due-invdate(9:2) IS NUMERIC
               MOVE ZERO TO wn-due-ymd
               MOVE wc-due-invdate(1:4) TO wn-due-ymd(1:4)
               MOVE wc-due-invdate(6:2) TO wn-due-ymd(5:2)
               MOVE wc-due-invdate(9:2) TO wn-due-ymd(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(wn-due-ymd) = ZERO
                   COMPUTE wn-inv-int =
                       FUNCTION INTEGER-OF-DATE(wn-due-ymd)
                   IF wn-due-int < wn-inv-int
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           SET is-due-valid TO TRUE
           .

      **********************************************************
       C0125-get-next-inv-id.

           MOVE 'INVOICE' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, wn-next-inv-id
           .

      **********************************************************
       C0127-insert-item-row.

           PERFORM C0128-get-next-item-id

           MOVE DESCRIPTION-11 TO wc-item-description
           MOVE ARTNO-11       TO wc-item-artno
           MOVE UNITDESC-11    TO wc-item-unitdesc
           MOVE FUNCTION NUMVAL(QTY-11)   TO w9-item-qty
           MOVE FUNCTION NUMVAL(PRICE-11) TO w9-item-price

           IF LABOUR-11 = SPACE
               MOVE -1 TO ind-item-labour
           ELSE
               MOVE ZERO TO ind-item-labour
           END-IF

           EXEC SQL
               INSERT INTO TUTORIAL.ITEM
               VALUES (:wn-next-item-id, :wc-item-description,
                       :wc-item-artno, :wc-item-unitdesc,
                       :w9-item-qty, :w9-item-price,
                       :LABOUR-11:ind-item-labour)
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO TUTORIAL.INVITEM
                   VALUES (:wn-next-inv-id, :wn-next-item-id)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY 'Fakturaraden kunde inte läggas till: '
                       DESCRIPTION-11
               MOVE 5 TO wn-resultcode
               PERFORM Z0900-error-routine
           ELSE
               IF LABOUR-11 NOT = SPACE
                   COMPUTE w9-tr-row-amount =
                       w9-item-qty * w9-item-price
                   PERFORM C0159E-add-labour-row
               END-IF
           END-IF

           IF NOT is-import-vat-supplied AND wn-item-count = ZERO
               PERFORM C0127B-default-vat-from-srv
           END-IF
           .

      **********************************************************
       C0127B-default-vat-from-srv.

      *    the import file left VAT blank for this invoice - take
      *    the rate off the product register entry for this item's
      *    article number instead, same as the rate shown on
      *    servicemenu's product list
           EXEC SQL
               SELECT VATRATE
               INTO :wn-srv-vatrate
               FROM TUTORIAL.SRV
               WHERE ARTNO = :wc-item-artno
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wn-srv-vatrate TO INVOICE-VAT

               EXEC SQL
                   UPDATE TUTORIAL.INVOICE
                   SET VAT = :wn-srv-vatrate
                   WHERE INV_ID = :wn-next-inv-id
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kunde inte sätta momssats: ' INVNO-10
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       C0128-get-next-item-id.

           MOVE 'ITEM' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, wn-next-item-id
           .

      **********************************************************
       C0129-log-import-result.

           PERFORM C0130-get-next-inlog-id

           EXEC SQL
               INSERT INTO TUTORIAL.INLOG
               VALUES (:wn-next-inlog-id, :CUSTOMER-CUST-ID,
                       :wn-fileno, :wc-today-date, :INVOICE-INVNO,
                       :wn-resultcode, :wc-proc-time)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte logga importresultat i INLOG!'
               PERFORM Z0900-error-routine
           ELSE
               IF wn-resultcode = ZERO
                   ADD 1 TO wn-accepted-count
               ELSE
                   ADD 1 TO wn-rejected-count
               END-IF
           END-IF
           .

      **********************************************************
       C0130-get-next-inlog-id.

           MOVE 'INLOG' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table,
                                 wn-next-inlog-id
           .

      **********************************************************
       C0131-display-import-summary.

           DISPLAY HEADLINE
           DISPLAY '*** IMPORT AV GÄLDENÄRSFAKTUROR KLAR ***'
           DISPLAY HEADLINE
           DISPLAY 'Godkända fakturor : ' wn-accepted-count
           DISPLAY 'Avvisade fakturor : ' wn-rejected-count
           DISPLAY HEADLINE

           PERFORM C0131B-check-rejection-rate
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       C0131B-check-rejection-rate.

      *    a night that "succeeds" with forty percent of the
      *    headers rejected is scarier than one that fails - the
      *    rejection rate is held against the configured REJPCT
      *    threshold and any breach goes to the alert file the
      *    nightly driver pages from
           COMPUTE wn-thr-total-count =
               wn-accepted-count + wn-rejected-count

           IF wn-thr-total-count > ZERO
               COMPUTE w9-rej-pct ROUNDED =
                   wn-rejected-count * 100 / wn-thr-total-count

               MOVE 'REJPCT' TO wc-thr-key
               MOVE 25 TO w9-thr-value
               PERFORM U0900-get-threshold

               IF w9-rej-pct > w9-thr-value
                   MOVE w9-rej-pct TO we-rej-pct
                   OPEN EXTEND ALERTFIL
                   MOVE SPACE TO ALERT-POST
                   MOVE wn-rejected-count TO we-thr-rejected
                   MOVE wn-thr-total-count TO we-thr-total
                   STRING 'IMPORT: ' DELIMITED BY SIZE
                          we-rej-pct DELIMITED BY SIZE
                          '% avvisade (' DELIMITED BY SIZE
                          we-thr-rejected DELIMITED BY SIZE
                          ' av ' DELIMITED BY SIZE
                          we-thr-total DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO ALERT-POST
                   END-STRING
                   WRITE ALERT-POST
                   CLOSE ALERTFIL
               END-IF
           END-IF
           .

      **********************************************************
      *    fetch one threshold value; the caller preloads the
      *    built-in default and the key, and a missing row simply
      *    leaves the default standing
       U0900-get-threshold.

           EXEC SQL
               SELECT THRVALUE
               INTO :THRESHOLD-THRVALUE
               FROM TUTORIAL.THRESHOLD
               WHERE THRKEY = :wc-thr-key
           END-EXEC

           IF SQLCODE = ZERO
               MOVE THRESHOLD-THRVALUE TO w9-thr-value
           END-IF
           .

      **********************************************************
       C0132-check-credit-limit.

      *    this debtor's unpaid exposure: invoiced amount
      *    less whatever has already been paid against it, summed
      *    over every invoice that has not yet reached INVSTATE 9
           EXEC SQL
               SELECT COALESCE(SUM(
                          (SELECT SUM(QTY*PRICE)
                           FROM TUTORIAL.ITEM
                           WHERE ITEM_ID IN
                               (SELECT ITEM_ID
                                FROM TUTORIAL.INVITEM
                                WHERE INV_ID = I.INV_ID))
                          - I.PAIDAMT), 0)
               INTO :wn-unpaid-total
               FROM TUTORIAL.INVOICE I
               WHERE I.CUST_ID = :CUSTOMER-CUST-ID
               AND I.INVSTATE NOT = 9
               AND I.INVSTATE NOT = 3
               AND I.INVSTATE NOT = 7
               AND I.INVSTATE NOT = 6
           END-EXEC

           EXEC SQL
               SELECT CREDLIMIT
               INTO :wn-credlimit
               FROM TUTORIAL.CUSTOMER
               WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           IF SQLCODE = ZERO
               IF wn-unpaid-total > wn-credlimit
                   DISPLAY 'Varning - kreditgräns överskriden: '
                           CUSTNO-10
      *            the invoice is one unit of work - the rejection
      *            resultcode makes C0158 roll the whole insert
      *            back, so no hand-compensation is needed here
                   MOVE 6 TO wn-resultcode
               END-IF
           END-IF
           .

      **********************************************************
       C0134-apply-credit-note.

      *    the credit note's item lines are punched negative, so its
      *    total is what the debtor is owed back; applying it bumps
      *    the original invoice's PAIDAMT by that amount, and an
      *    original that is thereby fully covered moves to the
      *    credited state (8) shown on the invoice-state report
           MOVE ZERO TO w9-credit-total
           EXEC SQL
               SELECT COALESCE(SUM(QTY*PRICE), 0)
               INTO :w9-credit-total
               FROM TUTORIAL.ITEM
               WHERE ITEM_ID IN
                   (SELECT ITEM_ID FROM TUTORIAL.INVITEM
                    WHERE INV_ID = :wn-next-inv-id)
           END-EXEC

           EXEC SQL
               SELECT INV_ID
               INTO :wn-credit-orig-inv-id
               FROM TUTORIAL.INVOICE
               WHERE CUSTNO = :CUSTNO-10
                 AND INVNO = :wc-credit-origref
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänd kreditreferens: ' wc-credit-origref
      *        the rejection resultcode makes C0158 roll the whole
      *        credit note back as one unit of work
               MOVE 7 TO wn-resultcode
           ELSE
               EXEC SQL
                   UPDATE TUTORIAL.INVOICE
                   SET PAIDAMT = PAIDAMT - :w9-credit-total
                   WHERE INV_ID = :wn-credit-orig-inv-id
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Kreditnotan kunde inte tillämpas: '
                           INVNO-10
                   MOVE 5 TO wn-resultcode
                   PERFORM Z0900-error-routine
               ELSE
      *            the credit note itself is settled by definition -
      *            marking it paid-to-total keeps it out of the
      *            dunning run once it has been printed and sent
                   EXEC SQL
                       UPDATE TUTORIAL.INVOICE
                       SET PAIDAMT = :w9-credit-total
                       WHERE INV_ID = :wn-next-inv-id
                   END-EXEC

                   EXEC SQL
                       SELECT (SELECT COALESCE(SUM(QTY*PRICE), 0)
                               FROM TUTORIAL.ITEM
                               WHERE ITEM_ID IN
                                   (SELECT ITEM_ID
                                    FROM TUTORIAL.INVITEM
                                    WHERE INV_ID =
                                        :wn-credit-orig-inv-id))
                              - PAIDAMT
                       INTO :w9-credit-orig-outstanding
                       FROM TUTORIAL.INVOICE
                       WHERE INV_ID = :wn-credit-orig-inv-id
                   END-EXEC

                   IF SQLCODE = ZERO
                      AND w9-credit-orig-outstanding NOT > ZERO
                       EXEC SQL
                           UPDATE TUTORIAL.INVOICE
                           SET INVSTATE = 8
                           WHERE INV_ID = :wn-credit-orig-inv-id
                       END-EXEC
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       E0100-submit-invoices.

           MOVE 'N' TO is-exit-print-menu-switch
           PERFORM UNTIL is-exit-print-menu

               PERFORM E110-diplay-print-menu
               EVALUATE wc-accept

                   WHEN '21'
                       MOVE SPACE TO wc-print-custno
                       MOVE SPACE TO wc-print-invno
                       CALL 'SUBMIT-SINGLE-INVOICE' USING wc-accept,
                                                     wc-print-custno,
                                                     wc-print-invno
                       MOVE SPACE TO wc-accept
                   WHEN '22'
                       PERFORM E0130-process-one-out-invoice
                       MOVE SPACE TO wc-accept
                   WHEN '23'
                       PERFORM E0150-cancel-invoice
                       MOVE SPACE TO wc-accept
                   WHEN '24'
                       PERFORM E0160-dispute-invoice
                       MOVE SPACE TO wc-accept
                   WHEN '25'
      *                kontoutdrag for one debtor on demand; the
      *                debtor id travels in the custno argument
                       DISPLAY 'Gäldenärs-id (blankt = alla med'
                               ' öppet saldo): ' WITH NO ADVANCING
                       MOVE SPACE TO wc-print-custno
                       ACCEPT wc-print-custno
                       MOVE SPACE TO wc-print-invno
                       MOVE 'KONTOUTD' TO wc-rl-func
                       MOVE ZERO TO wn-rl-debt-id, wn-rl-inv-id
                       IF wc-print-custno NOT = SPACE
                           MOVE FUNCTION NUMVAL(wc-print-custno)
                             TO wn-rl-debt-id
                       END-IF
                       PERFORM U0930-log-read-access
                       MOVE '30' TO wc-accept
                       CALL 'SUBMIT-SINGLE-INVOICE' USING wc-accept,
                                                     wc-print-custno,
                                                     wc-print-invno
                       MOVE SPACE TO wc-accept
                   WHEN '26'
                       PERFORM E0190-proofs
                       MOVE SPACE TO wc-accept
                   WHEN '27'
                       PERFORM E0140-submit-customer-invoice
                       MOVE SPACE TO wc-accept
                   WHEN '28'
                       MOVE SPACE TO wc-print-custno
                       MOVE SPACE TO wc-print-invno
                       CALL 'SUBMIT-SINGLE-INVOICE' USING wc-accept,
                                                     wc-print-custno,
                                                     wc-print-invno
                       MOVE SPACE TO wc-accept
                   WHEN '29'
                       PERFORM E0170-consumables
                       MOVE SPACE TO wc-accept
                   WHEN '30'
                       PERFORM E0180-ad-inserts
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-print-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       E110-diplay-print-menu.

           DISPLAY HEADLINE
           DISPLAY '*** SKRIVA UT FAKTUROR ***'
           DISPLAY HEADLINE
           DISPLAY '(21) Skriv ut alla väntande gäldenärsfakturor'
           DISPLAY '(22) Skriv ut enskild gäldenärsfakturor'
           DISPLAY '(23) Makulera ej utskriven gäldenärsfaktura'
           DISPLAY '(24) Tvistmarkera/frisläpp faktura'
           DISPLAY '(25) Skriv kontoutdrag för gäldenär'
           DISPLAY '(26) Korrektur - provtryck och kundens godkännande'
           DISPLAY '(27) Processa och skicka kundfaktura'
           DISPLAY SPACE
           DISPLAY '(28) Skriv ut påminnelser för förfallna fakturor'
           DISPLAY '(29) Förbrukningsmaterial - lager och inleverans'
           DISPLAY '(30) Reklambilagor till kundens fakturor'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       E0170-consumables.

      *    paper, envelopes and inserts in stock for the print run,
      *    which draws them envelope by envelope; the mail room
      *    books what is delivered, an administrator keeps the
      *    register and its reorder levels. A customer number on
      *    an item makes it that customer's own stationery, used
      *    in place of the house item of the kind
           DISPLAY HEADLINE
           DISPLAY '*** FÖRBRUKNINGSMATERIAL ***'
           DISPLAY HEADLINE
           DISPLAY 'Kod        Benämning                      Typ'
                   '   Kund-id   I lager  Beställ vid'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-CONSUMABLE
           END-EXEC

           PERFORM E0171-fetch-consumable
           PERFORM E0172-list-one-consumable
               UNTIL SQLCODE NOT = ZERO

           EXEC SQL
               CLOSE CUR-CONSUMABLE
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY '* = under beställningspunkten'
           DISPLAY 'I - Registrera inleverans, S - Sätt artikel,'
                   ' X - Tillbaka'
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-cs-action

           EVALUATE FUNCTION UPPER-CASE(wc-cs-action)
               WHEN 'I'
                   PERFORM E0173-receive-goods
               WHEN 'S'
                   IF NOT is-admin-operator
                       DISPLAY 'Behörighet saknas för denna'
                               ' funktion!'
                   ELSE
                       PERFORM E0174-set-consumable
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       E0171-fetch-consumable.

           EXEC SQL
               FETCH CUR-CONSUMABLE
               INTO :CONSUMABLE-CONSCODE, :CONSUMABLE-DESCRIPTION,
                    :CONSUMABLE-CONSTYPE, :CONSUMABLE-CUST-ID,
                    :CONSUMABLE-ONHAND, :CONSUMABLE-REORDERLVL,
                    :CONSUMABLE-ACTIVE
           END-EXEC
           .

      **********************************************************
       E0172-list-one-consumable.

           MOVE SPACE TO wc-cs-flag
           IF CONSUMABLE-IS-ACTIVE
              AND CONSUMABLE-ONHAND < CONSUMABLE-REORDERLVL
               MOVE '*' TO wc-cs-flag
           END-IF
           IF NOT CONSUMABLE-IS-ACTIVE
               MOVE '-' TO wc-cs-flag
           END-IF

           MOVE CONSUMABLE-ONHAND     TO we-cs-onhand
           MOVE CONSUMABLE-REORDERLVL TO we-cs-level
           MOVE CONSUMABLE-CUST-ID    TO we-cs-cust-id
           DISPLAY CONSUMABLE-CONSCODE ' '
                   CONSUMABLE-DESCRIPTION ' '
                   CONSUMABLE-CONSTYPE '  '
                   we-cs-cust-id ' '
                   we-cs-onhand ' '
                   we-cs-level ' ' wc-cs-flag

           PERFORM E0171-fetch-consumable
           .

      **********************************************************
       E0173-receive-goods.

      *    a delivery adds to the stock on hand and is booked on
      *    the day's usage row, so the forecast sees it too
           DISPLAY 'Artikelkod: ' WITH NO ADVANCING
           MOVE SPACE TO wc-cs-conscode
           ACCEPT wc-cs-conscode
           DISPLAY 'Mottaget antal: ' WITH NO ADVANCING
           MOVE ZERO TO wn-cs-qty
           ACCEPT wn-cs-qty

           EXEC SQL
               SELECT CONS_ID
               INTO :CONSUMABLE-CONS-ID
               FROM TUTORIAL.CONSUMABLE
               WHERE CONSCODE = :wc-cs-conscode
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen sådan artikel!'
           ELSE
               IF wn-cs-qty NOT > ZERO
                   DISPLAY 'Givna indata är fel eller saknas!'
               ELSE
                   CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
                   MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
                   MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
                   MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
                   MOVE '-' TO wc-today-date(5:1),
                               wc-today-date(8:1)

                   EXEC SQL
                       UPDATE TUTORIAL.CONSUMABLE
                       SET ONHAND = ONHAND + :wn-cs-qty
                       WHERE CONS_ID = :CONSUMABLE-CONS-ID
                   END-EXEC

                   IF SQLCODE = ZERO
                       EXEC SQL
                           UPDATE TUTORIAL.CONSUSE
                           SET RECEIVED = RECEIVED + :wn-cs-qty
                           WHERE CONS_ID = :CONSUMABLE-CONS-ID
                             AND USEDATE = :wc-today-date
                       END-EXEC

                       IF SQLCODE = 100
                           EXEC SQL
                               INSERT INTO TUTORIAL.CONSUSE
                               VALUES (:CONSUMABLE-CONS-ID,
                                       :wc-today-date, 0,
                                       :wn-cs-qty)
                           END-EXEC
                       END-IF
                   END-IF

                   IF SQLCODE = ZERO
                       DISPLAY 'Inleveransen har registrerats!'
                   ELSE
                       DISPLAY 'Inleveransen kunde inte'
                               ' registreras!'
                       PERFORM Z0900-error-routine
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       E0174-set-consumable.

      *    a new item starts with nothing in stock - the first
      *    delivery is booked as goods received
           DISPLAY 'Artikelkod: ' WITH NO ADVANCING
           MOVE SPACE TO wc-cs-conscode
           ACCEPT wc-cs-conscode
           DISPLAY 'Benämning: ' WITH NO ADVANCING
           MOVE SPACE TO CONSUMABLE-DESCRIPTION
           ACCEPT CONSUMABLE-DESCRIPTION
           DISPLAY 'Typ (P=papper, K=kuvert, I=bilaga/insticks):'
                   ' ' WITH NO ADVANCING
           MOVE SPACE TO CONSUMABLE-CONSTYPE
           ACCEPT CONSUMABLE-CONSTYPE
           MOVE FUNCTION UPPER-CASE(CONSUMABLE-CONSTYPE)
             TO CONSUMABLE-CONSTYPE
           DISPLAY 'Kundnummer (blankt = husets): '
                   WITH NO ADVANCING
           MOVE SPACE TO wc-cs-custno
           ACCEPT wc-cs-custno
           DISPLAY 'Beställningspunkt (antal): ' WITH NO ADVANCING
           MOVE ZERO TO CONSUMABLE-REORDERLVL
           ACCEPT CONSUMABLE-REORDERLVL
           DISPLAY 'Beställningsantal: ' WITH NO ADVANCING
           MOVE ZERO TO CONSUMABLE-REORDERQTY
           ACCEPT CONSUMABLE-REORDERQTY
           DISPLAY 'I bruk (J/N): ' WITH NO ADVANCING
           MOVE SPACE TO CONSUMABLE-ACTIVE
           ACCEPT CONSUMABLE-ACTIVE

           IF FUNCTION UPPER-CASE(CONSUMABLE-ACTIVE) = 'N'
               MOVE 'N' TO CONSUMABLE-ACTIVE
           ELSE
               MOVE 'Y' TO CONSUMABLE-ACTIVE
           END-IF

           MOVE ZERO TO CONSUMABLE-CUST-ID
           MOVE 1 TO wn-cs-hit
           IF wc-cs-custno NOT = SPACE
               EXEC SQL
                   SELECT CUST_ID
                   INTO :CONSUMABLE-CUST-ID
                   FROM TUTORIAL.CUSTOMER
                   WHERE CUSTNO = :wc-cs-custno
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO wn-cs-hit
               END-IF
           END-IF

           IF wc-cs-conscode = SPACE
              OR CONSUMABLE-DESCRIPTION = SPACE
              OR NOT (CONSUMABLE-IS-PAPER
                      OR CONSUMABLE-IS-ENVELOPE
                      OR CONSUMABLE-IS-INSERT)
              OR CONSUMABLE-REORDERLVL < ZERO
              OR CONSUMABLE-REORDERQTY < ZERO
               DISPLAY 'Givna indata är fel eller saknas!'
           ELSE
               IF wn-cs-hit = ZERO
                   DISPLAY 'Hittar ingen sådan kund!'
               ELSE
                   EXEC SQL
                       UPDATE TUTORIAL.CONSUMABLE
                       SET DESCRIPTION = :CONSUMABLE-DESCRIPTION,
                           CONSTYPE = :CONSUMABLE-CONSTYPE,
                           CUST_ID = :CONSUMABLE-CUST-ID,
                           REORDERLVL = :CONSUMABLE-REORDERLVL,
                           REORDERQTY = :CONSUMABLE-REORDERQTY,
                           ACTIVE = :CONSUMABLE-ACTIVE
                       WHERE CONSCODE = :wc-cs-conscode
                   END-EXEC

                   IF SQLCODE = 100
                       MOVE 'CONSUMABLE' TO wc-keyalloc-table
                       CALL 'KEYALLOC' USING wc-keyalloc-table,
                                             CONSUMABLE-CONS-ID
                       EXEC SQL
                           INSERT INTO TUTORIAL.CONSUMABLE
                           VALUES (:CONSUMABLE-CONS-ID,
                                   :wc-cs-conscode,
                                   :CONSUMABLE-DESCRIPTION,
                                   :CONSUMABLE-CONSTYPE,
                                   :CONSUMABLE-CUST-ID, 0,
                                   :CONSUMABLE-REORDERLVL,
                                   :CONSUMABLE-REORDERQTY,
                                   :CONSUMABLE-ACTIVE)
                       END-EXEC
                   END-IF

                   IF SQLCODE = ZERO
                       DISPLAY 'Artikeln har sparats!'
                   ELSE
                       DISPLAY 'Artikeln kunde inte sparas!'
                       PERFORM Z0900-error-routine
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       E0180-ad-inserts.

      *    the flyers a customer has us enclose with its invoices
      *    for a period: all its debtors, private persons only or
      *    paper debtors only. A paper envelope takes the insert
      *    from the given inserter feeder (1-6) and carries its
      *    weight into the porto; for all debtors the email and
      *    digital mailbox PDFs carry it as an extra page. Every
      *    insert taken is billed on the customer's type R
      *    agreement, and a debtor who has said no to advertising
      *    gets none
           DISPLAY HEADLINE
           DISPLAY '*** REKLAMBILAGOR ***'
           DISPLAY HEADLINE
           DISPLAY 'Kod        Benämning                      Kund'
                   '       Från       Till       M  Vikt F'
                   '  Bilagda'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-ADINSERT
           END-EXEC

           PERFORM E0181-fetch-ad-insert
           PERFORM E0182-list-one-ad-insert
               UNTIL SQLCODE NOT = ZERO

           EXEC SQL
               CLOSE CUR-ADINSERT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'M = målgrupp: A=alla, P=privatpersoner,'
                   ' T=pappersutskrift;  - = ur bruk'
           DISPLAY 'S - Sätt bilaga, X - Tillbaka'
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-ai-action

           EVALUATE FUNCTION UPPER-CASE(wc-ai-action)
               WHEN 'S'
                   PERFORM E0183-set-ad-insert
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       E0181-fetch-ad-insert.

           EXEC SQL
               FETCH CUR-ADINSERT
               INTO :ADINSERT-INSCODE, :ADINSERT-DESCRIPTION,
                    :wc-ai-custno, :ADINSERT-FROMDATE,
                    :ADINSERT-TODATE, :ADINSERT-TARGET,
                    :ADINSERT-WEIGHT, :ADINSERT-FEEDER,
                    :ADINSERT-ACTIVE, :wn-ai-hit
           END-EXEC
           .

      **********************************************************
       E0182-list-one-ad-insert.

           MOVE SPACE TO wc-ai-flag
           IF NOT ADINSERT-IS-ACTIVE
               MOVE '-' TO wc-ai-flag
           END-IF

           MOVE ADINSERT-WEIGHT TO we-ai-weight
           MOVE ADINSERT-FEEDER TO we-ai-feeder
           MOVE wn-ai-hit       TO we-ai-count
           DISPLAY ADINSERT-INSCODE ' '
                   ADINSERT-DESCRIPTION ' '
                   wc-ai-custno ' '
                   ADINSERT-FROMDATE ' '
                   ADINSERT-TODATE ' '
                   ADINSERT-TARGET ' '
                   we-ai-weight ' '
                   we-ai-feeder ' '
                   we-ai-count wc-ai-flag

           PERFORM E0181-fetch-ad-insert
           .

      **********************************************************
       E0183-set-ad-insert.

      *    a code already in the register is changed in place, so
      *    a campaign can be prolonged or taken out of use; the
      *    pieces already enclosed stay on the log
           DISPLAY 'Bilagekod: ' WITH NO ADVANCING
           MOVE SPACE TO ADINSERT-INSCODE
           ACCEPT ADINSERT-INSCODE
           DISPLAY 'Benämning: ' WITH NO ADVANCING
           MOVE SPACE TO ADINSERT-DESCRIPTION
           ACCEPT ADINSERT-DESCRIPTION
           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-ai-custno
           ACCEPT wc-ai-custno
           DISPLAY 'Från och med (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           MOVE SPACE TO ADINSERT-FROMDATE
           ACCEPT ADINSERT-FROMDATE
           DISPLAY 'Till och med (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           MOVE SPACE TO ADINSERT-TODATE
           ACCEPT ADINSERT-TODATE
           DISPLAY 'Målgrupp (A=alla, P=privatpersoner,'
                   ' T=pappersutskrift): ' WITH NO ADVANCING
           MOVE SPACE TO ADINSERT-TARGET
           ACCEPT ADINSERT-TARGET
           MOVE FUNCTION UPPER-CASE(ADINSERT-TARGET)
             TO ADINSERT-TARGET
           DISPLAY 'Vikt per bilaga (gram): ' WITH NO ADVANCING
           MOVE ZERO TO ADINSERT-WEIGHT
           ACCEPT ADINSERT-WEIGHT
           DISPLAY 'Matarstation i kuverteringen (1-6): '
                   WITH NO ADVANCING
           MOVE ZERO TO ADINSERT-FEEDER
           ACCEPT ADINSERT-FEEDER
           DISPLAY 'I bruk (J/N): ' WITH NO ADVANCING
           MOVE SPACE TO ADINSERT-ACTIVE
           ACCEPT ADINSERT-ACTIVE

           IF FUNCTION UPPER-CASE(ADINSERT-ACTIVE) = 'N'
               MOVE 'N' TO ADINSERT-ACTIVE
           ELSE
               MOVE 'Y' TO ADINSERT-ACTIVE
           END-IF

      *    both dates real, the last not before the first
           MOVE ADINSERT-FROMDATE TO wc-due-check
           MOVE SPACE TO wc-due-invdate
           PERFORM C0126B-check-due-date
           IF is-due-valid
               MOVE ADINSERT-TODATE TO wc-due-check
               MOVE ADINSERT-FROMDATE TO wc-due-invdate
               PERFORM C0126B-check-due-date
           END-IF

           MOVE ZERO TO wn-ai-hit
           EXEC SQL
               SELECT CUST_ID
               INTO :ADINSERT-CUST-ID
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :wc-ai-custno
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 1 TO wn-ai-hit
           END-IF

           IF ADINSERT-INSCODE = SPACE
              OR ADINSERT-DESCRIPTION = SPACE
              OR NOT is-due-valid
              OR NOT (ADINSERT-FOR-ALL
                      OR ADINSERT-FOR-PRIVATE
                      OR ADINSERT-FOR-PRINT)
              OR ADINSERT-WEIGHT < ZERO
              OR ADINSERT-FEEDER < 1
              OR ADINSERT-FEEDER > 6
               DISPLAY 'Givna indata är fel eller saknas!'
           ELSE
               IF wn-ai-hit = ZERO
                   DISPLAY 'Hittar ingen sådan kund!'
               ELSE
                   EXEC SQL
                       UPDATE TUTORIAL.ADINSERT
                       SET DESCRIPTION = :ADINSERT-DESCRIPTION,
                           CUST_ID = :ADINSERT-CUST-ID,
                           FROMDATE = :ADINSERT-FROMDATE,
                           TODATE = :ADINSERT-TODATE,
                           TARGET = :ADINSERT-TARGET,
                           WEIGHT = :ADINSERT-WEIGHT,
                           FEEDER = :ADINSERT-FEEDER,
                           ACTIVE = :ADINSERT-ACTIVE
                       WHERE INSCODE = :ADINSERT-INSCODE
                   END-EXEC

                   IF SQLCODE = 100
                       MOVE 'ADINSERT' TO wc-keyalloc-table
                       CALL 'KEYALLOC' USING wc-keyalloc-table,
                                             ADINSERT-INSERT-ID
                       EXEC SQL
                           INSERT INTO TUTORIAL.ADINSERT
                           VALUES (:ADINSERT-INSERT-ID,
                                   :ADINSERT-INSCODE,
                                   :ADINSERT-DESCRIPTION,
                                   :ADINSERT-CUST-ID,
                                   :ADINSERT-FROMDATE,
                                   :ADINSERT-TODATE,
                                   :ADINSERT-TARGET,
                                   :ADINSERT-WEIGHT,
                                   :ADINSERT-FEEDER,
                                   :ADINSERT-ACTIVE)
                       END-EXEC
                   END-IF

                   IF SQLCODE = ZERO
                       DISPLAY 'Bilagan har sparats!'
                   ELSE
                       DISPLAY 'Bilagan kunde inte sparas!'
                       PERFORM Z0900-error-routine
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       E0190-proofs.

      *    a new customer's first invoices and a customer's changed
      *    template go out as a korrektur - sample invoices marked
      *    as proofs, mailed to the customer - and nothing is
      *    printed for real until the customer has approved it in
      *    writing: a new customer's invoices are held from the
      *    print run, a changed template stays waiting (K) while
      *    the one in force (A) prints. The nightly run sends the
      *    waiting proofs; P sends one customer's at once
           DISPLAY HEADLINE
           DISPLAY '*** KORREKTUR ***'
           DISPLAY HEADLINE
           DISPLAY '       Id Kund       O S Beställd   Skickad   '
                   '  Ex Till / kommentar'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-PROOF
           END-EXEC

           PERFORM E0191-fetch-proof
           PERFORM E0192-list-one-proof
               UNTIL SQLCODE NOT = ZERO

           EXEC SQL
               CLOSE CUR-PROOF
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'O = orsak: N=ny kund, M=ändrad mall;'
                   '  S = V=väntar, S=skickad'
           DISPLAY 'P - Provtryck nu, G - Godkänn, A - Avslå,'
                   ' X - Tillbaka'
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-kr-action

           EVALUATE FUNCTION UPPER-CASE(wc-kr-action)
               WHEN 'P'
                   PERFORM E0193-run-proof
               WHEN 'G'
                   PERFORM E0194-approve-proof
               WHEN 'A'
                   PERFORM E0196-reject-proof
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       E0191-fetch-proof.

           EXEC SQL
               FETCH CUR-PROOF
               INTO :PROOF-PROOF-ID, :wc-kr-custno,
                    :PROOF-REASON, :PROOF-STATE,
                    :PROOF-CREATED, :wc-kr-sentdate,
                    :PROOF-SAMPLES, :PROOF-SENTTO,
                    :PROOF-APPRREF
           END-EXEC
           .

      **********************************************************
       E0192-list-one-proof.

           MOVE PROOF-PROOF-ID TO we-kr-id
           MOVE PROOF-SAMPLES  TO we-kr-samples
           DISPLAY we-kr-id ' '
                   wc-kr-custno ' '
                   PROOF-REASON ' '
                   PROOF-STATE ' '
                   PROOF-CREATED ' '
                   wc-kr-sentdate ' '
                   we-kr-samples ' '
                   FUNCTION TRIM(PROOF-SENTTO)
           IF PROOF-APPRREF NOT = SPACE
               DISPLAY '                                     '
                       '          ' PROOF-APPRREF
           END-IF

           PERFORM E0191-fetch-proof
           .

      **********************************************************
       E0193-run-proof.

           PERFORM E0197-get-proof-customer

           IF wn-kr-hit > ZERO
               MOVE '38' TO wc-accept
               MOVE wc-kr-custno TO wc-print-custno
               MOVE SPACE TO wc-print-invno
               CALL 'SUBMIT-SINGLE-INVOICE' USING wc-accept,
                                                 wc-print-custno,
                                                 wc-print-invno
               MOVE SPACE TO wc-accept
           END-IF
           .

      **********************************************************
       E0194-approve-proof.

      *    only a proof the customer has seen can be approved, and
      *    only against its written approval - the reference says
      *    where it is filed (mail, letter, date and signer)
           PERFORM E0197-get-proof-customer

           IF wn-kr-hit > ZERO
               MOVE ZERO TO wn-kr-hit
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-kr-hit
                   FROM TUTORIAL.PROOF
                   WHERE CUST_ID = :wn-kr-cust-id
                     AND STATE = 'S'
               END-EXEC

               IF wn-kr-hit = ZERO
                   DISPLAY 'Kunden har ingen skickad korrektur!'
               ELSE
                   DISPLAY 'Kundens skriftliga godkännande (ref): '
                           WITH NO ADVANCING
                   MOVE SPACE TO PROOF-APPRREF
                   ACCEPT PROOF-APPRREF

                   IF PROOF-APPRREF = SPACE
                       DISPLAY 'Godkännandet måste ha en referens!'
                   ELSE
                       CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
                       MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
                       MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
                       MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
                       MOVE '-' TO wc-today-date(5:1),
                                   wc-today-date(8:1)

                       EXEC SQL
                           UPDATE TUTORIAL.PROOF
                           SET STATE = 'G',
                               DECIDED = :wc-today-date,
                               DECIDEDBY = :wc-login-userid,
                               APPRREF = :PROOF-APPRREF
                           WHERE CUST_ID = :wn-kr-cust-id
                             AND STATE = 'S'
                       END-EXEC

                       IF SQLCODE = ZERO
                           PERFORM E0195-promote-templates
                       END-IF

                       IF SQLCODE = ZERO OR SQLCODE = 100
                           DISPLAY 'Korrekturen är godkänd - kundens'
                                   ' fakturor skrivs ut!'
                       ELSE
                           DISPLAY 'Godkännandet kunde inte sparas!'
                           PERFORM Z0900-error-routine
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       E0195-promote-templates.

      *    the approved K templates come into force, each replacing
      *    the A template for its language
           EXEC SQL
               DELETE FROM TUTORIAL.INVTEMPLATE A
               WHERE A.CUST_ID = :wn-kr-cust-id
                 AND A.TPLSTATE = 'A'
                 AND EXISTS
                     (SELECT 1 FROM TUTORIAL.INVTEMPLATE K
                      WHERE K.CUST_ID = A.CUST_ID
                        AND K.LANGCODE = A.LANGCODE
                        AND K.TPLSTATE = 'K')
           END-EXEC

           IF SQLCODE = ZERO OR SQLCODE = 100
               EXEC SQL
                   UPDATE TUTORIAL.INVTEMPLATE
                   SET TPLSTATE = 'A'
                   WHERE CUST_ID = :wn-kr-cust-id
                     AND TPLSTATE = 'K'
               END-EXEC
           END-IF
           .

      **********************************************************
       E0196-reject-proof.

      *    the customer wants changes: the order goes back to
      *    waiting, with the customer's comment, until the template
      *    or the invoice data is put right and a new proof is run
           PERFORM E0197-get-proof-customer

           IF wn-kr-hit > ZERO
               DISPLAY 'Kundens kommentar: ' WITH NO ADVANCING
               MOVE SPACE TO PROOF-APPRREF
               ACCEPT PROOF-APPRREF

               EXEC SQL
                   UPDATE TUTORIAL.PROOF
                   SET STATE = 'V',
                       APPRREF = :PROOF-APPRREF
                   WHERE CUST_ID = :wn-kr-cust-id
                     AND STATE = 'S'
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       DISPLAY 'Korrekturen är avslagen och väntar'
                               ' på ny provtryckning.'
                   WHEN 100
                       DISPLAY 'Kunden har ingen skickad korrektur!'
                   WHEN OTHER
                       DISPLAY 'Avslaget kunde inte sparas!'
                       PERFORM Z0900-error-routine
               END-EVALUATE
           END-IF
           .

      **********************************************************
       E0197-get-proof-customer.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-kr-custno
           ACCEPT wc-kr-custno

           MOVE ZERO TO wn-kr-hit
           EXEC SQL
               SELECT CUST_ID
               INTO :wn-kr-cust-id
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :wc-kr-custno
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 1 TO wn-kr-hit
           ELSE
               DISPLAY 'Hittar ingen sådan kund!'
           END-IF
           .

      **********************************************************
       E0130-process-one-out-invoice.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-print-custno
           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-print-invno

           CALL 'SUBMIT-SINGLE-INVOICE' USING wc-accept,
                                         wc-print-custno,
                                         wc-print-invno
           .

      **********************************************************
       E0140-submit-customer-invoice.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-print-custno
           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-print-invno

           CALL 'SUBMIT-SINGLE-INVOICE' USING wc-accept,
                                         wc-print-custno,
                                         wc-print-invno
           .

      **********************************************************
       E0150-cancel-invoice.

      *    pull back an invoice the customer delivered by mistake,
      *    before it has been printed - the cancelled state (3)
      *    drops it out of the batch print run while the row itself
      *    stays behind for the audit trail
           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-cancel-custno
           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-cancel-invno

           EXEC SQL
               SELECT INV_ID, CUST_ID, INVSTATE
               INTO :wn-cancel-inv-id, :CUSTOMER-CUST-ID,
                    :wn-cancel-invstate
               FROM TUTORIAL.INVOICE
               WHERE CUSTNO = :wc-cancel-custno
                 AND INVNO = :wc-cancel-invno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Hittar ingen sådan faktura!'
           ELSE
               IF wn-cancel-invstate NOT = ZERO
                   DISPLAY 'Endast ej utskrivna fakturor kan'
                           ' makuleras!'
               ELSE
                   DISPLAY 'Orsakskod (1=kundens begäran, 2=felregi-'
                   DISPLAY 'strering, 3=dubblett, 9=annan orsak)'
                   DISPLAY ': ' WITH NO ADVANCING
                   ACCEPT wc-cancel-reason

                   IF wc-cancel-reason IS NOT NUMERIC
                      OR wc-cancel-reason = '0'
                       DISPLAY 'Ogiltig orsakskod - makulering'
                               ' avbruten!'
                   ELSE
                       MOVE FUNCTION NUMVAL(wc-cancel-reason)
                           TO wn-cancel-reason

                       EXEC SQL
                           UPDATE TUTORIAL.INVOICE
                           SET INVSTATE = 3
                           WHERE INV_ID = :wn-cancel-inv-id
                       END-EXEC

                       IF SQLCODE NOT = ZERO
                           DISPLAY 'Ett problem uppstod vid'
                                   ' makuleringen!'
                           PERFORM Z0900-error-routine
                       ELSE
                           PERFORM E0151-log-cancellation
                           DISPLAY 'Fakturan har makulerats!'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       E0151-log-cancellation.

      *    the cancellation goes to OUTLOG as its own action code so
      *    the outbound activity report shows it, with the reason
      *    code carried in the resultcode column
           MOVE 'OUTLOG' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table,
                                 wn-next-outlog-id

           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
           MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
           MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
           MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

           MOVE T-HOUR-IMPORT   TO wc-proc-time(1:2)
           MOVE T-MINUTE-IMPORT TO wc-proc-time(4:2)
           MOVE T-SECOND-IMPORT TO wc-proc-time(7:2)
           MOVE ':' TO wc-proc-time(3:1), wc-proc-time(6:1)

           EXEC SQL
               INSERT INTO TUTORIAL.OUTLOG
               VALUES (:wn-next-outlog-id, :CUSTOMER-CUST-ID,
                       :wc-cancel-invno, :wc-today-date,
                       'M', :wn-cancel-reason, :wc-proc-time)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte logga makuleringen i OUTLOG!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       E0160-dispute-invoice.

      *    a debtor who disputes an invoice must not keep getting
      *    reminder letters - the hold recorded here pauses dunning
      *    until an operator explicitly releases it again
           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-disp-custno
           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-disp-invno

           EXEC SQL
               SELECT INV_ID
               INTO :wn-disp-inv-id
               FROM TUTORIAL.INVOICE
               WHERE CUSTNO = :wc-disp-custno
                 AND INVNO = :wc-disp-invno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Hittar ingen sådan faktura!'
           ELSE
               MOVE 'N' TO is-dispute-found-switch
               EXEC SQL
                   SELECT REASON, RELEASED
                   INTO :wc-disp-reason, :wc-disp-released
                   FROM TUTORIAL.DISPUTE
                   WHERE INV_ID = :wn-disp-inv-id
               END-EXEC

               IF SQLCODE = ZERO
                   SET is-dispute-found TO TRUE
                   DISPLAY 'Tvist finns: ' wc-disp-reason
                   IF wc-disp-released = 'Y'
                       DISPLAY '(frisläppt - påminnelser går ut)'
                   ELSE
                       DISPLAY '(aktiv - påminnelser är pausade)'
                   END-IF
               ELSE
                   DISPLAY 'Ingen tvist registrerad på fakturan.'
               END-IF

               DISPLAY 'T - Tvistmarkera fakturan'
               DISPLAY 'F - Frisläpp tvisten'
               DISPLAY 'X - Avbryt'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-disp-action

               EVALUATE FUNCTION UPPER-CASE(wc-disp-action)
                   WHEN 'T'
                       PERFORM E0161-mark-dispute
                   WHEN 'F'
                       PERFORM E0162-release-dispute
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      **********************************************************
       E0161-mark-dispute.

           DISPLAY 'Orsak: ' WITH NO ADVANCING
           MOVE SPACE TO wc-disp-reason
           ACCEPT wc-disp-reason

           IF wc-disp-reason = SPACE
               DISPLAY 'En orsak måste anges!'
           ELSE
               CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
               MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
               MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
               MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
               MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

               IF is-dispute-found
                   EXEC SQL
                       UPDATE TUTORIAL.DISPUTE
                       SET REASON = :wc-disp-reason,
                           OPERATOR = :wc-login-userid,
                           DISPDATE = :wc-today-date,
                           RELEASED = 'N'
                       WHERE INV_ID = :wn-disp-inv-id
                   END-EXEC
               ELSE
                   EXEC SQL
                       INSERT INTO TUTORIAL.DISPUTE
                       VALUES (:wn-disp-inv-id, :wc-disp-reason,
                               :wc-login-userid, :wc-today-date,
                               'N')
                   END-EXEC
               END-IF

               IF SQLCODE = ZERO
                   DISPLAY 'Fakturan är tvistmarkerad -'
                           ' påminnelser pausade!'
               ELSE
                   DISPLAY 'Tvisten kunde inte registreras!'
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       E0162-release-dispute.

           IF NOT is-dispute-found
               DISPLAY 'Ingen tvist att frisläppa!'
           ELSE
               DISPLAY 'Frisläpp tvisten - påminnelser återupptas'
               DISPLAY 'Är du säker [j/N]? ' WITH NO ADVANCING
               ACCEPT wc-disp-action

               IF FUNCTION UPPER-CASE(wc-disp-action) = 'J'
                   EXEC SQL
                       UPDATE TUTORIAL.DISPUTE
                       SET RELEASED = 'Y'
                       WHERE INV_ID = :wn-disp-inv-id
                   END-EXEC

                   IF SQLCODE = ZERO
                       DISPLAY 'Tvisten är frisläppt!'
                   ELSE
                       DISPLAY 'Tvisten kunde inte frisläppas!'
                       PERFORM Z0900-error-routine
                   END-IF
               ELSE
                   DISPLAY 'Frisläppningen avbröts.'
               END-IF
           END-IF
           .

      **********************************************************
       G0100-statistics.

           MOVE 'N' TO is-exit-statistics-menu-switch
           PERFORM UNTIL is-exit-statistics-menu

               PERFORM G110-diplay-statistics-menu
               EVALUATE wc-accept

                   WHEN '31'
                       PERFORM G0120-display-in-process-logs
                       MOVE SPACE TO wc-accept
                   WHEN '32'
                       PERFORM G0130-display-out-process-logs
                       MOVE SPACE TO wc-accept
                   WHEN '33'
                       PERFORM G0140-display-invstate-summary
                       MOVE SPACE TO wc-accept
                   WHEN '34'
                       PERFORM G0150-display-resultcode-summary
                       MOVE SPACE TO wc-accept
                   WHEN '35'
                       PERFORM G0160-display-plan-breach-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '36'
                       PERFORM G0170-invoice-inquiry
                       MOVE SPACE TO wc-accept
                   WHEN '37'
                       PERFORM G0180-display-sla-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '38'
                       PERFORM G0190-display-late-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-statistics-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       G110-diplay-statistics-menu.

           DISPLAY HEADLINE
           DISPLAY '*** PROCESS RAPPORTER ***'
           DISPLAY HEADLINE
           DISPLAY '(31) Rapport inkontroll av fakturafiler'
           DISPLAY '(32) Rapport utprocess av gäldenärsfakturor'
           DISPLAY '(33) Rapport fakturastatus'
           DISPLAY '(34) Rapport resultatkoder fakturafiler'
           DISPLAY '(35) Rapport brutna avbetalningsplaner'
           DISPLAY '(36) Fakturaförfrågan med detaljer'
           DISPLAY '(37) Rapport servicenivå mottagning-utskrift'
           DISPLAY '(38) Rapport sena filleveranser per kund'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       G0120-display-in-process-logs.

           MOVE ZERO TO wn-rpt-accepted-total
           MOVE ZERO TO wn-rpt-rejected-total

           DISPLAY HEADLINE
           DISPLAY '*** INKONTROLL AV FAKTURAFILER ***'
           DISPLAY HEADLINE
           DISPLAY 'Filnr  Datum       Resultat                '
                   '        Antal'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-INLOG-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-INLOG-RPT
               INTO :wn-rpt-fileno, :wc-rpt-procdate,
                    :wn-rpt-resultcode, :wn-rpt-count
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               PERFORM G0121-set-resultcode-text

               DISPLAY wn-rpt-fileno '  ' wc-rpt-procdate '  '
                       wc-rpt-resulttext '  ' wn-rpt-count

               IF wn-rpt-resultcode = ZERO
                   ADD wn-rpt-count TO wn-rpt-accepted-total
               ELSE
                   ADD wn-rpt-count TO wn-rpt-rejected-total
               END-IF

               EXEC SQL
                   FETCH CUR-INLOG-RPT
                   INTO :wn-rpt-fileno, :wc-rpt-procdate,
                        :wn-rpt-resultcode, :wn-rpt-count
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-INLOG-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Godkända totalt : ' wn-rpt-accepted-total
           DISPLAY 'Avvisade totalt : ' wn-rpt-rejected-total
           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       G0121-set-resultcode-text.

           EVALUATE wn-rpt-resultcode
               WHEN ZERO
                   MOVE 'Godkänd'                 TO wc-rpt-resulttext
               WHEN 1
                   MOVE 'Okänt kundnummer'         TO wc-rpt-resulttext
               WHEN 2
                   MOVE 'Dublett fakturanummer'    TO wc-rpt-resulttext
               WHEN 3
                   MOVE 'Okänt gäldenärsnummer'    TO wc-rpt-resulttext
               WHEN 4
                   MOVE 'Inga fakturarader'        TO wc-rpt-resulttext
               WHEN 5
                   MOVE 'Databasfel'               TO wc-rpt-resulttext
               WHEN 6
                   MOVE 'Kreditgräns överskr.' TO wc-rpt-resulttext
               WHEN 7
                   MOVE 'Okänd kreditreferens'   TO wc-rpt-resulttext
               WHEN 8
                   MOVE 'Stängd period'          TO wc-rpt-resulttext
               WHEN 10
                   MOVE 'Teckenkodningsfel'      TO wc-rpt-resulttext
               WHEN 11
                   MOVE 'Ogiltigt postnummer'    TO wc-rpt-resulttext
               WHEN 12
                   MOVE 'Ogiltig förfallodag'    TO wc-rpt-resulttext
               WHEN 13
                   MOVE 'Referens saknas'        TO wc-rpt-resulttext
               WHEN 14
                   MOVE 'Fel ROT/RUT-uppgift'    TO wc-rpt-resulttext
               WHEN 15
                   MOVE 'Ej verifierad avsändare' TO wc-rpt-resulttext
               WHEN 16
                   MOVE 'Främmande kundnummer'   TO wc-rpt-resulttext
               WHEN 17
                   MOVE 'Avvikande faktura'      TO wc-rpt-resulttext
               WHEN OTHER
                   MOVE 'Okänt resultatkod'        TO wc-rpt-resulttext
           END-EVALUATE
           .

      **********************************************************
       G0130-display-out-process-logs.

           MOVE ZERO TO wn-outrpt-ok-total
           MOVE ZERO TO wn-outrpt-failed-total

           DISPLAY HEADLINE
           DISPLAY '*** UTPROCESS AV GÄLDENÄRSFAKTUROR ***'
           DISPLAY HEADLINE
           DISPLAY 'Kundnr      Datum       Åtgärd      '
                   'Resultat          Antal'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-OUTLOG-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-OUTLOG-RPT
               INTO :wn-outrpt-cust-id, :wc-outrpt-custno,
                    :wc-outrpt-procdate, :wc-outrpt-actioncode,
                    :wn-outrpt-resultcode, :wn-outrpt-count
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               PERFORM G0131-set-outlog-text

               DISPLAY wc-outrpt-custno '  ' wc-outrpt-procdate
                       '  ' wc-outrpt-actiontext '  '
                       wc-outrpt-resulttext '  ' wn-outrpt-count

               IF wn-outrpt-resultcode = ZERO
                  OR wc-outrpt-actioncode = 'M'
                   ADD wn-outrpt-count TO wn-outrpt-ok-total
               ELSE
                   ADD wn-outrpt-count TO wn-outrpt-failed-total
               END-IF

               EXEC SQL
                   FETCH CUR-OUTLOG-RPT
                   INTO :wn-outrpt-cust-id, :wc-outrpt-custno,
                        :wc-outrpt-procdate, :wc-outrpt-actioncode,
                        :wn-outrpt-resultcode, :wn-outrpt-count
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-OUTLOG-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Lyckade totalt  : ' wn-outrpt-ok-total
           DISPLAY 'Misslyckade     : ' wn-outrpt-failed-total
           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       G0131-set-outlog-text.

           EVALUATE wc-outrpt-actioncode
               WHEN 'P'
                   MOVE 'Utskrift' TO wc-outrpt-actiontext
               WHEN 'S'
                   MOVE 'Skickad'  TO wc-outrpt-actiontext
               WHEN 'R'
                   MOVE 'Påminnelse' TO wc-outrpt-actiontext
               WHEN 'M'
                   MOVE 'Makulerad' TO wc-outrpt-actiontext
               WHEN 'I'
                   MOVE 'Inkasso'   TO wc-outrpt-actiontext
               WHEN 'E'
                   MOVE 'E-faktura' TO wc-outrpt-actiontext
               WHEN 'Q'
                   MOVE 'Köad'      TO wc-outrpt-actiontext
               WHEN 'B'
                   MOVE 'Studsad'   TO wc-outrpt-actiontext
               WHEN 'A'
                   MOVE 'Autogiro'  TO wc-outrpt-actiontext
               WHEN 'V'
                   MOVE 'Avisering' TO wc-outrpt-actiontext
               WHEN 'K'
                   MOVE 'Ink.svar'  TO wc-outrpt-actiontext
               WHEN 'F'
                   MOVE 'E-fakt B2C' TO wc-outrpt-actiontext
               WHEN 'T'
                   MOVE 'Tryckbekr.' TO wc-outrpt-actiontext
               WHEN 'H'
                   MOVE 'Man.betaln' TO wc-outrpt-actiontext
               WHEN 'O'
                   MOVE 'Omtryck'   TO wc-outrpt-actiontext
               WHEN 'U'
                   MOVE 'SMS'       TO wc-outrpt-actiontext
               WHEN 'D'
                   MOVE 'E-f status' TO wc-outrpt-actiontext
               WHEN 'J'
                   MOVE 'Kronofogd.' TO wc-outrpt-actiontext
               WHEN 'L'
                   MOVE 'Överlåten' TO wc-outrpt-actiontext
               WHEN 'X'
                   MOVE 'ROT/RUT'   TO wc-outrpt-actiontext
               WHEN 'N'
                   MOVE 'Inf.brev'  TO wc-outrpt-actiontext
               WHEN 'G'
                   MOVE 'Kopia GM'  TO wc-outrpt-actiontext
               WHEN 'W'
                   MOVE 'Brevlåda'  TO wc-outrpt-actiontext
               WHEN OTHER
                   MOVE SPACE      TO wc-outrpt-actiontext
           END-EVALUATE

      *    a cancellation row carries its reason code in the
      *    resultcode column - that is not a failure; resultcode 9
      *    on a print row means the debtor's address is under a
      *    returned-mail hold
           EVALUATE TRUE
               WHEN wc-outrpt-actioncode = 'M'
                   MOVE wn-outrpt-resultcode TO we-outrpt-reason
                   MOVE SPACE TO wc-outrpt-resulttext
                   STRING 'Orsak ' DELIMITED BY SIZE
                          we-outrpt-reason DELIMITED BY SIZE
                       INTO wc-outrpt-resulttext
                   END-STRING
      *        a Kronofogden row carries how far the case has come
               WHEN wc-outrpt-actioncode = 'J'
                   EVALUATE wn-outrpt-resultcode
                       WHEN 0
                           MOVE 'Ansökt'     TO wc-outrpt-resulttext
                       WHEN 1
                           MOVE 'Utslag'     TO wc-outrpt-resulttext
                       WHEN 2
                           MOVE 'Bestridd'   TO wc-outrpt-resulttext
                       WHEN 3
                           MOVE 'Avvisad'    TO wc-outrpt-resulttext
                       WHEN OTHER
                           MOVE 'Återtagen'  TO wc-outrpt-resulttext
                   END-EVALUATE
      *        a ROT/RUT row carries Skatteverket's answer
               WHEN wc-outrpt-actioncode = 'X'
                   EVALUATE wn-outrpt-resultcode
                       WHEN 0
                           MOVE 'Begärd'     TO wc-outrpt-resulttext
                       WHEN 1
                           MOVE 'Godkänd'    TO wc-outrpt-resulttext
                       WHEN 2
                           MOVE 'Delvis godk.'
                               TO wc-outrpt-resulttext
                       WHEN OTHER
                           MOVE 'Avslagen'   TO wc-outrpt-resulttext
                   END-EVALUATE
               WHEN wn-outrpt-resultcode = 9
                   MOVE 'Adresspärr' TO wc-outrpt-resulttext
               WHEN wn-outrpt-resultcode = ZERO
                   MOVE 'OK' TO wc-outrpt-resulttext
               WHEN OTHER
                   MOVE 'Fel' TO wc-outrpt-resulttext
           END-EVALUATE
           .

      **********************************************************
       G0140-display-invstate-summary.

           MOVE ZERO TO wn-invstate-grand-total

           DISPLAY HEADLINE
           DISPLAY '*** FAKTURASTATUS ***'
           DISPLAY HEADLINE
           DISPLAY 'Status                    Antal'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-INVSTATE-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-INVSTATE-RPT
               INTO :wn-invstate-code, :wn-invstate-count
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               PERFORM G0141-set-invstate-text

               DISPLAY wc-invstate-text '  ' wn-invstate-count

               ADD wn-invstate-count TO wn-invstate-grand-total

               EXEC SQL
                   FETCH CUR-INVSTATE-RPT
                   INTO :wn-invstate-code, :wn-invstate-count
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-INVSTATE-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Totalt antal fakturor : ' wn-invstate-grand-total
           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       G0141-set-invstate-text.

           EVALUATE wn-invstate-code
               WHEN ZERO
                   MOVE 'Ej utskriven'      TO wc-invstate-text
               WHEN 1
                   MOVE 'Utskriven'         TO wc-invstate-text
               WHEN 2
                   MOVE 'Skickad'           TO wc-invstate-text
               WHEN 3
                   MOVE 'Makulerad'         TO wc-invstate-text
               WHEN 6
                   MOVE 'Såld'              TO wc-invstate-text
               WHEN 7
                   MOVE 'Avskriven'         TO wc-invstate-text
               WHEN 8
                   MOVE 'Krediterad'        TO wc-invstate-text
               WHEN 9
                   MOVE 'Betald'            TO wc-invstate-text
               WHEN OTHER
                   MOVE 'Okänd status'      TO wc-invstate-text
           END-EVALUATE
           .

      **********************************************************
       G0150-display-resultcode-summary.

           MOVE ZERO TO wn-rpt-rc-grand-total

           DISPLAY HEADLINE
           DISPLAY '*** RESULTATKODER FAKTURAFILER ***'
           DISPLAY HEADLINE
           DISPLAY 'Resultat                       Antal'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-INLOG-RC-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-INLOG-RC-RPT
               INTO :wn-rpt-resultcode, :wn-rpt-count
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               PERFORM G0121-set-resultcode-text

               DISPLAY wc-rpt-resulttext '  ' wn-rpt-count

               ADD wn-rpt-count TO wn-rpt-rc-grand-total

               EXEC SQL
                   FETCH CUR-INLOG-RC-RPT
                   INTO :wn-rpt-resultcode, :wn-rpt-count
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-INLOG-RC-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Totalt antal filrader : ' wn-rpt-rc-grand-total
           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       G0160-display-plan-breach-rpt.

           MOVE ZERO TO wn-breach-count

           DISPLAY HEADLINE
           DISPLAY '*** BRUTNA AVBETALNINGSPLANER ***'
           DISPLAY HEADLINE
           DISPLAY 'Kundnr      Fakturanr         Förfallet   '
                   'Betalt      Saknas'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-PLAN-BREACH
           END-EXEC

           EXEC SQL
               FETCH CUR-PLAN-BREACH
               INTO :wc-breach-custno, :wc-breach-invno,
                    :w9-breach-paid, :w9-breach-due
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               COMPUTE w9-breach-short =
                       w9-breach-due - w9-breach-paid

               DISPLAY wc-breach-custno '  ' wc-breach-invno '  '
                       w9-breach-due '  ' w9-breach-paid '  '
                       w9-breach-short
               ADD 1 TO wn-breach-count

               EXEC SQL
                   FETCH CUR-PLAN-BREACH
                   INTO :wc-breach-custno, :wc-breach-invno,
                        :w9-breach-paid, :w9-breach-due
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-PLAN-BREACH
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Antal brutna planer : ' wn-breach-count
           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       G0170-invoice-inquiry.

      *    the one-stop answer to "what is the status of invoice
      *    4711" - read-only, so it needs no admin role
           DISPLAY 'Sök på F=fakturanr, G=gäldenär, D=datum'
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-inq-search

           DISPLAY HEADLINE
           DISPLAY 'Id        Fakturanr         Kundnr      '
                   'Status  Datum'
           DISPLAY HEADLINE

           EVALUATE FUNCTION UPPER-CASE(wc-inq-search)
               WHEN 'F'
                   DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
                   ACCEPT wc-inq-invno
                   EXEC SQL
                       OPEN CUR-INQ-BY-INVNO
                   END-EXEC
                   EXEC SQL
                       FETCH CUR-INQ-BY-INVNO
                       INTO :wn-inq-inv-id, :wc-inq-row-invno,
                            :wc-inq-custno, :wn-invstate-code,
                            :wc-inq-invdate, :w9-inq-paidamt
                   END-EXEC
                   PERFORM G0171-show-inquiry-row
                       UNTIL SQLCODE NOT = ZERO
                   EXEC SQL
                       CLOSE CUR-INQ-BY-INVNO
                   END-EXEC
               WHEN 'G'
                   DISPLAY 'Gäldenärs-id: ' WITH NO ADVANCING
                   MOVE ZERO TO wn-inq-debt-id
                   ACCEPT wn-inq-debt-id
                   MOVE 'G0170' TO wc-rl-func
                   MOVE wn-inq-debt-id TO wn-rl-debt-id
                   MOVE ZERO TO wn-rl-inv-id
                   PERFORM U0930-log-read-access
                   EXEC SQL
                       OPEN CUR-INQ-BY-DEBT
                   END-EXEC
                   EXEC SQL
                       FETCH CUR-INQ-BY-DEBT
                       INTO :wn-inq-inv-id, :wc-inq-row-invno,
                            :wc-inq-custno, :wn-invstate-code,
                            :wc-inq-invdate, :w9-inq-paidamt
                   END-EXEC
                   PERFORM G0172-show-debt-row
                       UNTIL SQLCODE NOT = ZERO
                   EXEC SQL
                       CLOSE CUR-INQ-BY-DEBT
                   END-EXEC
               WHEN 'D'
                   DISPLAY 'Från (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
                   ACCEPT wc-inq-date-from
                   DISPLAY 'Till (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
                   ACCEPT wc-inq-date-to
                   EXEC SQL
                       OPEN CUR-INQ-BY-DATE
                   END-EXEC
                   EXEC SQL
                       FETCH CUR-INQ-BY-DATE
                       INTO :wn-inq-inv-id, :wc-inq-row-invno,
                            :wc-inq-custno, :wn-invstate-code,
                            :wc-inq-invdate, :w9-inq-paidamt
                   END-EXEC
                   PERFORM G0173-show-date-row
                       UNTIL SQLCODE NOT = ZERO
                   EXEC SQL
                       CLOSE CUR-INQ-BY-DATE
                   END-EXEC
               WHEN OTHER
                   DISPLAY 'Ogiltigt sökval!'
           END-EVALUATE

           DISPLAY HEADLINE
           DISPLAY 'Ange faktura-id för detaljer, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO wn-inq-inv-id
           ACCEPT wn-inq-inv-id

           IF wn-inq-inv-id NOT = ZERO
               PERFORM G0174-show-invoice-detail
           END-IF
           .

      **********************************************************
       G0171-show-inquiry-row.

           PERFORM G0141-set-invstate-text
           DISPLAY wn-inq-inv-id '  ' wc-inq-row-invno '  '
                   wc-inq-custno '  ' wc-invstate-text '  '
                   wc-inq-invdate

           EXEC SQL
               FETCH CUR-INQ-BY-INVNO
               INTO :wn-inq-inv-id, :wc-inq-row-invno,
                    :wc-inq-custno, :wn-invstate-code,
                    :wc-inq-invdate, :w9-inq-paidamt
           END-EXEC
           .

      **********************************************************
       G0172-show-debt-row.

           PERFORM G0141-set-invstate-text
           DISPLAY wn-inq-inv-id '  ' wc-inq-row-invno '  '
                   wc-inq-custno '  ' wc-invstate-text '  '
                   wc-inq-invdate

           EXEC SQL
               FETCH CUR-INQ-BY-DEBT
               INTO :wn-inq-inv-id, :wc-inq-row-invno,
                    :wc-inq-custno, :wn-invstate-code,
                    :wc-inq-invdate, :w9-inq-paidamt
           END-EXEC
           .

      **********************************************************
       G0173-show-date-row.

           PERFORM G0141-set-invstate-text
           DISPLAY wn-inq-inv-id '  ' wc-inq-row-invno '  '
                   wc-inq-custno '  ' wc-invstate-text '  '
                   wc-inq-invdate

           EXEC SQL
               FETCH CUR-INQ-BY-DATE
               INTO :wn-inq-inv-id, :wc-inq-row-invno,
                    :wc-inq-custno, :wn-invstate-code,
                    :wc-inq-invdate, :w9-inq-paidamt
           END-EXEC
           .

      **********************************************************
       G0174-show-invoice-detail.

           EXEC SQL
               SELECT INVNO, CUSTNO, CUST_ID, INVSTATE, INVDATE,
                      PAIDAMT
               INTO :wc-inq-invno, :wc-inq-custno,
                    :wn-inq-cust-id, :wn-invstate-code,
                    :wc-inq-invdate, :w9-inq-paidamt
               FROM TUTORIAL.INVOICE
               WHERE INV_ID = :wn-inq-inv-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Hittar ingen faktura med det id-numret!'
           ELSE
               MOVE 'G0170' TO wc-rl-func
               MOVE ZERO TO wn-rl-debt-id
               MOVE wn-inq-inv-id TO wn-rl-inv-id
               PERFORM U0930-log-read-access

               PERFORM G0141-set-invstate-text

               DISPLAY HEADLINE
               DISPLAY 'Faktura  : ' wc-inq-invno
               DISPLAY 'Kundnr   : ' wc-inq-custno
               DISPLAY 'Status   : ' wc-invstate-text
               DISPLAY 'Datum    : ' wc-inq-invdate
               DISPLAY 'Betalt   : ' w9-inq-paidamt
               DISPLAY HEADLINE

               DISPLAY 'Fakturarader:'
               EXEC SQL
                   OPEN CUR-INQ-ITEMS
               END-EXEC

               EXEC SQL
                   FETCH CUR-INQ-ITEMS
                   INTO :ITEM-DESCRIPTION, :w9-inq-qty,
                        :w9-inq-price
               END-EXEC

               PERFORM UNTIL SQLCODE = 100
                   DISPLAY '  ' ITEM-DESCRIPTION-TEXT(1:30) '  '
                           w9-inq-qty '  ' w9-inq-price

                   EXEC SQL
                       FETCH CUR-INQ-ITEMS
                       INTO :ITEM-DESCRIPTION, :w9-inq-qty,
                            :w9-inq-price
                   END-EXEC
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-INQ-ITEMS
               END-EXEC

               DISPLAY 'Betalningar (inkl återförda):'
               EXEC SQL
                   OPEN CUR-INQ-PAY
               END-EXEC

               EXEC SQL
                   FETCH CUR-INQ-PAY
                   INTO :wn-inq-payment-id, :wc-inq-bgcnr,
                        :w9-inq-payamt, :wc-inq-paydate,
                        :wc-inq-reversed
               END-EXEC

               PERFORM UNTIL SQLCODE = 100
                   IF wc-inq-reversed = 'Y'
                       DISPLAY '  ' wn-inq-payment-id '  '
                               wc-inq-paydate '  ' w9-inq-payamt
                               '  ÅTERFÖRD'
                   ELSE
                       DISPLAY '  ' wn-inq-payment-id '  '
                               wc-inq-paydate '  ' w9-inq-payamt
                   END-IF

                   EXEC SQL
                       FETCH CUR-INQ-PAY
                       INTO :wn-inq-payment-id, :wc-inq-bgcnr,
                            :w9-inq-payamt, :wc-inq-paydate,
                            :wc-inq-reversed
                   END-EXEC
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-INQ-PAY
               END-EXEC

               DISPLAY 'Avgifter (påminnelse/förseningsersättning):'
               MOVE ZERO TO w9-inq-fee-open
               EXEC SQL
                   OPEN CUR-INQ-FEE
               END-EXEC

               EXEC SQL
                   FETCH CUR-INQ-FEE
                   INTO :INVFEE-FEETYPE, :wc-inq-paydate,
                        :w9-inq-fee-amount, :w9-inq-fee-paid
               END-EXEC

               PERFORM UNTIL SQLCODE = 100
                   IF INVFEE-IS-LATE-COMP
                       MOVE 'Förseningsersättning' TO wc-inq-fee-text
                   ELSE
                       MOVE 'Påminnelseavgift' TO wc-inq-fee-text
                   END-IF
                   DISPLAY '  ' wc-inq-paydate '  ' wc-inq-fee-text
                           '  ' w9-inq-fee-amount
                           '  betalt ' w9-inq-fee-paid
                   COMPUTE w9-inq-fee-open = w9-inq-fee-open
                       + w9-inq-fee-amount - w9-inq-fee-paid

                   EXEC SQL
                       FETCH CUR-INQ-FEE
                       INTO :INVFEE-FEETYPE, :wc-inq-paydate,
                            :w9-inq-fee-amount, :w9-inq-fee-paid
                   END-EXEC
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-INQ-FEE
               END-EXEC
               DISPLAY '  Obetalda avgifter: ' w9-inq-fee-open

               DISPLAY 'Skattereduktion (ROT/RUT):'
               EXEC SQL
                   OPEN CUR-INQ-TAXRED
               END-EXEC

               EXEC SQL
                   FETCH CUR-INQ-TAXRED
                   INTO :TAXRED-WORKTYPE, :TAXRED-PERSNO,
                        :TAXRED-LABOURAMT, :TAXRED-REDAMT,
                        :TAXRED-STATE, :w9-inq-tr-appramt
               END-EXEC

               PERFORM UNTIL SQLCODE = 100
                   IF TAXRED-IS-ROT
                       MOVE 'ROT' TO wc-inq-tr-type
                   ELSE
                       MOVE 'RUT' TO wc-inq-tr-type
                   END-IF
                   EVALUATE TRUE
                       WHEN TAXRED-IS-PENDING
                           MOVE 'Ej begärd' TO wc-inq-tr-state
                       WHEN TAXRED-IS-CLAIMED
                           MOVE 'Begärd'    TO wc-inq-tr-state
                       WHEN TAXRED-IS-APPROVED
                           MOVE 'Godkänd'   TO wc-inq-tr-state
                       WHEN OTHER
                           MOVE 'Avslagen'  TO wc-inq-tr-state
                   END-EVALUATE
                   DISPLAY '  ' wc-inq-tr-type '  ' TAXRED-PERSNO
                           '  arbete ' TAXRED-LABOURAMT
                           '  avdrag ' TAXRED-REDAMT
                           '  ' wc-inq-tr-state
                           '  beviljat ' w9-inq-tr-appramt

                   EXEC SQL
                       FETCH CUR-INQ-TAXRED
                       INTO :TAXRED-WORKTYPE, :TAXRED-PERSNO,
                            :TAXRED-LABOURAMT, :TAXRED-REDAMT,
                            :TAXRED-STATE, :w9-inq-tr-appramt
                   END-EXEC
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-INQ-TAXRED
               END-EXEC

               DISPLAY 'Händelser (utskrift/sänd/påminnelse):'
               EXEC SQL
                   OPEN CUR-INQ-OUTLOG
               END-EXEC

               EXEC SQL
                   FETCH CUR-INQ-OUTLOG
                   INTO :wc-outrpt-procdate, :wc-outrpt-actioncode,
                        :wn-outrpt-resultcode,
                        :OUTADDR-CHANNEL, :OUTADDR-NAME,
                        :OUTADDR-CONTACT, :OUTADDR-STREET,
                        :OUTADDR-POSTNO, :OUTADDR-PLACE,
                        :OUTADDR-EMAIL, :OUTADDR-MOBILE
               END-EXEC

               PERFORM UNTIL SQLCODE = 100
                   PERFORM G0131-set-outlog-text
                   DISPLAY '  ' wc-outrpt-procdate '  '
                           wc-outrpt-actiontext '  '
                           wc-outrpt-resulttext
                   PERFORM G0179-show-delivery-address

                   EXEC SQL
                       FETCH CUR-INQ-OUTLOG
                       INTO :wc-outrpt-procdate,
                            :wc-outrpt-actioncode,
                            :wn-outrpt-resultcode,
                            :OUTADDR-CHANNEL, :OUTADDR-NAME,
                            :OUTADDR-CONTACT, :OUTADDR-STREET,
                            :OUTADDR-POSTNO, :OUTADDR-PLACE,
                            :OUTADDR-EMAIL, :OUTADDR-MOBILE
                   END-EXEC
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-INQ-OUTLOG
               END-EXEC

               PERFORM G0176-show-history-rows

               PERFORM G0178-show-tracked-mail

               PERFORM G0177-show-contact-rows

               PERFORM G0175-show-archive-rows
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       G0176-show-history-rows.

      *    the rows the archiving run moved out of the live
      *    window; an old invoice still reads complete here
           DISPLAY 'Äldre händelser (historik):'

           EXEC SQL
               OPEN CUR-INQ-OUTLOG-H
           END-EXEC

           EXEC SQL
               FETCH CUR-INQ-OUTLOG-H
               INTO :wc-outrpt-procdate, :wc-outrpt-actioncode,
                    :wn-outrpt-resultcode,
                    :OUTADDR-CHANNEL, :OUTADDR-NAME,
                    :OUTADDR-CONTACT, :OUTADDR-STREET,
                    :OUTADDR-POSTNO, :OUTADDR-PLACE,
                    :OUTADDR-EMAIL, :OUTADDR-MOBILE
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               PERFORM G0131-set-outlog-text
               DISPLAY '  ' wc-outrpt-procdate '  '
                       wc-outrpt-actiontext '  '
                       wc-outrpt-resulttext
               PERFORM G0179-show-delivery-address

               EXEC SQL
                   FETCH CUR-INQ-OUTLOG-H
                   INTO :wc-outrpt-procdate,
                        :wc-outrpt-actioncode,
                        :wn-outrpt-resultcode,
                        :OUTADDR-CHANNEL, :OUTADDR-NAME,
                        :OUTADDR-CONTACT, :OUTADDR-STREET,
                        :OUTADDR-POSTNO, :OUTADDR-PLACE,
                        :OUTADDR-EMAIL, :OUTADDR-MOBILE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-INQ-OUTLOG-H
           END-EXEC

           DISPLAY 'Äldre betalningar (historik):'

           EXEC SQL
               OPEN CUR-INQ-PAY-H
           END-EXEC

           EXEC SQL
               FETCH CUR-INQ-PAY-H
               INTO :wn-inq-payment-id, :wc-inq-bgcnr,
                    :w9-inq-payamt, :wc-inq-paydate,
                    :wc-inq-reversed
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               IF wc-inq-reversed = 'Y'
                   DISPLAY '  ' wn-inq-payment-id '  '
                           wc-inq-paydate '  ' w9-inq-payamt
                           '  ÅTERFÖRD'
               ELSE
                   DISPLAY '  ' wn-inq-payment-id '  '
                           wc-inq-paydate '  ' w9-inq-payamt
               END-IF

               EXEC SQL
                   FETCH CUR-INQ-PAY-H
                   INTO :wn-inq-payment-id, :wc-inq-bgcnr,
                        :w9-inq-payamt, :wc-inq-paydate,
                        :wc-inq-reversed
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-INQ-PAY-H
           END-EXEC
           .

      **********************************************************
       G0177-show-contact-rows.

      *    what has been said and received about the invoice and
      *    its debtor; the full entry is read in the debtor menu's
      *    contact log, a scanned letter on this invoice is among
      *    the archived documents below
           DISPLAY 'Kontaktlogg (* = öppen uppföljning):'

           EXEC SQL
               OPEN CUR-INQ-CLOG
           END-EXEC

           EXEC SQL
               FETCH CUR-INQ-CLOG
               INTO :CONTACTLOG-CLOG-ID, :CONTACTLOG-LOGDATE,
                    :CONTACTLOG-CHANNEL, :CONTACTLOG-OPERATOR,
                    :CONTACTLOG-SUBJECT,
                    :CONTACTLOG-FOLLOWUP:ind-inq-clog-follow,
                    :CONTACTLOG-FOLLOWDONE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               IF ind-inq-clog-follow < ZERO
                   MOVE SPACE TO CONTACTLOG-FOLLOWUP
               END-IF
               MOVE SPACE TO wc-inq-clog-mark
               IF ind-inq-clog-follow >= ZERO
                  AND NOT CONTACTLOG-IS-FOLLOWED-UP
                   MOVE '*' TO wc-inq-clog-mark
               END-IF
               MOVE CONTACTLOG-CLOG-ID TO we-inq-clog-id
               DISPLAY '  ' we-inq-clog-id '  ' CONTACTLOG-LOGDATE
                       '  ' CONTACTLOG-CHANNEL '  '
                       CONTACTLOG-OPERATOR '  '
                       CONTACTLOG-SUBJECT-TEXT(1:30) '  '
                       CONTACTLOG-FOLLOWUP wc-inq-clog-mark

               EXEC SQL
                   FETCH CUR-INQ-CLOG
                   INTO :CONTACTLOG-CLOG-ID, :CONTACTLOG-LOGDATE,
                        :CONTACTLOG-CHANNEL, :CONTACTLOG-OPERATOR,
                        :CONTACTLOG-SUBJECT,
                        :CONTACTLOG-FOLLOWUP:ind-inq-clog-follow,
                        :CONTACTLOG-FOLLOWDONE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-INQ-CLOG
           END-EXEC
           .

      **********************************************************
       G0179-show-delivery-address.

      *    where the piece went, as it was addressed when it was
      *    produced - today's register address may since have
      *    changed; events from before the snapshots have none
           EVALUATE OUTADDR-CHANNEL
               WHEN 'P'
               WHEN 'I'
                   DISPLAY '      ' OUTADDR-NAME
                   IF OUTADDR-CONTACT NOT = SPACE
                       DISPLAY '      ' OUTADDR-CONTACT
                   END-IF
                   DISPLAY '      ' OUTADDR-STREET
                   DISPLAY '      ' OUTADDR-POSTNO ' ' OUTADDR-PLACE
               WHEN 'E'
                   DISPLAY '      ' OUTADDR-NAME ' e-post '
                           OUTADDR-EMAIL
               WHEN 'S'
                   DISPLAY '      ' OUTADDR-NAME ' mobil '
                           OUTADDR-MOBILE
               WHEN 'D'
                   DISPLAY '      ' OUTADDR-NAME ' digital brevlåda'
               WHEN 'X'
               WHEN 'B'
                   DISPLAY '      ' OUTADDR-NAME ' e-faktura'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       G0178-show-tracked-mail.

      *    the final demand's way to the debtor: tracking number,
      *    sending date, and the carrier's last event with the
      *    name signed for a delivered one
           DISPLAY 'Rekommenderat slutkrav (leveransbevis):'

           EXEC SQL
               OPEN CUR-INQ-TRACK
           END-EXEC

           PERFORM G0178A-fetch-tracked-mail
           PERFORM G0178B-show-one-tracked UNTIL SQLCODE NOT = ZERO

           EXEC SQL
               CLOSE CUR-INQ-TRACK
           END-EXEC
           .

      **********************************************************
       G0178A-fetch-tracked-mail.

           EXEC SQL
               FETCH CUR-INQ-TRACK
               INTO :TRACKMAIL-TRACKNO, :TRACKMAIL-SENTDATE,
                    :TRACKMAIL-STATE, :TRACKMAIL-EVENTDATE,
                    :TRACKMAIL-RECEIVER
           END-EXEC
           .

      **********************************************************
       G0178B-show-one-tracked.

           EVALUATE TRUE
               WHEN TRACKMAIL-IS-DELIVERED
                   MOVE 'Utdelad'          TO wc-inq-track-text
               WHEN TRACKMAIL-IS-NOTIFIED
                   MOVE 'Aviserad'         TO wc-inq-track-text
               WHEN TRACKMAIL-IS-RETURNED
                   MOVE 'Returnerad'       TO wc-inq-track-text
               WHEN OTHER
                   MOVE 'Skickad'          TO wc-inq-track-text
           END-EVALUATE

           IF TRACKMAIL-IS-SENT
               DISPLAY '  ' TRACKMAIL-TRACKNO '  skickad '
                       TRACKMAIL-SENTDATE '  ' wc-inq-track-text
           ELSE
               DISPLAY '  ' TRACKMAIL-TRACKNO '  skickad '
                       TRACKMAIL-SENTDATE '  ' wc-inq-track-text
                       ' ' TRACKMAIL-EVENTDATE '  '
                       TRACKMAIL-RECEIVER
           END-IF

           PERFORM G0178A-fetch-tracked-mail
           .

      **********************************************************
       G0175-show-archive-rows.

      *    the sealed long-term copies of this invoice's documents;
      *    a chosen one is copied back into the working output
      *    directory without ever touching the sealed original
           DISPLAY 'Arkiverade dokument:'

           EXEC SQL
               OPEN CUR-INQ-ARCH
           END-EXEC

           EXEC SQL
               FETCH CUR-INQ-ARCH
               INTO :wn-inq-arch-id, :ARCHIVE-FILENAME,
                    :ARCHIVE-ARCHPATH, :ARCHIVE-CHECKSUM,
                    :ARCHIVE-ARCHDATE, :wc-inq-arch-state
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               DISPLAY '  ' wn-inq-arch-id '  '
                       ARCHIVE-ARCHDATE '  '
                       ARCHIVE-FILENAME-TEXT(1:40)
               DISPLAY '     ' ARCHIVE-ARCHPATH-TEXT(1:60)

               EXEC SQL
                   FETCH CUR-INQ-ARCH
                   INTO :wn-inq-arch-id, :ARCHIVE-FILENAME,
                        :ARCHIVE-ARCHPATH, :ARCHIVE-CHECKSUM,
                        :ARCHIVE-ARCHDATE, :wc-inq-arch-state
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-INQ-ARCH
           END-EXEC

           DISPLAY 'Ange arkiv-id att hämta kopia av, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO wn-inq-arch-pick
           ACCEPT wn-inq-arch-pick

           IF wn-inq-arch-pick NOT = ZERO
               EXEC SQL
                   SELECT FILENAME, ARCHPATH
                   INTO :ARCHIVE-FILENAME, :ARCHIVE-ARCHPATH
                   FROM TUTORIAL.ARCHIVE
                   WHERE ARCH_ID = :wn-inq-arch-pick
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Inget arkiverat dokument med det'
                           ' id-numret!'
               ELSE
                   MOVE SPACE TO wc-inq-arch-command
                   STRING 'cp ' DELIMITED BY SIZE
                          ARCHIVE-ARCHPATH-TEXT DELIMITED BY SPACE
                          ' output/' DELIMITED BY SIZE
                       INTO wc-inq-arch-command
                   END-STRING
                   CALL 'SYSTEM' USING wc-inq-arch-command
                   DISPLAY 'Kopian ligger i output-katalogen: '
                           ARCHIVE-FILENAME-TEXT(1:40)
               END-IF
           END-IF
           .

      **********************************************************
       G0180-display-sla-rpt.

      *    the promise is: received before 14:00 prints the same
      *    night. Within SLA therefore means printed the same day,
      *    or the day after when the file arrived after 14:00
           MOVE 'Y' TO is-first-sla-row-switch
           MOVE ZERO TO wn-sla-cust-count
           MOVE ZERO TO wn-sla-cust-ok
           MOVE ZERO TO wn-sla-outlier-count

           DISPLAY HEADLINE
           DISPLAY '*** SERVICENIVÅ MOTTAGNING TILL UTSKRIFT ***'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-SLA-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-SLA-RPT
               INTO :wc-sla-custno, :wc-sla-invno,
                    :wc-sla-in-date, :wc-sla-in-time,
                    :wc-sla-out-date, :wc-sla-out-time,
                    :wn-sla-elapsed
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               MOVE ZERO TO wn-sla-ymd
               MOVE wc-sla-in-date(1:4) TO wn-sla-ymd(1:4)
               MOVE wc-sla-in-date(6:2) TO wn-sla-ymd(5:2)
               MOVE wc-sla-in-date(9:2) TO wn-sla-ymd(7:2)
               COMPUTE wn-sla-int =
                   FUNCTION INTEGER-OF-DATE(wn-sla-ymd)
               COMPUTE wn-sla-week = (wn-sla-int - 1) / 7

               IF is-first-sla-row
                   MOVE wc-sla-custno TO wc-sla-prior-custno
                   MOVE wn-sla-week   TO wn-sla-prior-week
                   MOVE 'N' TO is-first-sla-row-switch
               END-IF

               IF wc-sla-custno NOT = wc-sla-prior-custno
                  OR wn-sla-week NOT = wn-sla-prior-week
                   PERFORM G0181-display-sla-cust-line
                   MOVE wc-sla-custno TO wc-sla-prior-custno
                   MOVE wn-sla-week   TO wn-sla-prior-week
                   MOVE ZERO TO wn-sla-cust-count
                   MOVE ZERO TO wn-sla-cust-ok
               END-IF

               ADD 1 TO wn-sla-cust-count

               EVALUATE TRUE
                   WHEN wn-sla-elapsed = ZERO
                       ADD 1 TO wn-sla-cust-ok
                   WHEN wn-sla-elapsed = 1
                        AND wc-sla-in-time > '14:00:00'
                       ADD 1 TO wn-sla-cust-ok
                   WHEN OTHER
      *                the worst offenders are shown one by one
                       ADD 1 TO wn-sla-outlier-count
                       DISPLAY 'AVVIKELSE ' wc-sla-custno ' '
                               wc-sla-invno ' mottagen '
                               wc-sla-in-date ' ' wc-sla-in-time
                       DISPLAY '   utskriven ' wc-sla-out-date
                               ' (' wn-sla-elapsed ' dagar)'
               END-EVALUATE

               EXEC SQL
                   FETCH CUR-SLA-RPT
                   INTO :wc-sla-custno, :wc-sla-invno,
                        :wc-sla-in-date, :wc-sla-in-time,
                        :wc-sla-out-date, :wc-sla-out-time,
                        :wn-sla-elapsed
               END-EXEC

           END-PERFORM

           IF NOT is-first-sla-row
               PERFORM G0181-display-sla-cust-line
           END-IF

           EXEC SQL
               CLOSE CUR-SLA-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Avvikelser totalt : ' wn-sla-outlier-count
           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       G0181-display-sla-cust-line.

      *    one line per customer and week, headed by the Monday
      *    the week starts on
           IF wn-sla-cust-count > ZERO
               COMPUTE wn-sla-pct =
                   wn-sla-cust-ok * 100 / wn-sla-cust-count
           ELSE
               MOVE ZERO TO wn-sla-pct
           END-IF

           COMPUTE wn-sla-int = wn-sla-prior-week * 7 + 1
           COMPUTE wn-sla-ymd =
               FUNCTION DATE-OF-INTEGER(wn-sla-int)
           MOVE wn-sla-ymd(1:4) TO wc-sla-week-start(1:4)
           MOVE wn-sla-ymd(5:2) TO wc-sla-week-start(6:2)
           MOVE wn-sla-ymd(7:2) TO wc-sla-week-start(9:2)
           MOVE '-' TO wc-sla-week-start(5:1),
                       wc-sla-week-start(8:1)

           DISPLAY wc-sla-prior-custno ' vecka ' wc-sla-week-start
                   '  ' wn-sla-cust-count ' fakturor, '
                   wn-sla-cust-ok ' inom SLA (' wn-sla-pct '%)'
           .

      **********************************************************
       G0190-display-late-rpt.

      *    the monthly answer to "why was my file not processed":
      *    every arrival in the month against the customer's
      *    contracted cut-off, late ones called out
           DISPLAY 'Periodstart (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           ACCEPT wc-late-period-start
           DISPLAY 'Periodslut  (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           ACCEPT wc-late-period-end

           MOVE ZERO TO wn-late-count
           MOVE ZERO TO wn-late-total

           DISPLAY HEADLINE
           DISPLAY '*** SENA FILLEVERANSER ***'
           DISPLAY HEADLINE
           DISPLAY 'Datum       Tid       Kundnr      Stopptid'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-LATE-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-LATE-RPT
               INTO :wn-stg-batchno, :STGFILE-RECVDATE,
                    :wc-late-recvtime,
                    :wc-late-custno:ind-late-custno
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               ADD 1 TO wn-late-total

               IF ind-late-custno NOT = -1
                  AND wc-late-custno NOT = SPACE
                   MOVE SPACE TO wc-stg-cutoff
                   EXEC SQL
                       SELECT CUTOFF
                       INTO :wc-stg-cutoff:ind-stg-cutoff
                       FROM TUTORIAL.CUSTOMER
                       WHERE CUSTNO = :wc-late-custno
                   END-EXEC

                   IF SQLCODE = ZERO
                      AND ind-stg-cutoff NOT = -1
                      AND wc-stg-cutoff NOT = SPACE
                      AND wc-late-recvtime(1:5) > wc-stg-cutoff
                       ADD 1 TO wn-late-count
                       DISPLAY STGFILE-RECVDATE '  '
                               wc-late-recvtime '  '
                               wc-late-custno '  '
                               wc-stg-cutoff
                   END-IF
               END-IF

               EXEC SQL
                   FETCH CUR-LATE-RPT
                   INTO :wn-stg-batchno, :STGFILE-RECVDATE,
                        :wc-late-recvtime,
                        :wc-late-custno:ind-late-custno
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-LATE-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Leveranser totalt : ' wn-late-total
           DISPLAY 'Sena leveranser   : ' wn-late-count
           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           .

      **********************************************************
       I0100-company-reports.

           MOVE 'N' TO is-exit-pbs-rpt-menu-switch
           PERFORM UNTIL is-exit-pbs-rpt-menu

               PERFORM I110-diplay-cmp-report-menu
               EVALUATE wc-accept

                   WHEN '41'
                       PERFORM I0120-display-monthly-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '42'
                       PERFORM I0130-display-accumulated-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '43'
                       PERFORM I0121-export-monthly-rpt-csv
                       MOVE SPACE TO wc-accept
                   WHEN '44'
                       PERFORM I0131-export-accumulated-rpt-csv
                       MOVE SPACE TO wc-accept
                   WHEN '45'
                       PERFORM I0140-display-aging-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '46'
                       PERFORM I0150-display-writeoff-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '47'
                       PERFORM I0160-display-vat-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '48'
                       PERFORM I0170-display-article-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '49'
                       PERFORM I0180-display-cashflow-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '50'
                       PERFORM I0190-report-subscriptions
                       MOVE SPACE TO wc-accept
                   WHEN '51'
                       PERFORM I0200-display-budget-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '52'
                       PERFORM I0210-display-cts-rpt
                       MOVE SPACE TO wc-accept
                   WHEN '53'
                       PERFORM I0220-revenue-assurance
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-pbs-rpt-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       I110-diplay-cmp-report-menu.

           DISPLAY HEADLINE
           DISPLAY '*** PBS INTERNA RAPPORTER ***'
           DISPLAY HEADLINE
           DISPLAY '(41) Rapport intäkter denna månad'
           DISPLAY '(42) Rapport intäkter ackumulerat i år'
           DISPLAY '(43) Exportera intäkter denna månad till CSV'
           DISPLAY '(44) Exportera intäkter ackumulerat i år till CSV'
           DISPLAY '(45) Rapport förfallna fordringar (aging)'
           DISPLAY '(46) Rapport avskrivna fordringar per period'
           DISPLAY '(47) Momsdeklaration per momssats och period'
           DISPLAY '(48) Rapport intäkter per artikel och månad'
           DISPLAY '(49) Prognos inkommande betalningar per vecka'
           DISPLAY '(50) Rapportprenumerationer'
           DISPLAY '(51) Budget mot utfall per månad och i år'
           DISPLAY '(52) Kundlönsamhet (kostnad att betjäna)'
           DISPLAY '(53) Intäktssäkring - granska avvikelser'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       I0120-display-monthly-rpt.

           CALL 'BUSDATE' USING TODAYS-DATE-REV
           STRING T-YEAR-REV  DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  T-MONTH-REV DELIMITED BY SIZE
                  '-01'       DELIMITED BY SIZE
               INTO wc-rev-period-start
           END-STRING
           STRING T-YEAR-REV  DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  T-MONTH-REV DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  T-DAY-REV   DELIMITED BY SIZE
               INTO wc-rev-period-end
           END-STRING

           MOVE ZERO TO w9-rev-grand-sub
           MOVE ZERO TO w9-rev-grand-inv
           MOVE ZERO TO w9-rev-grand-total
           MOVE ZERO TO w9-rev-grand-earn
           MOVE wc-rev-period-start(1:7) TO wc-rev-relperiod

           DISPLAY HEADLINE
           DISPLAY '*** INTÄKTER DENNA MÅNAD (' wc-rev-period-start
                   ' - ' wc-rev-period-end ') ***'
           DISPLAY HEADLINE
           DISPLAY 'Kundnr      Abonnemang    Fakturerat    Totalt'
                   '        Intjänat'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-REV-CUST
           END-EXEC

           EXEC SQL
               FETCH CUR-REV-CUST
               INTO :wn-rev-cust-id, :wc-rev-custno, :w9-rev-sub-total
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               EXEC SQL
                   SELECT NVL(SUM(IT.QTY * IT.PRICE), 0)
                   INTO :w9-rev-inv-total
                   FROM TUTORIAL.INVOICE I, TUTORIAL.INVITEM II,
                        TUTORIAL.ITEM IT
                   WHERE I.INV_ID = II.INV_ID
                     AND II.ITEM_ID = IT.ITEM_ID
                     AND I.CUST_ID = :wn-rev-cust-id
                     AND I.INVDATE BETWEEN :wc-rev-period-start
                                       AND :wc-rev-period-end
               END-EXEC

               ADD w9-rev-sub-total w9-rev-inv-total
                   GIVING w9-rev-cust-total

               PERFORM I0125-get-cust-earned

               DISPLAY wc-rev-custno '  ' w9-rev-sub-total '  '
                       w9-rev-inv-total '  ' w9-rev-cust-total '  '
                       w9-rev-earn-total

               ADD w9-rev-sub-total TO w9-rev-grand-sub
               ADD w9-rev-inv-total TO w9-rev-grand-inv
               ADD w9-rev-cust-total TO w9-rev-grand-total
               ADD w9-rev-earn-total TO w9-rev-grand-earn

               EXEC SQL
                   FETCH CUR-REV-CUST
                   INTO :wn-rev-cust-id, :wc-rev-custno,
                        :w9-rev-sub-total
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-REV-CUST
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Abonnemang totalt : ' w9-rev-grand-sub
           DISPLAY 'Fakturerat totalt : ' w9-rev-grand-inv
           DISPLAY 'Intäkter totalt   : ' w9-rev-grand-total
           DISPLAY 'Intjänat totalt   : ' w9-rev-grand-earn

      *    consolidated volume per koncern for the same period
           DISPLAY HEADLINE
           DISPLAY 'Koncernvolym (fakturerat):'

           EXEC SQL
               OPEN CUR-GROUP-REV
           END-EXEC

           EXEC SQL
               FETCH CUR-GROUP-REV
               INTO :wc-group-custno, :w9-group-amount
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               DISPLAY wc-group-custno '  ' w9-group-amount

               EXEC SQL
                   FETCH CUR-GROUP-REV
                   INTO :wc-group-custno, :w9-group-amount
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-GROUP-REV
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           .

      **********************************************************
       I0125-get-cust-earned.

      *    the customer's invoiced revenue turned into earned:
      *    advance-billed lines on this month's invoices are
      *    deferred, the month's released share of earlier ones
      *    counts instead
           EXEC SQL
               SELECT NVL(SUM(D.AMOUNT), 0)
               INTO :w9-rev-defer-total
               FROM TUTORIAL.REVDEFER D, TUTORIAL.INVOICE I
               WHERE D.INV_ID = I.INV_ID
                 AND D.CUST_ID = :wn-rev-cust-id
                 AND I.INVDATE BETWEEN :wc-rev-period-start
                                   AND :wc-rev-period-end
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-rev-defer-total
           END-IF

           EXEC SQL
               SELECT NVL(SUM(R.AMOUNT), 0)
               INTO :w9-rev-rel-total
               FROM TUTORIAL.REVRELEASE R, TUTORIAL.REVDEFER D
               WHERE R.DEFER_ID = D.DEFER_ID
                 AND D.CUST_ID = :wn-rev-cust-id
                 AND R.RELPERIOD = :wc-rev-relperiod
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-rev-rel-total
           END-IF

           COMPUTE w9-rev-earn-total = w9-rev-inv-total
                   - w9-rev-defer-total + w9-rev-rel-total
           .

      **********************************************************
       I0121-export-monthly-rpt-csv.

           CALL 'BUSDATE' USING TODAYS-DATE-REV
           STRING T-YEAR-REV  DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  T-MONTH-REV DELIMITED BY SIZE
                  '-01'       DELIMITED BY SIZE
               INTO wc-rev-period-start
           END-STRING
           STRING T-YEAR-REV  DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  T-MONTH-REV DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  T-DAY-REV   DELIMITED BY SIZE
               INTO wc-rev-period-end
           END-STRING

           MOVE T-YEAR-REV  TO wc-rpt-csv-stamp-year
           MOVE T-MONTH-REV TO wc-rpt-csv-stamp-month
           MOVE T-DAY-REV   TO wc-rpt-csv-stamp-day
           STRING 'data/rpt_manad_' DELIMITED BY SIZE
                  wc-rpt-csv-stamp  DELIMITED BY SIZE
                  '.csv'            DELIMITED BY SIZE
               INTO wc-rpt-csv-filename
           END-STRING

           OPEN OUTPUT RPTCSVFIL

           IF NOT RPT-CSV-SUCCESSFUL
               DISPLAY HEADLINE
               DISPLAY 'Kan inte skapa exportfilen: '
                       wc-rpt-csv-filename
           ELSE
               MOVE 'Kundnr,Abonnemang,Fakturerat,Totalt'
                   TO RPT-CSV-LINE
               WRITE RPT-CSV-LINE

               MOVE ZERO TO w9-rev-grand-sub
               MOVE ZERO TO w9-rev-grand-inv
               MOVE ZERO TO w9-rev-grand-total

               EXEC SQL
                   OPEN CUR-REV-CUST
               END-EXEC

               EXEC SQL
                   FETCH CUR-REV-CUST
                   INTO :wn-rev-cust-id, :wc-rev-custno,
                        :w9-rev-sub-total
               END-EXEC

               PERFORM UNTIL SQLCODE = 100

                   EXEC SQL
                       SELECT NVL(SUM(IT.QTY * IT.PRICE), 0)
                       INTO :w9-rev-inv-total
                       FROM TUTORIAL.INVOICE I, TUTORIAL.INVITEM II,
                            TUTORIAL.ITEM IT
                       WHERE I.INV_ID = II.INV_ID
                         AND II.ITEM_ID = IT.ITEM_ID
                         AND I.CUST_ID = :wn-rev-cust-id
                         AND I.INVDATE BETWEEN :wc-rev-period-start
                                           AND :wc-rev-period-end
                   END-EXEC

                   ADD w9-rev-sub-total w9-rev-inv-total
                       GIVING w9-rev-cust-total

                   MOVE w9-rev-sub-total TO wc-rpt-csv-subtotal-amt
                   MOVE w9-rev-inv-total TO wc-rpt-csv-invoiced-amt
                   MOVE w9-rev-cust-total TO wc-rpt-csv-amount
                   STRING wc-rev-custno            DELIMITED BY SPACE
                          ','                       DELIMITED BY SIZE
                          wc-rpt-csv-subtotal-amt   DELIMITED BY SIZE
                          ','                       DELIMITED BY SIZE
                          wc-rpt-csv-invoiced-amt   DELIMITED BY SIZE
                          ','                       DELIMITED BY SIZE
                          wc-rpt-csv-amount         DELIMITED BY SIZE
                       INTO RPT-CSV-LINE
                   END-STRING
                   WRITE RPT-CSV-LINE

                   ADD w9-rev-sub-total TO w9-rev-grand-sub
                   ADD w9-rev-inv-total TO w9-rev-grand-inv
                   ADD w9-rev-cust-total TO w9-rev-grand-total

                   EXEC SQL
                       FETCH CUR-REV-CUST
                       INTO :wn-rev-cust-id, :wc-rev-custno,
                            :w9-rev-sub-total
                   END-EXEC

               END-PERFORM

               EXEC SQL
                   CLOSE CUR-REV-CUST
               END-EXEC

               MOVE w9-rev-grand-sub TO wc-rpt-csv-subtotal-amt
               MOVE w9-rev-grand-inv TO wc-rpt-csv-invoiced-amt
               MOVE w9-rev-grand-total TO wc-rpt-csv-amount
               STRING 'TOTALT,'                DELIMITED BY SIZE
                      wc-rpt-csv-subtotal-amt   DELIMITED BY SIZE
                      ','                       DELIMITED BY SIZE
                      wc-rpt-csv-invoiced-amt   DELIMITED BY SIZE
                      ','                       DELIMITED BY SIZE
                      wc-rpt-csv-amount         DELIMITED BY SIZE
                   INTO RPT-CSV-LINE
               END-STRING
               WRITE RPT-CSV-LINE

               CLOSE RPTCSVFIL

               DISPLAY HEADLINE
               DISPLAY 'Rapport exporterad till ' wc-rpt-csv-filename
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           .

      **********************************************************
       I0130-display-accumulated-rpt.

           CALL 'BUSDATE' USING TODAYS-DATE-REV
           STRING T-YEAR-REV  DELIMITED BY SIZE
                  '-01-01'    DELIMITED BY SIZE
               INTO wc-rev-period-start
           END-STRING
           STRING T-YEAR-REV  DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  T-MONTH-REV DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  T-DAY-REV   DELIMITED BY SIZE
               INTO wc-rev-period-end
           END-STRING

           MOVE ZERO TO w9-rev-ytd-inv-total
           MOVE ZERO TO w9-rev-ytd-sub-total
           MOVE ZERO TO w9-rev-ytd-grand-total
           MOVE ZERO TO w9-rev-ytd-earn-total

           DISPLAY HEADLINE
           DISPLAY '*** INTÄKTER I ÅR (' wc-rev-period-start
                   ' - ' wc-rev-period-end ') ***'
           DISPLAY HEADLINE
           DISPLAY 'Månad    Fakturerat    Intjänat'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-REV-MONTH
           END-EXEC

           EXEC SQL
               FETCH CUR-REV-MONTH
               INTO :wn-rev-month-num, :w9-rev-month-total
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               PERFORM I0135-get-month-earned
               DISPLAY wn-rev-month-num '        ' w9-rev-month-total
                       '  ' w9-rev-earn-total
               ADD w9-rev-month-total TO w9-rev-ytd-inv-total
               ADD w9-rev-earn-total TO w9-rev-ytd-earn-total

               EXEC SQL
                   FETCH CUR-REV-MONTH
                   INTO :wn-rev-month-num, :w9-rev-month-total
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-REV-MONTH
           END-EXEC

      *    accumulate active customers' recurring subscription
      *    charges over the months elapsed so far this year
           MOVE T-MONTH-REV TO wn-rev-elapsed-months

           EXEC SQL
               OPEN CUR-REV-CUST
           END-EXEC

           EXEC SQL
               FETCH CUR-REV-CUST
               INTO :wn-rev-cust-id, :wc-rev-custno, :w9-rev-sub-total
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               COMPUTE w9-rev-ytd-sub-total =
                       w9-rev-ytd-sub-total +
                       (w9-rev-sub-total * wn-rev-elapsed-months)

               EXEC SQL
                   FETCH CUR-REV-CUST
                   INTO :wn-rev-cust-id, :wc-rev-custno,
                        :w9-rev-sub-total
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-REV-CUST
           END-EXEC

           ADD w9-rev-ytd-inv-total w9-rev-ytd-sub-total
               GIVING w9-rev-ytd-grand-total

           DISPLAY HEADLINE
           DISPLAY 'Fakturerat totalt : ' w9-rev-ytd-inv-total
           DISPLAY 'Intjänat totalt   : ' w9-rev-ytd-earn-total
           DISPLAY 'Abonnemang totalt : ' w9-rev-ytd-sub-total
           DISPLAY 'Intäkter totalt   : ' w9-rev-ytd-grand-total
           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       I0135-get-month-earned.

      *    the month's invoiced revenue turned into earned: less
      *    what its invoices billed in advance, plus the share the
      *    month-end release earned that month
           MOVE wn-rev-month-num TO wn-rev-rel-month
           MOVE wc-rev-period-start(1:5) TO wc-rev-relperiod
           MOVE wn-rev-rel-month TO wc-rev-relperiod(6:2)

           EXEC SQL
               SELECT NVL(SUM(D.AMOUNT), 0)
               INTO :w9-rev-defer-total
               FROM TUTORIAL.REVDEFER D, TUTORIAL.INVOICE I
               WHERE D.INV_ID = I.INV_ID
                 AND I.INVDATE BETWEEN :wc-rev-period-start
                                   AND :wc-rev-period-end
                 AND MONTH(I.INVDATE) = :wn-rev-month-num
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-rev-defer-total
           END-IF

           EXEC SQL
               SELECT NVL(SUM(R.AMOUNT), 0)
               INTO :w9-rev-rel-total
               FROM TUTORIAL.REVRELEASE R
               WHERE R.RELPERIOD = :wc-rev-relperiod
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-rev-rel-total
           END-IF

           COMPUTE w9-rev-earn-total = w9-rev-month-total
                   - w9-rev-defer-total + w9-rev-rel-total
           .

      **********************************************************
       I0131-export-accumulated-rpt-csv.

           CALL 'BUSDATE' USING TODAYS-DATE-REV
           STRING T-YEAR-REV  DELIMITED BY SIZE
                  '-01-01'    DELIMITED BY SIZE
               INTO wc-rev-period-start
           END-STRING
           STRING T-YEAR-REV  DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  T-MONTH-REV DELIMITED BY SIZE
                  '-'         DELIMITED BY SIZE
                  T-DAY-REV   DELIMITED BY SIZE
               INTO wc-rev-period-end
           END-STRING

           MOVE T-YEAR-REV  TO wc-rpt-csv-stamp-year
           MOVE T-MONTH-REV TO wc-rpt-csv-stamp-month
           MOVE T-DAY-REV   TO wc-rpt-csv-stamp-day
           STRING 'data/rpt_ackumulerat_' DELIMITED BY SIZE
                  wc-rpt-csv-stamp        DELIMITED BY SIZE
                  '.csv'                  DELIMITED BY SIZE
               INTO wc-rpt-csv-filename
           END-STRING

           OPEN OUTPUT RPTCSVFIL

           IF NOT RPT-CSV-SUCCESSFUL
               DISPLAY HEADLINE
               DISPLAY 'Kan inte skapa exportfilen: '
                       wc-rpt-csv-filename
           ELSE
               MOVE 'Manad,Fakturerat' TO RPT-CSV-LINE
               WRITE RPT-CSV-LINE

               MOVE ZERO TO w9-rev-ytd-inv-total
               MOVE ZERO TO w9-rev-ytd-sub-total
               MOVE ZERO TO w9-rev-ytd-grand-total

               EXEC SQL
                   OPEN CUR-REV-MONTH
               END-EXEC

               EXEC SQL
                   FETCH CUR-REV-MONTH
                   INTO :wn-rev-month-num, :w9-rev-month-total
               END-EXEC

               PERFORM UNTIL SQLCODE = 100

                   MOVE w9-rev-month-total TO wc-rpt-csv-amount
                   MOVE wn-rev-month-num TO wc-rpt-csv-month
                   STRING wc-rpt-csv-month   DELIMITED BY SIZE
                          ','                DELIMITED BY SIZE
                          wc-rpt-csv-amount  DELIMITED BY SIZE
                       INTO RPT-CSV-LINE
                   END-STRING
                   WRITE RPT-CSV-LINE

                   ADD w9-rev-month-total TO w9-rev-ytd-inv-total

                   EXEC SQL
                       FETCH CUR-REV-MONTH
                       INTO :wn-rev-month-num, :w9-rev-month-total
                   END-EXEC

               END-PERFORM

               EXEC SQL
                   CLOSE CUR-REV-MONTH
               END-EXEC

      *        accumulate active customers' recurring subscription
      *        charges over the months elapsed so far this year
               MOVE T-MONTH-REV TO wn-rev-elapsed-months

               EXEC SQL
                   OPEN CUR-REV-CUST
               END-EXEC

               EXEC SQL
                   FETCH CUR-REV-CUST
                   INTO :wn-rev-cust-id, :wc-rev-custno,
                        :w9-rev-sub-total
               END-EXEC

               PERFORM UNTIL SQLCODE = 100

                   COMPUTE w9-rev-ytd-sub-total =
                           w9-rev-ytd-sub-total +
                           (w9-rev-sub-total * wn-rev-elapsed-months)

                   EXEC SQL
                       FETCH CUR-REV-CUST
                       INTO :wn-rev-cust-id, :wc-rev-custno,
                            :w9-rev-sub-total
                   END-EXEC

               END-PERFORM

               EXEC SQL
                   CLOSE CUR-REV-CUST
               END-EXEC

               ADD w9-rev-ytd-inv-total w9-rev-ytd-sub-total
                   GIVING w9-rev-ytd-grand-total

               MOVE w9-rev-ytd-inv-total TO wc-rpt-csv-amount
               STRING 'TOTALT,'          DELIMITED BY SIZE
                      wc-rpt-csv-amount  DELIMITED BY SIZE
                   INTO RPT-CSV-LINE
               END-STRING
               WRITE RPT-CSV-LINE

               MOVE w9-rev-ytd-sub-total TO wc-rpt-csv-amount
               STRING 'ABONNEMANG,'      DELIMITED BY SIZE
                      wc-rpt-csv-amount  DELIMITED BY SIZE
                   INTO RPT-CSV-LINE
               END-STRING
               WRITE RPT-CSV-LINE

               MOVE w9-rev-ytd-grand-total TO wc-rpt-csv-amount
               STRING 'INTAKTER,'        DELIMITED BY SIZE
                      wc-rpt-csv-amount  DELIMITED BY SIZE
                   INTO RPT-CSV-LINE
               END-STRING
               WRITE RPT-CSV-LINE

               CLOSE RPTCSVFIL

               DISPLAY HEADLINE
               DISPLAY 'Rapport exporterad till ' wc-rpt-csv-filename
           END-IF

           DISPLAY HEADLINE
           .

      **********************************************************
       I0140-display-aging-rpt.

           MOVE 'Y' TO is-first-aging-row-switch
           MOVE ZERO TO w9-aging-grand-current
           MOVE ZERO TO w9-aging-grand-1-30
           MOVE ZERO TO w9-aging-grand-31-60
           MOVE ZERO TO w9-aging-grand-61-90
           MOVE ZERO TO w9-aging-grand-over90
           MOVE ZERO TO w9-aging-grand-tvist
           MOVE ZERO TO w9-aging-grand-total

           DISPLAY HEADLINE
           DISPLAY '*** FÖRFALLNA FORDRINGAR (AGING) ***'
           DISPLAY HEADLINE
           DISPLAY 'Kundnr      Ej förfallen  1-30    31-60   '
                   '61-90   90+     Tvist   Totalt'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-AGING-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-AGING-RPT
               INTO :wn-aging-cust-id, :wc-aging-custno,
                    :wn-aging-days-overdue, :w9-aging-owed,
                    :wn-aging-disputed
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               IF is-first-aging-row
                   MOVE wn-aging-cust-id TO wn-aging-prior-cust-id
                   MOVE wc-aging-custno  TO wc-aging-prior-custno
                   PERFORM I0143-zero-aging-cust-buckets
                   MOVE 'N' TO is-first-aging-row-switch
               END-IF

               IF wn-aging-cust-id NOT = wn-aging-prior-cust-id
                   PERFORM I0141-display-aging-cust-line
                   PERFORM I0143-zero-aging-cust-buckets
                   MOVE wn-aging-cust-id TO wn-aging-prior-cust-id
                   MOVE wc-aging-custno  TO wc-aging-prior-custno
               END-IF

               PERFORM I0142-bucket-aging-invoice

               EXEC SQL
                   FETCH CUR-AGING-RPT
                   INTO :wn-aging-cust-id, :wc-aging-custno,
                        :wn-aging-days-overdue, :w9-aging-owed,
                        :wn-aging-disputed
               END-EXEC

           END-PERFORM

           IF NOT is-first-aging-row
               PERFORM I0141-display-aging-cust-line
           END-IF

           EXEC SQL
               CLOSE CUR-AGING-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Totalt    ' w9-aging-grand-current '  '
                   w9-aging-grand-1-30 '  ' w9-aging-grand-31-60
                   '  ' w9-aging-grand-61-90 '  '
                   w9-aging-grand-over90 '  ' w9-aging-grand-tvist
                   '  ' w9-aging-grand-total

           PERFORM I0145-display-group-aging

           PERFORM I0146-display-risk-aging

           PERFORM I0147-display-payscore-aging

           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       I0141-display-aging-cust-line.

           ADD w9-aging-cust-current w9-aging-cust-1-30
               w9-aging-cust-31-60 w9-aging-cust-61-90
               w9-aging-cust-over90 w9-aging-cust-tvist
               GIVING w9-aging-cust-total

           DISPLAY wc-aging-prior-custno '  ' w9-aging-cust-current
                   '  ' w9-aging-cust-1-30 '  ' w9-aging-cust-31-60
                   '  ' w9-aging-cust-61-90 '  '
                   w9-aging-cust-over90 '  ' w9-aging-cust-tvist
                   '  ' w9-aging-cust-total
           .

      **********************************************************
       I0142-bucket-aging-invoice.

      *    a disputed invoice's amount is held out of the age
      *    buckets and shown in its own column until the dispute
      *    is released
           EVALUATE TRUE
               WHEN wn-aging-disputed > 0
                   ADD w9-aging-owed TO w9-aging-cust-tvist
                   ADD w9-aging-owed TO w9-aging-grand-tvist
               WHEN wn-aging-days-overdue NOT > 0
                   ADD w9-aging-owed TO w9-aging-cust-current
                   ADD w9-aging-owed TO w9-aging-grand-current
               WHEN wn-aging-days-overdue NOT > 30
                   ADD w9-aging-owed TO w9-aging-cust-1-30
                   ADD w9-aging-owed TO w9-aging-grand-1-30
               WHEN wn-aging-days-overdue NOT > 60
                   ADD w9-aging-owed TO w9-aging-cust-31-60
                   ADD w9-aging-owed TO w9-aging-grand-31-60
               WHEN wn-aging-days-overdue NOT > 90
                   ADD w9-aging-owed TO w9-aging-cust-61-90
                   ADD w9-aging-owed TO w9-aging-grand-61-90
               WHEN OTHER
                   ADD w9-aging-owed TO w9-aging-cust-over90
                   ADD w9-aging-owed TO w9-aging-grand-over90
           END-EVALUATE

           ADD w9-aging-owed TO w9-aging-grand-total
           .

      **********************************************************
       I0145-display-group-aging.

      *    consolidated exposure per koncern, the question the
      *    group CFO:s keep asking for
           DISPLAY HEADLINE
           DISPLAY 'Koncernexponering:'

           EXEC SQL
               OPEN CUR-GROUP-AGING
           END-EXEC

           EXEC SQL
               FETCH CUR-GROUP-AGING
               INTO :wc-group-custno, :w9-group-amount
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               DISPLAY wc-group-custno '  ' w9-group-amount

               EXEC SQL
                   FETCH CUR-GROUP-AGING
                   INTO :wc-group-custno, :w9-group-amount
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-GROUP-AGING
           END-EXEC
           .

      **********************************************************
       I0146-display-risk-aging.

      *    exposure per credit-bureau risk class; debtors never
      *    checked show under class -
           DISPLAY HEADLINE
           DISPLAY 'Exponering per riskklass:'

           EXEC SQL
               OPEN CUR-RISK-AGING
           END-EXEC

           EXEC SQL
               FETCH CUR-RISK-AGING
               INTO :wc-risk-class:ind-risk-class,
                    :wn-risk-count, :w9-risk-amount
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               IF ind-risk-class = -1
                   MOVE '-' TO wc-risk-class
               END-IF

               DISPLAY 'Klass ' wc-risk-class '  '
                       wn-risk-count ' fakturor  '
                       w9-risk-amount

               EXEC SQL
                   FETCH CUR-RISK-AGING
                   INTO :wc-risk-class:ind-risk-class,
                        :wn-risk-count, :w9-risk-amount
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-RISK-AGING
           END-EXEC
           .

      **********************************************************
       I0147-display-payscore-aging.

      *    exposure per internally computed payment behavior, the
      *    third breakdown: a sliding normally-prompt debtor shows
      *    up here before the bureau notices
           PERFORM VARYING wn-ps-ix FROM 1 BY 1
                   UNTIL wn-ps-ix > 5
               MOVE ZERO TO w9-ps-band-amt(wn-ps-ix)
               MOVE ZERO TO wn-ps-band-cnt(wn-ps-ix)
           END-PERFORM

           EXEC SQL
               OPEN CUR-PAYSCORE-AGING
           END-EXEC

           EXEC SQL
               FETCH CUR-PAYSCORE-AGING
               INTO :w9-ps-avgdays:ind-ps-avgdays, :w9-ps-owed
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               EVALUATE TRUE
                   WHEN ind-ps-avgdays = -1
                       MOVE 5 TO wn-ps-ix
                   WHEN w9-ps-avgdays NOT > ZERO
                       MOVE 1 TO wn-ps-ix
                   WHEN w9-ps-avgdays NOT > 15
                       MOVE 2 TO wn-ps-ix
                   WHEN w9-ps-avgdays NOT > 30
                       MOVE 3 TO wn-ps-ix
                   WHEN OTHER
                       MOVE 4 TO wn-ps-ix
               END-EVALUATE

               ADD w9-ps-owed TO w9-ps-band-amt(wn-ps-ix)
               ADD 1 TO wn-ps-band-cnt(wn-ps-ix)

               EXEC SQL
                   FETCH CUR-PAYSCORE-AGING
                   INTO :w9-ps-avgdays:ind-ps-avgdays, :w9-ps-owed
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-PAYSCORE-AGING
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Exponering per betalningsmönster:'

           PERFORM VARYING wn-ps-ix FROM 1 BY 1
                   UNTIL wn-ps-ix > 5
               EVALUATE wn-ps-ix
                   WHEN 1
                       MOVE 'Betalar i tid     ' TO wc-ps-band-label
                   WHEN 2
                       MOVE '1-15 dagar sent   ' TO wc-ps-band-label
                   WHEN 3
                       MOVE '16-30 dagar sent  ' TO wc-ps-band-label
                   WHEN 4
                       MOVE 'Över 30 dagar sent' TO wc-ps-band-label
                   WHEN OTHER
                       MOVE 'Ej beräknade      ' TO wc-ps-band-label
               END-EVALUATE

               MOVE wn-ps-band-cnt(wn-ps-ix) TO we-ps-count
               MOVE w9-ps-band-amt(wn-ps-ix) TO we-ps-amount
               DISPLAY wc-ps-band-label '  ' we-ps-count
                       ' fakturor  ' we-ps-amount
           END-PERFORM
           .

      **********************************************************
       I0143-zero-aging-cust-buckets.

           MOVE ZERO TO w9-aging-cust-current
           MOVE ZERO TO w9-aging-cust-1-30
           MOVE ZERO TO w9-aging-cust-31-60
           MOVE ZERO TO w9-aging-cust-61-90
           MOVE ZERO TO w9-aging-cust-over90
           MOVE ZERO TO w9-aging-cust-tvist
           MOVE ZERO TO w9-aging-cust-total
           .

      **********************************************************
       I0150-display-writeoff-rpt.

           DISPLAY 'Periodstart (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           ACCEPT wc-wo-period-start
           DISPLAY 'Periodslut  (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           ACCEPT wc-wo-period-end

           MOVE ZERO TO wn-wo-count
           MOVE ZERO TO w9-wo-total

           DISPLAY HEADLINE
           DISPLAY '*** AVSKRIVNA FORDRINGAR '
                   wc-wo-period-start ' - ' wc-wo-period-end ' ***'
           DISPLAY HEADLINE
           DISPLAY 'Datum       Kundnr      Fakturanr         Belopp'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-WRITEOFF-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-WRITEOFF-RPT
               INTO :wc-wo-custno, :wc-wo-invno, :wc-wo-apprdate,
                    :wc-wo-reason, :w9-wo-amount
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               DISPLAY wc-wo-apprdate '  ' wc-wo-custno '  '
                       wc-wo-invno '  ' w9-wo-amount
               DISPLAY '   Orsak: ' wc-wo-reason

               ADD 1 TO wn-wo-count
               ADD w9-wo-amount TO w9-wo-total

               EXEC SQL
                   FETCH CUR-WRITEOFF-RPT
                   INTO :wc-wo-custno, :wc-wo-invno,
                        :wc-wo-apprdate, :wc-wo-reason,
                        :w9-wo-amount
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-WRITEOFF-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Antal avskrivningar : ' wn-wo-count
           DISPLAY 'Avskrivet totalt    : ' w9-wo-total
           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           .

      **********************************************************
       I0160-display-vat-rpt.

           DISPLAY 'Periodstart (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           ACCEPT wc-vat-period-start
           DISPLAY 'Periodslut  (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           ACCEPT wc-vat-period-end
           DISPLAY 'Juridisk enhet (0 = alla): ' WITH NO ADVANCING
           MOVE ZERO TO wn-vat-entity
           ACCEPT wn-vat-entity

           PERFORM I0161-run-vat-rpt

           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       I0162-batch-vat-rpt.

      *    the month-end chain's unattended declaration: period
      *    from the command line, whole company
           IF wc-batch-period(5:1) NOT = '-'
              OR wc-batch-period(1:4) IS NOT NUMERIC
              OR wc-batch-period(6:2) IS NOT NUMERIC
               DISPLAY 'Ogiltig period (YYYY-MM): '
                       wc-batch-period
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE SPACE TO wc-vat-period-start
               STRING wc-batch-period DELIMITED BY SPACE
                      '-01'           DELIMITED BY SIZE
                   INTO wc-vat-period-start
               END-STRING

               MOVE wc-batch-period(1:4) TO wn-eom-year
               MOVE wc-batch-period(6:2) TO wn-eom-month
               IF wn-eom-month = 12
                   ADD 1 TO wn-eom-year
                   MOVE 1 TO wn-eom-month
               ELSE
                   ADD 1 TO wn-eom-month
               END-IF
               COMPUTE wn-eom-ymd =
                   wn-eom-year * 10000 + wn-eom-month * 100 + 1
               COMPUTE wn-eom-int =
                   FUNCTION INTEGER-OF-DATE(wn-eom-ymd) - 1
               COMPUTE wn-eom-ymd =
                   FUNCTION DATE-OF-INTEGER(wn-eom-int)
               MOVE SPACE TO wc-vat-period-end
               MOVE wn-eom-ymd(1:4) TO wc-vat-period-end(1:4)
               MOVE wn-eom-ymd(5:2) TO wc-vat-period-end(6:2)
               MOVE wn-eom-ymd(7:2) TO wc-vat-period-end(9:2)
               MOVE '-' TO wc-vat-period-end(5:1),
                           wc-vat-period-end(8:1)

               MOVE ZERO TO wn-vat-entity
               PERFORM I0161-run-vat-rpt
               MOVE ZERO TO RETURN-CODE
           END-IF
           .

      **********************************************************
       I0161-run-vat-rpt.

           MOVE ZERO TO w9-vatr-net-total
           MOVE ZERO TO w9-vatr-vat-total
           MOVE ZERO TO wn-vatr-zero-count

           DISPLAY HEADLINE
           DISPLAY '*** MOMSDEKLARATION ' wc-vat-period-start
                   ' - ' wc-vat-period-end ' ***'
           DISPLAY HEADLINE
           DISPLAY 'Momssats  Antal     Netto         Utgående moms'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-VAT-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-VAT-RPT
               INTO :w9-vatr-rate, :wn-vatr-count, :w9-vatr-net
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               COMPUTE w9-vatr-vat ROUNDED =
                       w9-vatr-net * w9-vatr-rate

               DISPLAY w9-vatr-rate '      ' wn-vatr-count '  '
                       w9-vatr-net '  ' w9-vatr-vat

               IF w9-vatr-rate = ZERO
                   MOVE wn-vatr-count TO wn-vatr-zero-count
               END-IF

               ADD w9-vatr-net TO w9-vatr-net-total
               ADD w9-vatr-vat TO w9-vatr-vat-total

               EXEC SQL
                   FETCH CUR-VAT-RPT
                   INTO :w9-vatr-rate, :wn-vatr-count, :w9-vatr-net
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-VAT-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Netto totalt        : ' w9-vatr-net-total
           DISPLAY 'Utgående moms totalt: ' w9-vatr-vat-total

      *    invoices under omvänd skattskyldighet are zero-rated on
      *    purpose and go in their own declaration box instead of
      *    the zero-rate warning
           MOVE ZERO TO wn-vatr-rc-count
           MOVE ZERO TO w9-vatr-rc-net
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(
                          (SELECT COALESCE(SUM(IT.QTY * IT.PRICE),
                                  0)
                           FROM TUTORIAL.INVITEM II,
                                TUTORIAL.ITEM IT
                           WHERE II.INV_ID = I.INV_ID
                             AND IT.ITEM_ID = II.ITEM_ID)), 0)
               INTO :wn-vatr-rc-count, :w9-vatr-rc-net
               FROM TUTORIAL.INVOICE I, TUTORIAL.CUSTOMER C
               WHERE I.CUST_ID = C.CUST_ID
                 AND C.REVCHARGE = 'Y'
                 AND I.VAT = 0
                 AND I.INVDATE BETWEEN :wc-vat-period-start
                                   AND :wc-vat-period-end
                 AND I.INVSTATE NOT = 3
           END-EXEC

           IF SQLCODE = ZERO AND wn-vatr-rc-count > ZERO
               DISPLAY 'Omvänd skattskyldighet (bygg): '
                       wn-vatr-rc-count ' fakturor, netto '
                       w9-vatr-rc-net
               SUBTRACT wn-vatr-rc-count FROM wn-vatr-zero-count
               IF wn-vatr-zero-count < ZERO
                   MOVE ZERO TO wn-vatr-zero-count
               END-IF
           END-IF

      *    intra-EU B2B supplies are zero-rated on purpose too and
      *    report through the periodisk sammanställning instead
           MOVE ZERO TO wn-vatr-eu-count
           MOVE ZERO TO w9-vatr-eu-net
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(
                          (SELECT COALESCE(SUM(IT.QTY * IT.PRICE),
                                  0)
                           FROM TUTORIAL.INVITEM II,
                                TUTORIAL.ITEM IT
                           WHERE II.INV_ID = I.INV_ID
                             AND IT.ITEM_ID = II.ITEM_ID)), 0)
               INTO :wn-vatr-eu-count, :w9-vatr-eu-net
               FROM TUTORIAL.INVOICE I, TUTORIAL.DEBTOR D
               WHERE I.DEBT_ID = D.DEBT_ID
                 AND D.VATNO IS NOT NULL
                 AND D.VATNO NOT LIKE 'SE%'
                 AND I.VAT = 0
                 AND I.INVDATE BETWEEN :wc-vat-period-start
                                   AND :wc-vat-period-end
                 AND I.INVSTATE NOT = 3
           END-EXEC

           IF SQLCODE = ZERO AND wn-vatr-eu-count > ZERO
               DISPLAY 'EU-försäljning (periodisk samm.) : '
                       wn-vatr-eu-count ' fakturor, netto '
                       w9-vatr-eu-net
               SUBTRACT wn-vatr-eu-count FROM wn-vatr-zero-count
               IF wn-vatr-zero-count < ZERO
                   MOVE ZERO TO wn-vatr-zero-count
               END-IF
           END-IF

      *    invoices without a VAT rate would understate the
      *    declaration - point them out instead of letting them
      *    slip through silently
           IF wn-vatr-zero-count > ZERO
               DISPLAY 'VARNING: ' wn-vatr-zero-count ' fakturor'
                       ' med momssats 0 - kontrollera dessa!'
           END-IF

      *    reconciliation against the monthly revenue figures: the
      *    same period summed the way CUR-REV-MONTH does it must
      *    land on the same net total
           EXEC SQL
               SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
               INTO :w9-vatr-recon
               FROM TUTORIAL.INVOICE I, TUTORIAL.INVITEM II,
                    TUTORIAL.ITEM IT, TUTORIAL.CUSTOMER CV
               WHERE I.INV_ID = II.INV_ID
                 AND II.ITEM_ID = IT.ITEM_ID
                 AND I.CUST_ID = CV.CUST_ID
                 AND I.INVDATE BETWEEN :wc-vat-period-start
                                   AND :wc-vat-period-end
                 AND I.INVSTATE NOT = 3
                 AND (:wn-vat-entity = 0
                      OR CV.PBSCO_ID = :wn-vat-entity)
           END-EXEC

           IF SQLCODE = ZERO
               COMPUTE w9-vatr-diff =
                       w9-vatr-net-total - w9-vatr-recon
               DISPLAY 'Avstämning månadsintäkter: ' w9-vatr-recon
               DISPLAY 'Differens                : ' w9-vatr-diff
           END-IF
           .

      **********************************************************
       I0190-report-subscriptions.

      *    who gets which report mailed automatically every month;
      *    the scheduled run renders and queues them unattended
           DISPLAY HEADLINE
           DISPLAY '*** RAPPORTPRENUMERATIONER ***'
           DISPLAY HEADLINE
           DISPLAY 'Id     Rapport  Aktiv  Mottagare'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-RPTSUBS
           END-EXEC

           EXEC SQL
               FETCH CUR-RPTSUBS
               INTO :RPTSUBS-SUB-ID, :RPTSUBS-RPTCODE,
                    :RPTSUBS-PERIODRULE, :RPTSUBS-RPTFORMAT,
                    :RPTSUBS-RECIPIENT, :RPTSUBS-ACTIVE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY RPTSUBS-SUB-ID '  ' RPTSUBS-RPTCODE
                       '      ' RPTSUBS-ACTIVE '      '
                       RPTSUBS-RECIPIENT-TEXT(1:40)

               EXEC SQL
                   FETCH CUR-RPTSUBS
                   INTO :RPTSUBS-SUB-ID, :RPTSUBS-RPTCODE,
                        :RPTSUBS-PERIODRULE, :RPTSUBS-RPTFORMAT,
                        :RPTSUBS-RECIPIENT, :RPTSUBS-ACTIVE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RPTSUBS
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'L - Lägg till prenumeration'
           DISPLAY 'T - Ta bort prenumeration'
           DISPLAY 'X - Tillbaka'
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-rsub-action

           EVALUATE FUNCTION UPPER-CASE(wc-rsub-action)
               WHEN 'L'
                   PERFORM I0191-add-subscription
               WHEN 'T'
                   PERFORM I0192-remove-subscription
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       I0191-add-subscription.

           DISPLAY 'Rapport (MAN/ACK/AGE/VAT/BUD/POR): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-rsub-code
           ACCEPT wc-rsub-code
           MOVE FUNCTION UPPER-CASE(wc-rsub-code) TO wc-rsub-code

      *    the portfolio report (POR) is one account manager's
      *    customers; it goes to the manager unless someone else
      *    is named
           MOVE ZERO TO wn-rsub-staff-id
           MOVE SPACE TO STAFF-EMAIL-TEXT
           IF wc-rsub-code = 'POR'
               DISPLAY 'Kundansvarig (signatur): ' WITH NO ADVANCING
               MOVE SPACE TO wc-rsub-sign
               ACCEPT wc-rsub-sign
               MOVE FUNCTION UPPER-CASE(wc-rsub-sign) TO wc-rsub-sign

               EXEC SQL
                   SELECT STAFF_ID, EMAIL
                   INTO :wn-rsub-staff-id, :STAFF-EMAIL
                   FROM TUTORIAL.STAFF
                   WHERE SIGN = :wc-rsub-sign
                     AND ACTIVE = 'Y'
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO wn-rsub-staff-id
                   MOVE SPACE TO STAFF-EMAIL-TEXT
               END-IF
               DISPLAY 'Mottagare (epost, blankt = kundansvarig): '
                   WITH NO ADVANCING
           ELSE
               DISPLAY 'Mottagare (epost): ' WITH NO ADVANCING
           END-IF

           MOVE SPACE TO wc-rsub-recipient
           ACCEPT wc-rsub-recipient

           IF wc-rsub-recipient = SPACE
               MOVE STAFF-EMAIL-TEXT TO wc-rsub-recipient
           END-IF

           IF wc-rsub-recipient = SPACE
              OR (wc-rsub-code NOT = 'MAN'
                  AND wc-rsub-code NOT = 'ACK'
                  AND wc-rsub-code NOT = 'AGE'
                  AND wc-rsub-code NOT = 'VAT'
                  AND wc-rsub-code NOT = 'BUD'
                  AND wc-rsub-code NOT = 'POR')
              OR (wc-rsub-code = 'POR' AND wn-rsub-staff-id = ZERO)
               DISPLAY 'Givna indata är fel eller saknas!'
           ELSE
               EXEC SQL
                   OPEN CUR-RPTSUBS-MAXID
               END-EXEC

               EXEC SQL
                   FETCH CUR-RPTSUBS-MAXID
                   INTO :wn-rsub-id
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO wn-rsub-id
               END-IF

               EXEC SQL
                   CLOSE CUR-RPTSUBS-MAXID
               END-EXEC

               ADD 1 TO wn-rsub-id

               EXEC SQL
                   INSERT INTO TUTORIAL.RPTSUBS
                   VALUES (:wn-rsub-id, :wc-rsub-code, 'M', 'C',
                           :wc-rsub-recipient, 'Y',
                           :wn-rsub-staff-id)
               END-EXEC

               IF SQLCODE = ZERO
                   DISPLAY 'Prenumerationen är registrerad!'
               ELSE
                   DISPLAY 'Prenumerationen kunde inte'
                           ' registreras!'
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       I0192-remove-subscription.

           DISPLAY 'Prenumerations-id: ' WITH NO ADVANCING
           MOVE ZERO TO wn-rsub-id
           ACCEPT wn-rsub-id

           EXEC SQL
               DELETE FROM TUTORIAL.RPTSUBS
               WHERE SUB_ID = :wn-rsub-id
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Prenumerationen har tagits bort!'
           ELSE
               DISPLAY 'Ingen prenumeration med det id-numret!'
           END-IF
           .

      **********************************************************
       I0200-display-budget-rpt.

      *    the year's revenue budget against what was actually
      *    invoiced, month by month and accumulated through the
      *    current month, then per budgeted customer and article
      *    so the gap can be traced to who and what
           CALL 'BUSDATE' USING TODAYS-DATE-REV
           MOVE T-YEAR-REV  TO wn-bud-year
           MOVE T-MONTH-REV TO wn-bud-thru-month
           MOVE ZERO TO w9-bud-ytd-budget
           MOVE ZERO TO w9-bud-ytd-actual

           DISPLAY HEADLINE
           DISPLAY '*** BUDGET MOT UTFALL ' T-YEAR-REV ' ***'
           DISPLAY HEADLINE
           DISPLAY 'Mån         Budget        Utfall     Avvikelse'
                   '      %'
           DISPLAY HEADLINE

           PERFORM VARYING wn-bud-month FROM 1 BY 1
                   UNTIL wn-bud-month > 12
               PERFORM I0201-sum-budget-month
               IF wn-bud-month <= wn-bud-thru-month
                   ADD w9-bud-budget TO w9-bud-ytd-budget
                   ADD w9-bud-actual TO w9-bud-ytd-actual
               END-IF
               MOVE wn-bud-month TO we-bud-month
               PERFORM I0202-display-budget-line
               DISPLAY ' ' we-bud-month '  ' we-bud-budget '  '
                       we-bud-actual '  ' we-bud-diff '  ' we-bud-pct
           END-PERFORM

           MOVE w9-bud-ytd-budget TO w9-bud-budget
           MOVE w9-bud-ytd-actual TO w9-bud-actual
           PERFORM I0202-display-budget-line
           DISPLAY HEADLINE
           DISPLAY 'Ack ' we-bud-budget '  ' we-bud-actual '  '
                   we-bud-diff '  ' we-bud-pct
           DISPLAY HEADLINE

           DISPLAY 'Kund       Artikel            Budget ack'
                   '   Utfall ack   Avvikelse      %'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-BUDGET-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-BUDGET-RPT
               INTO :wc-bud-custno, :SRV-ARTNO,
                    :w9-bud-budget, :w9-bud-actual
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM I0202-display-budget-line
               DISPLAY wc-bud-custno ' ' SRV-ARTNO-TEXT(1:12) ' '
                       we-bud-budget ' ' we-bud-actual ' '
                       we-bud-diff ' ' we-bud-pct

               EXEC SQL
                   FETCH CUR-BUDGET-RPT
                   INTO :wc-bud-custno, :SRV-ARTNO,
                        :w9-bud-budget, :w9-bud-actual
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-BUDGET-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           .

      **********************************************************
       I0201-sum-budget-month.

      *    budget and invoiced service revenue for one month of the
      *    year, bundle lines counted per component article
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :w9-bud-budget
               FROM TUTORIAL.REVBUDGET
               WHERE BUDGETYEAR = :wn-bud-year
                 AND BUDGETMONTH = :wn-bud-month
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
               INTO :w9-bud-actual
               FROM TUTORIAL.INVOICE I, TUTORIAL.INVITEM II,
                    TUTORIAL.ITEM IT
               WHERE I.DEBT_ID = 0
                 AND I.INVSTATE NOT = 3
                 AND YEAR(I.INVDATE) = :wn-bud-year
                 AND MONTH(I.INVDATE) = :wn-bud-month
                 AND II.INV_ID = I.INV_ID
                 AND IT.ITEM_ID = II.ITEM_ID
                 AND EXISTS (SELECT 1 FROM TUTORIAL.SRV S
                             WHERE S.ARTNO = IT.ARTNO)
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.ITEMSPLIT SP
                      WHERE SP.ITEM_ID = IT.ITEM_ID)
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               SELECT COALESCE(SUM(SP.AMOUNT), 0)
               INTO :w9-bud-split
               FROM TUTORIAL.INVOICE I, TUTORIAL.INVITEM II,
                    TUTORIAL.ITEMSPLIT SP
               WHERE I.DEBT_ID = 0
                 AND I.INVSTATE NOT = 3
                 AND YEAR(I.INVDATE) = :wn-bud-year
                 AND MONTH(I.INVDATE) = :wn-bud-month
                 AND II.INV_ID = I.INV_ID
                 AND SP.ITEM_ID = II.ITEM_ID
           END-EXEC

           IF SQLCODE = ZERO
               ADD w9-bud-split TO w9-bud-actual
           ELSE
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       I0202-display-budget-line.

      *    difference and attainment for the amounts in
      *    w9-bud-budget/w9-bud-actual; no budget gives no percent
           COMPUTE w9-bud-diff = w9-bud-actual - w9-bud-budget
           IF w9-bud-budget = ZERO
               MOVE ZERO TO wn-bud-pct
           ELSE
               COMPUTE wn-bud-pct ROUNDED =
                   w9-bud-actual * 100 / w9-bud-budget
           END-IF
           MOVE w9-bud-budget TO we-bud-budget
           MOVE w9-bud-actual TO we-bud-actual
           MOVE w9-bud-diff   TO we-bud-diff
           MOVE wn-bud-pct    TO we-bud-pct
           .

      **********************************************************
       I0210-display-cts-rpt.

      *    whether a customer pays its way: the period's billed
      *    revenue against what serving it cost us, least
      *    profitable first so sales knows whom to reprice at
      *    renewal. The unit costs are kept in menu 98
           DISPLAY 'Period ÅÅÅÅ-MM (blankt = förra månaden): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-cts-period
           ACCEPT wc-cts-period

           CALL 'BUSDATE' USING TODAYS-DATE-REV
           IF wc-cts-period = SPACE
               MOVE T-YEAR-REV  TO wn-cts-year
               MOVE T-MONTH-REV TO wn-cts-month
               IF wn-cts-month = 1
                   MOVE 12 TO wn-cts-month
                   SUBTRACT 1 FROM wn-cts-year
               ELSE
                   SUBTRACT 1 FROM wn-cts-month
               END-IF
               MOVE wn-cts-year  TO wc-cts-period(1:4)
               MOVE '-'          TO wc-cts-period(5:1)
               MOVE wn-cts-month TO wc-cts-period(6:2)
           END-IF

           IF wc-cts-period(1:4) IS NOT NUMERIC
              OR wc-cts-period(5:1) NOT = '-'
              OR wc-cts-period(6:2) IS NOT NUMERIC
              OR wc-cts-period(6:2) < '01'
              OR wc-cts-period(6:2) > '12'
               DISPLAY 'Felaktig period!'
               EXIT PARAGRAPH
           END-IF

      *    first and last day of the period
           MOVE SPACE TO wc-cts-start
           MOVE wc-cts-period TO wc-cts-start(1:7)
           MOVE '-01' TO wc-cts-start(8:3)
           MOVE wc-cts-period(1:4) TO wn-cts-year
           MOVE wc-cts-period(6:2) TO wn-cts-month
           IF wn-cts-month = 12
               ADD 1 TO wn-cts-year
               MOVE 1 TO wn-cts-month
           ELSE
               ADD 1 TO wn-cts-month
           END-IF
           COMPUTE wn-cts-ymd =
               wn-cts-year * 10000 + wn-cts-month * 100 + 1
           COMPUTE wn-cts-int =
               FUNCTION INTEGER-OF-DATE(wn-cts-ymd) - 1
           COMPUTE wn-cts-ymd = FUNCTION DATE-OF-INTEGER(wn-cts-int)
           MOVE SPACE TO wc-cts-end
           MOVE wn-cts-ymd(1:4) TO wc-cts-end(1:4)
           MOVE wn-cts-ymd(5:2) TO wc-cts-end(6:2)
           MOVE wn-cts-ymd(7:2) TO wc-cts-end(9:2)
           MOVE '-' TO wc-cts-end(5:1), wc-cts-end(8:1)

           MOVE 'ARK'    TO wc-cts-code
           PERFORM I0211-get-unit-cost
           MOVE w9-cts-unitcost TO w9-cts-rate-sheet
           MOVE 'RETUR'  TO wc-cts-code
           PERFORM I0211-get-unit-cost
           MOVE w9-cts-unitcost TO w9-cts-rate-retmail
           MOVE 'KORR'   TO wc-cts-code
           PERFORM I0211-get-unit-cost
           MOVE w9-cts-unitcost TO w9-cts-rate-corr
           MOVE 'SMS'    TO wc-cts-code
           PERFORM I0211-get-unit-cost
           MOVE w9-cts-unitcost TO w9-cts-rate-sms
           MOVE 'EPOST'  TO wc-cts-code
           PERFORM I0211-get-unit-cost
           MOVE w9-cts-unitcost TO w9-cts-rate-email
           MOVE 'MANBET' TO wc-cts-code
           PERFORM I0211-get-unit-cost
           MOVE w9-cts-unitcost TO w9-cts-rate-manpay

           DISPLAY HEADLINE
           DISPLAY '*** KUNDLÖNSAMHET ' wc-cts-period ' ***'
           DISPLAY HEADLINE
           DISPLAY 'Nr   Kund            Intäkt     Kostnad'
                   '    Marginal      %'
           DISPLAY '       Ej vidarefakt. porto, ark, retur, korr,'
                   ' sms, epost, manuella bet., SLA'
           DISPLAY HEADLINE

           MOVE ZERO TO wn-cts-rank

           EXEC SQL
               OPEN CUR-CTS-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-CTS-RPT
               INTO :wc-cts-custno, :w9-cts-revenue, :w9-cts-porto,
                    :wn-cts-sheets, :wn-cts-retmail, :wn-cts-corr,
                    :wn-cts-sms, :wn-cts-email, :wn-cts-manpay,
                    :w9-cts-sla, :w9-cts-cost
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD 1 TO wn-cts-rank
               PERFORM I0212-display-cts-customer

               EXEC SQL
                   FETCH CUR-CTS-RPT
                   INTO :wc-cts-custno, :w9-cts-revenue,
                        :w9-cts-porto, :wn-cts-sheets,
                        :wn-cts-retmail, :wn-cts-corr,
                        :wn-cts-sms, :wn-cts-email, :wn-cts-manpay,
                        :w9-cts-sla, :w9-cts-cost
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-CTS-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           .

      **********************************************************
       I0211-get-unit-cost.

      *    a unit cost not yet maintained counts as zero
           EXEC SQL
               SELECT UNITCOST
               INTO :w9-cts-unitcost
               FROM TUTORIAL.COSTRATE
               WHERE COSTCODE = :wc-cts-code
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-cts-unitcost
           END-IF
           .

      **********************************************************
       I0212-display-cts-customer.

      *    margin in percent of revenue; without revenue there is
      *    no percentage to show
           COMPUTE w9-cts-margin = w9-cts-revenue - w9-cts-cost
           IF w9-cts-revenue = ZERO
               MOVE ZERO TO wn-cts-pct
           ELSE
               COMPUTE wn-cts-pct ROUNDED =
                   w9-cts-margin * 100 / w9-cts-revenue
           END-IF

           MOVE wn-cts-rank    TO we-cts-rank
           MOVE w9-cts-revenue TO we-cts-revenue
           MOVE w9-cts-cost    TO we-cts-cost
           MOVE w9-cts-margin  TO we-cts-margin
           MOVE wn-cts-pct     TO we-cts-pct
           DISPLAY we-cts-rank ' ' wc-cts-custno ' ' we-cts-revenue
                   ' ' we-cts-cost ' ' we-cts-margin ' ' we-cts-pct

           MOVE w9-cts-porto   TO we-cts-porto
           MOVE wn-cts-sheets  TO we-cts-sheets
           MOVE wn-cts-retmail TO we-cts-retmail
           MOVE wn-cts-corr    TO we-cts-corr
           MOVE wn-cts-sms     TO we-cts-sms
           MOVE wn-cts-email   TO we-cts-email
           MOVE wn-cts-manpay  TO we-cts-manpay
           MOVE w9-cts-sla     TO we-cts-sla
           DISPLAY '       ' we-cts-porto ' ' we-cts-sheets ' '
                   we-cts-retmail ' ' we-cts-corr ' ' we-cts-sms ' '
                   we-cts-email ' ' we-cts-manpay ' ' we-cts-sla
           .

      **********************************************************
       I0220-revenue-assurance.

      *    the monthly revenue-assurance run only proposes; an
      *    unbilled finding approved here is turned into billable
      *    events by the next run, everything else is acknowledged
      *    and corrected by hand
           DISPLAY HEADLINE
           DISPLAY '*** INTÄKTSSÄKRING - AVVIKELSER ATT GRANSKA ***'
           DISPLAY HEADLINE
           DISPLAY 'Id        Period  T K Kund       Artikel    Å'
                   ' Fakt/brev Akt.  Händ.'
           DISPLAY HEADLINE

           MOVE ZERO TO wn-ra-count

           EXEC SQL
               OPEN CUR-RA-OPEN
           END-EXEC

           PERFORM I0222-fetch-finding

           PERFORM I0221-list-one-finding
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-RA-OPEN
           END-EXEC

           DISPLAY HEADLINE
           IF wn-ra-count = ZERO
               DISPLAY 'Inga avvikelser att granska.'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'T = U ej debiterat, D dubbeldebiterat, '
                   'E utan aktivitet; K = källa'
           DISPLAY 'Besluta avvikelse: id, en i taget'
           DISPLAY '(0 eller <Enter> avslutar)'
           MOVE 1 TO wn-ra-find-id
           PERFORM I0223-decide-finding
               UNTIL wn-ra-find-id = ZERO
           .

      **********************************************************
       I0221-list-one-finding.

           ADD 1 TO wn-ra-count
           MOVE RAFINDING-FIND-ID  TO we-ra-find-id
           MOVE RAFINDING-INV-ID   TO we-ra-inv-id
           MOVE RAFINDING-ACTCOUNT TO we-ra-act
           MOVE RAFINDING-EVCOUNT  TO we-ra-ev
           DISPLAY we-ra-find-id ' ' RAFINDING-PERIOD ' '
                   RAFINDING-FINDTYPE ' ' RAFINDING-SOURCE ' '
                   wc-ra-custno ' ' wc-ra-artno ' '
                   RAFINDING-ACTIONCODE ' ' we-ra-inv-id ' '
                   we-ra-act ' ' we-ra-ev

           PERFORM I0222-fetch-finding
           .

      **********************************************************
       I0222-fetch-finding.

           MOVE SPACE TO wc-ra-custno, wc-ra-artno
           EXEC SQL
               FETCH CUR-RA-OPEN
               INTO :RAFINDING-FIND-ID, :RAFINDING-PERIOD,
                    :RAFINDING-FINDTYPE, :RAFINDING-SOURCE,
                    :wc-ra-custno, :wc-ra-artno,
                    :RAFINDING-ACTIONCODE, :RAFINDING-INV-ID,
                    :RAFINDING-ACTCOUNT, :RAFINDING-EVCOUNT
           END-EXEC
           .

      **********************************************************
       I0223-decide-finding.

           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO wn-ra-find-id
           ACCEPT wn-ra-find-id
           IF wn-ra-find-id = ZERO
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT FINDTYPE, SOURCE, ACTCOUNT, EVCOUNT
               INTO :RAFINDING-FINDTYPE, :RAFINDING-SOURCE,
                    :RAFINDING-ACTCOUNT, :RAFINDING-EVCOUNT
               FROM TUTORIAL.RAFINDING
               WHERE FIND_ID = :wn-ra-find-id
                 AND STATE = 'P'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen avvikelse att granska med det id-numret!'
               EXIT PARAGRAPH
           END-IF

      *    only work actually performed but never billed can be
      *    generated - postage is billed off its own log, and a
      *    surplus event is credited by hand
           IF RAFINDING-IS-UNBILLED AND NOT RAFINDING-FROM-PORTOLOG
               COMPUTE wn-ra-count =
                   RAFINDING-ACTCOUNT - RAFINDING-EVCOUNT
               DISPLAY wn-ra-count ' händelse(r) saknas - '
                       '(G)enerera, (A)vskriv, <Enter> = vänta: '
                   WITH NO ADVANCING
           ELSE
               DISPLAY '(A)vskriv/kvittera, <Enter> = vänta: '
                   WITH NO ADVANCING
           END-IF
           MOVE SPACE TO wc-ra-decision
           ACCEPT wc-ra-decision
           MOVE FUNCTION UPPER-CASE(wc-ra-decision) TO wc-ra-decision

           IF wc-ra-decision = 'G'
              AND (NOT RAFINDING-IS-UNBILLED
                   OR RAFINDING-FROM-PORTOLOG)
               MOVE SPACE TO wc-ra-decision
           END-IF

           IF wc-ra-decision NOT = 'G' AND wc-ra-decision NOT = 'A'
               DISPLAY 'Avvikelsen ligger kvar.'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.RAFINDING
                   SET STATE = :wc-ra-decision,
                       DECIDEDBY = :wc-login-userid
                   WHERE FIND_ID = :wn-ra-find-id
                   AND STATE = 'P'
           END-EXEC

           IF SQLCODE = ZERO
               IF wc-ra-decision = 'G'
                   DISPLAY 'Godkänt - händelserna skapas vid nästa '
                           'intäktssäkring.'
               ELSE
                   DISPLAY 'Avskrivet - föreslås inte igen.'
               END-IF
           ELSE
               DISPLAY 'Beslutet kunde inte registreras!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       I0170-display-article-rpt.

      *    which services actually carry the business: billed
      *    revenue and volume per SRV.ARTNO per month with a
      *    trailing twelve-month trend, so a shrinking paper
      *    article shows up next to the growing e-invoice one
           CALL 'BUSDATE' USING TODAYS-DATE-REV

      *    trailing twelve months: the first of the month eleven
      *    months back
           MOVE T-YEAR-REV  TO wn-art-back-year
           MOVE T-MONTH-REV TO wn-art-back-month
           SUBTRACT 11 FROM wn-art-back-month
           IF wn-art-back-month < 1
               ADD 12 TO wn-art-back-month
               SUBTRACT 1 FROM wn-art-back-year
           END-IF
           MOVE SPACE TO wc-art-period-start
           MOVE wn-art-back-year TO wc-art-period-start(1:4)
           MOVE wn-art-back-month TO we-art-month
           IF wn-art-back-month < 10
               MOVE '0' TO wc-art-period-start(6:1)
               MOVE we-art-month(2:1) TO wc-art-period-start(7:1)
           ELSE
               MOVE we-art-month TO wc-art-period-start(6:2)
           END-IF
           MOVE '-' TO wc-art-period-start(5:1)
           MOVE '-01' TO wc-art-period-start(8:3)

           MOVE 'Y' TO is-first-art-row-switch
           MOVE ZERO TO w9-art-tot-qty
           MOVE ZERO TO w9-art-tot-amount

           DISPLAY HEADLINE
           DISPLAY '*** INTÄKTER PER ARTIKEL (rullande 12'
                   ' månader) ***'
           DISPLAY HEADLINE
           DISPLAY 'Artikel / månad          Volym        Intäkt'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-ART-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-ART-RPT
               INTO :ITEM-ARTNO, :wn-art-year, :wn-art-month,
                    :w9-art-qty, :w9-art-amount
           END-EXEC

           PERFORM UNTIL SQLCODE = 100

               MOVE ITEM-ARTNO-TEXT(1:30) TO wc-art-artno

               IF is-first-art-row
                   MOVE wc-art-artno TO wc-art-prior-artno
                   DISPLAY wc-art-artno
                   MOVE 'N' TO is-first-art-row-switch
               END-IF

               IF wc-art-artno NOT = wc-art-prior-artno
                   PERFORM I0171-display-article-total
                   MOVE wc-art-artno TO wc-art-prior-artno
                   DISPLAY wc-art-artno
               END-IF

               MOVE wn-art-year  TO we-art-year
               MOVE wn-art-month TO we-art-month
               MOVE w9-art-qty    TO we-art-qty
               MOVE w9-art-amount TO we-art-amount
               DISPLAY '  ' we-art-year '-' we-art-month '  '
                       we-art-qty '  ' we-art-amount

               ADD w9-art-qty    TO w9-art-tot-qty
               ADD w9-art-amount TO w9-art-tot-amount

               EXEC SQL
                   FETCH CUR-ART-RPT
                   INTO :ITEM-ARTNO, :wn-art-year, :wn-art-month,
                        :w9-art-qty, :w9-art-amount
               END-EXEC

           END-PERFORM

           IF NOT is-first-art-row
               PERFORM I0171-display-article-total
           END-IF

           EXEC SQL
               CLOSE CUR-ART-RPT
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       I0171-display-article-total.

           MOVE w9-art-tot-qty    TO we-art-qty
           MOVE w9-art-tot-amount TO we-art-amount
           DISPLAY '  Totalt 12 mån:  ' we-art-qty '  '
                   we-art-amount
           DISPLAY SPACE
           MOVE ZERO TO w9-art-tot-qty
           MOVE ZERO TO w9-art-tot-amount
           .

      **********************************************************
       I0180-display-cashflow-rpt.

      *    the forward-looking receivables view: expected receipts
      *    per coming week from open invoices on their due date,
      *    the agreed PAYPLAN installments, and what the Autogiro
      *    run will draw - every date rolled to a real banking day
           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE ZERO TO wn-cf-ymd
           MOVE T-YEAR-IMPORT  TO wn-cf-ymd(1:4)
           MOVE T-MONTH-IMPORT TO wn-cf-ymd(5:2)
           MOVE T-DAY-IMPORT   TO wn-cf-ymd(7:2)
           COMPUTE wn-cf-today-int =
               FUNCTION INTEGER-OF-DATE(wn-cf-ymd)

           PERFORM VARYING wn-cf-ix FROM 1 BY 1
                   UNTIL wn-cf-ix > 9
               MOVE ZERO TO w9-cf-week-total(wn-cf-ix)
               MOVE ZERO TO w9-cf-week-ag(wn-cf-ix)
           END-PERFORM

           EXEC SQL
               OPEN CUR-CF-INV
           END-EXEC

           EXEC SQL
               FETCH CUR-CF-INV
               INTO :wc-cf-duedate, :w9-cf-amount, :wn-cf-mandate
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               IF w9-cf-amount > ZERO
                   PERFORM I0181-bucket-cashflow-row
               END-IF

               EXEC SQL
                   FETCH CUR-CF-INV
                   INTO :wc-cf-duedate, :w9-cf-amount,
                        :wn-cf-mandate
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CF-INV
           END-EXEC

           EXEC SQL
               OPEN CUR-CF-PLAN
           END-EXEC

           EXEC SQL
               FETCH CUR-CF-PLAN
               INTO :wc-cf-duedate, :w9-cf-amount
           END-EXEC

           MOVE ZERO TO wn-cf-mandate
           PERFORM UNTIL SQLCODE = 100
               IF w9-cf-amount > ZERO
                   PERFORM I0181-bucket-cashflow-row
               END-IF

               EXEC SQL
                   FETCH CUR-CF-PLAN
                   INTO :wc-cf-duedate, :w9-cf-amount
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CF-PLAN
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY '*** PROGNOS INKOMMANDE BETALNINGAR ***'
           DISPLAY HEADLINE
           DISPLAY 'Vecka från   Förväntat     varav Autogiro'
           DISPLAY HEADLINE

           PERFORM VARYING wn-cf-ix FROM 1 BY 1
                   UNTIL wn-cf-ix > 8
               COMPUTE wn-cf-due-int =
                   wn-cf-today-int + (wn-cf-ix - 1) * 7
               COMPUTE wn-cf-ymd =
                   FUNCTION DATE-OF-INTEGER(wn-cf-due-int)
               MOVE wn-cf-ymd(1:4) TO wc-cf-week-start(1:4)
               MOVE wn-cf-ymd(5:2) TO wc-cf-week-start(6:2)
               MOVE wn-cf-ymd(7:2) TO wc-cf-week-start(9:2)
               MOVE '-' TO wc-cf-week-start(5:1),
                           wc-cf-week-start(8:1)

               MOVE w9-cf-week-total(wn-cf-ix) TO we-cf-amount
               MOVE w9-cf-week-ag(wn-cf-ix)    TO we-cf-ag
               DISPLAY wc-cf-week-start '  ' we-cf-amount '  '
                       we-cf-ag
           END-PERFORM

           MOVE w9-cf-week-total(9) TO we-cf-amount
           MOVE w9-cf-week-ag(9)    TO we-cf-ag
           DISPLAY 'Senare      ' we-cf-amount '  ' we-cf-ag

           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       I0181-bucket-cashflow-row.

      *    roll the due date to the next banking day, then drop
      *    the amount in its week bucket; anything already overdue
      *    is expected in the first week
           MOVE wc-cf-duedate TO wc-cf-roll-date
           PERFORM U0910-roll-to-bank-day

           MOVE ZERO TO wn-cf-ymd
           MOVE wc-cf-roll-date(1:4) TO wn-cf-ymd(1:4)
           MOVE wc-cf-roll-date(6:2) TO wn-cf-ymd(5:2)
           MOVE wc-cf-roll-date(9:2) TO wn-cf-ymd(7:2)
           COMPUTE wn-cf-due-int =
               FUNCTION INTEGER-OF-DATE(wn-cf-ymd)

           IF wn-cf-due-int < wn-cf-today-int
               MOVE 1 TO wn-cf-week
           ELSE
               COMPUTE wn-cf-week =
                   (wn-cf-due-int - wn-cf-today-int) / 7 + 1
               IF wn-cf-week > 8
                   MOVE 9 TO wn-cf-week
               END-IF
           END-IF

           ADD w9-cf-amount TO w9-cf-week-total(wn-cf-week)
           IF wn-cf-mandate > ZERO
               ADD w9-cf-amount TO w9-cf-week-ag(wn-cf-week)
           END-IF
           .

      **********************************************************
       U0910-roll-to-bank-day.

      *    advance wc-cf-roll-date to the next banking day if it
      *    lands on a weekend or a BANKCAL holiday - the same roll
      *    the dunning run applies to due dates
           MOVE ZERO TO wn-cf-ymd
           MOVE wc-cf-roll-date(1:4) TO wn-cf-ymd(1:4)
           MOVE wc-cf-roll-date(6:2) TO wn-cf-ymd(5:2)
           MOVE wc-cf-roll-date(9:2) TO wn-cf-ymd(7:2)
           COMPUTE wn-cf-due-int =
               FUNCTION INTEGER-OF-DATE(wn-cf-ymd)

           MOVE 'N' TO is-cf-bank-day-switch
           PERFORM U0920-test-one-bank-day
               UNTIL is-cf-bank-day
           .

      **********************************************************
       U0920-test-one-bank-day.

      *    day 1 of the standard date base is a Monday, so modulo 7
      *    gives 6 for Saturday and 0 for Sunday
           COMPUTE wn-cf-dow = FUNCTION MOD(wn-cf-due-int, 7)

           IF wn-cf-dow = 6 OR wn-cf-dow = ZERO
               ADD 1 TO wn-cf-due-int
           ELSE
               COMPUTE wn-cf-ymd =
                   FUNCTION DATE-OF-INTEGER(wn-cf-due-int)
               MOVE wn-cf-ymd(1:4) TO wc-cf-roll-date(1:4)
               MOVE wn-cf-ymd(5:2) TO wc-cf-roll-date(6:2)
               MOVE wn-cf-ymd(7:2) TO wc-cf-roll-date(9:2)
               MOVE '-' TO wc-cf-roll-date(5:1),
                           wc-cf-roll-date(8:1)

               MOVE ZERO TO wn-cf-cal-hit
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-cf-cal-hit
                   FROM TUTORIAL.BANKCAL
                   WHERE CALDATE = :wc-cf-roll-date
               END-EXEC

               IF SQLCODE = ZERO AND wn-cf-cal-hit > ZERO
                   ADD 1 TO wn-cf-due-int
               ELSE
                   SET is-cf-bank-day TO TRUE
               END-IF
           END-IF
           .

      **********************************************************
       U0930-log-read-access.

      *    one READLOG row per look at a debtor's personal data -
      *    the data protection officer's record of who read what
           CALL 'readlog' USING wc-rl-func, wn-rl-debt-id,
                                wn-rl-inv-id, wc-login-userid
           .

      **********************************************************
       U0940-log-queue-item.

      *    an item entering or leaving one of the worklist queues,
      *    timed and with the operator for the queue aging report
           CALL 'queuelog' USING wc-ql-func, wc-ql-queue, wn-ql-key1,
                                 wn-ql-key2, wc-ql-keytext,
                                 wc-login-userid
           .

      **********************************************************
       U0945-log-address-history.

      *    the debtor's address before a change (K) or after it
      *    (C), with what moved it and the operator
           CALL 'addrhist' USING wc-ah-func, wn-ah-debt-id,
                                 wn-ah-addr-id, wc-ah-source,
                                 wc-login-userid
           .

      **********************************************************
       K0100-update-customers.

           MOVE 'N' TO is-exit-customer-menu-switch
           PERFORM UNTIL is-exit-customer-menu

               PERFORM K110-diplay-customer-menu
               EVALUATE wc-accept

                   WHEN '51'
                       PERFORM K0120-display-customer-list
                       MOVE SPACE TO wc-accept
                   WHEN '52'
                       CALL 'customermenu' USING wc-accept,
                                           wc-operator-role,
                                           wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '53'
                       CALL 'customermenu' USING wc-accept,
                                           wc-operator-role,
                                           wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '54'
                       CALL 'customermenu' USING wc-accept,
                                           wc-operator-role,
                                           wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '55'
                       CALL 'customermenu' USING wc-accept,
                                           wc-operator-role,
                                           wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '56'
                       PERFORM K0130-format-profiles
                       MOVE SPACE TO wc-accept
                   WHEN '57'
                       CALL 'customermenu' USING wc-accept,
                                           wc-operator-role,
                                           wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '58'
                       CALL 'customermenu' USING wc-accept,
                                           wc-operator-role,
                                           wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '59'
                       CALL 'customermenu' USING wc-accept,
                                           wc-operator-role,
                                           wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-customer-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       K110-diplay-customer-menu.

           DISPLAY HEADLINE
           DISPLAY '*** KUNDREGISTER ***'
           DISPLAY HEADLINE
           DISPLAY '(51) Visa kundregister'
           DISPLAY '(52) Uppdatera kundregistret'
           DISPLAY '(53) Uppdatera kundens tjänster och avtalspriser'
           DISPLAY '(54) Lägg till ny kund'
           DISPLAY '(55) Inaktivera kund'
           DISPLAY '(56) Importformatprofiler per kund'
           DISPLAY '(57) Volymåtaganden per kund'
           DISPLAY '(58) Godkänn årsavstämning volymåtaganden'
           DISPLAY '(59) Förskottskonto - saldo och insättning'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       K0120-display-customer-list.


           DISPLAY 'Sök kund (kundnummer/namn, blankt = visa alla)'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-search-term
           ACCEPT wc-search-term

           IF wc-search-term = SPACE
               MOVE '%' TO wc-search-like
           ELSE
               STRING '%' DELIMITED BY SIZE
                      FUNCTION UPPER-CASE(wc-search-term)
                           DELIMITED BY SPACE
                      '%' DELIMITED BY SIZE
                   INTO wc-search-like
               END-STRING
           END-IF

           DISPLAY '-----------------'
           DISPLAY 'BEFINTLIGA KUNDER'
           DISPLAY '-----------------'

           EXEC SQL
               OPEN BCURS1
           END-EXEC

           EXEC SQL
               FETCH BCURS1
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-ORGNO,
                        :CUSTOMER-NAME
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

               DISPLAY CUSTOMER-CUST-ID
                       '|' CUSTOMER-ORGNO
                       '|' CUSTOMER-NAME

      *        fetch next row
               EXEC SQL
               FETCH BCURS1
                   INTO :CUSTOMER-CUST-ID, :CUSTOMER-ORGNO,
                        :CUSTOMER-NAME
               END-EXEC

           END-PERFORM

      *    end of data
           IF SQLSTATE NOT = "02000"
               PERFORM Z0900-error-routine
           END-IF

      *    close cursor sum up revenue
           EXEC SQL
               CLOSE BCURS1
           END-EXEC

           .

      **********************************************************
       K0130-format-profiles.

      *    define, test and remove the per-customer import format
      *    profiles C0137 applies when normalizing that customer's
      *    files - what used to be two weeks of layout discussion
      *    becomes a profile row and a test line
           DISPLAY HEADLINE
           DISPLAY '*** IMPORTFORMATPROFILER ***'
           DISPLAY HEADLINE
           DISPLAY 'Kundnr      Avgr  Datum  Decimal'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-IMPPROFILE
           END-EXEC

           EXEC SQL
               FETCH CUR-IMPPROFILE
               INTO :IMPPROFILE-CUSTNO, :IMPPROFILE-DELIM,
                    :IMPPROFILE-DATEFMT, :IMPPROFILE-DECSEP,
                    :IMPPROFILE-POSCODE, :IMPPROFILE-POSCUST,
                    :IMPPROFILE-POSDEBT, :IMPPROFILE-POSINV,
                    :IMPPROFILE-POSDATE, :IMPPROFILE-POSVAT,
                    :IMPPROFILE-POSCUR, :IMPPROFILE-POSDESC,
                    :IMPPROFILE-POSARTNO, :IMPPROFILE-POSUNIT,
                    :IMPPROFILE-POSQTY, :IMPPROFILE-POSPRICE,
                    :IMPPROFILE-POSDUE, :IMPPROFILE-POSREF,
                    :IMPPROFILE-POSLABOUR
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY IMPPROFILE-CUSTNO '  ' IMPPROFILE-DELIM
                       '     ' IMPPROFILE-DATEFMT '      '
                       IMPPROFILE-DECSEP

               EXEC SQL
                   FETCH CUR-IMPPROFILE
                   INTO :IMPPROFILE-CUSTNO, :IMPPROFILE-DELIM,
                        :IMPPROFILE-DATEFMT, :IMPPROFILE-DECSEP,
                        :IMPPROFILE-POSCODE, :IMPPROFILE-POSCUST,
                        :IMPPROFILE-POSDEBT, :IMPPROFILE-POSINV,
                        :IMPPROFILE-POSDATE, :IMPPROFILE-POSVAT,
                        :IMPPROFILE-POSCUR, :IMPPROFILE-POSDESC,
                        :IMPPROFILE-POSARTNO,
                        :IMPPROFILE-POSUNIT, :IMPPROFILE-POSQTY,
                        :IMPPROFILE-POSPRICE, :IMPPROFILE-POSDUE,
                        :IMPPROFILE-POSREF, :IMPPROFILE-POSLABOUR
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-IMPPROFILE
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'S - Sätt profil för kund'
           DISPLAY 'T - Testa profil mot en exempelrad'
           DISPLAY 'B - Ta bort profil'
           DISPLAY 'X - Tillbaka'
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-pf-action

           EVALUATE FUNCTION UPPER-CASE(wc-pf-action)
               WHEN 'S'
                   PERFORM K0131-set-format-profile
               WHEN 'T'
                   PERFORM K0132-test-format-profile
               WHEN 'B'
                   PERFORM K0133-remove-format-profile
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       K0131-set-format-profile.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO IMPPROFILE-CUSTNO
           ACCEPT IMPPROFILE-CUSTNO
           DISPLAY 'Avgränsare (t ex ; , |): ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-DELIM
           DISPLAY 'Datumformat (I=ÅÅÅÅ-MM-DD, E=DD.MM.ÅÅÅÅ,'
                   ' U=MM/DD/ÅÅÅÅ): ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-DATEFMT
           MOVE FUNCTION UPPER-CASE(IMPPROFILE-DATEFMT)
               TO IMPPROFILE-DATEFMT
           DISPLAY 'Decimaltecken (. eller ,): ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-DECSEP

           DISPLAY 'Fältposition i huvudrad (0 = saknas):'
           DISPLAY '  Transaktionskod: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSCODE
           DISPLAY '  Kundnummer: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSCUST
           DISPLAY '  Gäldenärsnummer: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSDEBT
           DISPLAY '  Fakturanummer: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSINV
           DISPLAY '  Fakturadatum: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSDATE
           DISPLAY '  Momssats: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSVAT
           DISPLAY '  Valuta: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSCUR
           DISPLAY '  Förfallodag: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSDUE
           DISPLAY '  Er referens/ordernummer: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSREF
           DISPLAY 'Fältposition i radpost (0 = saknas):'
           DISPLAY '  Beskrivning: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSDESC
           DISPLAY '  Artikelnummer: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSARTNO
           DISPLAY '  Enhet: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSUNIT
           DISPLAY '  Antal: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSQTY
           DISPLAY '  Pris: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSPRICE
           DISPLAY '  Arbetstyp ROT/RUT: ' WITH NO ADVANCING
           ACCEPT IMPPROFILE-POSLABOUR

           IF IMPPROFILE-CUSTNO = SPACE
              OR IMPPROFILE-POSCODE = ZERO
              OR IMPPROFILE-POSCUST = ZERO
               DISPLAY 'Kundnummer samt positionerna för kod och'
                       ' kundnummer måste anges!'
           ELSE
               EXEC SQL
                   UPDATE TUTORIAL.IMPPROFILE
                   SET DELIM = :IMPPROFILE-DELIM,
                       DATEFMT = :IMPPROFILE-DATEFMT,
                       DECSEP = :IMPPROFILE-DECSEP,
                       POSCODE = :IMPPROFILE-POSCODE,
                       POSCUST = :IMPPROFILE-POSCUST,
                       POSDEBT = :IMPPROFILE-POSDEBT,
                       POSINV = :IMPPROFILE-POSINV,
                       POSDATE = :IMPPROFILE-POSDATE,
                       POSVAT = :IMPPROFILE-POSVAT,
                       POSCUR = :IMPPROFILE-POSCUR,
                       POSDESC = :IMPPROFILE-POSDESC,
                       POSARTNO = :IMPPROFILE-POSARTNO,
                       POSUNIT = :IMPPROFILE-POSUNIT,
                       POSQTY = :IMPPROFILE-POSQTY,
                       POSPRICE = :IMPPROFILE-POSPRICE,
                       POSDUE = :IMPPROFILE-POSDUE,
                       POSREF = :IMPPROFILE-POSREF,
                       POSLABOUR = :IMPPROFILE-POSLABOUR
                   WHERE CUSTNO = :IMPPROFILE-CUSTNO
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO TUTORIAL.IMPPROFILE
                       VALUES (:IMPPROFILE-CUSTNO,
                               :IMPPROFILE-DELIM,
                               :IMPPROFILE-DATEFMT,
                               :IMPPROFILE-DECSEP,
                               :IMPPROFILE-POSCODE,
                               :IMPPROFILE-POSCUST,
                               :IMPPROFILE-POSDEBT,
                               :IMPPROFILE-POSINV,
                               :IMPPROFILE-POSDATE,
                               :IMPPROFILE-POSVAT,
                               :IMPPROFILE-POSCUR,
                               :IMPPROFILE-POSDESC,
                               :IMPPROFILE-POSARTNO,
                               :IMPPROFILE-POSUNIT,
                               :IMPPROFILE-POSQTY,
                               :IMPPROFILE-POSPRICE,
                               :IMPPROFILE-POSDUE,
                               :IMPPROFILE-POSREF,
                               :IMPPROFILE-POSLABOUR)
                   END-EXEC
               END-IF

               IF SQLCODE = ZERO
                   DISPLAY 'Profilen har sparats!'
               ELSE
                   DISPLAY 'Profilen kunde inte sparas!'
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       K0132-test-format-profile.

      *    paste one line from the customer's file and see exactly
      *    how the registered profile would read it
           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-pf-custno
           ACCEPT wc-pf-custno

           EXEC SQL
               SELECT DELIM, DATEFMT, DECSEP, POSCODE, POSCUST,
                      POSDEBT, POSINV, POSDATE, POSVAT, POSCUR,
                      POSDESC, POSARTNO, POSUNIT, POSQTY, POSPRICE
               INTO :IMPPROFILE-DELIM, :IMPPROFILE-DATEFMT,
                    :IMPPROFILE-DECSEP, :IMPPROFILE-POSCODE,
                    :IMPPROFILE-POSCUST, :IMPPROFILE-POSDEBT,
                    :IMPPROFILE-POSINV, :IMPPROFILE-POSDATE,
                    :IMPPROFILE-POSVAT, :IMPPROFILE-POSCUR,
                    :IMPPROFILE-POSDESC, :IMPPROFILE-POSARTNO,
                    :IMPPROFILE-POSUNIT, :IMPPROFILE-POSQTY,
                    :IMPPROFILE-POSPRICE
               FROM TUTORIAL.IMPPROFILE
               WHERE CUSTNO = :wc-pf-custno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen profil registrerad för kunden!'
           ELSE
               DISPLAY 'Exempelrad: ' WITH NO ADVANCING
               MOVE SPACE TO wc-pf-testline
               ACCEPT wc-pf-testline

               MOVE wc-pf-testline TO INFAKT-POST
               MOVE IMPPROFILE-DELIM TO wc-pf-delim
               PERFORM C0137B-split-profile-line

               DISPLAY 'Tolkade fält:'
               PERFORM VARYING wn-pf-ix FROM 1 BY 1
                       UNTIL wn-pf-ix > 12
                   IF wc-pf-field(wn-pf-ix) NOT = SPACE
                       DISPLAY '  ' wn-pf-ix ': '
                               wc-pf-field(wn-pf-ix)
                   END-IF
               END-PERFORM

               IF IMPPROFILE-POSCUST > ZERO
                  AND IMPPROFILE-POSCUST NOT > 12
                   IF wc-pf-field(IMPPROFILE-POSCUST)(1:10)
                           = wc-pf-custno
                       DISPLAY 'Kundnumret matchar - profilen'
                               ' skulle användas.'
                   ELSE
                       DISPLAY 'OBS: kundnummerfältet matchar'
                               ' inte profilens kund!'
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       K0133-remove-format-profile.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-pf-custno
           ACCEPT wc-pf-custno

           EXEC SQL
               DELETE FROM TUTORIAL.IMPPROFILE
               WHERE CUSTNO = :wc-pf-custno
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Profilen har tagits bort!'
           ELSE
               DISPLAY 'Ingen profil registrerad för kunden!'
           END-IF
           .

      **********************************************************
       M0100-update-products.

           MOVE 'N' TO is-exit-product-menu-switch
           PERFORM UNTIL is-exit-product-menu

               PERFORM M110-diplay-product-menu
               EVALUATE wc-accept

                   WHEN '61'
                       CALL 'servicemenu' USING wc-accept,
                                          wc-operator-role
                       MOVE SPACE TO wc-accept
                   WHEN '62'
                       CALL 'servicemenu' USING wc-accept,
                                          wc-operator-role
                       MOVE SPACE TO wc-accept
                   WHEN '63'
                       CALL 'servicemenu' USING wc-accept,
                                          wc-operator-role
                       MOVE SPACE TO wc-accept
                   WHEN '64'
                       CALL 'servicemenu' USING wc-accept,
                                          wc-operator-role
                       MOVE SPACE TO wc-accept
                   WHEN '65'
                       CALL 'servicemenu' USING wc-accept,
                                          wc-operator-role
                       MOVE SPACE TO wc-accept
                   WHEN '66'
                       CALL 'servicemenu' USING wc-accept,
                                          wc-operator-role
                       MOVE SPACE TO wc-accept
                   WHEN '67'
                       CALL 'servicemenu' USING wc-accept,
                                          wc-operator-role
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-product-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .


      **********************************************************
       M110-diplay-product-menu.

           DISPLAY HEADLINE
           DISPLAY '*** PBS TJÄNSTER ***'
           DISPLAY HEADLINE
           DISPLAY '(61) Visa tjänsteprodukter'
           DISPLAY '(62) Uppdatera tjänsteprodukt'
           DISPLAY '(63) Lägg till ny tjänsteprodukt'
           DISPLAY '(64) Ta bort tjänsteprodukt'
           DISPLAY '(65) Visa kunder per tjänsteprodukt'
           DISPLAY '(66) Årlig indexhöjning av priser'
           DISPLAY '(67) Paketerbjudanden - innehåll'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       D0100-update-debtors.

           MOVE 'N' TO is-exit-debtor-menu-switch
           PERFORM UNTIL is-exit-debtor-menu

               PERFORM D110-diplay-debtor-menu
               EVALUATE wc-accept

                   WHEN '81'
                       CALL 'debtormenu' USING wc-accept,
                                         wc-operator-role,
                                         wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '82'
                       CALL 'debtormenu' USING wc-accept,
                                         wc-operator-role,
                                         wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '83'
                       CALL 'debtormenu' USING wc-accept,
                                         wc-operator-role,
                                         wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '84'
                       CALL 'debtormenu' USING wc-accept,
                                         wc-operator-role,
                                         wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '85'
                       CALL 'debtormenu' USING wc-accept,
                                         wc-operator-role,
                                         wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '86'
                       CALL 'debtormenu' USING wc-accept,
                                         wc-operator-role,
                                         wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '87'
                       CALL 'debtormenu' USING wc-accept,
                                         wc-operator-role,
                                         wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '88'
                       CALL 'debtormenu' USING wc-accept,
                                         wc-operator-role,
                                         wc-login-userid
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-debtor-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       D110-diplay-debtor-menu.

           DISPLAY HEADLINE
           DISPLAY '*** GÄLDENÄRSREGISTER ***'
           DISPLAY HEADLINE
           DISPLAY '(81) Visa gäldenärsregister'
           DISPLAY '(82) Uppdatera gäldenär'
           DISPLAY '(83) Lägg till ny gäldenär'
           DISPLAY '(84) Inaktivera gäldenär'
           DISPLAY '(85) Returpost och spärrade adresser'
           DISPLAY '(86) Adressändringsförslag från Bankgiro'
           DISPLAY '(87) Registerutdrag på begäran (GDPR)'
           DISPLAY '(88) Bevarandespärrar (legal hold)'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       X0100-maintenance.

           MOVE 'N' TO is-exit-admin-menu-switch
           PERFORM UNTIL is-exit-maintenance-menu

               PERFORM X110-diplay-maintenance-menu
               EVALUATE wc-accept

                   WHEN '71'
                       PERFORM X0120-display-company-data
                       MOVE SPACE TO wc-accept
                   WHEN '72'
                       PERFORM X0130-update-company-data
                       MOVE SPACE TO wc-accept
                   WHEN '73'
                       PERFORM X0140-print-copy-of-invoice
                       MOVE SPACE TO wc-accept
                   WHEN '74'
                       PERFORM X0150-correct-bg-payment
                       MOVE SPACE TO wc-accept
                   WHEN '75'
                       PERFORM X0160-payment-plan
                       MOVE SPACE TO wc-accept
                   WHEN '76'
                       PERFORM X0170-bank-calendar
                       MOVE SPACE TO wc-accept
                   WHEN '77'
                       PERFORM X0180-writeoff-menu
                       MOVE SPACE TO wc-accept
                   WHEN '78'
                       PERFORM X0190-account-map
                       MOVE SPACE TO wc-accept
                   WHEN '79'
                       PERFORM X0200-close-period
                       MOVE SPACE TO wc-accept
                   WHEN '80'
                       PERFORM X0205-invoice-templates
                       MOVE SPACE TO wc-accept
                   WHEN '81'
                       PERFORM X0330-suspense-queue
                       MOVE SPACE TO wc-accept
                   WHEN '82'
                       PERFORM X0340-fx-rates
                       MOVE SPACE TO wc-accept
                   WHEN '83'
                       PERFORM A0160-change-password
                       MOVE SPACE TO wc-accept
                   WHEN '84'
                       PERFORM X0350-unlock-operator
                       MOVE SPACE TO wc-accept
                   WHEN '85'
                       PERFORM X0360-review-approvals
                       MOVE SPACE TO wc-accept
                   WHEN '86'
                       PERFORM X0370-show-batch-status
                       MOVE SPACE TO wc-accept
                   WHEN '87'
                       PERFORM X0380-thresholds
                       MOVE SPACE TO wc-accept
                   WHEN '88'
                       PERFORM X0390-merge-debtors
                       MOVE SPACE TO wc-accept
                   WHEN '89'
                       PERFORM X0400-manual-payment
                       MOVE SPACE TO wc-accept
                   WHEN '90'
                       PERFORM X0410-mass-reprint
                       MOVE SPACE TO wc-accept
                   WHEN '91'
                       PERFORM X0420-postage-tariff
                       MOVE SPACE TO wc-accept
                   WHEN '92'
                       PERFORM X0430-protected-address
                       MOVE SPACE TO wc-accept
                   WHEN '93'
                       PERFORM X0440-debt-sale
                       MOVE SPACE TO wc-accept
                   WHEN '94'
                       PERFORM X0450-debtor-terms
                       MOVE SPACE TO wc-accept
                   WHEN '95'
                       PERFORM X0460-recurring-invoices
                       MOVE SPACE TO wc-accept
                   WHEN '96'
                       PERFORM X0470-revenue-budget
                       MOVE SPACE TO wc-accept
                   WHEN '97'
                       PERFORM X0480-staff-register
                       MOVE SPACE TO wc-accept
                   WHEN '98'
                       PERFORM X0490-unit-costs
                       MOVE SPACE TO wc-accept
                   WHEN '99'
                       SET is-exit-maintenance-menu TO TRUE
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt meny val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       X110-diplay-maintenance-menu.

           DISPLAY HEADLINE
           DISPLAY '*** PROGRAM UNDERHÅLL ***'
           DISPLAY HEADLINE
           DISPLAY '(71) Visa PBS företagsinformation'
           DISPLAY '(72) Uppdatera PBS företagsinformation'
           DISPLAY '(73) Skriv ut kopia av gäldenärsfaktura'
           DISPLAY '(74) Rätta felaktig Bankgiro-betalning'
           DISPLAY '(75) Avbetalningsplan för faktura'
           DISPLAY '(76) Bankdagskalender'
           DISPLAY '(77) Avskrivning av osäkra fordringar'
           DISPLAY '(78) Kontoplan för SIE-export'
           DISPLAY '(79) Stäng bokföringsperiod'
           DISPLAY '(80) Fakturamallar per kund och språk'
           DISPLAY '(81) Oplacerade betalningar (avvaktkonto)'
           DISPLAY '(82) Valutakurser'
           DISPLAY '(83) Byt eget lösenord'
           DISPLAY '(84) Lås upp operatörskonto'
           DISPLAY '(85) Granska åtgärdskön (fyra ögon)'
           DISPLAY '(86) Nattkörningens status'
           DISPLAY '(87) Larmtrösklar för batchstegen'
           DISPLAY '(88) Slå ihop dubblerade gäldenärer'
           DISPLAY '(89) Registrera manuell betalning'
           DISPLAY '(90) Massomtryck efter trasig utskriftsnatt'
           DISPLAY '(91) Portotariff per arkantal'
           DISPLAY '(92) Visa skyddad adress (fyra ögon)'
           DISPLAY '(93) Försäljning av fordringsportfölj'
           DISPLAY '(94) Betalningsvillkor per gäldenär'
           DISPLAY '(95) Återkommande fakturor (hyresavier)'
           DISPLAY '(96) Intäktsbudget per kund och artikel'
           DISPLAY '(97) Kundansvariga (personalregister)'
           DISPLAY '(98) Standardkostnader per enhet'
           DISPLAY SPACE
           DISPLAY '(99) Tillbaka till huvudmenyn'
           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       X0120-display-company-data.

           EXEC SQL
               OPEN CUR-PBS-COMPANY
           END-EXEC

           EXEC SQL
               FETCH CUR-PBS-COMPANY
               INTO :PBSCOMPANY-PBSCO-ID, :PBSCOMPANY-NAME,
                    :PBSCOMPANY-BOARDPLACE, :PBSCOMPANY-OURCONTACT,
                    :PBSCOMPANY-TEL, :PBSCOMPANY-EMAIL,
                    :PBSCOMPANY-WEB, :PBSCOMPANY-ORGNO,
                    :PBSCOMPANY-STREET, :PBSCOMPANY-POSTNO,
                    :PBSCOMPANY-PLACE, :PBSCOMPANY-VATREGNO,
                    :PBSCOMPANY-BANKGIRO, :PBSCOMPANY-POSTGIRO
           END-EXEC

           EXEC SQL
               CLOSE CUR-PBS-COMPANY
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Hittar ingen PBS företagspost!'
           ELSE
               DISPLAY HEADLINE
               DISPLAY '*** PBS FÖRETAGSINFORMATION ***'
               DISPLAY HEADLINE
               DISPLAY 'Företagsnamn   : ' PBSCOMPANY-NAME-TEXT
               DISPLAY 'Styrelsens säte: ' PBSCOMPANY-BOARDPLACE-TEXT
               DISPLAY 'Vår kontakt    : ' PBSCOMPANY-OURCONTACT-TEXT
               DISPLAY 'Telefon        : ' PBSCOMPANY-TEL-TEXT
               DISPLAY 'Email          : ' PBSCOMPANY-EMAIL-TEXT
               DISPLAY 'Webbaddress    : ' PBSCOMPANY-WEB-TEXT
               DISPLAY 'Org.nr         : ' PBSCOMPANY-ORGNO
               DISPLAY 'Gatuadress     : ' PBSCOMPANY-STREET-TEXT
               DISPLAY 'Postnummer     : ' PBSCOMPANY-POSTNO
               DISPLAY 'Postort        : ' PBSCOMPANY-PLACE-TEXT
               DISPLAY 'Moms.reg.nr    : ' PBSCOMPANY-VATREGNO-TEXT
               DISPLAY 'Bankgiro       : ' PBSCOMPANY-BANKGIRO
               DISPLAY 'Postgiro       : ' PBSCOMPANY-POSTGIRO
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       X0130-update-company-data.

           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               EXEC SQL
                   OPEN CUR-PBS-COMPANY
               END-EXEC

               EXEC SQL
                   FETCH CUR-PBS-COMPANY
                   INTO :PBSCOMPANY-PBSCO-ID, :PBSCOMPANY-NAME,
                        :PBSCOMPANY-BOARDPLACE, :PBSCOMPANY-OURCONTACT,
                        :PBSCOMPANY-TEL, :PBSCOMPANY-EMAIL,
                        :PBSCOMPANY-WEB, :PBSCOMPANY-ORGNO,
                        :PBSCOMPANY-STREET, :PBSCOMPANY-POSTNO,
                        :PBSCOMPANY-PLACE, :PBSCOMPANY-VATREGNO,
                        :PBSCOMPANY-BANKGIRO, :PBSCOMPANY-POSTGIRO
               END-EXEC

               EXEC SQL
                   CLOSE CUR-PBS-COMPANY
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Hittar ingen PBS företagspost!'
               ELSE
                   MOVE 'N' TO is-exit-pbsco-menu-switch
                   PERFORM UNTIL is-exit-pbsco-menu

                       DISPLAY HEADLINE
                       DISPLAY 'UPPDATERA PBS FÖRETAGSINFORMATION'
                       DISPLAY HEADLINE
                       DISPLAY 'Skriv en bokstavskod för att ändra'

                       DISPLAY 'NA - Ändra företagsnamnet'
                       DISPLAY 'BO - Ändra styrelsens säte'
                       DISPLAY 'TE - Ändra telefonnumret'

                       DISPLAY 'EM - Ändra email'
                       DISPLAY 'WE - Ändra webbaddress'
                       DISPLAY 'OR - Ändra organisationsnumret'

                       DISPLAY 'ST - Ändra gatuadressen'
                       DISPLAY 'PO - Ändra postnumret'
                       DISPLAY 'PL - Ändra postortsnamnet'

                       DISPLAY 'VA - Ändra momsregistreringsnumret'
                       DISPLAY 'BG - Ändra bankgironumret'
                       DISPLAY 'PG - Ändra postgironumret'
                       DISPLAY 'NK - Nycklar för utgående filer'

                       DISPLAY SPACE
                       DISPLAY 'X - Tillbaka till föregående meny'

                       DISPLAY HEADLINE
                       DISPLAY ': ' WITH NO ADVANCING
                       ACCEPT wc-accept

                       IF FUNCTION UPPER-CASE(wc-accept) = 'X'
                           SET is-exit-pbsco-menu TO TRUE
                       ELSE
                           PERFORM X0135-update-pbsco-field
                       END-IF

                   END-PERFORM
               END-IF
           END-IF
           .

      **********************************************************
       X0135-update-pbsco-field.

           EVALUATE FUNCTION UPPER-CASE(wc-accept)
               WHEN 'NA'
                   PERFORM X0210-update-pbsco-name
               WHEN 'BO'
                   PERFORM X0220-update-pbsco-boardplace
               WHEN 'TE'
                   PERFORM X0230-update-pbsco-tel
               WHEN 'EM'
                   PERFORM X0240-update-pbsco-email
               WHEN 'WE'
                   PERFORM X0250-update-pbsco-web
               WHEN 'OR'
                   PERFORM X0260-update-pbsco-orgno
               WHEN 'ST'
                   PERFORM X0270-update-pbsco-street
               WHEN 'PO'
                   PERFORM X0280-update-pbsco-postno
               WHEN 'PL'
                   PERFORM X0290-update-pbsco-place
               WHEN 'VA'
                   PERFORM X0300-update-pbsco-vatregno
               WHEN 'BG'
                   PERFORM X0310-update-pbsco-bankgiro
               WHEN 'PG'
                   PERFORM X0320-update-pbsco-postgiro
               WHEN 'NK'
                   PERFORM X0325-outbound-keys
               WHEN OTHER
                   DISPLAY 'Ej giltigt val!'
           END-EVALUATE
           .

      **********************************************************
       X0140-print-copy-of-invoice.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-print-custno
           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-print-invno

           EXEC SQL
               SELECT INV_ID, DEBT_ID
               INTO :wn-rl-inv-id, :wn-rl-debt-id
               FROM TUTORIAL.INVOICE
               WHERE CUSTNO = :wc-print-custno
                 AND INVNO = :wc-print-invno
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'X0140' TO wc-rl-func
               PERFORM U0930-log-read-access
           END-IF

      *    regenerate the invoice exactly like the single-invoice
      *    reprint under menu (22), just reached from maintenance
           MOVE '22' TO wc-accept
           CALL 'SUBMIT-SINGLE-INVOICE' USING wc-accept,
                                         wc-print-custno,
                                         wc-print-invno
           .

      **********************************************************
       X0150-correct-bg-payment.

           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               DISPLAY 'Kundnummer: ' WITH NO ADVANCING
               ACCEPT wc-bgpay-custno
               DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
               ACCEPT wc-bgpay-invno

               PERFORM X0151-find-bg-invoice

               IF NOT is-bgpay-invoice-found
                   DISPLAY 'Hittar ingen sådan faktura!'
               ELSE
                   MOVE 'X0150' TO wc-rl-func
                   MOVE ZERO TO wn-rl-debt-id
                   MOVE wn-bgpay-inv-id TO wn-rl-inv-id
                   PERFORM U0930-log-read-access

                   MOVE 'N' TO is-exit-bgpay-menu-switch
                   PERFORM UNTIL is-exit-bgpay-menu

                       PERFORM X0152-list-bg-payments

                       DISPLAY SPACE
                       DISPLAY 'Ange betalnings-ID att rätta,'
                               ' eller X för att gå tillbaka'
                       DISPLAY ': ' WITH NO ADVANCING
                       ACCEPT wc-bgpay-selected-id

                       IF FUNCTION UPPER-CASE(wc-bgpay-selected-id)
                               = 'X'
                           SET is-exit-bgpay-menu TO TRUE
                       ELSE
                           PERFORM X0153-select-bg-payment
                       END-IF

                   END-PERFORM
               END-IF
           END-IF
           .

      **********************************************************
       X0151-find-bg-invoice.

           MOVE 'N' TO is-bgpay-invoice-found-switch

           EXEC SQL
               SELECT INV_ID, PAIDAMT, INVSTATE
               INTO :wn-bgpay-inv-id, :wn-bgpay-paidamt,
                    :wn-bgpay-invstate
               FROM TUTORIAL.INVOICE
               WHERE CUSTNO = :wc-bgpay-custno
                 AND INVNO = :wc-bgpay-invno
           END-EXEC

           IF SQLCODE = ZERO
               SET is-bgpay-invoice-found TO TRUE
           END-IF
           .

      **********************************************************
       X0152-list-bg-payments.

           DISPLAY HEADLINE
           DISPLAY '*** BANKGIRO-BETALNINGAR FÖR FAKTURA '
                   wc-bgpay-custno '/' wc-bgpay-invno ' ***'
           DISPLAY 'Betalt belopp: ' wn-bgpay-paidamt
           DISPLAY HEADLINE
           DISPLAY 'Betaln.ID  Bankgironr    Belopp    Datum'
                   '         Avgifter   Ränta      Kapital'

           EXEC SQL
               OPEN CUR-BGPAY-BY-INV
           END-EXEC

           EXEC SQL
               FETCH CUR-BGPAY-BY-INV
               INTO :wn-bgpay-payment-id, :wc-bgpay-bgcnr,
                    :w9-bgpay-amount, :wc-bgpay-paydate,
                    :w9-bgpay-costamt, :w9-bgpay-intamt
           END-EXEC

      *    the split the payment was booked with: reminder costs,
      *    late interest and what went against the invoice itself
           PERFORM UNTIL SQLCODE = 100
               COMPUTE w9-bgpay-principal = w9-bgpay-amount
                   - w9-bgpay-costamt - w9-bgpay-intamt
               DISPLAY wn-bgpay-payment-id '  ' wc-bgpay-bgcnr '  '
                       w9-bgpay-amount '  ' wc-bgpay-paydate '  '
                       w9-bgpay-costamt '  ' w9-bgpay-intamt '  '
                       w9-bgpay-principal

               EXEC SQL
                   FETCH CUR-BGPAY-BY-INV
                   INTO :wn-bgpay-payment-id, :wc-bgpay-bgcnr,
                        :w9-bgpay-amount, :wc-bgpay-paydate,
                        :w9-bgpay-costamt, :w9-bgpay-intamt
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-BGPAY-BY-INV
           END-EXEC

           DISPLAY HEADLINE
           .

      **********************************************************
       X0153-select-bg-payment.

           MOVE FUNCTION NUMVAL(wc-bgpay-selected-id)
               TO wn-bgpay-payment-id

           EXEC SQL
               SELECT BGCNR, AMOUNT, PAYDATE, COSTAMT, INTAMT
               INTO :wc-bgpay-bgcnr, :w9-bgpay-amount,
                    :wc-bgpay-paydate, :w9-bgpay-costamt,
                    :w9-bgpay-intamt
               FROM TUTORIAL.BGPAYMENT
               WHERE PAYMENT_ID = :wn-bgpay-payment-id
                 AND INV_ID = :wn-bgpay-inv-id
                 AND REVERSED = 'N'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänt betalnings-ID på denna faktura!'
           ELSE
      *        a payment booked in a closed accounting period is
      *        part of figures already reported - it may not be
      *        reversed or moved any more
               MOVE wc-bgpay-paydate(1:7) TO wc-lock-period
               MOVE ZERO TO wn-lock-hit

               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-lock-hit
                   FROM TUTORIAL.PERIODLOCK
                   WHERE PERIOD = :wc-lock-period
               END-EXEC

               IF SQLCODE = ZERO AND wn-lock-hit > ZERO
                   DISPLAY 'Betalningen ligger i en stängd'
                           ' bokföringsperiod - kan ej rättas!'
               ELSE
               COMPUTE w9-bgpay-principal = w9-bgpay-amount
                   - w9-bgpay-costamt - w9-bgpay-intamt
               DISPLAY 'Varav avgifter: ' w9-bgpay-costamt
                       '  ränta: ' w9-bgpay-intamt
                       '  kapital: ' w9-bgpay-principal
               DISPLAY 'R - Återför betalningen (ingen annan faktura)'
               DISPLAY 'O - Flytta betalningen till rätt faktura'
               DISPLAY 'X - Avbryt'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-bgpay-action

               EVALUATE FUNCTION UPPER-CASE(wc-bgpay-action)
                   WHEN 'R'
                       PERFORM X0154-reverse-bg-payment
                   WHEN 'O'
                       PERFORM X0155-repoint-bg-payment
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               END-IF
           END-IF
           .

      **********************************************************
       X0154-reverse-bg-payment.

      *    a reversal moves money, so one admin alone may no longer
      *    do it - the action is proposed into the four-eyes queue
      *    and another administrator executes it under menyval (85)
           MOVE 'REVERSE' TO wc-appr-actiontype
           MOVE wn-bgpay-payment-id TO wn-appr-key1
           MOVE wn-bgpay-inv-id     TO wn-appr-key2
           MOVE ZERO                TO wn-appr-key3
           PERFORM X0157-propose-action
           .

      **********************************************************
       X0155-repoint-bg-payment.

           DISPLAY 'Rätt kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-bgpay-new-custno
           DISPLAY 'Rätt fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-bgpay-new-invno

           EXEC SQL
               SELECT INV_ID
               INTO :wn-bgpay-new-inv-id
               FROM TUTORIAL.INVOICE
               WHERE CUSTNO = :wc-bgpay-new-custno
                 AND INVNO = :wc-bgpay-new-invno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Hittar ingen sådan faktura!'
           ELSE
      *        moving money between invoices is a four-eyes action:
      *        it is proposed here and executed by a different
      *        administrator under menyval (85)
               MOVE 'REPOINT' TO wc-appr-actiontype
               MOVE wn-bgpay-payment-id TO wn-appr-key1
               MOVE wn-bgpay-inv-id     TO wn-appr-key2
               MOVE wn-bgpay-new-inv-id TO wn-appr-key3
               PERFORM X0157-propose-action
           END-IF
           .

      **********************************************************
       X0156-log-bg-correction.

           CALL 'SQLLOG' USING wr-bgpay-log-message
           .

      **********************************************************
       X0157-propose-action.

      *    one queue row per proposed action; the proposer is
      *    logged at once, the approver at execution, so both
      *    identities end up in the correction log
           DISPLAY 'Orsak: ' WITH NO ADVANCING
           MOVE SPACE TO wc-appr-reason
           ACCEPT wc-appr-reason

           IF wc-appr-reason = SPACE
               DISPLAY 'En orsak måste anges - inget förslag'
                       ' registrerat!'
           ELSE
               EXEC SQL
                   OPEN CUR-APPR-MAXID
               END-EXEC

               EXEC SQL
                   FETCH CUR-APPR-MAXID
                   INTO :wn-next-appr-id
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO wn-next-appr-id
               END-IF

               EXEC SQL
                   CLOSE CUR-APPR-MAXID
               END-EXEC

               ADD 1 TO wn-next-appr-id

               CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
               MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
               MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
               MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
               MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

               EXEC SQL
                   INSERT INTO TUTORIAL.APPROVAL
                   VALUES (:wn-next-appr-id, :wc-appr-actiontype,
                           :wn-appr-key1, :wn-appr-key2,
                           :wn-appr-key3, :wc-appr-reason,
                           :wc-login-userid, :wc-today-date,
                           NULL, 'P')
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Förslaget kunde inte registreras!'
                   PERFORM Z0900-error-routine
               ELSE
                   MOVE 'E'    TO wc-ql-func
                   MOVE 'GODK' TO wc-ql-queue
                   MOVE wn-next-appr-id TO wn-ql-key1
                   MOVE ZERO   TO wn-ql-key2
                   MOVE SPACE  TO wc-ql-keytext
                   PERFORM U0940-log-queue-item

                   MOVE 'PROPOSED'      TO wc-bgpaylog-action
                   MOVE wn-appr-key2    TO wn-bgpaylog-inv-id
                   MOVE wn-appr-key3    TO wn-bgpaylog-new-inv-id
                   MOVE wn-appr-key1    TO wn-bgpaylog-payment-id
                   MOVE wc-login-userid TO wc-bgpaylog-operator
                   PERFORM X0156-log-bg-correction

                   DISPLAY 'Förslaget väntar på en andra'
                           ' administratör (menyval 85)!'
               END-IF
           END-IF
           .

      **********************************************************
       X0158-reverse-payment-split.

      *    the recorded cost and interest parts of a payment come
      *    back off the fee rows and the interest invoice they were
      *    booked on; the caller takes the principal part off the
      *    invoice itself
           MOVE w9-bgpay-amount    TO BGPAYMENT-AMOUNT
           MOVE w9-bgpay-costamt   TO BGPAYMENT-COSTAMT
           MOVE w9-bgpay-intamt    TO BGPAYMENT-INTAMT
           MOVE wn-bgpay-intinv-id TO BGPAYMENT-INTINV-ID
           MOVE 'R' TO wc-payalloc-func
           CALL 'PAYALLOC' USING wc-payalloc-func,
                                 BGPAYMENT-INV-ID,
                                 BGPAYMENT-AMOUNT,
                                 BGPAYMENT-COSTAMT,
                                 BGPAYMENT-INTAMT,
                                 BGPAYMENT-INTINV-ID
           .

      **********************************************************
       X0160-payment-plan.

      *    set up or maintain the installment plan agreed with a
      *    debtor for one invoice; while the plan is kept the
      *    invoice is left out of the dunning run
           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-plan-custno
           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-plan-invno

           EXEC SQL
               SELECT INV_ID
               INTO :wn-plan-inv-id
               FROM TUTORIAL.INVOICE
               WHERE CUSTNO = :wc-plan-custno
                 AND INVNO = :wc-plan-invno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Hittar ingen sådan faktura!'
           ELSE
               MOVE 'N' TO is-exit-plan-menu-switch
               PERFORM UNTIL is-exit-plan-menu

                   PERFORM X0161-list-plan-rows

                   DISPLAY 'L - Lägg till avbetalning'
                   DISPLAY 'T - Ta bort hela planen'
                   DISPLAY 'X - Tillbaka'
                   DISPLAY ': ' WITH NO ADVANCING
                   ACCEPT wc-plan-action

                   EVALUATE FUNCTION UPPER-CASE(wc-plan-action)
                       WHEN 'L'
                           PERFORM X0162-add-plan-row
                       WHEN 'T'
                           PERFORM X0163-remove-plan
                       WHEN 'X'
                           SET is-exit-plan-menu TO TRUE
                       WHEN OTHER
                           DISPLAY 'Ogiltigt val!'
                   END-EVALUATE

               END-PERFORM
           END-IF
           .

      **********************************************************
       X0161-list-plan-rows.

           DISPLAY HEADLINE
           DISPLAY '*** AVBETALNINGSPLAN FÖR FAKTURA '
                   wc-plan-custno '/' wc-plan-invno ' ***'
           DISPLAY 'Förfallodag   Belopp'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-PAYPLAN-BY-INV
           END-EXEC

           EXEC SQL
               FETCH CUR-PAYPLAN-BY-INV
               INTO :wc-plan-duedate, :w9-plan-amount
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               DISPLAY wc-plan-duedate '    ' w9-plan-amount

               EXEC SQL
                   FETCH CUR-PAYPLAN-BY-INV
                   INTO :wc-plan-duedate, :w9-plan-amount
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-PAYPLAN-BY-INV
           END-EXEC

           DISPLAY HEADLINE
           .

      **********************************************************
       X0162-add-plan-row.

           DISPLAY 'Förfallodag (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           ACCEPT wc-plan-duedate
           DISPLAY 'Belopp: ' WITH NO ADVANCING
           MOVE ZERO TO w9-plan-amount
           ACCEPT w9-plan-amount

           IF wc-plan-duedate = SPACE OR w9-plan-amount = ZERO
               DISPLAY 'Givna indata är fel eller saknas!'
           ELSE
               EXEC SQL
                   OPEN CUR-PAYPLAN-MAXID
               END-EXEC

               EXEC SQL
                   FETCH CUR-PAYPLAN-MAXID
                   INTO :wn-next-payplan-id
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO wn-next-payplan-id
               END-IF

               EXEC SQL
                   CLOSE CUR-PAYPLAN-MAXID
               END-EXEC

               ADD 1 TO wn-next-payplan-id

               EXEC SQL
                   INSERT INTO TUTORIAL.PAYPLAN
                   VALUES (:wn-next-payplan-id, :wn-plan-inv-id,
                           :wc-plan-duedate, :w9-plan-amount)
               END-EXEC

               IF SQLCODE = ZERO
                   DISPLAY 'Avbetalning tillagd!'
               ELSE
                   DISPLAY 'Avbetalningen kunde inte läggas till!'
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       X0163-remove-plan.

           EXEC SQL
               DELETE FROM TUTORIAL.PAYPLAN
               WHERE INV_ID = :wn-plan-inv-id
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Planen har tagits bort - fakturan går'
                       ' åter in i påminnelseflödet!'
           ELSE
               DISPLAY 'Ett problem uppstod vid borttagningen!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0170-bank-calendar.

      *    maintain the Swedish bank-holiday dates the due-date
      *    rolling and the nightly batch window consult; weekends
      *    are computed and never need a row here
           MOVE 'N' TO is-exit-bankcal-menu-switch
           PERFORM UNTIL is-exit-bankcal-menu

               PERFORM X0171-list-bank-holidays

               DISPLAY 'L - Lägg till helgdag'
               DISPLAY 'T - Ta bort helgdag'
               DISPLAY 'X - Tillbaka'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-bankcal-action

               EVALUATE FUNCTION UPPER-CASE(wc-bankcal-action)
                   WHEN 'L'
                       PERFORM X0172-add-bank-holiday
                   WHEN 'T'
                       PERFORM X0173-remove-bank-holiday
                   WHEN 'X'
                       SET is-exit-bankcal-menu TO TRUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       X0171-list-bank-holidays.

           DISPLAY HEADLINE
           DISPLAY '*** BANKDAGSKALENDER - HELGDAGAR ***'
           DISPLAY HEADLINE
           DISPLAY 'Datum       Beskrivning'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-BANKCAL
           END-EXEC

           EXEC SQL
               FETCH CUR-BANKCAL
               INTO :BANKCAL-CALDATE, :BANKCAL-DESCRIPTION
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               DISPLAY BANKCAL-CALDATE '  '
                       BANKCAL-DESCRIPTION-TEXT

               EXEC SQL
                   FETCH CUR-BANKCAL
                   INTO :BANKCAL-CALDATE, :BANKCAL-DESCRIPTION
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-BANKCAL
           END-EXEC

           DISPLAY HEADLINE
           .

      **********************************************************
       X0172-add-bank-holiday.

           DISPLAY 'Datum (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           ACCEPT wc-bankcal-date
           DISPLAY 'Beskrivning: ' WITH NO ADVANCING
           ACCEPT wc-bankcal-desc

           IF wc-bankcal-date = SPACE OR wc-bankcal-desc = SPACE
               DISPLAY 'Givna indata är fel eller saknas!'
           ELSE
               EXEC SQL
                   INSERT INTO TUTORIAL.BANKCAL
                   VALUES (:wc-bankcal-date, :wc-bankcal-desc)
               END-EXEC

               IF SQLCODE = ZERO
                   DISPLAY 'Helgdag tillagd!'
               ELSE
                   DISPLAY 'Helgdagen kunde inte läggas till!'
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       X0173-remove-bank-holiday.

           DISPLAY 'Datum (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           ACCEPT wc-bankcal-date

           EXEC SQL
               DELETE FROM TUTORIAL.BANKCAL
               WHERE CALDATE = :wc-bankcal-date
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Helgdagen har tagits bort!'
           ELSE
               DISPLAY 'Ett problem uppstod vid borttagningen!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0180-writeoff-menu.

           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               DISPLAY HEADLINE
               DISPLAY '*** AVSKRIVNING AV OSÄKRA FORDRINGAR ***'
               DISPLAY HEADLINE
               DISPLAY 'F - Föreslå avskrivning'
               DISPLAY 'G - Granska och godkänn/avslå förslag'
               DISPLAY 'X - Tillbaka'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-wo-action

               EVALUATE FUNCTION UPPER-CASE(wc-wo-action)
                   WHEN 'F'
                       PERFORM X0181-propose-writeoff
                   WHEN 'G'
                       PERFORM X0182-review-writeoffs
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      **********************************************************
       X0181-propose-writeoff.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-wo-custno
           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-wo-invno

           EXEC SQL
               SELECT INV_ID
               INTO :wn-wo-inv-id
               FROM TUTORIAL.INVOICE
               WHERE CUSTNO = :wc-wo-custno
                 AND INVNO = :wc-wo-invno
                 AND INVSTATE NOT = 9
                 AND INVSTATE NOT = 7
                 AND INVSTATE NOT = 6
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Hittar ingen öppen sådan faktura!'
           ELSE
               DISPLAY 'Orsak: ' WITH NO ADVANCING
               MOVE SPACE TO wc-wo-reason
               ACCEPT wc-wo-reason

               IF wc-wo-reason = SPACE
                   DISPLAY 'En orsak måste anges!'
               ELSE
                   CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
                   MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
                   MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
                   MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
                   MOVE '-' TO wc-today-date(5:1),
                               wc-today-date(8:1)

                   EXEC SQL
                       INSERT INTO TUTORIAL.WRITEOFF
                       VALUES (:wn-wo-inv-id, :wc-wo-reason,
                               :wc-login-userid, :wc-today-date,
                               NULL, NULL, 'P')
                   END-EXEC

                   IF SQLCODE = ZERO
                       DISPLAY 'Förslaget är registrerat och väntar'
                               ' på en andra administratör!'
                   ELSE
                       DISPLAY 'Förslaget kunde inte registreras!'
                       PERFORM Z0900-error-routine
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       X0182-review-writeoffs.

           DISPLAY HEADLINE
           DISPLAY 'Väntande avskrivningsförslag:'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-WRITEOFF-PEND
           END-EXEC

           EXEC SQL
               FETCH CUR-WRITEOFF-PEND
               INTO :wn-wo-inv-id, :wc-wo-custno, :wc-wo-invno,
                    :wc-wo-reason, :wc-wo-proposedby
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               DISPLAY wn-wo-inv-id '  ' wc-wo-custno '  '
                       wc-wo-invno '  ' wc-wo-proposedby
               DISPLAY '   Orsak: ' wc-wo-reason

               EXEC SQL
                   FETCH CUR-WRITEOFF-PEND
                   INTO :wn-wo-inv-id, :wc-wo-custno, :wc-wo-invno,
                        :wc-wo-reason, :wc-wo-proposedby
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-WRITEOFF-PEND
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Ange faktura-id att behandla, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO wn-wo-inv-id
           ACCEPT wn-wo-inv-id

           IF wn-wo-inv-id NOT = ZERO
               PERFORM X0183-decide-writeoff
           END-IF
           .

      **********************************************************
       X0183-decide-writeoff.

           EXEC SQL
               SELECT PROPOSEDBY
               INTO :wc-wo-proposedby
               FROM TUTORIAL.WRITEOFF
               WHERE INV_ID = :wn-wo-inv-id
                 AND STATE = 'P'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Inget väntande förslag på det faktura-id!'
           ELSE
      *        the whole point of the two-step flow: the admin who
      *        proposed a write-off can never approve it alone
               IF wc-wo-proposedby = wc-login-userid
                   DISPLAY 'Förslaget måste godkännas av en annan'
                           ' administratör!'
               ELSE
                   DISPLAY 'G - Godkänn, A - Avslå'
                   DISPLAY ': ' WITH NO ADVANCING
                   ACCEPT wc-wo-action

                   CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
                   MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
                   MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
                   MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
                   MOVE '-' TO wc-today-date(5:1),
                               wc-today-date(8:1)

                   EVALUATE FUNCTION UPPER-CASE(wc-wo-action)
                       WHEN 'G'
                           PERFORM X0184-approve-writeoff
                       WHEN 'A'
                           EXEC SQL
                               UPDATE TUTORIAL.WRITEOFF
                               SET STATE = 'R',
                                   APPROVEDBY = :wc-login-userid,
                                   APPRDATE = :wc-today-date
                               WHERE INV_ID = :wn-wo-inv-id
                           END-EXEC
                           DISPLAY 'Förslaget är avslaget.'
                       WHEN OTHER
                           DISPLAY 'Ingen åtgärd utförd.'
                   END-EVALUATE
               END-IF
           END-IF
           .

      **********************************************************
       X0184-approve-writeoff.

           EXEC SQL
               UPDATE TUTORIAL.WRITEOFF
               SET STATE = 'A',
                   APPROVEDBY = :wc-login-userid,
                   APPRDATE = :wc-today-date
               WHERE INV_ID = :wn-wo-inv-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Godkännandet kunde inte registreras!'
               PERFORM Z0900-error-routine
           ELSE
               EXEC SQL
                   UPDATE TUTORIAL.INVOICE
                   SET INVSTATE = 7
                   WHERE INV_ID = :wn-wo-inv-id
               END-EXEC

               IF SQLCODE = ZERO
                   DISPLAY 'Fordran är avskriven!'
               ELSE
                   DISPLAY 'Fakturan kunde inte flyttas till'
                           ' avskrivet läge!'
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       X0190-account-map.

      *    maintain the bookkeeping accounts the SIE export posts
      *    to; the keys AR, BANK, SALES and VATOUT are what the
      *    export program looks up
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               MOVE 'N' TO is-exit-acctmap-menu-switch
               PERFORM UNTIL is-exit-acctmap-menu

                   PERFORM X0191-list-account-map

                   DISPLAY 'S - Sätt konto för nyckel'
                   DISPLAY 'X - Tillbaka'
                   DISPLAY ': ' WITH NO ADVANCING
                   ACCEPT wc-acctmap-action

                   EVALUATE FUNCTION UPPER-CASE(wc-acctmap-action)
                       WHEN 'S'
                           PERFORM X0192-set-account
                       WHEN 'X'
                           SET is-exit-acctmap-menu TO TRUE
                       WHEN OTHER
                           DISPLAY 'Ogiltigt val!'
                   END-EVALUATE

               END-PERFORM
           END-IF
           .

      **********************************************************
       X0191-list-account-map.

           DISPLAY HEADLINE
           DISPLAY '*** KONTOPLAN FÖR SIE-EXPORT ***'
           DISPLAY HEADLINE
           DISPLAY 'Nyckel      Konto  Beskrivning'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-ACCTMAP
           END-EXEC

           EXEC SQL
               FETCH CUR-ACCTMAP
               INTO :ACCTMAP-ACCTKEY, :ACCTMAP-ACCTNO,
                    :ACCTMAP-DESCRIPTION
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               DISPLAY ACCTMAP-ACCTKEY '  ' ACCTMAP-ACCTNO '   '
                       ACCTMAP-DESCRIPTION-TEXT

               EXEC SQL
                   FETCH CUR-ACCTMAP
                   INTO :ACCTMAP-ACCTKEY, :ACCTMAP-ACCTNO,
                        :ACCTMAP-DESCRIPTION
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-ACCTMAP
           END-EXEC

           DISPLAY HEADLINE
           .

      **********************************************************
       X0192-set-account.

           DISPLAY 'Nyckel (AR/BANK/SALES/VATOUT): '
               WITH NO ADVANCING
           ACCEPT wc-acctmap-key
           DISPLAY 'Konto (4 siffror): ' WITH NO ADVANCING
           ACCEPT wc-acctmap-acctno
           DISPLAY 'Beskrivning: ' WITH NO ADVANCING
           ACCEPT wc-acctmap-desc

           IF wc-acctmap-key = SPACE
              OR wc-acctmap-acctno IS NOT NUMERIC
               DISPLAY 'Givna indata är fel eller saknas!'
           ELSE
               MOVE FUNCTION UPPER-CASE(wc-acctmap-key)
                   TO wc-acctmap-key

               EXEC SQL
                   UPDATE TUTORIAL.ACCTMAP
                   SET ACCTNO = :wc-acctmap-acctno,
                       DESCRIPTION = :wc-acctmap-desc
                   WHERE ACCTKEY = :wc-acctmap-key
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO TUTORIAL.ACCTMAP
                       VALUES (:wc-acctmap-key, :wc-acctmap-acctno,
                               :wc-acctmap-desc)
                   END-EXEC
               END-IF

               IF SQLCODE = ZERO
                   DISPLAY 'Kontot har sparats!'
               ELSE
                   DISPLAY 'Kontot kunde inte sparas!'
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       X0200-close-period.

           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               DISPLAY 'Period att stänga (ÅÅÅÅ-MM): '
                   WITH NO ADVANCING
               ACCEPT wc-close-period

               MOVE ZERO TO wn-lock-hit
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-lock-hit
                   FROM TUTORIAL.PERIODLOCK
                   WHERE PERIOD = :wc-close-period
               END-EXEC

               IF wn-lock-hit > ZERO
                   DISPLAY 'Perioden är redan stängd!'
               ELSE
                   PERFORM X0201-snapshot-period-totals
                   PERFORM X0203-revalue-fx
                   PERFORM X0202-insert-period-lock
               END-IF
           END-IF
           .

      **********************************************************
       X0204-batch-close-period.

      *    the month-end chain's unattended close: the same
      *    snapshot, revaluation and lock the admin screen runs,
      *    with the chain itself on record as the closer
           IF wc-batch-period(5:1) NOT = '-'
              OR wc-batch-period(1:4) IS NOT NUMERIC
              OR wc-batch-period(6:2) IS NOT NUMERIC
               DISPLAY 'Ogiltig period (YYYY-MM): '
                       wc-batch-period
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE wc-batch-period TO wc-close-period
               MOVE 'BATCH' TO wc-login-userid

               MOVE ZERO TO wn-lock-hit
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-lock-hit
                   FROM TUTORIAL.PERIODLOCK
                   WHERE PERIOD = :wc-close-period
               END-EXEC

               IF wn-lock-hit > ZERO
                   DISPLAY 'Perioden är redan stängd!'
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   PERFORM X0201-snapshot-period-totals
                   PERFORM X0203-revalue-fx
                   PERFORM X0202-insert-period-lock
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF
           .

      **********************************************************
       X0201-snapshot-period-totals.

      *    the month's totals are computed once, at close time, and
      *    written into the lock row - the closing report below and
      *    anything reported to the accountants rest on exactly
      *    these figures
           MOVE SPACE TO wc-vat-period-start
           STRING wc-close-period DELIMITED BY SPACE
                  '-01'           DELIMITED BY SIZE
               INTO wc-vat-period-start
           END-STRING
      *    the month's real last day: first of the next month
      *    minus one
           MOVE wc-close-period(1:4) TO wn-eom-year
           MOVE wc-close-period(6:2) TO wn-eom-month
           IF wn-eom-month = 12
               ADD 1 TO wn-eom-year
               MOVE 1 TO wn-eom-month
           ELSE
               ADD 1 TO wn-eom-month
           END-IF
           COMPUTE wn-eom-ymd =
               wn-eom-year * 10000 + wn-eom-month * 100 + 1
           COMPUTE wn-eom-int =
               FUNCTION INTEGER-OF-DATE(wn-eom-ymd) - 1
           COMPUTE wn-eom-ymd =
               FUNCTION DATE-OF-INTEGER(wn-eom-int)
           MOVE SPACE TO wc-vat-period-end
           MOVE wn-eom-ymd(1:4) TO wc-vat-period-end(1:4)
           MOVE wn-eom-ymd(5:2) TO wc-vat-period-end(6:2)
           MOVE wn-eom-ymd(7:2) TO wc-vat-period-end(9:2)
           MOVE '-' TO wc-vat-period-end(5:1),
                       wc-vat-period-end(8:1)

           MOVE ZERO TO w9-close-net
           MOVE ZERO TO w9-close-vat
           MOVE ZERO TO wn-close-invcount

           EXEC SQL
               OPEN CUR-VAT-RPT
           END-EXEC

           EXEC SQL
               FETCH CUR-VAT-RPT
               INTO :w9-vatr-rate, :wn-vatr-count, :w9-vatr-net
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               COMPUTE w9-vatr-vat ROUNDED =
                       w9-vatr-net * w9-vatr-rate
               ADD w9-vatr-net TO w9-close-net
               ADD w9-vatr-vat TO w9-close-vat
               ADD wn-vatr-count TO wn-close-invcount

               EXEC SQL
                   FETCH CUR-VAT-RPT
                   INTO :w9-vatr-rate, :wn-vatr-count, :w9-vatr-net
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-VAT-RPT
           END-EXEC
           .

      **********************************************************
       X0203-revalue-fx.

      *    the open non-SEK invoices sit in the books at nominal
      *    value; the close revalues them at the latest registered
      *    rate per currency, stores the figures per period for
      *    the SIE export, and reports the unrealized gain/loss
      *    the accountants otherwise compute in a spreadsheet
           MOVE ZERO TO w9-fxr-diff-total

           DISPLAY HEADLINE
           DISPLAY 'Valutaomvärdering av öppna fordringar:'
           DISPLAY 'Valuta  Utestående    Kurs      SEK-värde'
                   '    Orealiserat'

           EXEC SQL
               OPEN CUR-FXREVAL
           END-EXEC

           EXEC SQL
               FETCH CUR-FXREVAL
               INTO :wc-fxr-currency, :w9-fxr-openamt
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO

      *        the latest rate registered for the currency; a
      *        currency with no rate at all stays at nominal
               MOVE 1 TO w9-fxr-rate
               EXEC SQL
                   SELECT RATE
                   INTO :w9-fxr-rate
                   FROM TUTORIAL.FXRATE
                   WHERE CURRENCY = :wc-fxr-currency
                     AND VALIDFROM =
                         (SELECT MAX(VALIDFROM)
                          FROM TUTORIAL.FXRATE
                          WHERE CURRENCY = :wc-fxr-currency)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE 1 TO w9-fxr-rate
               END-IF

               COMPUTE w9-fxr-sekvalue ROUNDED =
                   w9-fxr-openamt * w9-fxr-rate
               COMPUTE w9-fxr-diff =
                   w9-fxr-sekvalue - w9-fxr-openamt
               ADD w9-fxr-diff TO w9-fxr-diff-total

               MOVE w9-fxr-openamt  TO we-fxr-amount
               MOVE w9-fxr-rate     TO we-fxr-rate
               MOVE w9-fxr-diff     TO we-fxr-diff
               DISPLAY wc-fxr-currency '  ' we-fxr-amount '  '
                       we-fxr-rate '  ' we-fxr-diff

               EXEC SQL
                   DELETE FROM TUTORIAL.FXREVAL
                   WHERE PERIOD = :wc-close-period
                     AND CURRENCY = :wc-fxr-currency
               END-EXEC

               EXEC SQL
                   INSERT INTO TUTORIAL.FXREVAL
                   VALUES (:wc-close-period, :wc-fxr-currency,
                           :w9-fxr-openamt, :w9-fxr-rate,
                           :w9-fxr-sekvalue, :w9-fxr-diff)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Omvärderingen kunde inte sparas!'
                   PERFORM Z0900-error-routine
               END-IF

               EXEC SQL
                   FETCH CUR-FXREVAL
                   INTO :wc-fxr-currency, :w9-fxr-openamt
               END-EXEC

           END-PERFORM

           EXEC SQL
               CLOSE CUR-FXREVAL
           END-EXEC

           MOVE w9-fxr-diff-total TO we-fxr-diff
           DISPLAY 'Orealiserat totalt: ' we-fxr-diff
           .

      **********************************************************
       X0202-insert-period-lock.

           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
           MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
           MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
           MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

           EXEC SQL
               INSERT INTO TUTORIAL.PERIODLOCK
               VALUES (:wc-close-period, :wc-today-date,
                       :wc-login-userid, :w9-close-net,
                       :w9-close-vat)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Perioden kunde inte stängas!'
               PERFORM Z0900-error-routine
           ELSE
               DISPLAY HEADLINE
               DISPLAY '*** BOKSLUTSRAPPORT PERIOD '
                       wc-close-period ' ***'
               DISPLAY 'Antal fakturor : ' wn-close-invcount
               DISPLAY 'Netto          : ' w9-close-net
               DISPLAY 'Utgående moms  : ' w9-close-vat
               DISPLAY 'Stängd av      : ' wc-login-userid
               DISPLAY HEADLINE
               DISPLAY 'Perioden är nu stängd - bakdaterade'
                       ' fakturor avvisas vid import!'
           END-IF
           .

      **********************************************************
       X0205-invoice-templates.

      *    bureau customers can have their own look per language;
      *    an invoice whose customer/language pair has no row here
      *    falls back to the built-in default layout. A new or
      *    changed template waits as K until the customer has
      *    approved a korrektur of it (print menu), the one in
      *    force (A) printing meanwhile
           MOVE 'N' TO is-exit-invtpl-menu-switch
           PERFORM UNTIL is-exit-invtpl-menu

               PERFORM X0206-list-templates

               DISPLAY 'S - Sätt mall för kund/språk'
               DISPLAY 'T - Ta bort mall'
               DISPLAY 'X - Tillbaka'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-tpl-action

               EVALUATE FUNCTION UPPER-CASE(wc-tpl-action)
                   WHEN 'S'
                       PERFORM X0207-set-template
                   WHEN 'T'
                       PERFORM X0208-remove-template
                   WHEN 'X'
                       SET is-exit-invtpl-menu TO TRUE
                   WHEN OTHER
                       DISPLAY 'Ogiltigt val!'
               END-EVALUATE

           END-PERFORM
           .

      **********************************************************
       X0206-list-templates.

           DISPLAY HEADLINE
           DISPLAY '*** FAKTURAMALLAR ***'
           DISPLAY HEADLINE
           DISPLAY 'Kund-id     Språk  S  Rubrik'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-INVTPL
           END-EXEC

           EXEC SQL
               FETCH CUR-INVTPL
               INTO :wn-tpl-cust-id, :wc-tpl-langcode,
                    :INVTEMPLATE-TPLSTATE,
                    :INVTEMPLATE-TITLETEXT
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               DISPLAY wn-tpl-cust-id '  ' wc-tpl-langcode '     '
                       INVTEMPLATE-TPLSTATE '  '
                       INVTEMPLATE-TITLETEXT-TEXT

               EXEC SQL
                   FETCH CUR-INVTPL
                   INTO :wn-tpl-cust-id, :wc-tpl-langcode,
                        :INVTEMPLATE-TPLSTATE,
                        :INVTEMPLATE-TITLETEXT
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-INVTPL
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'S = A i bruk, K väntar på kundens godkännande'
                   ' av korrektur'
           .

      **********************************************************
       X0207-set-template.

      *    what is entered here is saved as the K template and goes
      *    to the customer as a korrektur; it replaces the one in
      *    force only when the customer has approved the proof

           DISPLAY 'Kund-id: ' WITH NO ADVANCING
           MOVE ZERO TO wn-tpl-cust-id
           ACCEPT wn-tpl-cust-id
           DISPLAY 'Språk (SV/NO/EN): ' WITH NO ADVANCING
           ACCEPT wc-tpl-langcode
           MOVE FUNCTION UPPER-CASE(wc-tpl-langcode)
               TO wc-tpl-langcode

           DISPLAY 'Logotext: ' WITH NO ADVANCING
           ACCEPT wc-tpl-logotext
           DISPLAY 'Dokumentrubrik: ' WITH NO ADVANCING
           ACCEPT wc-tpl-titletext
           DISPLAY 'Etikett netto: ' WITH NO ADVANCING
           ACCEPT wc-tpl-netlabel
           DISPLAY 'Etikett moms: ' WITH NO ADVANCING
           ACCEPT wc-tpl-vatlabel
           DISPLAY 'Etikett öresutjämning: ' WITH NO ADVANCING
           ACCEPT wc-tpl-roundlabel
           DISPLAY 'Etikett summa: ' WITH NO ADVANCING
           ACCEPT wc-tpl-totallabel
           DISPLAY 'Fotnotstext: ' WITH NO ADVANCING
           ACCEPT wc-tpl-footertext

           IF wn-tpl-cust-id = ZERO OR wc-tpl-langcode = SPACE
              OR wc-tpl-titletext = SPACE
               DISPLAY 'Givna indata är fel eller saknas!'
           ELSE
               EXEC SQL
                   UPDATE TUTORIAL.INVTEMPLATE
                   SET LOGOTEXT = :wc-tpl-logotext,
                       TITLETEXT = :wc-tpl-titletext,
                       NETLABEL = :wc-tpl-netlabel,
                       VATLABEL = :wc-tpl-vatlabel,
                       ROUNDLABEL = :wc-tpl-roundlabel,
                       TOTALLABEL = :wc-tpl-totallabel,
                       FOOTERTEXT = :wc-tpl-footertext
                   WHERE CUST_ID = :wn-tpl-cust-id
                     AND LANGCODE = :wc-tpl-langcode
                     AND TPLSTATE = 'K'
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO TUTORIAL.INVTEMPLATE
                       VALUES (:wn-tpl-cust-id, :wc-tpl-langcode,
                               :wc-tpl-logotext, :wc-tpl-titletext,
                               :wc-tpl-netlabel, :wc-tpl-vatlabel,
                               :wc-tpl-roundlabel,
                               :wc-tpl-totallabel,
                               :wc-tpl-footertext, 'K')
                   END-EXEC
               END-IF

               IF SQLCODE = ZERO
                   PERFORM X0209-order-template-proof
               END-IF

               IF SQLCODE = ZERO
                   DISPLAY 'Mallen har sparats och väntar på'
                           ' korrektur!'
               ELSE
                   DISPLAY 'Mallen kunde inte sparas!'
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       X0209-order-template-proof.

      *    the changed template needs a korrektur: a proof already
      *    sent goes back to waiting so the next proof run shows
      *    the latest change, and a customer with no open proof
      *    gets a new order for one
           EXEC SQL
               UPDATE TUTORIAL.PROOF
               SET STATE = 'V'
               WHERE CUST_ID = :wn-tpl-cust-id
                 AND STATE = 'S'
           END-EXEC

           IF SQLCODE = ZERO OR SQLCODE = 100
               MOVE ZERO TO wn-kr-hit
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-kr-hit
                   FROM TUTORIAL.PROOF
                   WHERE CUST_ID = :wn-tpl-cust-id
                     AND STATE <> 'G'
               END-EXEC
           END-IF

           IF SQLCODE = ZERO AND wn-kr-hit = ZERO
               CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
               MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
               MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
               MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
               MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

               MOVE 'PROOF' TO wc-keyalloc-table
               CALL 'KEYALLOC' USING wc-keyalloc-table,
                                     PROOF-PROOF-ID
               EXEC SQL
                   INSERT INTO TUTORIAL.PROOF
                   VALUES (:PROOF-PROOF-ID, :wn-tpl-cust-id,
                           'M', 'V', :wc-today-date, NULL, 0,
                           ' ', NULL, ' ', ' ')
               END-EXEC
           END-IF

           IF SQLCODE = ZERO
               DISPLAY 'Korrektur är beställd för kunden.'
           END-IF
           .

      **********************************************************
       X0208-remove-template.

           DISPLAY 'Kund-id: ' WITH NO ADVANCING
           MOVE ZERO TO wn-tpl-cust-id
           ACCEPT wn-tpl-cust-id
           DISPLAY 'Språk (SV/NO/EN): ' WITH NO ADVANCING
           ACCEPT wc-tpl-langcode
           MOVE FUNCTION UPPER-CASE(wc-tpl-langcode)
               TO wc-tpl-langcode

           EXEC SQL
               DELETE FROM TUTORIAL.INVTEMPLATE
               WHERE CUST_ID = :wn-tpl-cust-id
                 AND LANGCODE = :wc-tpl-langcode
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Mallen har tagits bort!'
           ELSE
               DISPLAY 'Ett problem uppstod vid borttagningen!'
               PERFORM Z0900-error-routine
           .

      **********************************************************
       X0210-update-pbsco-name.

           MOVE SPACE TO wc-pbsco-name
           PERFORM UNTIL wc-pbsco-name NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande företagsnamn: '
                       PBSCOMPANY-NAME-TEXT
               DISPLAY 'Ge ett nytt företagsnamn'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-name
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET NAME = :wc-pbsco-name
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-name TO PBSCOMPANY-NAME-TEXT
               DISPLAY 'Företagsnamnet har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0220-update-pbsco-boardplace.

           MOVE SPACE TO wc-pbsco-boardplace
           PERFORM UNTIL wc-pbsco-boardplace NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande säte: '
                       PBSCOMPANY-BOARDPLACE-TEXT
               DISPLAY 'Ge ett nytt säte'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-boardplace
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET BOARDPLACE = :wc-pbsco-boardplace
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-boardplace TO PBSCOMPANY-BOARDPLACE-TEXT
               DISPLAY 'Styrelsens säte har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0230-update-pbsco-tel.

           MOVE SPACE TO wc-pbsco-tel
           PERFORM UNTIL wc-pbsco-tel NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande telefonnummer: '
                       PBSCOMPANY-TEL-TEXT
               DISPLAY 'Ge ett nytt telefonnummer'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-tel
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET TEL = :wc-pbsco-tel
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-tel TO PBSCOMPANY-TEL-TEXT
               DISPLAY 'Telefonnumret har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0240-update-pbsco-email.

           MOVE SPACE TO wc-pbsco-email
           PERFORM UNTIL wc-pbsco-email NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande email: ' PBSCOMPANY-EMAIL-TEXT
               DISPLAY 'Ge en ny email'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-email
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET EMAIL = :wc-pbsco-email
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-email TO PBSCOMPANY-EMAIL-TEXT
               DISPLAY 'Email har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0250-update-pbsco-web.

           MOVE SPACE TO wc-pbsco-web
           PERFORM UNTIL wc-pbsco-web NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande webbaddress: ' PBSCOMPANY-WEB-TEXT
               DISPLAY 'Ge en ny webbaddress'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-web
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET WEB = :wc-pbsco-web
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-web TO PBSCOMPANY-WEB-TEXT
               DISPLAY 'Webbaddressen har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0260-update-pbsco-orgno.

           MOVE SPACE TO wc-pbsco-orgno
           PERFORM UNTIL wc-pbsco-orgno NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande org.nr: ' PBSCOMPANY-ORGNO
               DISPLAY 'Ge ett nytt org.nr'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-orgno
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET ORGNO = :wc-pbsco-orgno
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-orgno TO PBSCOMPANY-ORGNO
               DISPLAY 'Org.numret har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0270-update-pbsco-street.

           MOVE SPACE TO wc-pbsco-street
           PERFORM UNTIL wc-pbsco-street NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande gatuadress: '
                       PBSCOMPANY-STREET-TEXT
               DISPLAY 'Ge en ny gatuadress'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-street
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET STREET = :wc-pbsco-street
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-street TO PBSCOMPANY-STREET-TEXT
               DISPLAY 'Gatuadressen har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0280-update-pbsco-postno.

           MOVE SPACE TO wc-pbsco-postno
           PERFORM UNTIL wc-pbsco-postno NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande postnummer: ' PBSCOMPANY-POSTNO
               DISPLAY 'Ge ett nytt postnummer'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-postno
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET POSTNO = :wc-pbsco-postno
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-postno TO PBSCOMPANY-POSTNO
               DISPLAY 'Postnumret har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0290-update-pbsco-place.

           MOVE SPACE TO wc-pbsco-place
           PERFORM UNTIL wc-pbsco-place NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande postort: ' PBSCOMPANY-PLACE-TEXT
               DISPLAY 'Ge en ny postort'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-place
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET PLACE = :wc-pbsco-place
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-place TO PBSCOMPANY-PLACE-TEXT
               DISPLAY 'Postorten har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0300-update-pbsco-vatregno.

           MOVE SPACE TO wc-pbsco-vatregno
           PERFORM UNTIL wc-pbsco-vatregno NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande moms.reg.nr: '
                       PBSCOMPANY-VATREGNO-TEXT
               DISPLAY 'Ge ett nytt moms.reg.nr'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-vatregno
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET VATREGNO = :wc-pbsco-vatregno
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-vatregno TO PBSCOMPANY-VATREGNO-TEXT
               DISPLAY 'Moms.reg.nr har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0310-update-pbsco-bankgiro.

           MOVE SPACE TO wc-pbsco-bankgiro
           PERFORM UNTIL wc-pbsco-bankgiro NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande bankgiro: ' PBSCOMPANY-BANKGIRO
               DISPLAY 'Ge ett nytt bankgiro'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-bankgiro
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET BANKGIRO = :wc-pbsco-bankgiro
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-bankgiro TO PBSCOMPANY-BANKGIRO
               DISPLAY 'Bankgirot har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0320-update-pbsco-postgiro.

           MOVE SPACE TO wc-pbsco-postgiro
           PERFORM UNTIL wc-pbsco-postgiro NOT EQUAL SPACE
               DISPLAY HEADLINE
               DISPLAY 'Existerande postgiro: ' PBSCOMPANY-POSTGIRO
               DISPLAY 'Ge ett nytt postgiro'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pbsco-postgiro
           END-PERFORM

           EXEC SQL
               UPDATE TUTORIAL.PBSCOMPANY
               SET POSTGIRO = :wc-pbsco-postgiro
               WHERE PBSCO_ID = :PBSCOMPANY-PBSCO-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE wc-pbsco-postgiro TO PBSCOMPANY-POSTGIRO
               DISPLAY 'Postgirot har uppdaterats!'
           ELSE
               DISPLAY 'Ett problem uppstod vid uppdateringen!'

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0325-outbound-keys.

      *    every outbound interface file is encrypted for its
      *    receiver and signed with our key before it leaves; the
      *    pair used is registered here per counterparty - BANK,
      *    BANKGIROT, INKASSO, EFAKTURA, TRYCKERI, BREVLADA, KFM
      *    (Kronofogden), SKV (Skatteverket), each debt buyer
      *    under its Bankgiro number as given when the portfolio
      *    was approved, or a customer's CUSTNO for its status
      *    return file. A file whose
      *    counterparty has no pair fails its batch step
           DISPLAY HEADLINE
           DISPLAY '*** NYCKLAR FÖR UTGÅENDE FILER ***'
           DISPLAY HEADLINE
           DISPLAY 'Motpart    Mottagarnyckel / Vår signeringsnyckel'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-OUTKEY
           END-EXEC

           EXEC SQL
               FETCH CUR-OUTKEY
               INTO :OUTKEY-PARTY, :OUTKEY-RECIPIENT,
                    :OUTKEY-SIGNER, :OUTKEY-CHANGED,
                    :OUTKEY-CHANGEDBY
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               DISPLAY OUTKEY-PARTY ' '
                       OUTKEY-RECIPIENT-TEXT(1:60)
               DISPLAY '           '
                       OUTKEY-SIGNER-TEXT(1:40) ' '
                       OUTKEY-CHANGED ' ' OUTKEY-CHANGEDBY

               EXEC SQL
                   FETCH CUR-OUTKEY
                   INTO :OUTKEY-PARTY, :OUTKEY-RECIPIENT,
                        :OUTKEY-SIGNER, :OUTKEY-CHANGED,
                        :OUTKEY-CHANGEDBY
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-OUTKEY
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'S - Sätt nyckelpar, T - Ta bort, X - Tillbaka'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-ok-action
           ACCEPT wc-ok-action

           EVALUATE FUNCTION UPPER-CASE(wc-ok-action)
               WHEN 'S'
                   PERFORM X0326-set-outbound-key
               WHEN 'T'
                   PERFORM X0327-remove-outbound-key
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       X0326-set-outbound-key.

           DISPLAY 'Motpart (t.ex. BANK eller kundnummer): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-ok-party
           ACCEPT wc-ok-party
           MOVE FUNCTION UPPER-CASE(wc-ok-party) TO wc-ok-party
           DISPLAY 'Mottagarens nyckel (id/fingeravtryck): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-ok-recipient
           ACCEPT wc-ok-recipient
           DISPLAY 'Vår signeringsnyckel (id/fingeravtryck): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-ok-signer
           ACCEPT wc-ok-signer

           IF wc-ok-party = SPACE OR wc-ok-recipient = SPACE
              OR wc-ok-signer = SPACE
               DISPLAY 'Motpart och båda nycklarna måste anges!'
               EXIT PARAGRAPH
           END-IF

           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
           MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
           MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
           MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

           MOVE wc-ok-party TO OUTKEY-PARTY
           MOVE wc-ok-recipient TO OUTKEY-RECIPIENT-TEXT
           MOVE 80 TO OUTKEY-RECIPIENT-LEN
           MOVE wc-ok-signer TO OUTKEY-SIGNER-TEXT
           MOVE 80 TO OUTKEY-SIGNER-LEN
           MOVE wc-today-date TO OUTKEY-CHANGED
           MOVE wc-login-userid TO OUTKEY-CHANGEDBY

           EXEC SQL
               UPDATE TUTORIAL.OUTKEY
               SET RECIPIENT = :OUTKEY-RECIPIENT,
                   SIGNER = :OUTKEY-SIGNER,
                   CHANGED = :OUTKEY-CHANGED,
                   CHANGEDBY = :OUTKEY-CHANGEDBY
               WHERE PARTY = :OUTKEY-PARTY
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO TUTORIAL.OUTKEY
                   VALUES (:OUTKEY-PARTY, :OUTKEY-RECIPIENT,
                           :OUTKEY-SIGNER, :OUTKEY-CHANGED,
                           :OUTKEY-CHANGEDBY)
               END-EXEC
           END-IF

           IF SQLCODE = ZERO
               DISPLAY 'Nyckelparet har sparats för ' wc-ok-party
           ELSE
               DISPLAY 'Nyckelparet kunde inte sparas!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0327-remove-outbound-key.

           DISPLAY 'Motpart att ta bort: ' WITH NO ADVANCING
           MOVE SPACE TO wc-ok-party
           ACCEPT wc-ok-party
           MOVE FUNCTION UPPER-CASE(wc-ok-party) TO wc-ok-party

           EXEC SQL
               DELETE FROM TUTORIAL.OUTKEY
               WHERE PARTY = :wc-ok-party
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Nyckelparet är borttaget - filer till '
                       wc-ok-party ' skickas inte längre'
           ELSE
               DISPLAY 'Hittar inget nyckelpar för ' wc-ok-party
           END-IF
           .

      **********************************************************
       X0330-suspense-queue.

      *    the money on the suspense account is sitting in our bank
      *    account without an owner - this queue shows each item
      *    with the raw reference details and lets an operator
      *    apply it to the right invoice or send it back
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               MOVE ZERO TO w9-susp-open-total

               DISPLAY HEADLINE
               DISPLAY '*** AVVAKTKONTO - OPLACERADE'
                       ' BETALNINGAR ***'
               DISPLAY HEADLINE
               DISPLAY 'Id       Datum       Belopp      '
                       'Avsändar-BG'
               DISPLAY HEADLINE

               EXEC SQL
                   OPEN CUR-SUSP-OPEN
               END-EXEC

               EXEC SQL
                   FETCH CUR-SUSP-OPEN
                   INTO :BGSUSPENSE-SUSP-ID, :BGSUSPENSE-BGCNR,
                        :BGSUSPENSE-SENDERBG, :BGSUSPENSE-REFTEXT,
                        :BGSUSPENSE-AMOUNT, :BGSUSPENSE-PAYDATE,
                        :BGSUSPENSE-CURRENCY
               END-EXEC

               PERFORM UNTIL SQLCODE = 100
                   DISPLAY BGSUSPENSE-SUSP-ID '  '
                           BGSUSPENSE-PAYDATE '  '
                           BGSUSPENSE-AMOUNT '  '
                           BGSUSPENSE-SENDERBG
                   DISPLAY '   Referens: ' BGSUSPENSE-REFTEXT
                   ADD BGSUSPENSE-AMOUNT TO w9-susp-open-total

                   EXEC SQL
                       FETCH CUR-SUSP-OPEN
                       INTO :BGSUSPENSE-SUSP-ID, :BGSUSPENSE-BGCNR,
                            :BGSUSPENSE-SENDERBG,
                            :BGSUSPENSE-REFTEXT,
                            :BGSUSPENSE-AMOUNT,
                            :BGSUSPENSE-PAYDATE,
                            :BGSUSPENSE-CURRENCY
                   END-EXEC
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-SUSP-OPEN
               END-EXEC

               DISPLAY HEADLINE
               DISPLAY 'Saldo avvaktkonto: ' w9-susp-open-total
               DISPLAY HEADLINE
               DISPLAY 'Ange post-id att behandla, eller 0'
               DISPLAY ': ' WITH NO ADVANCING
               MOVE ZERO TO wn-susp-id
               ACCEPT wn-susp-id

               IF wn-susp-id NOT = ZERO
                   DISPLAY 'P - Placera på faktura, '
                           'R - Återbetala'
                   DISPLAY ': ' WITH NO ADVANCING
                   ACCEPT wc-susp-action

                   EVALUATE FUNCTION UPPER-CASE(wc-susp-action)
                       WHEN 'P'
                           PERFORM X0331-apply-suspense
                       WHEN 'R'
                           PERFORM X0332-refund-suspense
                       WHEN OTHER
                           DISPLAY 'Ingen åtgärd utförd.'
                   END-EVALUATE
               END-IF
           END-IF
           .

      **********************************************************
       X0331-apply-suspense.

           EXEC SQL
               SELECT BGCNR, SENDERBG, AMOUNT, PAYDATE
               INTO :BGSUSPENSE-BGCNR, :BGSUSPENSE-SENDERBG,
                    :BGSUSPENSE-AMOUNT, :BGSUSPENSE-PAYDATE
               FROM TUTORIAL.BGSUSPENSE
               WHERE SUSP_ID = :wn-susp-id
                 AND STATE = 'O'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen öppen post med det id-numret!'
           ELSE
               DISPLAY 'Kundnummer: ' WITH NO ADVANCING
               ACCEPT wc-susp-custno
               DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
               ACCEPT wc-susp-invno

               EXEC SQL
                   SELECT INV_ID, DEBT_ID,
                          (SELECT COALESCE(SUM(IT.QTY * IT.PRICE),
                                  0)
                           FROM TUTORIAL.INVITEM II,
                                TUTORIAL.ITEM IT
                           WHERE II.INV_ID = I.INV_ID
                             AND IT.ITEM_ID = II.ITEM_ID)
                          - I.PAIDAMT
                   INTO :wn-susp-inv-id, :wn-susp-debt-id,
                        :w9-susp-outstanding
                   FROM TUTORIAL.INVOICE I
                   WHERE CUSTNO = :wc-susp-custno
                     AND INVNO = :wc-susp-invno
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Hittar ingen sådan faktura!'
               ELSE
                   MOVE 'X0330' TO wc-rl-func
                   MOVE wn-susp-debt-id TO wn-rl-debt-id
                   MOVE wn-susp-inv-id TO wn-rl-inv-id
                   PERFORM U0930-log-read-access

      *            apply exactly like a matched Bankgiro payment:
      *            reminder costs and late interest are settled
      *            first, the invoice takes what it still needs of
      *            the rest, the excess is booked as a credit
      *            balance on the debtor, and the applied part is
      *            logged as a BGPAYMENT row with its split; an
      *            invoice already fully covered takes nothing and
      *            the whole amount is credit
                   IF w9-susp-outstanding < ZERO
                       MOVE ZERO TO w9-susp-outstanding
                   END-IF

                   MOVE wn-susp-inv-id    TO BGPAYMENT-INV-ID
                   MOVE BGSUSPENSE-AMOUNT TO BGPAYMENT-AMOUNT
                   MOVE 'Q' TO wc-payalloc-func
                   CALL 'PAYALLOC' USING wc-payalloc-func,
                                         BGPAYMENT-INV-ID,
                                         BGPAYMENT-AMOUNT,
                                         BGPAYMENT-COSTAMT,
                                         BGPAYMENT-INTAMT,
                                         BGPAYMENT-INTINV-ID
                   COMPUTE w9-susp-principal = BGSUSPENSE-AMOUNT
                       - BGPAYMENT-COSTAMT - BGPAYMENT-INTAMT

                   IF w9-susp-principal > w9-susp-outstanding
                       COMPUTE w9-susp-overpay =
                           w9-susp-principal - w9-susp-outstanding
                       MOVE w9-susp-outstanding TO w9-susp-principal
                   ELSE
                       MOVE ZERO TO w9-susp-overpay
                   END-IF
                   COMPUTE w9-susp-apply = w9-susp-principal
                       + BGPAYMENT-COSTAMT + BGPAYMENT-INTAMT

                   EXEC SQL
                       UPDATE TUTORIAL.INVOICE
                       SET PAIDAMT = PAIDAMT + :w9-susp-principal
                       WHERE INV_ID = :wn-susp-inv-id
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Betalningen kunde inte placeras!'
                       PERFORM Z0900-error-routine
                   ELSE
                       IF w9-susp-principal NOT <
                          w9-susp-outstanding
                           EXEC SQL
                               UPDATE TUTORIAL.INVOICE
                               SET INVSTATE = 9
                               WHERE INV_ID = :wn-susp-inv-id
                           END-EXEC
                       END-IF

                       MOVE w9-susp-apply TO BGPAYMENT-AMOUNT
                       MOVE 'A' TO wc-payalloc-func
                       CALL 'PAYALLOC' USING wc-payalloc-func,
                                             BGPAYMENT-INV-ID,
                                             BGPAYMENT-AMOUNT,
                                             BGPAYMENT-COSTAMT,
                                             BGPAYMENT-INTAMT,
                                             BGPAYMENT-INTINV-ID

                       MOVE 'BGPAYMENT' TO wc-keyalloc-table
                       CALL 'KEYALLOC' USING wc-keyalloc-table,
                                             wn-susp-payment-id

                       EXEC SQL
                           INSERT INTO TUTORIAL.BGPAYMENT
                           VALUES (:wn-susp-payment-id,
                                   :wn-susp-inv-id,
                                   :BGSUSPENSE-BGCNR,
                                   :w9-susp-apply,
                                   :BGSUSPENSE-PAYDATE, 'N', 1,
                                   :BGPAYMENT-COSTAMT,
                                   :BGPAYMENT-INTAMT,
                                   :BGPAYMENT-INTINV-ID)
                       END-EXEC

                       IF w9-susp-overpay > ZERO
                           PERFORM X0333-book-susp-overpay
                       END-IF

                       EXEC SQL
                           UPDATE TUTORIAL.BGSUSPENSE
                           SET STATE = 'A'
                           WHERE SUSP_ID = :wn-susp-id
                       END-EXEC

                       MOVE 'R'    TO wc-ql-func
                       MOVE 'SUSP' TO wc-ql-queue
                       MOVE wn-susp-id TO wn-ql-key1
                       MOVE ZERO   TO wn-ql-key2
                       MOVE SPACE  TO wc-ql-keytext
                       PERFORM U0940-log-queue-item

                       MOVE 'SUSPENSE'      TO wc-bgpaylog-action
                       MOVE wn-susp-inv-id  TO wn-bgpaylog-inv-id
                       MOVE ZERO            TO wn-bgpaylog-new-inv-id
                       MOVE wn-susp-payment-id
                                           TO wn-bgpaylog-payment-id
                       MOVE wc-login-userid TO wc-bgpaylog-operator
                       PERFORM X0156-log-bg-correction

                       DISPLAY 'Betalningen är placerad på'
                               ' fakturan!'

                       IF w9-susp-overpay > ZERO
                           DISPLAY 'Överskjutande belopp bokat'
                                   ' som tillgodohavande: '
                                   w9-susp-overpay
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       X0333-book-susp-overpay.

      *    one credit-balance row per debtor, same booking as the
      *    Bankgiro loader's overpayment path; the originating
      *    payment is remembered so a refund can be traced back
           MOVE ZERO TO wn-susp-dcred-hit
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-susp-dcred-hit
               FROM TUTORIAL.DEBTCREDIT
               WHERE DEBT_ID = :wn-susp-debt-id
           END-EXEC

           IF wn-susp-dcred-hit > ZERO
               EXEC SQL
                   UPDATE TUTORIAL.DEBTCREDIT
                   SET AMOUNT = AMOUNT + :w9-susp-overpay,
                       SENDERBG = :BGSUSPENSE-SENDERBG,
                       PAYMENT_ID = :wn-susp-payment-id
                   WHERE DEBT_ID = :wn-susp-debt-id
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO TUTORIAL.DEBTCREDIT
                   VALUES (:wn-susp-debt-id, :w9-susp-overpay,
                           :BGSUSPENSE-SENDERBG,
                           :wn-susp-payment-id)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY 'Tillgodohavandet kunde inte bokas!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0332-refund-suspense.

      *    no money goes back to a sender Bankgiro with a
      *    sanctions-list hit that has not been cleared
           MOVE ZERO TO wn-sanc-count
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-sanc-count
               FROM TUTORIAL.SANCHIT H, TUTORIAL.BGSUSPENSE S
               WHERE S.SUSP_ID = :wn-susp-id
                 AND H.PARTYTYPE = 'B'
                 AND H.SENDERBG = S.SENDERBG
                 AND H.STATE NOT = 'C'
           END-EXEC

           IF wn-sanc-count > ZERO
               DISPLAY 'Avsändaren har en sanktionsträff - ingen'
                       ' återbetalning!'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.BGSUSPENSE
               SET STATE = 'R'
               WHERE SUSP_ID = :wn-susp-id
                 AND STATE = 'O'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen öppen post med det id-numret!'
           ELSE
               MOVE 'R'    TO wc-ql-func
               MOVE 'SUSP' TO wc-ql-queue
               MOVE wn-susp-id TO wn-ql-key1
               MOVE ZERO   TO wn-ql-key2
               MOVE SPACE  TO wc-ql-keytext
               PERFORM U0940-log-queue-item
               DISPLAY 'Posten är märkt för återbetalning!'
           END-IF
           .

      **********************************************************
       X0340-fx-rates.

      *    the exchange rates the Bankgiro loader converts with;
      *    each row is effective from its date, so a new rate can
      *    be registered in advance without touching any program
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               MOVE 'N' TO is-exit-fxrate-menu-switch
               PERFORM UNTIL is-exit-fxrate-menu

                   PERFORM X0341-list-fx-rates

                   DISPLAY 'L - Lägg till kurs'
                   DISPLAY 'T - Ta bort kurs'
                   DISPLAY 'X - Tillbaka'
                   DISPLAY ': ' WITH NO ADVANCING
                   ACCEPT wc-fx-action

                   EVALUATE FUNCTION UPPER-CASE(wc-fx-action)
                       WHEN 'L'
                           PERFORM X0342-add-fx-rate
                       WHEN 'T'
                           PERFORM X0343-remove-fx-rate
                       WHEN 'X'
                           SET is-exit-fxrate-menu TO TRUE
                       WHEN OTHER
                           DISPLAY 'Ogiltigt val!'
                   END-EVALUATE

               END-PERFORM
           END-IF
           .

      **********************************************************
       X0341-list-fx-rates.

           DISPLAY HEADLINE
           DISPLAY '*** VALUTAKURSER (mot SEK) ***'
           DISPLAY HEADLINE
           DISPLAY 'Valuta  Kurs       Gäller från'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-FXRATE
           END-EXEC

           EXEC SQL
               FETCH CUR-FXRATE
               INTO :wc-fx-currency, :w9-fx-rate, :wc-fx-validfrom
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
               MOVE w9-fx-rate TO we-fx-rate
               DISPLAY wc-fx-currency '     ' we-fx-rate '   '
                       wc-fx-validfrom

               EXEC SQL
                   FETCH CUR-FXRATE
                   INTO :wc-fx-currency, :w9-fx-rate,
                        :wc-fx-validfrom
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-FXRATE
           END-EXEC

           DISPLAY HEADLINE
           .

      **********************************************************
       X0342-add-fx-rate.

           DISPLAY 'Valuta (t ex EUR): ' WITH NO ADVANCING
           ACCEPT wc-fx-currency
           MOVE FUNCTION UPPER-CASE(wc-fx-currency)
               TO wc-fx-currency
           DISPLAY 'Kurs mot SEK (t ex 11,5000): ' WITH NO ADVANCING
           MOVE ZERO TO w9-fx-rate
           ACCEPT w9-fx-rate
           DISPLAY 'Gäller från (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           ACCEPT wc-fx-validfrom

           IF wc-fx-currency = SPACE OR w9-fx-rate = ZERO
              OR wc-fx-validfrom = SPACE
               DISPLAY 'Givna indata är fel eller saknas!'
           ELSE
               EXEC SQL
                   INSERT INTO TUTORIAL.FXRATE
                   VALUES (:wc-fx-currency, :w9-fx-rate,
                           :wc-fx-validfrom)
               END-EXEC

               IF SQLCODE = ZERO
                   DISPLAY 'Kursen är registrerad!'
               ELSE
                   DISPLAY 'Kursen kunde inte registreras!'
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .

      **********************************************************
       X0343-remove-fx-rate.

           DISPLAY 'Valuta: ' WITH NO ADVANCING
           ACCEPT wc-fx-currency
           MOVE FUNCTION UPPER-CASE(wc-fx-currency)
               TO wc-fx-currency
           DISPLAY 'Gäller från (ÅÅÅÅ-MM-DD): ' WITH NO ADVANCING
           ACCEPT wc-fx-validfrom

           EXEC SQL
               DELETE FROM TUTORIAL.FXRATE
               WHERE CURRENCY = :wc-fx-currency
                 AND VALIDFROM = :wc-fx-validfrom
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Kursen har tagits bort!'
           ELSE
               DISPLAY 'Ett problem uppstod vid borttagningen!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0350-unlock-operator.

           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               DISPLAY 'Användarnamn att låsa upp: '
                   WITH NO ADVANCING
               ACCEPT wc-unlock-userid

               EXEC SQL
                   UPDATE TUTORIAL.OPERATOR
                   SET ACTIVE = 'Y',
                       FAILCOUNT = 0,
                       MUSTCHANGE = 'Y'
                   WHERE USERID = :wc-unlock-userid
               END-EXEC

               IF SQLCODE = ZERO
                   DISPLAY 'Kontot är upplåst - lösenordet måste'
                           ' bytas vid nästa inloggning!'
               ELSE
                   DISPLAY 'Hittar ingen operatör med det'
                           ' användarnamnet!'
               END-IF
           END-IF
           .

      **********************************************************
       X0360-review-approvals.

           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               DISPLAY HEADLINE
               DISPLAY '*** ÅTGÄRDSKÖ - VÄNTAR PÅ GODKÄNNANDE ***'
               DISPLAY HEADLINE

               EXEC SQL
                   OPEN CUR-APPR-PEND
               END-EXEC

               EXEC SQL
                   FETCH CUR-APPR-PEND
                   INTO :wn-appr-id, :wc-appr-actiontype,
                        :wn-appr-key1, :wn-appr-key2,
                        :wn-appr-key3, :wc-appr-reason,
                        :wc-appr-proposedby, :wc-appr-propdate
               END-EXEC

               PERFORM UNTIL SQLCODE = 100
                   DISPLAY wn-appr-id '  ' wc-appr-actiontype '  '
                           wc-appr-propdate '  '
                           wc-appr-proposedby
                   DISPLAY '   Nycklar: ' wn-appr-key1 ' / '
                           wn-appr-key2 ' / ' wn-appr-key3
                   DISPLAY '   Orsak: ' wc-appr-reason

                   EXEC SQL
                       FETCH CUR-APPR-PEND
                       INTO :wn-appr-id, :wc-appr-actiontype,
                            :wn-appr-key1, :wn-appr-key2,
                            :wn-appr-key3, :wc-appr-reason,
                            :wc-appr-proposedby, :wc-appr-propdate
                   END-EXEC
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-APPR-PEND
               END-EXEC

               DISPLAY HEADLINE
               DISPLAY 'Ange förslags-id att behandla, eller 0'
               DISPLAY ': ' WITH NO ADVANCING
               MOVE ZERO TO wn-appr-id
               ACCEPT wn-appr-id

               IF wn-appr-id NOT = ZERO
                   PERFORM X0361-decide-approval
               END-IF
           END-IF
           .

      **********************************************************
       X0361-decide-approval.

           EXEC SQL
               SELECT ACTIONTYPE, KEY1, KEY2, KEY3, PROPOSEDBY
               INTO :wc-appr-actiontype, :wn-appr-key1,
                    :wn-appr-key2, :wn-appr-key3,
                    :wc-appr-proposedby
               FROM TUTORIAL.APPROVAL
               WHERE APPR_ID = :wn-appr-id
                 AND STATE = 'P'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Inget väntande förslag med det id-numret!'
           ELSE
      *        the whole point: the proposing admin can never
      *        execute the action alone
               IF wc-appr-proposedby = wc-login-userid
                   DISPLAY 'Förslaget måste godkännas av en annan'
                           ' administratör!'
               ELSE
                   DISPLAY 'G - Godkänn och utför, A - Avslå'
                   DISPLAY ': ' WITH NO ADVANCING
                   ACCEPT wc-appr-action

                   EVALUATE FUNCTION UPPER-CASE(wc-appr-action)
                       WHEN 'G'
                           PERFORM X0362-execute-approved
                       WHEN 'A'
                           EXEC SQL
                               UPDATE TUTORIAL.APPROVAL
                               SET STATE = 'R',
                                   APPROVEDBY = :wc-login-userid
                               WHERE APPR_ID = :wn-appr-id
                           END-EXEC
                           MOVE 'R'    TO wc-ql-func
                           MOVE 'GODK' TO wc-ql-queue
                           MOVE wn-appr-id TO wn-ql-key1
                           MOVE ZERO   TO wn-ql-key2
                           MOVE SPACE  TO wc-ql-keytext
                           PERFORM U0940-log-queue-item
      *                    a refused clearance puts the hit back
      *                    in the open queue
                           IF wc-appr-actiontype = 'SANCCLEAR'
                               EXEC SQL
                                   UPDATE TUTORIAL.SANCHIT
                                   SET STATE = 'O'
                                   WHERE HIT_ID = :wn-appr-key1
                                     AND STATE = 'W'
                               END-EXEC
                           END-IF
      *                    a refused Bankgiro change is never applied
                           IF wc-appr-actiontype = 'CUSTCHG'
                               EXEC SQL
                                   UPDATE TUTORIAL.CUSTCHG
                                   SET STATE = 'R'
                                   WHERE CHG_ID = :wn-appr-key1
                                     AND STATE = 'W'
                               END-EXEC
                           END-IF
                           DISPLAY 'Förslaget är avslaget.'
                       WHEN OTHER
                           DISPLAY 'Ingen åtgärd utförd.'
                   END-EVALUATE
               END-IF
           END-IF
           .

      **********************************************************
       X0362-execute-approved.

           EXEC SQL
               UPDATE TUTORIAL.APPROVAL
               SET STATE = 'A',
                   APPROVEDBY = :wc-login-userid
               WHERE APPR_ID = :wn-appr-id
           END-EXEC

           MOVE 'R'    TO wc-ql-func
           MOVE 'GODK' TO wc-ql-queue
           MOVE wn-appr-id TO wn-ql-key1
           MOVE ZERO   TO wn-ql-key2
           MOVE SPACE  TO wc-ql-keytext
           PERFORM U0940-log-queue-item

           EVALUATE wc-appr-actiontype
               WHEN 'REVERSE'
                   PERFORM X0363-execute-reverse
               WHEN 'REPOINT'
                   PERFORM X0364-execute-repoint
               WHEN 'CUSTDEL'
                   PERFORM X0365-execute-custdel
               WHEN 'DEBTMERGE'
                   PERFORM X0366-execute-debtmerge
               WHEN 'MANPAY'
                   PERFORM X0368-execute-manpay
               WHEN 'REPRINT'
      *            a zero date range is the inserter reprint queue
                   IF wn-appr-key2 = ZERO
                       PERFORM X0372-execute-reprint-queue
                   ELSE
                       PERFORM X0369-execute-reprint
                   END-IF
               WHEN 'ADDRVIEW'
                   PERFORM X0431-execute-addrview
               WHEN 'GDPREXTR'
                   PERFORM X0432-execute-gdprextract
               WHEN 'SANCCLEAR'
                   PERFORM X0433-execute-sancclear
               WHEN 'CUSTCHG'
                   PERFORM X0434-execute-custchg
               WHEN OTHER
                   DISPLAY 'Okänd åtgärdstyp: ' wc-appr-actiontype
           END-EVALUATE
           .

      **********************************************************
       X0363-execute-reverse.

           EXEC SQL
               SELECT AMOUNT, COSTAMT, INTAMT, INTINV_ID
               INTO :w9-bgpay-amount, :w9-bgpay-costamt,
                    :w9-bgpay-intamt, :wn-bgpay-intinv-id
               FROM TUTORIAL.BGPAYMENT
               WHERE PAYMENT_ID = :wn-appr-key1
                 AND REVERSED = 'N'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Betalningen finns inte längre att återföra!'
           ELSE
               EXEC SQL
                   UPDATE TUTORIAL.BGPAYMENT
                   SET REVERSED = 'Y'
                   WHERE PAYMENT_ID = :wn-appr-key1
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Ett problem uppstod vid återföringen!'
               ELSE
      *            only the principal part sits on the invoice; the
      *            costs and interest come back off their own rows
                   COMPUTE w9-bgpay-principal = w9-bgpay-amount
                       - w9-bgpay-costamt - w9-bgpay-intamt
                   MOVE wn-appr-key2 TO BGPAYMENT-INV-ID
                   PERFORM X0158-reverse-payment-split

                   EXEC SQL
                       UPDATE TUTORIAL.INVOICE
                       SET PAIDAMT = PAIDAMT - :w9-bgpay-principal,
                           INVSTATE = 2
                       WHERE INV_ID = :wn-appr-key2
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Ett problem uppstod vid'
                               ' återföringen!'
                   ELSE
                       MOVE 'REVERSED'      TO wc-bgpaylog-action
                       MOVE wn-appr-key2    TO wn-bgpaylog-inv-id
                       MOVE ZERO            TO wn-bgpaylog-new-inv-id
                       MOVE wn-appr-key1    TO wn-bgpaylog-payment-id
                       MOVE wc-login-userid TO wc-bgpaylog-operator
                       PERFORM X0156-log-bg-correction

                       DISPLAY 'Betalningen har återförts!'
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       X0364-execute-repoint.

           EXEC SQL
               SELECT AMOUNT, COSTAMT, INTAMT, INTINV_ID
               INTO :w9-bgpay-amount, :w9-bgpay-costamt,
                    :w9-bgpay-intamt, :wn-bgpay-intinv-id
               FROM TUTORIAL.BGPAYMENT
               WHERE PAYMENT_ID = :wn-appr-key1
                 AND REVERSED = 'N'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Betalningen finns inte längre att flytta!'
           ELSE
      *        take the payment off the wrong invoice first, exactly
      *        like a reversal, then apply it to the correct one -
      *        split again there, costs and interest first
               COMPUTE w9-bgpay-principal = w9-bgpay-amount
                   - w9-bgpay-costamt - w9-bgpay-intamt
               MOVE wn-appr-key2 TO BGPAYMENT-INV-ID
               PERFORM X0158-reverse-payment-split

               EXEC SQL
                   UPDATE TUTORIAL.INVOICE
                   SET PAIDAMT = PAIDAMT - :w9-bgpay-principal,
                       INVSTATE = 2
                   WHERE INV_ID = :wn-appr-key2
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Ett problem uppstod vid flytten!'
               ELSE
                   MOVE wn-appr-key3    TO BGPAYMENT-INV-ID
                   MOVE w9-bgpay-amount TO BGPAYMENT-AMOUNT
                   MOVE 'A' TO wc-payalloc-func
                   CALL 'PAYALLOC' USING wc-payalloc-func,
                                         BGPAYMENT-INV-ID,
                                         BGPAYMENT-AMOUNT,
                                         BGPAYMENT-COSTAMT,
                                         BGPAYMENT-INTAMT,
                                         BGPAYMENT-INTINV-ID
                   COMPUTE w9-bgpay-principal = w9-bgpay-amount
                       - BGPAYMENT-COSTAMT - BGPAYMENT-INTAMT

                   EXEC SQL
                       UPDATE TUTORIAL.INVOICE
                       SET PAIDAMT = PAIDAMT + :w9-bgpay-principal
                       WHERE INV_ID = :wn-appr-key3
                   END-EXEC

                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Ett problem uppstod vid flytten!'
                   ELSE
                       EXEC SQL
                           UPDATE TUTORIAL.BGPAYMENT
                           SET INV_ID = :wn-appr-key3,
                               COSTAMT = :BGPAYMENT-COSTAMT,
                               INTAMT = :BGPAYMENT-INTAMT,
                               INTINV_ID = :BGPAYMENT-INTINV-ID
                           WHERE PAYMENT_ID = :wn-appr-key1
                       END-EXEC

                       IF SQLCODE NOT = ZERO
                           DISPLAY 'Ett problem uppstod vid'
                                   ' flytten!'
                       ELSE
                           MOVE 'REPOINTED'  TO wc-bgpaylog-action
                           MOVE wn-appr-key2 TO wn-bgpaylog-inv-id
                           MOVE wn-appr-key3
                                           TO wn-bgpaylog-new-inv-id
                           MOVE wn-appr-key1
                                           TO wn-bgpaylog-payment-id
                           MOVE wc-login-userid
                                           TO wc-bgpaylog-operator
                           PERFORM X0156-log-bg-correction

                           DISPLAY 'Betalningen har flyttats!'
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       X0365-execute-custdel.

           EXEC SQL
               UPDATE TUTORIAL.CUSTOMER
               SET ACTIVE = 'N'
               WHERE CUST_ID = :wn-appr-key1
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'CUSTDEL'       TO wc-bgpaylog-action
               MOVE wn-appr-key1    TO wn-bgpaylog-inv-id
               MOVE ZERO            TO wn-bgpaylog-new-inv-id
               MOVE ZERO            TO wn-bgpaylog-payment-id
               MOVE wc-login-userid TO wc-bgpaylog-operator
               PERFORM X0156-log-bg-correction

               DISPLAY 'Kunden är inaktiverad!'
           ELSE
               DISPLAY 'Kunden kunde inte inaktiveras!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0390-merge-debtors.

      *    the same debtor keyed in twice splits the payment
      *    history, so dunning and statements tell half the story
      *    each; the merge repoints every linked record to the
      *    surviving id and deactivates the duplicate. Like the
      *    other high-risk actions it only proposes here - a
      *    second administrator executes under menyval (85)
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               DISPLAY 'Dublettens gäldenärs-id: ' WITH NO ADVANCING
               MOVE ZERO TO wn-dm-dup-id
               ACCEPT wn-dm-dup-id
               DISPLAY 'Kvarvarande gäldenärs-id: ' WITH NO ADVANCING
               MOVE ZERO TO wn-dm-surv-id
               ACCEPT wn-dm-surv-id

               IF wn-dm-dup-id = wn-dm-surv-id
                  OR wn-dm-dup-id = ZERO
                  OR wn-dm-surv-id = ZERO
                   DISPLAY 'Två olika gäldenärs-id måste anges!'
               ELSE
                   EXEC SQL
                       SELECT NAME
                       INTO :DEBTOR-NAME
                       FROM TUTORIAL.DEBTOR
                       WHERE DEBT_ID = :wn-dm-dup-id
                   END-EXEC
                   MOVE DEBTOR-NAME-TEXT(1:40) TO wc-dm-dup-name

                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Okänd dublett-gäldenär!'
                   ELSE
                       EXEC SQL
                           SELECT NAME
                           INTO :DEBTOR-NAME
                           FROM TUTORIAL.DEBTOR
                           WHERE DEBT_ID = :wn-dm-surv-id
                       END-EXEC
                       MOVE DEBTOR-NAME-TEXT(1:40)
                           TO wc-dm-surv-name

                       IF SQLCODE NOT = ZERO
                           DISPLAY 'Okänd kvarvarande gäldenär!'
                       ELSE
                           DISPLAY 'Dublett    : ' wc-dm-dup-name
                           DISPLAY 'Kvarvarande: ' wc-dm-surv-name

                           MOVE 'DEBTMERGE' TO wc-appr-actiontype
                           MOVE wn-dm-dup-id  TO wn-appr-key1
                           MOVE wn-dm-surv-id TO wn-appr-key2
                           MOVE ZERO          TO wn-appr-key3
                           PERFORM X0157-propose-action
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       X0366-execute-debtmerge.

      *    repoint everything hanging off the duplicate (key1) to
      *    the survivor (key2); the dunning state follows the
      *    invoices since DUNSTATE is keyed by invoice id
           MOVE wn-appr-key1 TO wn-dm-dup-id
           MOVE wn-appr-key2 TO wn-dm-surv-id

           EXEC SQL
               UPDATE TUTORIAL.INVOICE
               SET DEBT_ID = :wn-dm-surv-id
               WHERE DEBT_ID = :wn-dm-dup-id
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY 'Fakturorna kunde inte flyttas!'
               PERFORM Z0900-error-routine
           ELSE
      *        the one-row-per-debtor tables cannot take a second
      *        row: a survivor that already has one keeps it and
      *        the duplicate's row goes away - for the credit
      *        balance the amounts are folded together first
               MOVE ZERO TO wn-dm-hit
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-dm-hit
                   FROM TUTORIAL.AGMANDATE
                   WHERE DEBT_ID = :wn-dm-surv-id
               END-EXEC

               IF wn-dm-hit > ZERO
                   EXEC SQL
                       DELETE FROM TUTORIAL.AGMANDATE
                       WHERE DEBT_ID = :wn-dm-dup-id
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE TUTORIAL.AGMANDATE
                       SET DEBT_ID = :wn-dm-surv-id
                       WHERE DEBT_ID = :wn-dm-dup-id
                   END-EXEC
               END-IF

               MOVE ZERO TO wn-dm-hit
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :wn-dm-hit
                   FROM TUTORIAL.DEBTCREDIT
                   WHERE DEBT_ID = :wn-dm-surv-id
               END-EXEC

               IF wn-dm-hit > ZERO
                   EXEC SQL
                       UPDATE TUTORIAL.DEBTCREDIT
                       SET AMOUNT = AMOUNT +
                           (SELECT COALESCE(SUM(D2.AMOUNT), 0)
                            FROM TUTORIAL.DEBTCREDIT D2
                            WHERE D2.DEBT_ID = :wn-dm-dup-id)
                       WHERE DEBT_ID = :wn-dm-surv-id
                   END-EXEC
                   EXEC SQL
                       DELETE FROM TUTORIAL.DEBTCREDIT
                       WHERE DEBT_ID = :wn-dm-dup-id
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE TUTORIAL.DEBTCREDIT
                       SET DEBT_ID = :wn-dm-surv-id
                       WHERE DEBT_ID = :wn-dm-dup-id
                   END-EXEC
               END-IF

               EXEC SQL
                   UPDATE TUTORIAL.RETMAIL
                   SET DEBT_ID = :wn-dm-surv-id
                   WHERE DEBT_ID = :wn-dm-dup-id
               END-EXEC

      *        returned mail waiting in the queue keeps its age
      *        under the surviving debtor
               EXEC SQL
                   UPDATE TUTORIAL.QUEUEITEM
                   SET KEY1 = :wn-dm-surv-id
                   WHERE QUEUE = 'RETP'
                     AND KEY1 = :wn-dm-dup-id
               END-EXEC

               EXEC SQL
                   UPDATE TUTORIAL.ADDRPROP
                   SET DEBT_ID = :wn-dm-surv-id
                   WHERE DEBT_ID = :wn-dm-dup-id
               END-EXEC

      *        the behavior score is recomputed by the next scoring
      *        run over the now-joined history
               EXEC SQL
                   DELETE FROM TUTORIAL.DEBTSCORE
                   WHERE DEBT_ID = :wn-dm-dup-id
               END-EXEC

               EXEC SQL
                   UPDATE TUTORIAL.DEBTOR
                   SET ACTIVE = 'N',
                       NOTE = 'SAMMANSLAGEN - se kvarvarande id'
                   WHERE DEBT_ID = :wn-dm-dup-id
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Dubletten kunde inte inaktiveras!'
                   PERFORM Z0900-error-routine
               ELSE
                   MOVE 'DEBTMERGE'     TO wc-bgpaylog-action
                   MOVE wn-dm-dup-id    TO wn-bgpaylog-inv-id
                   MOVE wn-dm-surv-id   TO wn-bgpaylog-new-inv-id
                   MOVE ZERO            TO wn-bgpaylog-payment-id
                   MOVE wc-login-userid TO wc-bgpaylog-operator
                   PERFORM X0156-log-bg-correction

                   DISPLAY 'Gäldenärerna är sammanslagna!'
               END-IF
           END-IF
           .

      **********************************************************
       X0400-manual-payment.

      *    register a payment that arrived outside BgMax - plain
      *    bank transfer, Swish or check - against an invoice,
      *    with the same settlement semantics the Bankgiro loader
      *    applies: partial payments allowed, the excess booked as
      *    a debtor credit balance, a BGPAYMENT row and an OUTLOG
      *    trace. Above the configurable MANPAY ceiling the
      *    registration goes through the four-eyes queue instead
           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           ACCEPT wc-mp-custno
           DISPLAY 'Fakturanummer: ' WITH NO ADVANCING
           ACCEPT wc-mp-invno

           EXEC SQL
               SELECT I.INV_ID, I.CUST_ID, I.DEBT_ID,
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = I.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID)
                      - I.PAIDAMT
               INTO :wn-mp-inv-id, :wn-mp-cust-id, :wn-mp-debt-id,
                    :w9-mp-outstanding
               FROM TUTORIAL.INVOICE I
               WHERE I.CUSTNO = :wc-mp-custno
                 AND I.INVNO = :wc-mp-invno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Hittar ingen sådan faktura!'
           ELSE
               MOVE w9-mp-outstanding TO we-mp-amount
               DISPLAY 'Utestående belopp: ' we-mp-amount

      *        what the debtor owes besides the invoice itself, and
      *        which a payment settles first
               MOVE wn-mp-inv-id TO BGPAYMENT-INV-ID
               MOVE 9999999.99   TO BGPAYMENT-AMOUNT
               MOVE 'Q' TO wc-payalloc-func
               CALL 'PAYALLOC' USING wc-payalloc-func,
                                     BGPAYMENT-INV-ID,
                                     BGPAYMENT-AMOUNT,
                                     BGPAYMENT-COSTAMT,
                                     BGPAYMENT-INTAMT,
                                     BGPAYMENT-INTINV-ID
               IF BGPAYMENT-COSTAMT > ZERO
                   MOVE BGPAYMENT-COSTAMT TO we-mp-amount
                   DISPLAY 'Obetalda avgifter: ' we-mp-amount
               END-IF
               IF BGPAYMENT-INTAMT > ZERO
                   MOVE BGPAYMENT-INTAMT TO we-mp-amount
                   DISPLAY 'Obetald ränta:     ' we-mp-amount
               END-IF

               DISPLAY 'Betalt belopp: ' WITH NO ADVANCING
               MOVE ZERO TO w9-mp-amount
               ACCEPT w9-mp-amount
               DISPLAY 'Betalningsdag (ÅÅÅÅ-MM-DD): '
                   WITH NO ADVANCING
               ACCEPT wc-mp-paydate
               DISPLAY 'Betalsätt (B=banköverföring, S=Swish,'
                       ' C=check): ' WITH NO ADVANCING
               ACCEPT wc-mp-type

               IF w9-mp-amount NOT > ZERO
                  OR wc-mp-paydate = SPACE
                   DISPLAY 'Belopp och betalningsdag måste anges!'
               ELSE
      *            a payment booked into a closed period would
      *            change reported figures - same guard as the
      *            payment-correction screen
                   MOVE wc-mp-paydate(1:7) TO wc-lock-period
                   MOVE ZERO TO wn-lock-hit
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :wn-lock-hit
                       FROM TUTORIAL.PERIODLOCK
                       WHERE PERIOD = :wc-lock-period
                   END-EXEC

                   IF SQLCODE = ZERO AND wn-lock-hit > ZERO
                       DISPLAY 'Betalningsdagen ligger i en'
                               ' stängd bokföringsperiod!'
                   ELSE
                       MOVE 5000 TO w9-mp-threshold
                       MOVE 'MANPAY' TO wc-thr-key
                       MOVE 5000 TO w9-thr-value
                       PERFORM U0900-get-threshold
                       MOVE w9-thr-value TO w9-mp-threshold

                       IF w9-mp-amount > w9-mp-threshold
      *                    above the ceiling: one operator alone
      *                    may not register it - into the queue
                           COMPUTE wn-mp-ore = w9-mp-amount * 100
                           MOVE ZERO TO wn-mp-date-int
                           MOVE FUNCTION NUMVAL(
                               wc-mp-paydate(1:4))
                               TO wn-mp-date-int
                           COMPUTE wn-mp-date-int =
                               wn-mp-date-int * 10000
                               + FUNCTION NUMVAL(
                                     wc-mp-paydate(6:2)) * 100
                               + FUNCTION NUMVAL(
                                     wc-mp-paydate(9:2))

                           MOVE 'MANPAY' TO wc-appr-actiontype
                           MOVE wn-mp-inv-id   TO wn-appr-key1
                           MOVE wn-mp-ore      TO wn-appr-key2
                           MOVE wn-mp-date-int TO wn-appr-key3
                           PERFORM X0157-propose-action
                       ELSE
                           PERFORM X0405-apply-manual-payment
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      **********************************************************
       X0405-apply-manual-payment.

      *    the same settlement a matched Bankgiro payment takes:
      *    reminder costs and late interest first, the invoice
      *    takes what it still needs of the rest, the excess goes
      *    to the debtor's credit balance, and the payment gets
      *    its BGPAYMENT row with the split, OUTLOG trace and
      *    CUSTAUDIT entry
           IF w9-mp-outstanding < ZERO
               MOVE ZERO TO w9-mp-outstanding
           END-IF

           MOVE wn-mp-inv-id TO BGPAYMENT-INV-ID
           MOVE w9-mp-amount TO BGPAYMENT-AMOUNT
           MOVE 'Q' TO wc-payalloc-func
           CALL 'PAYALLOC' USING wc-payalloc-func,
                                 BGPAYMENT-INV-ID,
                                 BGPAYMENT-AMOUNT,
                                 BGPAYMENT-COSTAMT,
                                 BGPAYMENT-INTAMT,
                                 BGPAYMENT-INTINV-ID
           COMPUTE w9-mp-principal = w9-mp-amount
               - BGPAYMENT-COSTAMT - BGPAYMENT-INTAMT

           IF w9-mp-principal > w9-mp-outstanding
               COMPUTE w9-mp-overpay =
                   w9-mp-principal - w9-mp-outstanding
               MOVE w9-mp-outstanding TO w9-mp-principal
           ELSE
               MOVE ZERO TO w9-mp-overpay
           END-IF
           COMPUTE w9-mp-apply = w9-mp-principal
               + BGPAYMENT-COSTAMT + BGPAYMENT-INTAMT

           EXEC SQL
               UPDATE TUTORIAL.INVOICE
               SET PAIDAMT = PAIDAMT + :w9-mp-principal
               WHERE INV_ID = :wn-mp-inv-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Betalningen kunde inte registreras!'
               PERFORM Z0900-error-routine
           ELSE
               IF w9-mp-principal NOT < w9-mp-outstanding
                   EXEC SQL
                       UPDATE TUTORIAL.INVOICE
                       SET INVSTATE = 9
                       WHERE INV_ID = :wn-mp-inv-id
                   END-EXEC
               END-IF

               MOVE w9-mp-apply TO BGPAYMENT-AMOUNT
               MOVE 'A' TO wc-payalloc-func
               CALL 'PAYALLOC' USING wc-payalloc-func,
                                     BGPAYMENT-INV-ID,
                                     BGPAYMENT-AMOUNT,
                                     BGPAYMENT-COSTAMT,
                                     BGPAYMENT-INTAMT,
                                     BGPAYMENT-INTINV-ID

               MOVE 'BGPAYMENT' TO wc-keyalloc-table
               CALL 'KEYALLOC' USING wc-keyalloc-table,
                                     wn-mp-payment-id

               EXEC SQL
                   INSERT INTO TUTORIAL.BGPAYMENT
                   VALUES (:wn-mp-payment-id, :wn-mp-inv-id,
                           :wc-mp-bgcnr, :w9-mp-apply,
                           :wc-mp-paydate, 'N', 1,
                           :BGPAYMENT-COSTAMT, :BGPAYMENT-INTAMT,
                           :BGPAYMENT-INTINV-ID)
               END-EXEC

               IF w9-mp-overpay > ZERO
                  AND wn-mp-debt-id NOT = ZERO
                   MOVE ZERO TO wn-mp-dcred-hit
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :wn-mp-dcred-hit
                       FROM TUTORIAL.DEBTCREDIT
                       WHERE DEBT_ID = :wn-mp-debt-id
                   END-EXEC

                   IF wn-mp-dcred-hit > ZERO
                       EXEC SQL
                           UPDATE TUTORIAL.DEBTCREDIT
                           SET AMOUNT = AMOUNT + :w9-mp-overpay,
                               PAYMENT_ID = :wn-mp-payment-id
                           WHERE DEBT_ID = :wn-mp-debt-id
                       END-EXEC
                   ELSE
                       EXEC SQL
                           INSERT INTO TUTORIAL.DEBTCREDIT
                           VALUES (:wn-mp-debt-id, :w9-mp-overpay,
                                   ' ', :wn-mp-payment-id)
                       END-EXEC
                   END-IF
               END-IF

      *        the trace rows: OUTLOG under its own action code,
      *        the correction log, and a CUSTAUDIT entry with the
      *        registering operator
               MOVE 'OUTLOG' TO wc-keyalloc-table
               CALL 'KEYALLOC' USING wc-keyalloc-table,
                                     wn-next-outlog-id

               CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
               MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
               MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
               MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
               MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)
               MOVE T-HOUR-IMPORT   TO wc-proc-time(1:2)
               MOVE T-MINUTE-IMPORT TO wc-proc-time(4:2)
               MOVE T-SECOND-IMPORT TO wc-proc-time(7:2)
               MOVE ':' TO wc-proc-time(3:1), wc-proc-time(6:1)

               EXEC SQL
                   INSERT INTO TUTORIAL.OUTLOG
                   VALUES (:wn-next-outlog-id, :wn-mp-cust-id,
                           :wc-mp-invno, :wc-today-date, 'H', 0,
                           :wc-proc-time)
               END-EXEC

               MOVE 'MANPAY'        TO wc-bgpaylog-action
               MOVE wn-mp-inv-id    TO wn-bgpaylog-inv-id
               MOVE ZERO            TO wn-bgpaylog-new-inv-id
               MOVE wn-mp-payment-id TO wn-bgpaylog-payment-id
               MOVE wc-login-userid TO wc-bgpaylog-operator
               PERFORM X0156-log-bg-correction

               PERFORM X0406-log-manpay-audit

               DISPLAY 'Betalningen är registrerad!'
               IF w9-mp-overpay > ZERO
                   MOVE w9-mp-overpay TO we-mp-amount
                   DISPLAY 'Överskjutande bokat som'
                           ' tillgodohavande: ' we-mp-amount
               END-IF
           END-IF
           .

      **********************************************************
       X0406-log-manpay-audit.

           EXEC SQL
               OPEN CUR-MANPAY-AUDIT-ID
           END-EXEC

           EXEC SQL
               FETCH CUR-MANPAY-AUDIT-ID
               INTO :wn-mp-audit-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO wn-mp-audit-id
           END-IF

           EXEC SQL
               CLOSE CUR-MANPAY-AUDIT-ID
           END-EXEC

           ADD 1 TO wn-mp-audit-id

           MOVE SPACE TO CUSTAUDIT-TABLENAME-TEXT
           MOVE 'TUTORIAL.BGPAYMENT' TO CUSTAUDIT-TABLENAME-TEXT
           MOVE 30 TO CUSTAUDIT-TABLENAME-LEN
           MOVE SPACE TO CUSTAUDIT-COLUMNNAME-TEXT
           MOVE 'MANUELL BETALNING' TO CUSTAUDIT-COLUMNNAME-TEXT
           MOVE 30 TO CUSTAUDIT-COLUMNNAME-LEN
           MOVE SPACE TO CUSTAUDIT-OLDVALUE-TEXT
           MOVE wc-mp-invno TO CUSTAUDIT-OLDVALUE-TEXT
           MOVE 254 TO CUSTAUDIT-OLDVALUE-LEN
           MOVE w9-mp-apply TO we-mp-amount
           MOVE SPACE TO CUSTAUDIT-NEWVALUE-TEXT
           STRING we-mp-amount DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  wc-mp-type DELIMITED BY SIZE
                  ' av ' DELIMITED BY SIZE
                  wc-login-userid DELIMITED BY SIZE
               INTO CUSTAUDIT-NEWVALUE-TEXT
           END-STRING
           MOVE 254 TO CUSTAUDIT-NEWVALUE-LEN

           MOVE SPACE TO CUSTAUDIT-CHANGEDAT
           MOVE wc-today-date TO CUSTAUDIT-CHANGEDAT(1:10)
           MOVE wc-proc-time  TO CUSTAUDIT-CHANGEDAT(12:8)

           EXEC SQL
               INSERT INTO TUTORIAL.CUSTAUDIT
               VALUES (:wn-mp-audit-id, :wn-mp-cust-id,
                       :CUSTAUDIT-TABLENAME,
                       :CUSTAUDIT-COLUMNNAME,
                       :CUSTAUDIT-OLDVALUE,
                       :CUSTAUDIT-NEWVALUE,
                       :CUSTAUDIT-CHANGEDAT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kunde inte logga ändringen i CUSTAUDIT!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0368-execute-manpay.

      *    the approved registration: the keys carry the invoice,
      *    the amount in whole öre and the payment date as an
      *    eight-digit figure
           EXEC SQL
               SELECT I.INV_ID, I.CUST_ID, I.DEBT_ID, I.INVNO,
                      I.CUSTNO,
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = I.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID)
                      - I.PAIDAMT
               INTO :wn-mp-inv-id, :wn-mp-cust-id, :wn-mp-debt-id,
                    :wc-mp-invno, :wc-mp-custno,
                    :w9-mp-outstanding
               FROM TUTORIAL.INVOICE I
               WHERE I.INV_ID = :wn-appr-key1
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Fakturan finns inte längre!'
           ELSE
               COMPUTE w9-mp-amount = wn-appr-key2 / 100
               MOVE wn-appr-key3 TO wn-mp-date-int
               MOVE SPACE TO wc-mp-paydate
               MOVE wn-mp-date-int TO wn-wl-ymd
               MOVE wn-wl-ymd(1:4) TO wc-mp-paydate(1:4)
               MOVE wn-wl-ymd(5:2) TO wc-mp-paydate(6:2)
               MOVE wn-wl-ymd(7:2) TO wc-mp-paydate(9:2)
               MOVE '-' TO wc-mp-paydate(5:1), wc-mp-paydate(8:1)
               MOVE 'B' TO wc-mp-type

               PERFORM X0405-apply-manual-payment
           END-IF
           .

      **********************************************************
       X0410-mass-reprint.

      *    recovery for a destroyed print night: re-queue every
      *    print in a date range (optionally one customer), behind
      *    four eyes since it re-dispatches hundreds of documents;
      *    the regenerated copies log as omtryck so the originals
      *    are never double-counted; or instead the queue of the
      *    envelopes the inserter diverted, doubled or lost
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO wn-rp-queued
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-rp-queued
               FROM TUTORIAL.REPRINTQ
               WHERE STATE = 'O'
           END-EXEC
           MOVE wn-rp-queued TO wn-rp-count
           DISPLAY 'Avvikande kuvert i omtryckskön: ' wn-rp-count
           DISPLAY '(K) Omtryckskön  (D) Datumintervall: '
               WITH NO ADVANCING
           MOVE SPACE TO wc-rp-choice
           ACCEPT wc-rp-choice

           IF wc-rp-choice = 'K' OR wc-rp-choice = 'k'
               IF wn-rp-queued = ZERO
                   DISPLAY 'Omtryckskön är tom.'
               ELSE
                   MOVE 'REPRINT' TO wc-appr-actiontype
                   MOVE ZERO TO wn-appr-key1
                   MOVE ZERO TO wn-appr-key2
                   MOVE ZERO TO wn-appr-key3
                   PERFORM X0157-propose-action
               END-IF
           ELSE
               DISPLAY 'Utskriftsdatum från (ÅÅÅÅ-MM-DD): '
                   WITH NO ADVANCING
               ACCEPT wc-rp-date-from
               DISPLAY 'Utskriftsdatum till (ÅÅÅÅ-MM-DD): '
                   WITH NO ADVANCING
               ACCEPT wc-rp-date-to
               DISPLAY 'Kundnummer (blankt = alla): '
                   WITH NO ADVANCING
               MOVE SPACE TO wc-rp-custno
               ACCEPT wc-rp-custno

               MOVE ZERO TO wn-rp-cust-id
               IF wc-rp-custno NOT = SPACE
                   EXEC SQL
                       SELECT CUST_ID
                       INTO :wn-rp-cust-id
                       FROM TUTORIAL.CUSTOMER
                       WHERE CUSTNO = :wc-rp-custno
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY 'Okänt kundnummer!'
                       MOVE -1 TO wn-rp-cust-id
                   END-IF
               END-IF

               IF wc-rp-date-from = SPACE
                  OR wc-rp-date-to = SPACE
                  OR wn-rp-cust-id = -1
                   DISPLAY 'Givna indata är fel eller saknas!'
               ELSE
      *            the date range travels as eight-digit figures
      *            in the approval keys
                   MOVE ZERO TO wn-rp-from-int
                   COMPUTE wn-rp-from-int =
                       FUNCTION NUMVAL(wc-rp-date-from(1:4))
                       * 10000
                       + FUNCTION NUMVAL(wc-rp-date-from(6:2))
                         * 100
                       + FUNCTION NUMVAL(wc-rp-date-from(9:2))
                   COMPUTE wn-rp-to-int =
                       FUNCTION NUMVAL(wc-rp-date-to(1:4))
                       * 10000
                       + FUNCTION NUMVAL(wc-rp-date-to(6:2))
                         * 100
                       + FUNCTION NUMVAL(wc-rp-date-to(9:2))

                   MOVE 'REPRINT' TO wc-appr-actiontype
                   MOVE wn-rp-cust-id  TO wn-appr-key1
                   MOVE wn-rp-from-int TO wn-appr-key2
                   MOVE wn-rp-to-int   TO wn-appr-key3
                   PERFORM X0157-propose-action
               END-IF
           END-IF
           .

      **********************************************************
       X0372-execute-reprint-queue.

      *    the approved reprint of the inserter's deviations: every
      *    open queue entry goes through the single-invoice reprint
      *    and is closed; the new envelope is a piece of its own
      *    and is reconciled again with the next inserter log
           MOVE ZERO TO wn-rp-count

           EXEC SQL
               OPEN CUR-RP-QUEUE
           END-EXEC

           EXEC SQL
               FETCH CUR-RP-QUEUE
               INTO :wn-rp-rpq-id, :wc-rp-run-custno, :wc-rp-invno
           END-EXEC

           PERFORM X0373-reprint-one-queued UNTIL SQLCODE NOT = ZERO

           EXEC SQL
               CLOSE CUR-RP-QUEUE
           END-EXEC

           MOVE SPACE TO wc-accept
           DISPLAY 'Omtryck klart - dokument: ' wn-rp-count
           DISPLAY 'Ny buntlista skapas av nästa utskriftsnatt'
                   ' - omtrycken ligger i output-katalogen.'
           .

      **********************************************************
       X0373-reprint-one-queued.

           MOVE '33' TO wc-accept
           MOVE wc-rp-run-custno TO wc-print-custno
           MOVE wc-rp-invno      TO wc-print-invno
           CALL 'SUBMIT-SINGLE-INVOICE' USING wc-accept,
                                         wc-print-custno,
                                         wc-print-invno
           ADD 1 TO wn-rp-count

           EXEC SQL
               UPDATE TUTORIAL.REPRINTQ
               SET STATE = 'R'
               WHERE RPQ_ID = :wn-rp-rpq-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               FETCH CUR-RP-QUEUE
               INTO :wn-rp-rpq-id, :wc-rp-run-custno, :wc-rp-invno
           END-EXEC
           .

      **********************************************************
       X0369-execute-reprint.

      *    the approved recovery: every print of the range goes
      *    back through the single-invoice reprint, which renders
      *    the PDF afresh and logs omtryck rows
           MOVE wn-appr-key1 TO wn-rp-cust-id

           MOVE wn-appr-key2 TO wn-wl-ymd
           MOVE wn-wl-ymd(1:4) TO wc-rp-date-from(1:4)
           MOVE wn-wl-ymd(5:2) TO wc-rp-date-from(6:2)
           MOVE wn-wl-ymd(7:2) TO wc-rp-date-from(9:2)
           MOVE '-' TO wc-rp-date-from(5:1), wc-rp-date-from(8:1)

           MOVE wn-appr-key3 TO wn-wl-ymd
           MOVE wn-wl-ymd(1:4) TO wc-rp-date-to(1:4)
           MOVE wn-wl-ymd(5:2) TO wc-rp-date-to(6:2)
           MOVE wn-wl-ymd(7:2) TO wc-rp-date-to(9:2)
           MOVE '-' TO wc-rp-date-to(5:1), wc-rp-date-to(8:1)

           MOVE ZERO TO wn-rp-count

           EXEC SQL
               OPEN CUR-RP-PRINTS
           END-EXEC

           EXEC SQL
               FETCH CUR-RP-PRINTS
               INTO :wc-rp-run-custno, :wc-rp-invno
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE '33' TO wc-accept
               MOVE wc-rp-run-custno TO wc-print-custno
               MOVE wc-rp-invno      TO wc-print-invno
               CALL 'SUBMIT-SINGLE-INVOICE' USING wc-accept,
                                             wc-print-custno,
                                             wc-print-invno
               ADD 1 TO wn-rp-count

               EXEC SQL
                   FETCH CUR-RP-PRINTS
                   INTO :wc-rp-run-custno, :wc-rp-invno
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RP-PRINTS
           END-EXEC

           MOVE SPACE TO wc-accept
           DISPLAY 'Omtryck klart - dokument: ' wn-rp-count
           DISPLAY 'Ny buntlista skapas av nästa utskriftsnatt'
                   ' - omtrycken ligger i output-katalogen.'
           .

      **********************************************************
       X0420-postage-tariff.

      *    the porto ladder by sheet count the print run weighs
      *    each envelope against; the month's accumulated porto
      *    goes onto the customer's billing-run invoice
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               DISPLAY HEADLINE
               DISPLAY '*** PORTOTARIFF ***'
               DISPLAY HEADLINE
               DISPLAY 'T o m antal ark   Porto'
               DISPLAY HEADLINE

               EXEC SQL
                   OPEN CUR-POSTTARIFF
               END-EXEC

               EXEC SQL
                   FETCH CUR-POSTTARIFF
                   INTO :wn-pt-maxsheets, :w9-pt-porto
               END-EXEC

               PERFORM UNTIL SQLCODE NOT = ZERO
                   MOVE wn-pt-maxsheets TO we-pt-sheets
                   MOVE w9-pt-porto TO we-pt-porto
                   DISPLAY we-pt-sheets '            '
                           we-pt-porto

                   EXEC SQL
                       FETCH CUR-POSTTARIFF
                       INTO :wn-pt-maxsheets, :w9-pt-porto
                   END-EXEC
               END-PERFORM

               EXEC SQL
                   CLOSE CUR-POSTTARIFF
               END-EXEC

               DISPLAY HEADLINE
               DISPLAY 'S - Sätt tariffsteg, T - Ta bort steg,'
                       ' X - Tillbaka'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-pt-action

               EVALUATE FUNCTION UPPER-CASE(wc-pt-action)
                   WHEN 'S'
                       DISPLAY 'T o m antal ark: '
                           WITH NO ADVANCING
                       MOVE ZERO TO wn-pt-maxsheets
                       ACCEPT wn-pt-maxsheets
                       DISPLAY 'Porto (kr): ' WITH NO ADVANCING
                       MOVE ZERO TO w9-pt-porto
                       ACCEPT w9-pt-porto

                       IF wn-pt-maxsheets = ZERO
                          OR w9-pt-porto = ZERO
                           DISPLAY 'Givna indata är fel eller'
                                   ' saknas!'
                       ELSE
                           EXEC SQL
                               UPDATE TUTORIAL.POSTTARIFF
                               SET PORTO = :w9-pt-porto
                               WHERE MAXSHEETS = :wn-pt-maxsheets
                           END-EXEC

                           IF SQLCODE = 100
                               EXEC SQL
                                   INSERT INTO TUTORIAL.POSTTARIFF
                                   VALUES (:wn-pt-maxsheets,
                                           :w9-pt-porto)
                               END-EXEC
                           END-IF

                           IF SQLCODE = ZERO
                               DISPLAY 'Tariffsteget har sparats!'
                           ELSE
                               DISPLAY 'Tariffsteget kunde inte'
                                       ' sparas!'
                               PERFORM Z0900-error-routine
                           END-IF
                       END-IF
                   WHEN 'T'
                       DISPLAY 'T o m antal ark: '
                           WITH NO ADVANCING
                       MOVE ZERO TO wn-pt-maxsheets
                       ACCEPT wn-pt-maxsheets

                       EXEC SQL
                           DELETE FROM TUTORIAL.POSTTARIFF
                           WHERE MAXSHEETS = :wn-pt-maxsheets
                       END-EXEC

                       IF SQLCODE = ZERO
                           DISPLAY 'Tariffsteget har tagits bort!'
                       ELSE
                           DISPLAY 'Inget sådant tariffsteg!'
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      **********************************************************
       X0430-protected-address.

      *    a protected identity's address may only be seen (or
      *    handed to the special mail step) after a second
      *    administrator has approved the request - one proposal
      *    per lookup, with the reason on record
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               DISPLAY 'Gäldenärs-id: ' WITH NO ADVANCING
               MOVE ZERO TO wn-dm-dup-id
               ACCEPT wn-dm-dup-id

               EXEC SQL
                   SELECT NAME
                   INTO :DEBTOR-NAME
                   FROM TUTORIAL.DEBTOR
                   WHERE DEBT_ID = :wn-dm-dup-id
                     AND PROTECTED = 'Y'
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY 'Ingen skyddad gäldenär med det'
                           ' id-numret!'
               ELSE
                   MOVE 'ADDRVIEW' TO wc-appr-actiontype
                   MOVE wn-dm-dup-id TO wn-appr-key1
                   MOVE ZERO         TO wn-appr-key2
                   MOVE ZERO         TO wn-appr-key3
                   PERFORM X0157-propose-action
               END-IF
           END-IF
           .

      **********************************************************
       X0431-execute-addrview.

      *    the approved lookup: the address shows once, here, to
      *    the approving administrator - it is the only read path
      *    past the protection
           EXEC SQL
               SELECT D.NAME, A.STREET, A.POSTNO, A.PLACE
               INTO :DEBTOR-NAME, :ADDR-STREET, :ADDR-POSTNO,
                    :ADDR-PLACE
               FROM TUTORIAL.DEBTOR D, TUTORIAL.ADDR A
               WHERE D.DEBT_ID = :wn-appr-key1
                 AND D.ADDR_ID = A.ADDR_ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Gäldenären finns inte längre!'
           ELSE
               DISPLAY HEADLINE
               DISPLAY 'SKYDDAD ADRESS - LÄMNAS EJ VIDARE'
               DISPLAY HEADLINE
               DISPLAY 'Namn   : ' DEBTOR-NAME-TEXT(1:40)
               DISPLAY 'Gata   : ' ADDR-STREET-TEXT(1:40)
               DISPLAY 'Postnr : ' ADDR-POSTNO ' '
                       ADDR-PLACE-TEXT(1:30)
               DISPLAY HEADLINE

               MOVE 'ADDRVIEW'      TO wc-bgpaylog-action
               MOVE wn-appr-key1    TO wn-bgpaylog-inv-id
               MOVE ZERO            TO wn-bgpaylog-new-inv-id
               MOVE ZERO            TO wn-bgpaylog-payment-id
               MOVE wc-login-userid TO wc-bgpaylog-operator
               PERFORM X0156-log-bg-correction
           END-IF
           .

      **********************************************************
       X0432-execute-gdprextract.

      *    the approved register extract for a protected identity:
      *    written by the same program as everyone else's, the
      *    lookup logged like the approved address view
           CALL 'regextract' USING wn-appr-key1, wc-gdpr-result

           IF wc-gdpr-result = 'Y'
               MOVE 'GDPREXTR'      TO wc-bgpaylog-action
               MOVE wn-appr-key2    TO wn-bgpaylog-inv-id
               MOVE ZERO            TO wn-bgpaylog-new-inv-id
               MOVE ZERO            TO wn-bgpaylog-payment-id
               MOVE wc-login-userid TO wc-bgpaylog-operator
               PERFORM X0156-log-bg-correction
           END-IF
           .

      **********************************************************
       X0433-execute-sancclear.

      *    the approved clearance of a sanctions-list hit as a
      *    false positive: payouts to the party are released
           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
           MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
           MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
           MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

           EXEC SQL
               UPDATE TUTORIAL.SANCHIT
               SET STATE = 'C',
                   DECIDEDBY = :wc-login-userid,
                   DECIDED = :wc-today-date
               WHERE HIT_ID = :wn-appr-key1
                 AND STATE = 'W'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Träffen väntar inte längre på friande!'
           ELSE
               MOVE 'SANCCLEAR'     TO wc-bgpaylog-action
               MOVE ZERO            TO wn-bgpaylog-inv-id
               MOVE ZERO            TO wn-bgpaylog-new-inv-id
               MOVE wn-appr-key1    TO wn-bgpaylog-payment-id
               MOVE wc-login-userid TO wc-bgpaylog-operator
               PERFORM X0156-log-bg-correction
               DISPLAY 'Träffen är friad - utbetalningar släpps.'
           END-IF
           .

      **********************************************************
       X0434-execute-custchg.

      *    the approved Bankgiro change becomes pending: the nightly
      *    run puts it on the customer on its effective date
           EXEC SQL
               UPDATE TUTORIAL.CUSTCHG
               SET STATE = 'P'
               WHERE CHG_ID = :wn-appr-key1
                 AND STATE = 'W'
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ändringen väntar inte längre på godkännande!'
           ELSE
               DISPLAY 'Bankgiroändringen är godkänd och genomförs'
                       ' i nattkörningen.'
           END-IF
           .

      **********************************************************
       X0440-debt-sale.

      *    the portfolios PbsDebtSale URVAL has proposed: the
      *    operator records the customer's approval together with
      *    the buyer and the buyer's bankgiro, which lets the
      *    transfer run sell it, or cancels the proposal
           DISPLAY HEADLINE
           DISPLAY '*** FORDRINGSPORTFÖLJER ***'
           DISPLAY HEADLINE
           DISPLAY ' Portfölj Kundnr     Status Skapad     Antal'
                   '        Saldo'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-DS-OPEN
           END-EXEC

           EXEC SQL
               FETCH CUR-DS-OPEN
               INTO :wn-ds-sale-id, :wc-ds-custno, :wc-ds-state,
                    :wc-ds-created, :wn-ds-invcount, :w9-ds-total
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE wn-ds-sale-id TO we-ds-sale-id
               MOVE wn-ds-invcount TO we-ds-invcount
               MOVE w9-ds-total TO we-ds-total
               DISPLAY we-ds-sale-id ' ' wc-ds-custno ' '
                       wc-ds-state '      ' wc-ds-created ' '
                       we-ds-invcount ' ' we-ds-total

               EXEC SQL
                   FETCH CUR-DS-OPEN
                   INTO :wn-ds-sale-id, :wc-ds-custno,
                        :wc-ds-state, :wc-ds-created,
                        :wn-ds-invcount, :w9-ds-total
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-DS-OPEN
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'P = väntar på kundens godkännande,'
                   ' G = godkänd för överlåtelse'
           DISPLAY 'Ange portfölj att behandla, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO wn-ds-sale-id
           ACCEPT wn-ds-sale-id

           IF wn-ds-sale-id NOT = ZERO
               PERFORM X0441-decide-debt-sale
           END-IF
           .

      **********************************************************
       X0441-decide-debt-sale.

           EXEC SQL
               SELECT STATE
               INTO :wc-ds-state
               FROM TUTORIAL.DEBTSALE
               WHERE SALE_ID = :wn-ds-sale-id
                 AND (STATE = 'P' OR STATE = 'G')
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen öppen portfölj med det numret!'
           ELSE
               DISPLAY 'G - Kunden har godkänt försäljningen,'
                       ' X - Makulera portföljen'
               DISPLAY ': ' WITH NO ADVANCING
               ACCEPT wc-ds-action

               CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
               MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
               MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
               MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
               MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

               EVALUATE FUNCTION UPPER-CASE(wc-ds-action)
                   WHEN 'G'
                       IF wc-ds-state NOT = 'P'
                           DISPLAY 'Portföljen är redan godkänd!'
                       ELSE
                           DISPLAY 'Köpare       : ' WITH NO ADVANCING
                           MOVE SPACE TO wc-ds-buyer
                           ACCEPT wc-ds-buyer
                           DISPLAY 'Köparens BG  : ' WITH NO ADVANCING
                           MOVE SPACE TO wc-ds-buyerbg
                           ACCEPT wc-ds-buyerbg

      *                    the notice to the debtors names where to
      *                    pay, so neither may be left out
                           IF wc-ds-buyer = SPACE
                              OR wc-ds-buyerbg = SPACE
                               DISPLAY 'Köpare och bankgiro måste'
                                       ' anges!'
                           ELSE
                               MOVE 40 TO DEBTSALE-BUYER-LEN
                               MOVE wc-ds-buyer
                                   TO DEBTSALE-BUYER-TEXT
                               EXEC SQL
                                   UPDATE TUTORIAL.DEBTSALE
                                   SET STATE = 'G',
                                       APPROVEDBY = :wc-login-userid,
                                       APPRDATE = :wc-today-date,
                                       BUYER = :DEBTSALE-BUYER,
                                       BUYERBG = :wc-ds-buyerbg
                                   WHERE SALE_ID = :wn-ds-sale-id
                               END-EXEC
                               IF SQLCODE = ZERO
                                   DISPLAY 'Portföljen kan nu'
                                           ' överlåtas.'
                               ELSE
                                   PERFORM Z0900-error-routine
                               END-IF
                           END-IF
                       END-IF
                   WHEN 'X'
                       EXEC SQL
                           UPDATE TUTORIAL.DEBTSALE
                           SET STATE = 'X'
                           WHERE SALE_ID = :wn-ds-sale-id
                       END-EXEC
                       IF SQLCODE = ZERO
                           DISPLAY 'Portföljen är makulerad.'
                       ELSE
                           PERFORM Z0900-error-routine
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Ingen åtgärd utförd.'
               END-EVALUATE
           END-IF
           .

      **********************************************************
       X0450-debtor-terms.

      *    debtor-level payment terms: a customer that gives some
      *    debtors 10, 20 or 60 days instead of its usual DUEDAYS
      *    has them registered here (or sends them on the debtor
      *    master record); the import stamps each new invoice
      *    with the resulting due date
           DISPLAY HEADLINE
           DISPLAY '*** BETALNINGSVILLKOR PER GÄLDENÄR ***'
           DISPLAY HEADLINE
           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-dt-custno
           ACCEPT wc-dt-custno

           EXEC SQL
               SELECT CUST_ID, DUEDAYS
               INTO :wn-dt-cust-id, :wn-dt-duedays
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :wc-dt-custno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänt kundnummer!'
               EXIT PARAGRAPH
           END-IF

           MOVE wn-dt-duedays TO we-dt-duedays
           DISPLAY 'Kundens villkor: ' we-dt-duedays ' dagar'
           DISPLAY HEADLINE
           DISPLAY ' Gäldenär Namn                          '
                   '          Dagar Registrerad'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-DEBTTERMS
           END-EXEC

           EXEC SQL
               FETCH CUR-DEBTTERMS
               INTO :wn-dt-debt-id, :DEBTOR-NAME, :wn-dt-duedays,
                    :wc-dt-regdate
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE wn-dt-debt-id TO we-dt-debt-id
               MOVE wn-dt-duedays TO we-dt-duedays
               DISPLAY we-dt-debt-id ' ' DEBTOR-NAME-TEXT(1:40) ' '
                       we-dt-duedays '   ' wc-dt-regdate

               EXEC SQL
                   FETCH CUR-DEBTTERMS
                   INTO :wn-dt-debt-id, :DEBTOR-NAME,
                        :wn-dt-duedays, :wc-dt-regdate
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-DEBTTERMS
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Ange gäldenär att ändra, eller 0'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE ZERO TO wn-dt-debt-id
           ACCEPT wn-dt-debt-id

           IF wn-dt-debt-id NOT = ZERO
               PERFORM X0451-set-debtor-terms
           END-IF
           .

      **********************************************************
       X0451-set-debtor-terms.

           MOVE ZERO TO wn-dt-hit
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-dt-hit
               FROM TUTORIAL.DEBTOR
               WHERE DEBT_ID = :wn-dt-debt-id
           END-EXEC

           IF wn-dt-hit = ZERO
               DISPLAY 'Okänd gäldenär!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Antal dagar (0 = ta bort, kundens villkor'
                   ' gäller): ' WITH NO ADVANCING
           MOVE ZERO TO wn-dt-duedays
           ACCEPT wn-dt-duedays

           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
           MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
           MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
           MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

           IF wn-dt-duedays = ZERO
               EXEC SQL
                   DELETE FROM TUTORIAL.DEBTTERMS
                   WHERE CUST_ID = :wn-dt-cust-id
                     AND DEBT_ID = :wn-dt-debt-id
               END-EXEC
               IF SQLCODE = ZERO
                   DISPLAY 'Villkoret är borttaget.'
               ELSE
                   DISPLAY 'Inget eget villkor fanns för'
                           ' gäldenären.'
               END-IF
           ELSE
               EXEC SQL
                   UPDATE TUTORIAL.DEBTTERMS
                   SET DUEDAYS = :wn-dt-duedays,
                       REGDATE = :wc-today-date
                   WHERE CUST_ID = :wn-dt-cust-id
                     AND DEBT_ID = :wn-dt-debt-id
               END-EXEC

               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO TUTORIAL.DEBTTERMS
                       VALUES (:wn-dt-cust-id, :wn-dt-debt-id,
                               :wn-dt-duedays, :wc-today-date)
                   END-EXEC
               END-IF

               IF SQLCODE = ZERO
                   DISPLAY 'Villkoret är sparat - gäller nya'
                           ' fakturor.'
               ELSE
                   PERFORM Z0900-error-routine
               END-IF
           END-IF
           .
      **********************************************************
       X0460-recurring-invoices.

      *    recurring debtor invoices: a property owner's hyresavier
      *    and other fixed fees are registered once per debtor as
      *    a template with item lines, VAT and frequency; the
      *    nightly PbsRecurInv run stages every period's invoices
      *    into the review queue (12) ahead of the print run
           DISPLAY HEADLINE
           DISPLAY '*** ÅTERKOMMANDE FAKTUROR ***'
           DISPLAY HEADLINE
           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-ri-custno
           ACCEPT wc-ri-custno

           EXEC SQL
               SELECT CUST_ID
               INTO :wn-ri-cust-id
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :wc-ri-custno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänt kundnummer!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY '     Mall  Gäldenär Prefix F Start      Slut     '
                   '     Belopp exkl.'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-RECURINV
           END-EXEC

           EXEC SQL
               FETCH CUR-RECURINV
               INTO :RECURINV-RECUR-ID, :RECURINV-DEBT-ID,
                    :RECURINV-INVPREFIX, :RECURINV-FREQ,
                    :RECURINV-STARTDATE, :wc-ri-enddate, :w9-ri-sum
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE RECURINV-RECUR-ID TO we-ri-recur-id
               MOVE RECURINV-DEBT-ID  TO we-ri-debt-id
               MOVE w9-ri-sum         TO we-ri-sum
               DISPLAY we-ri-recur-id ' ' we-ri-debt-id ' '
                       RECURINV-INVPREFIX ' ' RECURINV-FREQ ' '
                       RECURINV-STARTDATE ' ' wc-ri-enddate ' '
                       we-ri-sum

               EXEC SQL
                   FETCH CUR-RECURINV
                   INTO :RECURINV-RECUR-ID, :RECURINV-DEBT-ID,
                        :RECURINV-INVPREFIX, :RECURINV-FREQ,
                        :RECURINV-STARTDATE, :wc-ri-enddate,
                        :w9-ri-sum
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-RECURINV
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'N - Ny mall, R - Visa rader, A - Avsluta mall'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-ri-action
           ACCEPT wc-ri-action

           EVALUATE FUNCTION UPPER-CASE(wc-ri-action)
               WHEN 'N'
                   PERFORM X0461-new-recurring-template
               WHEN 'R'
                   PERFORM X0463-show-template-lines
               WHEN 'A'
                   PERFORM X0464-end-recurring-template
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       X0461-new-recurring-template.

           MOVE 'N' TO is-ri-template-ok-switch
           CALL 'BUSDATE' USING TODAYS-DATE-IMPORT
           MOVE T-YEAR-IMPORT  TO wc-today-date(1:4)
           MOVE T-MONTH-IMPORT TO wc-today-date(6:2)
           MOVE T-DAY-IMPORT   TO wc-today-date(9:2)
           MOVE '-' TO wc-today-date(5:1), wc-today-date(8:1)

           DISPLAY 'Gäldenär (DEBT_ID): ' WITH NO ADVANCING
           MOVE ZERO TO RECURINV-DEBT-ID
           ACCEPT RECURINV-DEBT-ID

           MOVE ZERO TO wn-ri-hit
           EXEC SQL
               SELECT COUNT(*)
               INTO :wn-ri-hit
               FROM TUTORIAL.DEBTOR
               WHERE DEBT_ID = :RECURINV-DEBT-ID
           END-EXEC

           IF wn-ri-hit = ZERO
               DISPLAY 'Okänd gäldenär!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Prefix för fakturanumret (t.ex. HYRA, blankt'
                   ' = AVI): ' WITH NO ADVANCING
           MOVE SPACE TO RECURINV-INVPREFIX
           ACCEPT RECURINV-INVPREFIX
           IF RECURINV-INVPREFIX = SPACE
               MOVE 'AVI' TO RECURINV-INVPREFIX
           END-IF

           DISPLAY 'Moms (t.ex. 0.25, 0 för momsfri hyra): '
               WITH NO ADVANCING
           MOVE ZERO TO w9-ri-vat
           ACCEPT w9-ri-vat
           MOVE w9-ri-vat TO RECURINV-VAT

           DISPLAY 'Valuta (blankt = SEK): ' WITH NO ADVANCING
           MOVE SPACE TO RECURINV-CUR
           ACCEPT RECURINV-CUR
           IF RECURINV-CUR = SPACE
               MOVE 'SEK' TO RECURINV-CUR
           END-IF
           MOVE FUNCTION UPPER-CASE(RECURINV-CUR) TO RECURINV-CUR

           DISPLAY 'Frekvens (M=månad, Q=kvartal, H=halvår, Y=år): '
               WITH NO ADVANCING
           MOVE SPACE TO RECURINV-FREQ
           ACCEPT RECURINV-FREQ
           MOVE FUNCTION UPPER-CASE(RECURINV-FREQ) TO RECURINV-FREQ

           DISPLAY 'Första period, startdatum (ÅÅÅÅ-MM-DD): '
               WITH NO ADVANCING
           MOVE SPACE TO RECURINV-STARTDATE
           ACCEPT RECURINV-STARTDATE

           DISPLAY 'Slutdatum (blankt = tills vidare): '
               WITH NO ADVANCING
           MOVE SPACE TO RECURINV-ENDDATE
           ACCEPT RECURINV-ENDDATE

           DISPLAY 'Skapas antal dagar före perioden (blankt = 30): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-ri-leaddays
           ACCEPT wc-ri-leaddays
           IF wc-ri-leaddays = SPACE
               MOVE 30 TO RECURINV-LEADDAYS
           ELSE
               MOVE FUNCTION NUMVAL(wc-ri-leaddays)
                   TO RECURINV-LEADDAYS
           END-IF

           DISPLAY 'Förfallodag i månaden före perioden (1-28,'
                   ' 0 = gäldenärens villkor): ' WITH NO ADVANCING
           MOVE ZERO TO RECURINV-DUEDAY
           ACCEPT RECURINV-DUEDAY

           DISPLAY 'Er referens (blankt = ingen): '
               WITH NO ADVANCING
           MOVE SPACE TO RECURINV-BUYERREF
           ACCEPT RECURINV-BUYERREF

      *    the same date check the import applies to a due date;
      *    the end may not come before the start
           MOVE RECURINV-STARTDATE TO wc-due-check
           MOVE SPACE TO wc-due-invdate
           PERFORM C0126B-check-due-date
           IF NOT is-due-valid
               DISPLAY 'Ogiltigt startdatum!'
               EXIT PARAGRAPH
           END-IF

           IF RECURINV-ENDDATE NOT = SPACE
               MOVE RECURINV-ENDDATE TO wc-due-check
               MOVE RECURINV-STARTDATE TO wc-due-invdate
               PERFORM C0126B-check-due-date
               IF NOT is-due-valid
                   DISPLAY 'Ogiltigt slutdatum!'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF NOT RECURINV-FREQ-VALID
               DISPLAY 'Frekvensen ska vara M, Q, H eller Y!'
               EXIT PARAGRAPH
           END-IF

           IF w9-ri-vat > 0.50
               DISPLAY 'Momsen anges som andel, t.ex. 0.25!'
               EXIT PARAGRAPH
           END-IF

           IF RECURINV-LEADDAYS < ZERO
              OR RECURINV-LEADDAYS > 90
               DISPLAY 'Antal dagar före perioden ska vara 0-90!'
               EXIT PARAGRAPH
           END-IF

           IF RECURINV-DUEDAY < ZERO
              OR RECURINV-DUEDAY > 28
               DISPLAY 'Förfallodagen ska vara 0-28!'
               EXIT PARAGRAPH
           END-IF

           MOVE 'RECURINV' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table,
                                 wn-ri-recur-id

           IF RECURINV-ENDDATE = SPACE
               MOVE -1 TO ind-due-date
           ELSE
               MOVE ZERO TO ind-due-date
           END-IF

           EXEC SQL
               INSERT INTO TUTORIAL.RECURINV
               VALUES (:wn-ri-recur-id, :wn-ri-cust-id,
                       :RECURINV-DEBT-ID, :RECURINV-INVPREFIX,
                       :RECURINV-VAT, :RECURINV-CUR,
                       :RECURINV-FREQ, :RECURINV-STARTDATE,
                       :RECURINV-ENDDATE:ind-due-date,
                       :RECURINV-LEADDAYS, :RECURINV-DUEDAY,
                       :RECURINV-BUYERREF, :wc-today-date)
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM Z0900-error-routine
               EXIT PARAGRAPH
           END-IF

           MOVE wn-ri-recur-id TO we-ri-recur-id
           DISPLAY 'Mall ' we-ri-recur-id ' är sparad. Ange'
                   ' fakturaraderna, blank benämning avslutar.'

           MOVE ZERO TO wn-ri-lineno
           MOVE 'N' TO is-ri-lines-done-switch
           PERFORM X0462-add-template-line
               UNTIL is-ri-lines-done

           IF wn-ri-lineno = ZERO
               DISPLAY 'Mallen saknar rader och skapar inga'
                       ' fakturor förrän rader lagts till.'
           END-IF
           .

      **********************************************************
       X0462-add-template-line.

           MOVE SPACE TO RECURITEM-DESCRIPTION
           DISPLAY 'Benämning: ' WITH NO ADVANCING
           ACCEPT RECURITEM-DESCRIPTION

           IF RECURITEM-DESCRIPTION = SPACE
              OR wn-ri-lineno NOT < 99
               SET is-ri-lines-done TO TRUE
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Artikelnummer: ' WITH NO ADVANCING
           MOVE SPACE TO RECURITEM-ARTNO
           ACCEPT RECURITEM-ARTNO
           DISPLAY 'Enhet (t.ex. mån, st): ' WITH NO ADVANCING
           MOVE SPACE TO RECURITEM-UNITDESC
           ACCEPT RECURITEM-UNITDESC
           DISPLAY 'Antal: ' WITH NO ADVANCING
           MOVE ZERO TO RECURITEM-QTY
           ACCEPT RECURITEM-QTY
           DISPLAY 'À-pris exkl. moms: ' WITH NO ADVANCING
           MOVE ZERO TO RECURITEM-PRICE
           ACCEPT RECURITEM-PRICE

      *    the line is staged in the import file's own character
      *    fields, so it must fit them as a file line would
           IF RECURITEM-QTY NOT > ZERO
              OR RECURITEM-QTY > 9999.99
              OR RECURITEM-PRICE < -99999.99
              OR RECURITEM-PRICE > 999999.99
               DISPLAY 'Antal 0.01-9999.99 och à-pris -99999.99 -'
                       ' 999999.99 - raden är inte sparad!'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO wn-ri-lineno
           EXEC SQL
               INSERT INTO TUTORIAL.RECURITEM
               VALUES (:wn-ri-recur-id, :wn-ri-lineno,
                       :RECURITEM-DESCRIPTION, :RECURITEM-ARTNO,
                       :RECURITEM-UNITDESC, :RECURITEM-QTY,
                       :RECURITEM-PRICE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               SUBTRACT 1 FROM wn-ri-lineno
               PERFORM Z0900-error-routine
               SET is-ri-lines-done TO TRUE
           END-IF
           .

      **********************************************************
       X0463-show-template-lines.

           DISPLAY 'Mall: ' WITH NO ADVANCING
           MOVE ZERO TO wn-ri-recur-id
           ACCEPT wn-ri-recur-id

           DISPLAY HEADLINE
           DISPLAY 'Rad Benämning                      Antal'
                   '      À-pris'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-RECURITEM
           END-EXEC

           EXEC SQL
               FETCH CUR-RECURITEM
               INTO :RECURITEM-LINENO, :RECURITEM-DESCRIPTION,
                    :RECURITEM-ARTNO, :RECURITEM-UNITDESC,
                    :RECURITEM-QTY, :RECURITEM-PRICE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE RECURITEM-LINENO TO we-ri-lineno
               MOVE RECURITEM-QTY    TO we-ri-qty
               MOVE RECURITEM-PRICE  TO we-ri-price
               DISPLAY ' ' we-ri-lineno ' ' RECURITEM-DESCRIPTION
                       ' ' we-ri-qty ' ' we-ri-price

               EXEC SQL
                   FETCH CUR-RECURITEM
                   INTO :RECURITEM-LINENO, :RECURITEM-DESCRIPTION,
                        :RECURITEM-ARTNO, :RECURITEM-UNITDESC,
                        :RECURITEM-QTY, :RECURITEM-PRICE
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-RECURITEM
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'Tryck <Enter> för att fortsätta...'
               WITH NO ADVANCING
           ACCEPT wc-accept
           .

      **********************************************************
       X0464-end-recurring-template.

      *    a template is ended, never deleted: the periods it has
      *    already generated stay traceable in the series registry
           DISPLAY 'Mall: ' WITH NO ADVANCING
           MOVE ZERO TO wn-ri-recur-id
           ACCEPT wn-ri-recur-id

           EXEC SQL
               SELECT STARTDATE
               INTO :RECURINV-STARTDATE
               FROM TUTORIAL.RECURINV
               WHERE RECUR_ID = :wn-ri-recur-id
                 AND CUST_ID = :wn-ri-cust-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen sådan mall för kunden!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Sista dag mallen gäller (ÅÅÅÅ-MM-DD): '
               WITH NO ADVANCING
           MOVE SPACE TO RECURINV-ENDDATE
           ACCEPT RECURINV-ENDDATE

           MOVE RECURINV-ENDDATE TO wc-due-check
           MOVE RECURINV-STARTDATE TO wc-due-invdate
           PERFORM C0126B-check-due-date
           IF NOT is-due-valid
               DISPLAY 'Ogiltigt slutdatum!'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.RECURINV
               SET ENDDATE = :RECURINV-ENDDATE
               WHERE RECUR_ID = :wn-ri-recur-id
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Mallen skapar inga perioder som börjar'
                       ' efter ' RECURINV-ENDDATE '.'
           ELSE
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0470-revenue-budget.

      *    the year's revenue budget per customer and article and
      *    month; the whole year normally comes from finance as a
      *    file (data/budget-<år>.csv) read by PbsBudgetLoad, the
      *    screen is for looking at and adjusting single months
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               DISPLAY HEADLINE
               DISPLAY '*** INTÄKTSBUDGET ***'
               DISPLAY HEADLINE
               DISPLAY 'Budgetår (blank = i år): ' WITH NO ADVANCING
               MOVE SPACE TO wc-bud-year
               ACCEPT wc-bud-year

               IF wc-bud-year = SPACE
                   CALL 'BUSDATE' USING TODAYS-DATE-REV
                   MOVE T-YEAR-REV TO wc-bud-year
               END-IF

               IF wc-bud-year IS NOT NUMERIC
                   DISPLAY 'Felaktigt budgetår!'
               ELSE
                   MOVE wc-bud-year TO wn-bud-year
                   DISPLAY 'K - Kundens budget, L - Läs in årsfilen'
                           ' data/budget-' wc-bud-year '.csv,'
                           ' X - Tillbaka'
                   DISPLAY ': ' WITH NO ADVANCING
                   MOVE SPACE TO wc-bud-action
                   ACCEPT wc-bud-action

                   EVALUATE FUNCTION UPPER-CASE(wc-bud-action)
                       WHEN 'K'
                           PERFORM X0471-customer-budget
                       WHEN 'L'
                           MOVE SPACE TO wc-bud-command
                           STRING './PbsBudgetLoad ' wc-bud-year
                               DELIMITED BY SIZE
                               INTO wc-bud-command
                           END-STRING
                           CALL 'SYSTEM' USING wc-bud-command
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .

      **********************************************************
       X0471-customer-budget.

           DISPLAY 'Kundnummer: ' WITH NO ADVANCING
           MOVE SPACE TO wc-bud-custno
           ACCEPT wc-bud-custno

           EXEC SQL
               SELECT CUST_ID
               INTO :wn-bud-cust-id
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :wc-bud-custno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänt kundnummer!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY HEADLINE
           DISPLAY 'Artikel                         Mån        Belopp'
           DISPLAY HEADLINE

           EXEC SQL
               OPEN CUR-REVBUDGET
           END-EXEC

           EXEC SQL
               FETCH CUR-REVBUDGET
               INTO :SRV-ARTNO, :REVBUDGET-BUDGETMONTH,
                    :REVBUDGET-AMOUNT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE REVBUDGET-BUDGETMONTH TO we-bud-month
               MOVE REVBUDGET-AMOUNT      TO we-bud-budget
               DISPLAY SRV-ARTNO-TEXT(1:30) '  ' we-bud-month
                       '  ' we-bud-budget

               EXEC SQL
                   FETCH CUR-REVBUDGET
                   INTO :SRV-ARTNO, :REVBUDGET-BUDGETMONTH,
                        :REVBUDGET-AMOUNT
               END-EXEC
           END-PERFORM

           IF SQLCODE NOT = 100
               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE CUR-REVBUDGET
           END-EXEC

           DISPLAY HEADLINE
           DISPLAY 'S - Sätt månadsbelopp, T - Ta bort artikelns'
                   ' budget för året, X - Tillbaka'
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-bud-action
           ACCEPT wc-bud-action

           EVALUATE FUNCTION UPPER-CASE(wc-bud-action)
               WHEN 'S'
                   PERFORM X0472-set-budget-month
               WHEN 'T'
                   PERFORM X0473-remove-article-budget
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      **********************************************************
       X0472-set-budget-month.

           DISPLAY 'Artikel: ' WITH NO ADVANCING
           MOVE SPACE TO wc-bud-artno
           ACCEPT wc-bud-artno

           EXEC SQL
               SELECT SRV_ID
               INTO :wn-bud-srv-id
               FROM TUTORIAL.SRV
               WHERE ARTNO = :wc-bud-artno
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänd artikel!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Månad (1-12): ' WITH NO ADVANCING
           MOVE ZERO TO wn-bud-month
           ACCEPT wn-bud-month
           DISPLAY 'Belopp (kr): ' WITH NO ADVANCING
           MOVE ZERO TO w9-bud-amount
           ACCEPT w9-bud-amount

           IF wn-bud-month < 1 OR wn-bud-month > 12
               DISPLAY 'Givna indata är fel eller saknas!'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.REVBUDGET
               SET AMOUNT = :w9-bud-amount
               WHERE BUDGETYEAR = :wn-bud-year
                 AND BUDGETMONTH = :wn-bud-month
                 AND CUST_ID = :wn-bud-cust-id
                 AND SRV_ID = :wn-bud-srv-id
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO TUTORIAL.REVBUDGET
                   VALUES (:wn-bud-year, :wn-bud-month,
                           :wn-bud-cust-id, :wn-bud-srv-id,
                           :w9-bud-amount)
               END-EXEC
           END-IF

           IF SQLCODE = ZERO
               DISPLAY 'Budgetbeloppet har sparats!'
           ELSE
               DISPLAY 'Budgetbeloppet kunde inte sparas!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0473-remove-article-budget.

           DISPLAY 'Artikel: ' WITH NO ADVANCING
           MOVE SPACE TO wc-bud-artno
           ACCEPT wc-bud-artno

           EXEC SQL
               DELETE FROM TUTORIAL.REVBUDGET
               WHERE BUDGETYEAR = :wn-bud-year
                 AND CUST_ID = :wn-bud-cust-id
                 AND SRV_ID = (SELECT SRV_ID FROM TUTORIAL.SRV
                               WHERE ARTNO = :wc-bud-artno)
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Artikelns budget för året har tagits bort!'
           ELSE
               DISPLAY 'Ingen budget för den artikeln!'
           END-IF
           .

      **********************************************************
       X0480-staff-register.

      *    the account managers customers are assigned to in
      *    customermenu; a manager who leaves is made inactive,
      *    never removed, so old customers and subscriptions still
      *    point at a real row
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               DISPLAY HEADLINE
               DISPLAY '*** KUNDANSVARIGA ***'
               DISPLAY HEADLINE
               DISPLAY 'Signatur   Namn                      '
                       'Epost                     A Kunder'
               DISPLAY HEADLINE

               EXEC SQL
                   OPEN CUR-STAFF
               END-EXEC

               EXEC SQL
                   FETCH CUR-STAFF
                   INTO :STAFF-SIGN, :STAFF-NAME, :STAFF-EMAIL,
                        :STAFF-ACTIVE, :wn-stf-cust-count
               END-EXEC

               PERFORM UNTIL SQLCODE NOT = ZERO
                   MOVE wn-stf-cust-count TO we-stf-cust-count
                   DISPLAY STAFF-SIGN ' ' STAFF-NAME-TEXT(1:25) ' '
                           STAFF-EMAIL-TEXT(1:25) ' ' STAFF-ACTIVE
                           ' ' we-stf-cust-count

                   EXEC SQL
                       FETCH CUR-STAFF
                       INTO :STAFF-SIGN, :STAFF-NAME, :STAFF-EMAIL,
                            :STAFF-ACTIVE, :wn-stf-cust-count
                   END-EXEC
               END-PERFORM

               IF SQLCODE NOT = 100
                   PERFORM Z0900-error-routine
               END-IF

               EXEC SQL
                   CLOSE CUR-STAFF
               END-EXEC

               DISPLAY HEADLINE
               DISPLAY 'N - Ny kundansvarig, E - Ändra namn/epost,'
                       ' A - Aktiv/inaktiv, X - Tillbaka'
               DISPLAY ': ' WITH NO ADVANCING
               MOVE SPACE TO wc-stf-action
               ACCEPT wc-stf-action

               EVALUATE FUNCTION UPPER-CASE(wc-stf-action)
                   WHEN 'N'
                       PERFORM X0481-add-staff
                   WHEN 'E'
                       PERFORM X0482-change-staff
                   WHEN 'A'
                       PERFORM X0483-toggle-staff-active
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      **********************************************************
       X0481-add-staff.

           DISPLAY 'Signatur: ' WITH NO ADVANCING
           MOVE SPACE TO wc-stf-sign
           ACCEPT wc-stf-sign
           MOVE FUNCTION UPPER-CASE(wc-stf-sign) TO wc-stf-sign
           DISPLAY 'Namn: ' WITH NO ADVANCING
           MOVE SPACE TO wc-stf-name
           ACCEPT wc-stf-name
           DISPLAY 'Epost: ' WITH NO ADVANCING
           MOVE SPACE TO wc-stf-email
           ACCEPT wc-stf-email

           IF wc-stf-sign = SPACE OR wc-stf-name = SPACE
              OR wc-stf-email = SPACE
               DISPLAY 'Givna indata är fel eller saknas!'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT STAFF_ID
               INTO :wn-stf-id
               FROM TUTORIAL.STAFF
               WHERE SIGN = :wc-stf-sign
           END-EXEC

           IF SQLCODE NOT = 100
               DISPLAY 'Signaturen finns redan!'
               EXIT PARAGRAPH
           END-IF

           MOVE 'STAFF' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, wn-stf-id

           EXEC SQL
               INSERT INTO TUTORIAL.STAFF
               VALUES (:wn-stf-id, :wc-stf-sign, :wc-stf-name,
                       :wc-stf-email, 'Y')
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Kundansvarig har registrerats!'
           ELSE
               DISPLAY 'Kundansvarig kunde inte registreras!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0482-change-staff.

      *    a new name is carried over to OURCONTACT on the
      *    manager's customers so the printed contact follows
           DISPLAY 'Signatur: ' WITH NO ADVANCING
           MOVE SPACE TO wc-stf-sign
           ACCEPT wc-stf-sign
           MOVE FUNCTION UPPER-CASE(wc-stf-sign) TO wc-stf-sign

           EXEC SQL
               SELECT STAFF_ID, NAME, EMAIL
               INTO :wn-stf-id, :STAFF-NAME, :STAFF-EMAIL
               FROM TUTORIAL.STAFF
               WHERE SIGN = :wc-stf-sign
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Okänd signatur!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Namn (blankt = ' STAFF-NAME-TEXT(1:30) '): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-stf-name
           ACCEPT wc-stf-name
           IF wc-stf-name = SPACE
               MOVE STAFF-NAME-TEXT TO wc-stf-name
           END-IF

           DISPLAY 'Epost (blankt = ' STAFF-EMAIL-TEXT(1:30) '): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-stf-email
           ACCEPT wc-stf-email
           IF wc-stf-email = SPACE
               MOVE STAFF-EMAIL-TEXT TO wc-stf-email
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.STAFF
               SET NAME = :wc-stf-name,
                   EMAIL = :wc-stf-email
               WHERE STAFF_ID = :wn-stf-id
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   UPDATE TUTORIAL.CUSTOMER
                   SET OURCONTACT = :wc-stf-name,
                       ROWVER = ROWVER + 1
                   WHERE STAFF_ID = :wn-stf-id
               END-EXEC
           END-IF

           IF SQLCODE = ZERO OR SQLCODE = 100
               DISPLAY 'Kundansvarig har uppdaterats!'
           ELSE
               DISPLAY 'Kundansvarig kunde inte uppdateras!'
               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       X0483-toggle-staff-active.

      *    an inactive manager can no longer be chosen for a
      *    customer or a new subscription; the existing links stay
      *    until the customers are handed over
           DISPLAY 'Signatur: ' WITH NO ADVANCING
           MOVE SPACE TO wc-stf-sign
           ACCEPT wc-stf-sign
           MOVE FUNCTION UPPER-CASE(wc-stf-sign) TO wc-stf-sign

           EXEC SQL
               UPDATE TUTORIAL.STAFF
               SET ACTIVE = CASE ACTIVE WHEN 'Y' THEN 'N'
                                        ELSE 'Y' END
               WHERE SIGN = :wc-stf-sign
           END-EXEC

           IF SQLCODE = ZERO
               DISPLAY 'Kundansvarig har ändrats!'
           ELSE
               DISPLAY 'Okänd signatur!'
           END-IF
           .

      **********************************************************
       X0490-unit-costs.

      *    the standard cost of each thing we do for a customer,
      *    priced into the profitability report (52); postage and
      *    SLA credits are real amounts and need no unit cost
           IF NOT is-admin-operator
               DISPLAY 'Behörighet saknas för denna funktion!'
           ELSE
               DISPLAY HEADLINE
               DISPLAY '*** STANDARDKOSTNADER PER ENHET ***'
               DISPLAY HEADLINE
               DISPLAY 'Kod     Avser                           Kostnad'
               DISPLAY HEADLINE

               MOVE 'ARK'    TO wc-cts-code
               MOVE 'Utskrivet ark' TO wc-cts-descr
               PERFORM X0491-show-unit-cost
               MOVE 'RETUR'  TO wc-cts-code
               MOVE 'Hanterad returpost' TO wc-cts-descr
               PERFORM X0491-show-unit-cost
               MOVE 'KORR'   TO wc-cts-code
               MOVE 'Avvisad faktura att rätta' TO wc-cts-descr
               PERFORM X0491-show-unit-cost
               MOVE 'SMS'    TO wc-cts-code
               MOVE 'Skickat SMS' TO wc-cts-descr
               PERFORM X0491-show-unit-cost
               MOVE 'EPOST'  TO wc-cts-code
               MOVE 'Skickad epost' TO wc-cts-descr
               PERFORM X0491-show-unit-cost
               MOVE 'MANBET' TO wc-cts-code
               MOVE 'Manuellt avprickad betalning' TO wc-cts-descr
               PERFORM X0491-show-unit-cost

               DISPLAY HEADLINE
               DISPLAY 'S - Sätt kostnad, X - Tillbaka'
               DISPLAY ': ' WITH NO ADVANCING
               MOVE SPACE TO wc-cts-action
               ACCEPT wc-cts-action

               IF FUNCTION UPPER-CASE(wc-cts-action) = 'S'
                   PERFORM X0492-set-unit-cost
               END-IF
           END-IF
           .

      **********************************************************
       X0491-show-unit-cost.

           PERFORM I0211-get-unit-cost
           MOVE w9-cts-unitcost TO we-cts-unitcost
           DISPLAY wc-cts-code '  ' wc-cts-descr '  ' we-cts-unitcost
           .

      **********************************************************
       X0492-set-unit-cost.

           DISPLAY 'Kod: ' WITH NO ADVANCING
           MOVE SPACE TO wc-cts-code
           ACCEPT wc-cts-code
           MOVE FUNCTION UPPER-CASE(wc-cts-code) TO wc-cts-code
           MOVE wc-cts-code TO COSTRATE-COSTCODE
           DISPLAY 'Kostnad per enhet (kr): ' WITH NO ADVANCING
           MOVE ZERO TO w9-cts-unitcost
           ACCEPT w9-cts-unitcost

           IF NOT (COSTRATE-IS-SHEET OR COSTRATE-IS-RETMAIL
                   OR COSTRATE-IS-CORRECTION OR COSTRATE-IS-SMS
                   OR COSTRATE-IS-EMAIL OR COSTRATE-IS-MANPAY)
              OR w9-cts-unitcost < ZERO
               DISPLAY 'Givna indata är fel eller saknas!'
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.COSTRATE
               SET UNITCOST = :w9-cts-unitcost
               WHERE COSTCODE = :wc-cts-code
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO TUTORIAL.COSTRATE
                   VALUES (:wc-cts-code, :w9-cts-unitcost)
               END-EXEC
           END-IF

           IF SQLCODE = ZERO
               DISPLAY 'Kostnaden har sparats!'
           ELSE
               DISPLAY 'Kostnaden kunde inte sparas!'
               PERFORM Z0900-error-routine
           END-IF
           .

                    :BATCHRUN-ENDTIME:ind-brun-endtime,
                    :BATCHRUN-EXITSTATUS:ind-brun-exit,
                    :BATCHRUN-ROWCOUNT:ind-brun-rows,
                    :BATCHRUN-STATE,
                    :BATCHRUN-BUSDATE:ind-brun-busdate
           END-EXEC

           PERFORM UNTIL SQLCODE = 100
                       '  ' BATCHRUN-ENDTIME '  '
                       wc-brun-statetext '  '
                       BATCHRUN-ROWCOUNT ' rader'
      *        a catch-up night works on a business date other
      *        than the day it ran
               IF ind-brun-busdate = ZERO
                  AND BATCHRUN-BUSDATE NOT = BATCHRUN-RUNDATE
                   DISPLAY '   ' BATCHRUN-STEPNAME-TEXT
                           ' (affärsdag ' BATCHRUN-BUSDATE ')'
               ELSE
                   DISPLAY '   ' BATCHRUN-STEPNAME-TEXT
               END-IF

               EXEC SQL
                   FETCH CUR-BATCHRUN-LAST
                        :BATCHRUN-ENDTIME:ind-brun-endtime,
                        :BATCHRUN-EXITSTATUS:ind-brun-exit,
                        :BATCHRUN-ROWCOUNT:ind-brun-rows,
                        :BATCHRUN-STATE,
                        :BATCHRUN-BUSDATE:ind-brun-busdate
               END-EXEC

           END-PERFORM
