       *> Authors: Peter B, Bertil K and Sergejs S.
       *> Purpose: Manage an invoice print company (PBS)
       *>          Submit invoices to printer (pdf creator)
       *>          Mode 37 prints the överlåtelseavi to every debtor
       *>          whose invoice was sold to a debt buyer
       *>          The invoice and its e-invoice carry the due date
       *>          stored on the invoice at import, and the
       *>          debtor's own reference where it has one
       *>          A ROT/RUT invoice shows the tax reduction and the
       *>          smaller amount the buyer is to pay
       *>          The nightly run also prints the customers'
       *>          informationsbrev, bundled and charged postage
       *>          like the invoices
       *>          Every envelope that goes out draws its paper,
       *>          envelope and inserts off the consumables stock
       *>          The final demand, and any letter the customer
       *>          asks for, goes as tracked mail: the tracking
       *>          number is printed on the envelope and on the
       *>          tracked-mail manifest, and the claim is only
       *>          handed over to inkasso once delivery is confirmed
       *>          or the waiting days have passed
       *>          A private debtor with a digital mailbox gets the
       *>          invoice PDF and its payment data there instead
       *>          of an envelope, when the customer has agreed to
       *>          the channel; it is billed as its own article
       *>          A customer's marketing inserts for a period go
       *>          with its invoices - in the envelope from the
       *>          inserter's feeders, weighed into the porto and
       *>          counted on the manifest, or as a page of the
       *>          emailed PDF - except to a debtor who has said no
       *>          to advertising; every insert is billed
       *>          A customer's dated message for its debtors, in
       *>          force between its from and to dates and limited
       *>          to one language or delivery channel where so
       *>          registered, is printed on the invoices, reminders
       *>          and statements and goes as a note in the
       *>          e-invoice; every document carrying it is logged
       *>          Mode 38 prints the korrektur: a new customer's
       *>          first invoices, or its latest ones after a
       *>          template change, rendered with the template
       *>          awaiting approval and marked as proofs, mailed
       *>          to the customer; a new customer's invoices are
       *>          held from the print until its approval is
       *>          recorded
       *>          The dunning run follows the debtor's customer's
       *>          dunning policy: no dunning at all, or a number
       *>          of reminders with days between the steps, with
       *>          or without the SMS step, and inkasso handover
       *>          automatically, only on the customer's approval
       *>          or never; nothing is sent in the customer's
       *>          blackout periods. A customer without a policy
       *>          gets the standard one
       *> Initial Version Created: 2014-03-17
       *>
       *>*******************************************************
           select alert-file assign to 'data/alerts.txt'
               organization is line sequential.

           select optional rek-file assign to 'reklista.txt'
               organization is line sequential.

           select optional efaktb2c-file
               assign to wc-efaktb2c-filename
               organization is line sequential
               file status is efaktb2c-fs.


       FD inkasso-file.
       01  inkasso-rec.
           05 inkasso-line                 pic x(160).

       FD einvoice-file.
       01  einvoice-rec.
       01  alert-rec.
           05 alert-line                   pic x(100).

       FD rek-file.
       01  rek-rec.
           05 rek-line                     pic x(100).

       FD efaktb2c-file.
       01  efaktb2c-rec.
           05 efaktb2c-line                pic x(100).

           exec sql include OUTLOG end-exec.

           exec sql include OUTADDR end-exec.

           exec sql include BILLEVENT end-exec.

           exec sql include SRV end-exec.

           exec sql include DUNSTATE end-exec.

           exec sql include DUNPOLICY end-exec.

           exec sql include BANKCAL end-exec.

           exec sql include DISPUTE end-exec.

           exec sql include PORTOLOG end-exec.

           exec sql include INVFEE end-exec.

           exec sql include DEBTSALE end-exec.

           exec sql include DEBTSALEINV end-exec.

           exec sql include TAXRED end-exec.

           exec sql include LETTER end-exec.

           exec sql include GUARDIAN end-exec.

           exec sql include LETTERTXT end-exec.

           exec sql include CONSUMABLE end-exec.

           exec sql include CONSUSE end-exec.

           exec sql include INSERTPIECE end-exec.

           exec sql include TRACKMAIL end-exec.

           exec sql include DIGIQUEUE end-exec.

           exec sql include ADINSERT end-exec.

           exec sql include ADINSLOG end-exec.

           exec sql include CUSTMSG end-exec.

           exec sql include MSGLOG end-exec.

           exec sql include PROOF end-exec.

       *>-------------------------------------------------------
       *> SQLCODE error trace/reporting fields, shared with the
       *> other programs in this system
       01 wn-reprint-mode-switch             pic x(1) value 'N'.
           88 is-reprint-mode                    value 'Y'.

       *>-------------------------------------------------------
       *> set for the korrektur run: the sample invoices are
       *> rendered with the template awaiting approval (K) instead
       *> of the one in force (A), marked as proofs on every page
       *> and mailed to the customer - nothing is logged, billed,
       *> archived, enclosed or marked printed
       01 wn-proof-mode-switch               pic x(1) value 'N'.
           88 is-proof-mode                      value 'Y'.
       01 wc-tpl-state                       pic x(1) value 'A'.
       01 wc-proof-mark-text                 pic x(60) value
          'KORREKTUR - provtryck för godkännande, ingen faktura'.
       01 wn-proof-cust-arg                  pic s9(9) comp
                                              value zero.
       01 wn-proof-samples                   pic s9(4) comp
                                              value zero.
       01 wn-proof-max                       pic s9(4) comp
                                              value 3.
       01 wn-proof-sent-count                pic 9(5) value zero.
       01 wn-proof-ptr                       pic s9(4) comp
                                              value 1.
       01 wc-proof-state                     pic x(1) value space.
       01 wc-proof-invno                     pic x(16) value space.
       01 wc-proof-custno                    pic x(10) value space.
       01 wc-proof-recipient                 pic x(60) value space.
       01 wc-proof-attach                    pic x(120) value space.
       01 wc-proof-command                   pic x(300) value space.

       *>-------------------------------------------------------
       *> Filenames - the scratch names get a '-del-<nr>' suffix in
       *> a partition run so parallel workers never clobber each
       01 wc-proc-time                       pic x(8) value space.
       01 wc-mail-command                    pic x(200) value space.
       01 wc-mail-recipient                  pic x(40) value space.
       01 wc-mail-subject                    pic x(8) value space.
       01 wn-mail-rcpt-len                   pic s9(4) comp value zero.

       *>-------------------------------------------------------
                                              value zero.
       01 wc-stmt-row-date                   pic x(10) value space.
       01 wc-stmt-row-text                   pic x(16) value space.
       01 w9-stmt-pay-cost                   pic s9(7)v9(2) comp-3
                                              value zero.
       01 w9-stmt-pay-int                    pic s9(7)v9(2) comp-3
                                              value zero.
       01 wn-stmt-debt-id-arg                pic s9(9) comp value zero.

       *>-------------------------------------------------------
       01 w9-porto-amount                    pic s9(3)v9(2) comp-3
                                              value zero.

       *>-------------------------------------------------------
       *> consumables drawn by every envelope that goes out: the
       *> register item found for the customer (its own preprinted
       *> stationery or envelopes) or else the house item of the
       *> kind, and the quantity to take off its stock
       01 wn-cons-id                         pic s9(9) comp
                                              value zero.
       01 wn-cons-cust-id                    pic s9(9) comp
                                              value zero.
       01 wn-cons-qty                        pic s9(9) comp
                                              value zero.
       01 wc-cons-type                       pic x(1) value space.
       01 wn-coll-line-count                 pic s9(9) comp
                                              value zero.

       *>-------------------------------------------------------
       *> inserter control: every envelope printed for the post
       *> is one piece with a number of its own, marked on each
       *> page as piece-page-sheets so the inserter can gather
       *> and seal the sheets together and log the outcome, which
       *> the reconciliation run matches back to the print
       01 wn-piece-id                        pic s9(9) comp
                                              value zero.
       01 wn-piece-sheets                    pic s9(9) comp
                                              value zero.
       01 wn-piece-page                      pic s9(9) comp
                                              value zero.
       01 wn-piece-app-lines                 pic s9(9) comp
                                              value zero.
       01 we-piece-id                        pic 9(9) value zero.
       01 we-piece-page                      pic 9(2) value zero.
       01 we-piece-sheets                    pic 9(2) value zero.

       *>-------------------------------------------------------
       *> tracked mail: the final demand and the letters the
       *> customer marks go with a carrier tracking number in the
       *> UPU S10 form (RR, eight-digit serial, check digit, SE),
       *> and the inkasso handover waits for the delivery event or
       *> the REKDAGAR number of days from the sending
       01 wc-track-switch                    pic x(1) value 'N'.
           88 is-tracked-mail                    value 'Y'.
       01 wc-handover-switch                 pic x(1) value 'Y'.
           88 is-handover-due                    value 'Y'.
       01 wc-track-no                        pic x(13) value space.
       01 wc-track-doctype                   pic x(1) value space.
       01 wc-track-state                     pic x(1) value space.
       01 wc-track-sentdate                  pic x(10) value space.
       01 wc-track-delivdate                 pic x(10) value space.
       01 wc-track-limit                     pic x(10) value space.
       01 wc-track-doctext                   pic x(8) value space.
       01 wn-track-id                        pic s9(9) comp
                                              value zero.
       01 wn-track-wait-days                 pic s9(4) comp
                                              value zero.
       01 wn-track-serial                    pic 9(8) value zero.
       01 wn-track-serial-r redefines wn-track-serial.
           05 wn-track-digit                 pic 9(1) occurs 8.
       01 wc-track-weight-values             pic x(8)
                                              value '86423597'.
       01 wc-track-weight-r redefines wc-track-weight-values.
           05 wn-track-weight                pic 9(1) occurs 8.
       01 wn-track-ix                        pic s9(4) comp
                                              value zero.
       01 wn-track-sum                       pic s9(4) comp
                                              value zero.
       01 wn-track-check                     pic s9(4) comp
                                              value zero.
       01 we-track-check                     pic 9(1) value zero.
       01 wn-tracked-count                   pic 9(7) value zero.
       01 we-tracked-count                   pic z(6)9.
       01 wn-handover-wait-count             pic 9(7) value zero.

       *>-------------------------------------------------------
       *> digital mailbox: a debtor moved to delivery code D gets
       *> the rendered PDF with its payment data queued for the
       *> mailbox operator, which the nightly PbsDigiBox step
       *> hands over; only while the invoicing customer holds an
       *> active digital-mailbox agreement (SRV type D)
       01 wn-digi-consent                    pic s9(9) comp
                                              value zero.
       01 wn-digiq-id                        pic s9(9) comp
                                              value zero.
       01 wn-digi-count                      pic 9(7) value zero.

       *>-------------------------------------------------------
       *> marketing inserts: the customer's flyers in force on the
       *> print date that this debtor is to get, at most one per
       *> inserter feeder. A paper envelope takes them from their
       *> feeders, marked on its first page as the feeder select,
       *> and weighs more for the porto - a sheet weighs five grams
       *> and the tariff goes by sheets; an email or mailbox PDF
       *> carries an insert meant for all debtors as a page of its
       *> own. The inserts taken are counted per bundle for the
       *> manifest and billed as SRV type R
       01 wc-ins-channel                     pic x(1) value space.
           88 is-ins-envelope                    value 'P'.
           88 is-ins-pdf                         value 'D'.
       01 wn-ins-count                       pic s9(4) comp
                                              value zero.
       01 wn-ins-ix                          pic s9(4) comp
                                              value zero.
       01 wn-ins-weight                      pic s9(9) comp
                                              value zero.
       01 wn-ins-sheet-grams                 pic s9(4) comp
                                              value 5.
       01 wc-ins-feeders                     pic x(6) value '000000'.
       01 wc-ins-piece-table.
           05 wc-ins-piece                   occurs 6.
               10 wn-ins-insert-id           pic s9(9) comp.
               10 wc-ins-code                pic x(10).
       01 wn-irt-used                        pic s9(4) comp
                                              value zero.
       01 wn-irt-ix                          pic s9(4) comp
                                              value zero.
       01 wn-irt-hit                         pic s9(4) comp
                                              value zero.
       01 wc-ins-run-table.
           05 wc-irt-entry                   occurs 20.
               10 wc-irt-code                pic x(10).
               10 wn-irt-bundle              pic 9(7).
               10 wn-irt-total               pic 9(7).
       01 we-irt-count                       pic z(6)9.

       *>-------------------------------------------------------
       *> customer messages: the customer's message blocks in force
       *> on the print date for this debtor's language and delivery
       *> channel, up to three lines each, printed on the document
       *> and logged against it once it is produced
       01 wn-cm-count                        pic s9(4) comp
                                              value zero.
       01 wn-cm-ix                           pic s9(4) comp
                                              value zero.
       01 wn-cm-lx                           pic s9(4) comp
                                              value zero.
       01 wn-cm-max                          pic s9(4) comp
                                              value 5.
       01 wc-cm-doctype                      pic x(1) value space.
       01 wn-cm-inv-id                       pic s9(9) comp
                                              value zero.
       01 wc-cm-table.
           05 wc-cm-entry                    occurs 5.
               10 wn-cm-msg-id               pic s9(9) comp.
               10 wc-cm-line                 pic x(70) occurs 3.

       01 wn-express-count                   pic 9(7) value zero.
       01 wn-coll-pair-count                 pic 9(7) value zero.
       01 wn-coll-inv-count                  pic 9(5) value zero.
       01 efaktb2c-fs                        pic x(2) value space.
           88 efaktb2c-successful                value '00'.
       01 wn-b2c-count                       pic 9(7) value zero.
       01 wn-b2c-sum                         pic s9(9)v9(2) comp-3
                                              value zero.
       01 wc-b2c-line                        pic x(100) value space.
       01 we-b2c-debtno                      pic 9(9) value zero.
       01 we-b2c-amount                      pic -(7)9.99.

       *>-------------------------------------------------------
       *> the inkasso handover and the B2C e-faktura file leave
       *> encrypted for their receiver and signed with our key
       *> (OUTSEAL); a file that cannot be sealed fails the run.
       *> The sealed file is registered in OUTFILEREG with its
       *> file type, record count and amount total
       01 wc-seal-party                      pic x(10) value space.
       01 wc-seal-file                       pic x(80) value space.
       01 wc-seal-filetype                   pic x(10) value space.
       01 wn-seal-reccount                   pic s9(9) comp
                                              value zero.
       01 wn-seal-amount                     pic s9(9)v9(2) comp-3
                                              value zero.
       01 wn-seal-result                     pic s9(4) comp
                                              value zero.
       01 is-seal-failed-switch              pic x(1) value 'N'.
           88 is-seal-failed                     value 'Y'.

       *>-------------------------------------------------------
       *> fields for registering every produced artifact (PDF and
       *> e-invoice XML) in the long-term archive register with a
       01 wn-intrest-rate                    pic s9(3)v9(2) comp-3
                                              value zero.

       *>-------------------------------------------------------
       *> ROT/RUT: the labour including VAT and the reduction
       *> claimed from Skatteverket per work type, and what is
       *> left for the buyer to pay
       01 wn-rot-labour                      pic s9(7)v9(2) comp-3
                                              value zero.
       01 wn-rot-reduction                   pic s9(7)v9(2) comp-3
                                              value zero.
       01 wn-rut-labour                      pic s9(7)v9(2) comp-3
                                              value zero.
       01 wn-rut-reduction                   pic s9(7)v9(2) comp-3
                                              value zero.
       01 wn-taxred-sum                      pic s9(7)v9(2) comp-3
                                              value zero.
       01 wn-topay-sum                       pic s9(7)v9(2) comp-3
                                              value zero.
       01 wc-taxred-label                    pic x(18) value space.

       *>-------------------------------------------------------
       *> invoice-vat expressed as a whole percentage, and the
       *> printed "Moms NN%" label built from it, so the footer
       01 wn-dun-level                       pic s9(4) comp value zero.
       01 wc-dun-heading                     pic x(12) value space.
       01 wn-inkasso-count                   pic 9(7) value zero.
       01 wn-inkasso-sum                     pic s9(9)v9(2) comp-3
                                              value zero.

       *>-------------------------------------------------------
       *> the customer's dunning policy (DUNPOLICY), read once per
       *> customer in the run; without a row the standard policy
       *> applies - one reminder, the SMS step, final demand and
       *> automatic handover, each step on the next run. Further
       *> DUNSTATE levels under a policy: 5 = handover waiting for
       *> the customer's approval, 6 = approved by the customer,
       *> 7 = no handover, the customer follows the claim up
       01 wn-pol-cust-id                     pic s9(9) comp value -1.
       01 wc-pol-own-switch                  pic x(1) value 'N'.
           88 is-own-dun-policy                  value 'Y'.
       01 wc-pol-blackout-switch             pic x(1) value 'N'.
           88 is-dun-blackout                    value 'Y'.
       01 wc-pol-today-mmdd                  pic x(5) value space.
       01 wc-pol-blk-from                    pic x(5) value space.
       01 wc-pol-blk-to                      pic x(5) value space.
       01 wn-pol-step-days                   pic s9(4) comp value zero.
       01 wc-dun-next-date                   pic x(10) value space.
       01 wn-dun-nodun-count                 pic 9(7) value zero.
       01 wn-dun-blackout-count              pic 9(7) value zero.
       01 wn-inkasso-appr-count              pic 9(7) value zero.
       01 wn-inkasso-kept-count              pic 9(7) value zero.

       *>-------------------------------------------------------
       *> the statutory reminder fee (påminnelseavgift) charged for
       *> every printed reminder, and the flat late-payment
       *> compensation (förseningsersättning) charged once per
       *> invoice to a business debtor - one with a VAT number;
       *> both are kept as receivables on the invoice in INVFEE,
       *> with their amounts in THRESHOLD (REMFEE, LATECOMP)
       01 w9-rem-fee                         pic s9(5)v9(2) comp-3
                                              value 60.00.
       01 w9-late-comp                       pic s9(5)v9(2) comp-3
                                              value 450.00.
       01 w9-fee-rem-open                    pic s9(7)v9(2) comp-3
                                              value zero.
       01 w9-fee-late-open                   pic s9(7)v9(2) comp-3
                                              value zero.
       01 w9-fee-total-due                   pic s9(9)v9(2) comp-3
                                              value zero.
       01 wn-fee-hit                         pic s9(9) comp value zero.

       *>-------------------------------------------------------
       *> notice of assignment: every debtor whose invoice went
       *> with a sold portfolio is told, once, who owns the claim
       *> now and where to pay - printed the same way as an
       *> invoice and logged with action 'L'
       01 wn-assign-count                    pic 9(7) value zero.
       01 w9-assign-amount                   pic s9(9)v9(2) comp-3
                                              value zero.
       01 wn-next-fee-id                     pic s9(9) comp value zero.

       *>-------------------------------------------------------
       *> SMS nudge ahead of the first printed reminder: dunning
       *> Cursors
       *>  every pending invoice for the night's print run, driven
       *>  in debtor postal-code order so the envelopes come off
       *>  the printer pre-sorted for PostNord (a deceased debtor's
       *>  post sorts under the estate's c/o address); debt_id 0
       *>  marks a subscription invoice with no debtor to address.
       *>  A new customer's invoices wait until the customer has
       *>  approved its korrektur
           exec sql
               declare cur-pending-by-post cursor for
                   select i.cust_id, c.custno, c.addr_id,
                         and i.debt_id not = 0
                         and i.cust_id = c.cust_id
                         and i.debt_id = d.debt_id
                         and a.addr_id =
                             case when d.deceased = 'Y'
                                   and d.estaddr_id not = 0
                                  then d.estaddr_id
                                  else d.addr_id end
                         and c.collinv not = 'Y'
                         and not exists
                             (select 1 from proof p
                                  where p.cust_id = i.cust_id
                                    and p.reason = 'N'
                                    and p.state not = 'G')
                       order by a.postno, i.debt_id, i.invno
           end-exec.

                       order by lineno
           end-exec

       *>  the customer's marketing inserts in force on the print
       *>  date, the oldest registration first
           exec sql
               declare cur-adinsert cursor for
                   select insert_id, inscode, target, weight, feeder
                       from adinsert
                       where cust_id = :wn-current-customer-no
                         and active = 'Y'
                         and fromdate <= :wc-today-date
                         and todate >= :wc-today-date
                       order by insert_id
           end-exec

       *>  the customer's messages in force on the print date for
       *>  the debtor's language and delivery channel, a blank
       *>  language or channel meaning all of them
           exec sql
               declare cur-custmsg cursor for
                   select msg_id, msgline1, msgline2, msgline3
                       from custmsg
                       where cust_id = :wn-current-customer-no
                         and fromdate <= :wc-today-date
                         and todate >= :wc-today-date
                         and (langcode = ' '
                              or langcode = :wc-debtor-lang)
                         and (deliv = ' '
                              or deliv = :wc-debtor-deliv)
                       order by msg_id
           end-exec

       *>  the korrektur orders still waiting for their proof, all
       *>  or the one customer's given on the command line
           exec sql
               declare cur-proofs cursor for
                   select proof_id, cust_id
                       from proof
                       where state = 'V'
                         and (cust_id = :wn-proof-cust-arg
                              or :wn-proof-cust-arg = 0)
                       order by proof_id
           end-exec

       *>  the customer's invoices to proof, the latest first - a
       *>  new customer's are its first, held batch
           exec sql
               declare cur-proof-invoices cursor for
                   select invno, custno
                       from invoice
                       where cust_id = :wn-current-customer-no
                         and debt_id not = 0
                         and invstate not = 3
                       order by inv_id desc
           end-exec

       *>  the invoice's item lines re-read for the e-invoice XML,
       *>  since cur-invoice-items is already consumed by the print
           exec sql
                         and i.debt_id not = 0
                         and i.cust_id = c.cust_id
                         and i.debt_id = d.debt_id
                         and a.addr_id =
                             case when d.deceased = 'Y'
                                   and d.estaddr_id not = 0
                                  then d.estaddr_id
                                  else d.addr_id end
                         and c.collinv not = 'Y'
                         and mod(i.debt_id, :wn-part-count)
                             = :wn-part-mod
                         and not exists
                             (select 1 from proof p
                                  where p.cust_id = i.cust_id
                                    and p.reason = 'N'
                                    and p.state not = 'G')
                       order by a.postno, i.debt_id, i.invno
           end-exec

                         and i.debt_id not = 0
                         and i.cust_id = c.cust_id
                         and i.debt_id = d.debt_id
                         and a.addr_id =
                             case when d.deceased = 'Y'
                                   and d.estaddr_id not = 0
                                  then d.estaddr_id
                                  else d.addr_id end
                         and c.express = 'Y'
                         and c.collinv not = 'Y'
                         and not exists
                             (select 1 from proof p
                                  where p.cust_id = i.cust_id
                                    and p.reason = 'N'
                                    and p.state not = 'G')
                       order by a.postno, i.debt_id, i.invno
           end-exec

                         and i.debt_id not = 0
                         and i.cust_id = c.cust_id
                         and c.collinv = 'Y'
                         and not exists
                             (select 1 from proof p
                                  where p.cust_id = i.cust_id
                                    and p.reason = 'N'
                                    and p.state not = 'G')
                       order by i.cust_id, i.debt_id
           end-exec

                         and i.invstate not = 9
                         and i.invstate not = 3
                         and i.invstate not = 7
                         and i.invstate not = 6
                         and i.invstate not = 8
                       order by i.debt_id
           end-exec

       *>  sold invoices whose debtor has not yet been told of the
       *>  transfer
           exec sql
               declare cur-assign-notices cursor for
                   select si.sale_id, si.inv_id, i.invno, i.custno,
                          i.cust_id, i.debt_id, c.custno,
                          s.buyer, s.buyerbg, si.balance, si.fees
                       from debtsaleinv si, debtsale s, invoice i,
                            customer c
                       where si.noticed = 'N'
                         and s.sale_id = si.sale_id
                         and s.state = 'S'
                         and i.inv_id = si.inv_id
                         and c.cust_id = i.cust_id
                       order by si.sale_id, i.invno
           end-exec

       *>  the period's invoices for the statement debtor
           exec sql
               declare cur-stmt-inv cursor for
       *>  the period's payments against the statement debtor
           exec sql
               declare cur-stmt-pay cursor for
                   select i.invno, b.paydate, b.amount, b.costamt,
                          b.intamt
                       from bgpayment b, invoice i
                       where b.inv_id = i.inv_id
                         and i.debt_id = :wn-current-debtor-no
                       order by o.procdate
           end-exec

       *>  the period's reminder fees and late-payment compensation
       *>  charged to the statement debtor
           exec sql
               declare cur-stmt-fee cursor for
                   select i.invno, f.feedate, f.feetype, f.amount
                       from invfee f, invoice i
                       where f.inv_id = i.inv_id
                         and i.debt_id = :wn-current-debtor-no
                         and f.feedate between :wc-stmt-period-start
                                           and :wc-stmt-period-end
                       order by f.feedate, f.fee_id
           end-exec

       *>  queued SMS nudges still worth retrying; one queued
       *>  before the debtor was reported deceased stays unsent
           exec sql
               declare cur-smsq cursor for
                   select smsq_id, debt_id, inv_id, mobile,
                       from smsqueue
                       where state = 'Q'
                         and tries < :wn-smsq-max-tries
                         and not exists
                                 (select 1 from debtor dk
                                  where dk.debt_id = smsqueue.debt_id
                                    and dk.deceased = 'Y')
                       order by smsq_id
           end-exec

                         and i.invstate not = 9
                         and i.invstate not = 3
                         and i.invstate not = 7
                         and i.invstate not = 6
                         and i.invstate not = 8
                         and i.debt_id not = 0
                         and (coalesce(i.duedate,
                                       i.invdate + c.duedays days))
                             < :wc-today-date
                         and (select coalesce(sum(it.qty*it.price),
                                     0)
                              from invitem ii, item it
                         and not exists
                                 (select 1 from debtor dk
                                  where dk.debt_id = i.debt_id
                                    and (dk.konkurs = 'Y'
                                         or dk.deceased = 'Y'))
                         and (not exists
                                 (select 1 from payplan pp
                                  where pp.inv_id = i.inv_id)
                              or (select coalesce(sum(pp2.amount), 0)
                                  from payplan pp2
                                  where pp2.inv_id = i.inv_id
                                    and pp2.duedate <= :wc-today-date)
                                 > i.paidamt)
                       order by i.debt_id
           end-exec
                          i.invdate,
                          i.inv_id,
                          c.delrate,
                          char(coalesce(i.duedate,
                                        i.invdate + c.duedays days)),
                          (select coalesce(sum(it.qty*it.price), 0)
                               from invitem ii, item it
                               where ii.inv_id = i.inv_id
                         and i.invstate not = 9
                         and i.invstate not = 3
                         and i.invstate not = 7
                         and i.invstate not = 6
                         and i.invstate not = 8
                         and (coalesce(i.duedate,
                                       i.invdate + c.duedays days))
                             < :wc-today-date
                         and (select coalesce(sum(it2.qty
                                     * it2.price), 0)
                              from invitem ii2, item it2
                         and not exists
                                 (select 1 from debtor dk
                                  where dk.debt_id = i.debt_id
                                    and (dk.konkurs = 'Y'
                                         or dk.deceased = 'Y'))
                         and (not exists
                                 (select 1 from payplan pp
                                  where pp.inv_id = i.inv_id)
                              or (select coalesce(sum(pp2.amount), 0)
                                  from payplan pp2
                                  where pp2.inv_id = i.inv_id
                                    and pp2.duedate <= :wc-today-date)
                                 > i.paidamt)
                       order by i.invno
           end-exec
                       from outlog o, customer c
                       where o.cust_id = c.cust_id
                         and o.procdate = :wc-today-date
                         and o.actioncode in ('P', 'R', 'N')
                       order by o.outlog_id
           end-exec


       *>  approved informationsbrev waiting for the print run, in
       *>  the same debtor postal-code order as the invoices
           exec sql
               declare cur-pending-letters cursor for
                   select l.letter_id, l.cust_id, l.debt_id,
                          l.custno, l.letterno, l.letterdate,
                          coalesce(l.attachref, ' '), a.postno,
                          l.tracked
                       from letter l, debtor d, addr a
                       where l.state = 'V'
                         and l.debt_id = d.debt_id
                         and a.addr_id =
                             case when d.deceased = 'Y'
                                   and d.estaddr_id not = 0
                                  then d.estaddr_id
                                  else d.addr_id end
                       order by a.postno, l.debt_id, l.letterno
           end-exec
       *>  the partition worker's share of the letters, split by
       *>  debtor the same way as its invoices
           exec sql
               declare cur-pending-letters-part cursor for
                   select l.letter_id, l.cust_id, l.debt_id,
                          l.custno, l.letterno, l.letterdate,
                          coalesce(l.attachref, ' '), a.postno,
                          l.tracked
                       from letter l, debtor d, addr a
                       where l.state = 'V'
                         and l.debt_id = d.debt_id
                         and a.addr_id =
                             case when d.deceased = 'Y'
                                   and d.estaddr_id not = 0
                                  then d.estaddr_id
                                  else d.addr_id end
                         and mod(l.debt_id, :wn-part-count)
                             = :wn-part-mod
                       order by a.postno, l.debt_id, l.letterno
           end-exec
       *>  the letter's text lines
           exec sql
               declare cur-letter-text cursor for
                   select linetext
                       from lettertxt
                       where letter_id = :wn-current-invoice-no
                       order by lineno
           end-exec

       *>-------------------------------------------------------
       *> informationsbrev: a letter carries its id in the invoice
       *> id fields (the ids share one counter) and its number in
       *> invoice-invno, so the postage, OUTLOG, billing and mail
       *> queue paragraphs serve it unchanged; the switch tells
       *> the billing and the queue drain it is a letter
       01 wn-letter-count                    pic 9(7) value zero.
       01 wn-letter-held-count               pic 9(7) value zero.
       01 wn-letter-lines                    pic s9(9) comp
                                              value zero.
       01 wc-letter-attach-file              pic x(50) value space.
       01 wc-letter-custno                   pic x(10) value space.
       01 is-letter-mode-switch              pic x(1) value 'N'.
           88 is-letter-mode                     value 'Y'.

       *>-------------------------------------------------------
       *> Working records
       01 wr-debtor-contact-info.
           05 wc-debtor-mobile               pic x(15) value space.
           05 wc-debtor-protected            pic x(1)  value 'N'.
               88 is-protected-debtor            value 'Y'.
           05 wc-debtor-deceased             pic x(1)  value 'N'.
               88 is-deceased-debtor             value 'Y'.
           05 wc-debtor-estateco             pic x(30) value space.
           05 wn-debtor-estaddr-id           pic s9(9) comp value 0.
           05 wc-debtor-noads                pic x(1)  value 'N'.
               88 is-noads-debtor                value 'Y'.
       01 ind-debtor-email                   pic s9(4) comp.
       01 ind-debtor-lang                    pic s9(4) comp.
       01 ind-debtor-vatno                   pic s9(4) comp.
       01 ind-debtor-mobile                  pic s9(4) comp.
       01 ind-debtor-estateco                pic s9(4) comp.

       *>-------------------------------------------------------
       *> a debtor under guardianship (god man / förvaltare): the
       *> guardian's send rule either readdresses the debtor's
       *> post to the guardian (G) or lets the debtor keep the
       *> original while the guardian gets a copy marked as such
       *> (B); the copy is rendered by the same paragraphs with
       *> is-guardian-copy set, C0100 then addressing the guardian
       01 wc-guard-copy-due-switch           pic x(1)  value 'N'.
           88 is-guardian-copy-due               value 'Y'.
       01 wc-guard-copy-switch               pic x(1)  value 'N'.
           88 is-guardian-copy                   value 'Y'.
       01 wc-guard-suffix                    pic x(6)  value space.
       01 wc-guard-name                      pic x(30) value space.
       01 wc-guard-kind                      pic x(1)  value space.
       01 wc-guard-rule                      pic x(1)  value space.
       01 wc-guard-email                     pic x(40) value space.
       01 ind-guard-email                    pic s9(4) comp.
       01 wc-guard-street                    pic x(30) value space.
       01 wc-guard-postnr                    pic x(5)  value space.
       01 wc-guard-place                     pic x(30) value space.
       01 wc-guard-copy-text                 pic x(60) value
          'KOPIA till god man/förvaltare - original till gäldenären'.

       *>-------------------------------------------------------
       *> the layout texts used when rendering an invoice; loaded

           perform A0200-run

           if is-seal-failed
               move 1 to return-code
           end-if

           goback
           .

                       end-exec
                   end-if
                   move 'N' to wn-reprint-mode-switch
               when '37'
                   perform G0100-run-assignment-notices
               when '38'
                   if wc-command-line not = space
                       move wc-command-line(4:10) to wc-run-custno
                   end-if
                   perform K0100-run-proofs
               when '28'
                   perform D0100-init-dunning
                   perform D0200-run-dunning
                   perform C0110-get-customer-address
               else
                   perform C0100-get-debtor-address
                   if wc-run-mode = '22' or is-reprint-mode
                       perform C0102-use-original-address
                   end-if
               end-if

               exec sql
                      debtor.langcode,
                      debtor.vatno,
                      debtor.mobile,
                      debtor.protected,
                      debtor.deceased,
                      debtor.estateco,
                      debtor.estaddr_id,
                      debtor.noads
               into   :wc-debtor-name,
                      :wc-debtor-contact,
                      :wc-debtor-street,
                      :wc-debtor-lang:ind-debtor-lang,
                      :wc-debtor-vatno:ind-debtor-vatno,
                      :wc-debtor-mobile:ind-debtor-mobile,
                      :wc-debtor-protected,
                      :wc-debtor-deceased,
                      :wc-debtor-estateco:ind-debtor-estateco,
                      :wn-debtor-estaddr-id,
                      :wc-debtor-noads
               from debtor, addr
               where debtor.addr_id = addr.addr_id
                 and debtor.debt_id = :wn-current-debtor-no
           end-if
           if wc-debtor-deliv not = 'E' and wc-debtor-deliv not = 'X'
              and wc-debtor-deliv not = 'B'
              and wc-debtor-deliv not = 'D'
               move 'P' to wc-debtor-deliv
           end-if
           if wc-debtor-deliv = 'D'
               perform C0106-check-mailbox-consent
           end-if
           if ind-debtor-lang = -1 or wc-debtor-lang = space
               move 'SV' to wc-debtor-lang
           end-if
               move space to wc-debtor-mobile
           end-if

       *>  a deceased debtor's post is paper only and nothing goes
       *>  to the mobile; once the estate contact is registered
       *>  the envelope is addressed to the estate c/o that contact
           if is-deceased-debtor
               move 'P' to wc-debtor-deliv
               move space to wc-debtor-mobile
               if wn-debtor-estaddr-id not = zero
                   perform C0105-get-estate-address
               end-if
           end-if

       *>  a living debtor under guardianship; a protected identity
       *>  stays with the special handling step, guardian or not
           move 'N' to wc-guard-copy-due-switch
           if not is-deceased-debtor and not is-protected-debtor
               perform C0115-get-guardian
           end-if

       *>  the protected identity's address never reaches print or
       *>  screen - the envelope goes through the special handling
       *>  step, which holds the only lookup right
           .

       *>*******************************************************
       C0102-use-original-address.
       *>  an operator's copy and a recovery reprint carry the
       *>  address the original went out to, not whatever the
       *>  register holds today: the first envelope that printed
       *>  for the invoice. An invoice printed before the snapshots
       *>  were kept keeps the register address

           exec sql
               select a.name, a.contact, a.street, a.postno,
                      a.place
                   into :outaddr-name,
                        :outaddr-contact,
                        :outaddr-street,
                        :outaddr-postno,
                        :outaddr-place
                   from outaddr a
                   where a.outlog_id =
                         (select min(o.outlog_id)
                          from outlog o, outaddr p
                          where o.cust_id = :wn-current-customer-no
                            and o.invno = :invoice-invno
                            and o.actioncode = 'P'
                            and o.resultcode = 0
                            and p.outlog_id = o.outlog_id
                            and p.channel = 'P')
           end-exec

           if sqlcode = zero
               move outaddr-name    to wc-debtor-name
               move outaddr-contact to wc-debtor-contact
               move outaddr-street  to wc-debtor-street
               move outaddr-postno  to wc-debtor-postnr
               move outaddr-place   to wc-debtor-place
           end-if
           .

       *>*******************************************************
       C0106-check-mailbox-consent.
       *>  the digital mailbox is only used for the customers who
       *>  have agreed to it - an active agreement on a type D
       *>  article, on its own or through a package; any other
       *>  customer's invoice to the same debtor goes on paper

           move zero to wn-digi-consent
           exec sql
               select count(*)
                   into :wn-digi-consent
                   from srvcust sc, srv s
                   where sc.cust_id = :wn-current-customer-no
                     and sc.srv_id = s.srv_id
                     and sc.status = 'A'
                     and s.type = 'D'
           end-exec

           if sqlcode not = zero
               move zero to wn-digi-consent
           end-if

           if wn-digi-consent = zero
               exec sql
                   select count(*)
                       into :wn-digi-consent
                       from srvcust sc, srvbundle b, srv s
                       where sc.cust_id = :wn-current-customer-no
                         and sc.srv_id = b.bundle_srv_id
                         and b.comp_srv_id = s.srv_id
                         and sc.status = 'A'
                         and s.type = 'D'
               end-exec

               if sqlcode not = zero
                   move zero to wn-digi-consent
               end-if
           end-if

           if wn-digi-consent = zero
               move 'P' to wc-debtor-deliv
           end-if
           .

       *>*******************************************************
       C0105-get-estate-address.

           exec sql
               select street,
                      postno,
                      place
               into   :addr-street,
                      :addr-postno,
                      :addr-place
               from addr
               where addr_id = :wn-debtor-estaddr-id
           end-exec

           if sqlcode not = zero
               move sqlcode                to wn-msg-sqlcode
               move 'TUTORIAL.ADDR'        to wc-msg-tblcurs
               move 'C0105-get-estate-address' to wc-msg-para
               perform Z0900-error-routine
           else
               if ind-debtor-estateco = -1
                   move space to wc-debtor-estateco
               end-if
               move space to wc-debtor-contact
               string 'c/o ' delimited by size
                      wc-debtor-estateco delimited by '  '
                   into wc-debtor-contact
               end-string
               move wc-debtor-name to wc-debtor-estateco
               move space to wc-debtor-name
               string 'Dödsbo efter ' delimited by size
                      wc-debtor-estateco delimited by '  '
                   into wc-debtor-name
               end-string
               move addr-street-text(1:30) to wc-debtor-street
               move addr-postno            to wc-debtor-postnr
               move addr-place-text(1:30)  to wc-debtor-place
           end-if
           .

       *>*******************************************************
       C0115-get-guardian.
       *>  the guardianship in force today, the latest appointed if
       *>  an old one was never closed; send rule G, or the copy
       *>  being rendered, puts the guardian on the envelope

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

           exec sql
               select g.name,
                      g.kind,
                      g.sendrule,
                      g.email,
                      a.street,
                      a.postno,
                      a.place
               into   :guardian-name,
                      :wc-guard-kind,
                      :wc-guard-rule,
                      :guardian-email:ind-guard-email,
                      :addr-street,
                      :addr-postno,
                      :addr-place
               from guardian g, addr a
               where g.addr_id = a.addr_id
                 and g.guard_id =
                     (select max(g2.guard_id)
                      from guardian g2
                      where g2.debt_id = :wn-current-debtor-no
                        and g2.validfrom <= :wc-today-date
                        and (g2.validto is null
                             or g2.validto >= :wc-today-date))
           end-exec

           if sqlcode = 100
               exit paragraph
           end-if

           if sqlcode not = zero
               move sqlcode                to wn-msg-sqlcode
               move 'TUTORIAL.GUARDIAN'    to wc-msg-tblcurs
               move 'C0115-get-guardian'   to wc-msg-para
               perform Z0900-error-routine
               exit paragraph
           end-if

           move guardian-name-text(1:30) to wc-guard-name
           move addr-street-text(1:30)   to wc-guard-street
           move addr-postno              to wc-guard-postnr
           move addr-place-text(1:30)    to wc-guard-place
           if ind-guard-email = -1
               move space to wc-guard-email
           else
               move guardian-email-text(1:40) to wc-guard-email
           end-if

           if wc-guard-rule = 'B' and not is-guardian-copy
               set is-guardian-copy-due to true
               exit paragraph
           end-if

           move space to wc-debtor-contact
           if wc-guard-kind = 'F'
               string 'c/o förvaltare ' delimited by size
                      wc-guard-name delimited by '  '
                   into wc-debtor-contact
               end-string
           else
               string 'c/o god man ' delimited by size
                      wc-guard-name delimited by '  '
                   into wc-debtor-contact
               end-string
           end-if
           move wc-guard-street to wc-debtor-street
           move wc-guard-postnr to wc-debtor-postnr
           move wc-guard-place  to wc-debtor-place
           move space to wc-debtor-mobile
           if wc-guard-email = space
               move 'P' to wc-debtor-deliv
           else
               move 'E' to wc-debtor-deliv
               move wc-guard-email to wc-debtor-email
           end-if
           .

       *>*******************************************************
       C0120-deliver-guardian-copy.
       *>  the copy just rendered goes to the guardian by email or
       *>  in an envelope of its own, whose porto and sheets go on
       *>  PORTOLOG for the month-end rebilling like any other;
       *>  the debtor's own addressing is then put back

           if wc-debtor-deliv = 'E'
               move wc-debtor-email to wc-mail-recipient
               perform C0800-send-invoice-email
           else
               perform C0380-log-postage
           end-if

           move 'N' to wc-guard-copy-switch
           move space to wc-guard-suffix
           perform C0100-get-debtor-address
           .

       *>*******************************************************
       C0125-print-guardian-invoice.
       *>  the guardian's copy of the invoice just printed: the
       *>  items are read again from the top and the same renderer
       *>  produces it under a file name of its own

           set is-guardian-copy to true
           move '-kopia' to wc-guard-suffix
           perform C0100-get-debtor-address

           exec sql
               close cur-invoice-items
           end-exec

           exec sql
               open cur-invoice-items
           end-exec

           exec sql
               fetch cur-invoice-items into
                   :invitem-item-id
           end-exec

           if sqlcode = zero
               exec sql
                   select description, artno, unitdesc, qty, price
                       into :item-description,
                            :item-artno,
                            :item-unitdesc,
                            :item-qty,
                            :item-price
                       from item
                       where item_id = :invitem-item-id
               end-exec
           end-if

           perform C0300-print-one-invoice
           perform C0120-deliver-guardian-copy
           .

       *>*******************************************************
       C0110-get-customer-address.
       *>  fill the recipient fields from the customer's own
       *>  register data, for invoices that bill the customer
       *>  directly and therefore have no debtor

           exec sql
               select customer.name,
                      customer.ourcontact,
                      addr.street,
                      addr.postno,
                      addr.place
               into   :customer-name,
                      :customer-ourcontact,
                      :addr-street,
                      :addr-postno,
                      :addr-place
               from customer, addr
               where customer.addr_id = addr.addr_id
                 and customer.cust_id = :wn-current-customer-no
           end-exec

           if sqlcode not = zero
               move sqlcode                to wn-msg-sqlcode
               move 'TUTORIAL.CUSTOMER'    to wc-msg-tblcurs
               move 'C0110-get-customer-address' to wc-msg-para
               perform Z0900-error-routine
           end-if

           move customer-name-text(1:30)       to wc-debtor-name
           move customer-ourcontact-text(1:30) to wc-debtor-contact
           move addr-street-text(1:30)         to wc-debtor-street
           move addr-postno                    to wc-debtor-postnr
           move addr-place-text(1:30)          to wc-debtor-place
           move 'P'  to wc-debtor-deliv
           move space to wc-debtor-email
           move 'SV' to wc-debtor-lang
           move space to wc-debtor-vatno
           move space to wc-debtor-mobile
           move 'N' to wc-debtor-protected
           .

       *>*******************************************************
       C0200-write-line.
       *>  write the current contents of wc-print-line to the
       *>  output file and clear it for the next line
           move wc-print-line to output-line
           write output-rec

           move space to wc-print-line
           .

       *>*******************************************************
       B0100-submit-invoices.

           *> a B2C file an earlier run could not seal goes out
           *> before tonight's overwrites it - or nothing is printed
           if not is-partition-run
               move 'EFAKTURA' to wc-seal-party
               move wc-efaktb2c-filename to wc-seal-file
               move 'EFAKTB2C' to wc-seal-filetype
               move zero to wn-seal-reccount
               move zero to wn-seal-amount
               perform U0130-seal-outbound-file
               if is-seal-failed
                   display 'Osänd e-fakturafil kan inte krypteras'
                           ' - utskriften körs inte'
                   exit paragraph
               end-if
           end-if

           move zero to wn-batch-printed-count
           move space to wc-prior-bundle-region
           move zero to wn-bundle-count
           move zero to wn-bundle-total
           move zero to wn-bundle-sheets
           move zero to wn-sheet-total
           move zero to wn-b2c-count
           move zero to wn-b2c-sum
           move zero to wn-tracked-count
           move zero to wn-digi-count
           move zero to wn-irt-used

           open output manifest-file
           open output efaktb2c-file

           move 'BUNTLISTA - utgående fakturapost' to manifest-line
           write manifest-rec
           move 'Region  Antal kuvert  Antal ark' to manifest-line
           write manifest-rec

           if is-partition-run
               exec sql
                   open cur-pending-part
               end-exec
           else
               exec sql
                   open cur-pending-by-post
               end-exec
           end-if

           if sqlcode not = zero
               move sqlcode              to wn-msg-sqlcode
               move 'CUR-PENDING-BY-POST' to wc-msg-tblcurs
               move 'B0100-submit-invoices' to wc-msg-para
               perform Z0900-error-routine
           end-if

           perform B0210-fetch-next-pending

           perform B0200-create-invoices until sqlcode = 100

           if is-partition-run
               exec sql
                   close cur-pending-part
               end-exec
           else
               exec sql
                   close cur-pending-by-post
               end-exec
           end-if

           if wc-prior-bundle-region not = space
               perform B0230-write-bundle-line
           end-if

           perform H0100-print-pending-letters

           move wn-bundle-total to we-bundle-total
           move wn-sheet-total to we-bundle-sheets
           move space to manifest-line
               into manifest-line
           write manifest-rec

           perform B0232-write-insert-total
               varying wn-irt-ix from 1 by 1
               until wn-irt-ix > wn-irt-used

           if wn-protected-count > zero
               move wn-protected-count to we-protected-count
               move space to manifest-line
               write manifest-rec
           end-if

           if wn-tracked-count > zero
               move wn-tracked-count to we-tracked-count
               move space to manifest-line
               string 'REKOMMENDERAT       ' delimited by size
                   we-tracked-count delimited by size
                   '  (se reklista.txt)' delimited by size
                   into manifest-line
               write manifest-rec
           end-if

           close manifest-file
           close efaktb2c-file

           *> a worker's part file is sealed once merged
           if not is-partition-run
               move 'EFAKTURA' to wc-seal-party
               move wc-efaktb2c-filename to wc-seal-file
               move 'EFAKTB2C' to wc-seal-filetype
               move wn-b2c-count to wn-seal-reccount
               move wn-b2c-sum to wn-seal-amount
               perform U0130-seal-outbound-file
           end-if

           display 'Fakturor utskrivna denna körning: '
                   wn-batch-printed-count
           display 'Spärrade av returpost: ' wn-held-print-count
           display 'E-fakturor till internetbank: ' wn-b2c-count
           display 'Till digital brevlåda: ' wn-digi-count
           display 'Informationsbrev utskrivna: ' wn-letter-count
           .

       *>*******************************************************
               *> debtor gets the rendered PDF mailed to their own
               *> address instead of an envelope, a consumer
               *> enrolled with their internet bank gets a record
               *> on the e-faktura batch file, one with a digital
               *> mailbox gets the PDF queued for the mailbox, and
               *> only paper envelopes count towards the postal
               *> bundles
               evaluate wc-debtor-deliv
                   when 'E'
                       move wc-debtor-email to wc-mail-recipient
                       perform C0800-send-invoice-email
                   when 'B'
                       perform C0320-write-b2c-efaktura
                   when 'D'
                       perform C0325-queue-digital-mailbox
                   when 'P'
      *                a protected identity's envelope never joins
      *                the postal bundles - it goes via the manual
                   when other
                       continue
               end-evaluate

               if is-guardian-copy-due
                   perform C0125-print-guardian-invoice
               end-if
           end-if

           exec sql
               we-bundle-sheets delimited by size
               into manifest-line
           write manifest-rec

      *>   the marketing inserts the bundle's envelopes took
           perform B0231-write-bundle-inserts
               varying wn-irt-ix from 1 by 1
               until wn-irt-ix > wn-irt-used
           .

       *>*******************************************************
       B0231-write-bundle-inserts.

           if wn-irt-bundle(wn-irt-ix) > zero
               move wn-irt-bundle(wn-irt-ix) to we-irt-count
               move space to manifest-line
               string '  bilaga ' delimited by size
                   wc-irt-code(wn-irt-ix) delimited by size
                   ' ' delimited by size
                   we-irt-count delimited by size
                   into manifest-line
               write manifest-rec
               move zero to wn-irt-bundle(wn-irt-ix)
           end-if
           .

       *>*******************************************************
       B0232-write-insert-total.

           move wn-irt-total(wn-irt-ix) to we-irt-count
           move space to manifest-line
           string 'BILAGA  ' delimited by size
               wc-irt-code(wn-irt-ix) delimited by size
               '    ' delimited by size
               we-irt-count delimited by size
               into manifest-line
           write manifest-rec
           .

       *>*******************************************************

           *> the express run may queue B2C e-fakturor too - extend
           *> the bank file rather than truncate what the nightly
           *> stream already wrote; once the nightly file has been
           *> sealed and sent the express ones go as a file of
           *> their own
           open extend efaktb2c-file

           exec sql

           close efaktb2c-file

           move 'EFAKTURA' to wc-seal-party
           move wc-efaktb2c-filename to wc-seal-file
           move 'EFAKTB2C' to wc-seal-filetype
           move wn-b2c-count to wn-seal-reccount
           move wn-b2c-sum to wn-seal-amount
           perform U0130-seal-outbound-file

           display 'Expressfakturor utskrivna: ' wn-express-count
           .

                       perform C0800-send-invoice-email
                   when 'B'
                       perform C0320-write-b2c-efaktura
                   when 'D'
                       perform C0325-queue-digital-mailbox
                   when 'P'
      *>               paper goes in an envelope here too, so the
      *>               express print carries porto like the nightly
                   when other
                       continue
               end-evaluate

               if is-guardian-copy-due
                   perform C0125-print-guardian-invoice
               end-if
           end-if

           exec sql

           move zero to wn-coll-pair-count

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-coll-yyyymm(1:4)
           move t-month-send to wc-coll-yyyymm(5:2)


           *> detail sections: each gathered invoice with its item
           *> lines, advanced and logged like an ordinary print
           move zero to wn-coll-line-count
           perform B0430-write-collective-details

           close output-file
               move wc-coll-lead-invno to invoice-invno
               perform C0360-register-archive
           end-if

           *> the collective document goes in one envelope: the
           *> front page and the detail sections at the appendix
           *> page length draw their stock like any other
           if wn-rename-resultcode = 0
               compute wn-total-pages = 1 +
                   (wn-coll-line-count + wn-app-lines-per-page - 1)
                   / wn-app-lines-per-page
               move zero to wn-app-pages
               perform C0385-use-consumables
           end-if
           .

       *>*******************************************************
                   wc-ed-sum delimited by size
                   into wc-print-line
               perform C0200-write-line
               add 3 to wn-coll-line-count

               perform B0440-write-collective-items

                   wc-ed-price delimited by size
                   into wc-print-line
               perform C0200-write-line
               add 1 to wn-coll-line-count

               exec sql
                   fetch cur-xml-items into
           move space to wc-merge-command
           move 'ls data/efaktura-b2c-del-*.txt >/dev/null 2>&1 &&
      -         ' cat data/efaktura-b2c-del-*.txt
      -         ' > data/efaktura-b2c.txt
      -         ' && rm -f data/efaktura-b2c-del-*.txt'
               to wc-merge-command
           call 'SYSTEM' using wc-merge-command

           *> the joined file leaves sealed; the workers' plain
           *> parts went with the join; the workers counted their
           *> own parts, so the joined file is registered without
           *> counts
           move 'EFAKTURA' to wc-seal-party
           move 'data/efaktura-b2c.txt' to wc-seal-file
           move 'EFAKTB2C' to wc-seal-filetype
           move zero to wn-seal-reccount
           move zero to wn-seal-amount
           perform U0130-seal-outbound-file
           .

       *>*******************************************************
       *>  passed by the caller, or every debtor with an open
       *>  balance for the month-end run

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-stmt-period-start(1:4)
           move '-'          to wc-stmt-period-start(5:1)
           move t-month-send to wc-stmt-period-start(6:2)

       *>*******************************************************
       F0200-print-one-statement.
       *>  the debtor's statement, and the guardian's copy of it
       *>  where the guardian gets one besides the debtor; the
       *>  copy's porto goes on the debtor's latest customer

           perform C0100-get-debtor-address

           *> the statement carries the messages of the debtor's
           *> latest customer, which also takes the copy's porto
           move zero to wn-current-invoice-no
           exec sql
               select coalesce(max(cust_id), 0)
                   into :wn-current-customer-no
                   from invoice
                   where debt_id = :wn-current-debtor-no
           end-exec
           perform C0316-select-messages

           perform F0210-render-statement
           add 1 to wn-stmt-debtor-count

           if is-guardian-copy-due
               set is-guardian-copy to true
               move '-kopia' to wc-guard-suffix
               perform C0100-get-debtor-address
               perform F0210-render-statement

               move 1 to wn-total-pages
               move zero to wn-app-pages
               perform C0120-deliver-guardian-copy
           end-if
           .

       *>*******************************************************
       F0210-render-statement.

           perform F0300-compute-opening-balance

           open output output-file
               into wc-print-line
           perform C0200-write-line

           if is-guardian-copy
               move wc-guard-copy-text to wc-print-line
               perform C0200-write-line
           end-if

           perform C0200-write-line

           string wc-header-pad delimited by size
               into wc-print-line
           perform C0200-write-line

           perform C0317-write-messages

           close output-file

           *> the statement goes through the same rename/pdf steps
               wc-einvoice-debtno delimited by size
               '-' delimited by size
               wc-stmt-yyyymm delimited by size
               wc-guard-suffix delimited by space
               '.tex' delimited by size
               into new-filename

               wc-einvoice-debtno delimited by size
               '-' delimited by size
               wc-stmt-yyyymm delimited by size
               wc-guard-suffix delimited by space
               '.pdf' delimited by size
               into pdf-filename


           call 'SYSTEM' using wc-pdflatex-command

           if return-code = 0 and wn-rename-resultcode = 0
              and not is-guardian-copy
               move 'K' to wc-cm-doctype
               move zero to wn-cm-inv-id
               perform C0321-log-messages
           end-if
           .

       *>*******************************************************
                     and i.invdate < :wc-stmt-period-start
                     and i.invstate not = 3
                     and i.invstate not = 7
                     and i.invstate not = 6
           end-exec

      *>   reminder fees charged before the period are part of what
      *>   was owed when it opened
           exec sql
               select coalesce(sum(f.amount), 0)
                   into :w9-stmt-row-amount
                   from invfee f, invoice i
                   where f.inv_id = i.inv_id
                     and i.debt_id = :wn-current-debtor-no
                     and f.feedate < :wc-stmt-period-start
           end-exec

           if sqlcode = zero
               add w9-stmt-row-amount to w9-stmt-opening
           end-if

           exec sql
               select coalesce(sum(b.amount), 0)
                   into :w9-stmt-paid
           exec sql
               fetch cur-stmt-pay into
                   :invoice-invno, :wc-stmt-row-date,
                   :w9-stmt-row-amount, :w9-stmt-pay-cost,
                   :w9-stmt-pay-int
           end-exec

           perform until sqlcode not = zero
               perform C0200-write-line
               add w9-stmt-row-amount to w9-stmt-paid

      *>       a payment that first settled reminder costs or late
      *>       interest shows how it was split
               if w9-stmt-pay-cost not = zero
                  or w9-stmt-pay-int not = zero
                   move w9-stmt-pay-cost to wc-ed-qty
                   move w9-stmt-pay-int to wc-ed-price
                   compute w9-stmt-row-amount = w9-stmt-row-amount
                       - w9-stmt-pay-cost - w9-stmt-pay-int
                   move w9-stmt-row-amount to wc-ed-sum
                   string '            varav avgifter '
                           delimited by size
                       wc-ed-qty delimited by size
                       ' ränta ' delimited by size
                       wc-ed-price delimited by size
                       ' kapital ' delimited by size
                       wc-ed-sum delimited by size
                       into wc-print-line
                   perform C0200-write-line
               end-if

               exec sql
                   fetch cur-stmt-pay into
                       :invoice-invno, :wc-stmt-row-date,
                       :w9-stmt-row-amount, :w9-stmt-pay-cost,
                       :w9-stmt-pay-int
               end-exec
           end-perform

           exec sql
               close cur-stmt-rem
           end-exec

      *>   the fees charged on the reminders are owed like any
      *>   invoice amount and count into the closing balance
           exec sql
               open cur-stmt-fee
           end-exec

           exec sql
               fetch cur-stmt-fee into
                   :invoice-invno, :wc-stmt-row-date,
                   :invfee-feetype, :w9-stmt-row-amount
           end-exec

           perform until sqlcode not = zero
               evaluate true
                   when invfee-is-late-comp
                       move 'Förseningsers. ' to wc-stmt-row-text
                   when invfee-is-kfm-fee
                       move 'Ansökningsavg. ' to wc-stmt-row-text
                   when other
                       move 'Påminnelseavg. ' to wc-stmt-row-text
               end-evaluate
               move w9-stmt-row-amount to wc-ed-sum
               string wc-stmt-row-date delimited by size
                   '  ' delimited by size
                   wc-stmt-row-text delimited by size
                   invoice-invno delimited by size
                   '  ' delimited by size
                   wc-ed-sum delimited by size
                   into wc-print-line
               perform C0200-write-line
               add w9-stmt-row-amount to w9-stmt-invoiced

               exec sql
                   fetch cur-stmt-fee into
                       :invoice-invno, :wc-stmt-row-date,
                       :invfee-feetype, :w9-stmt-row-amount
               end-exec
           end-perform

           exec sql
               close cur-stmt-fee
           end-exec
           .

       *>*******************************************************
       C0290-offset-debtor-credit.

           move zero to w9-dcred-balance
           exec sql
               select coalesce(sum(amount), 0)
                   into :w9-dcred-balance
       *>  debtor's language, falling back to the customer's
       *>  Swedish template and finally to the built-in default
       *>  layout - which reproduces exactly what the program
       *>  always printed. The template in force is state A; the
       *>  korrektur run asks for state K, a change awaiting the
       *>  customer's approval, and takes the one in force where
       *>  the language has no change waiting

           move 'PBS'                  to wc-tpl-logo
           move 'Faktura'              to wc-tpl-title
                   from invtemplate
                   where cust_id = :wn-current-customer-no
                     and langcode = :wc-debtor-lang
                     and (tplstate = :wc-tpl-state
                          or (tplstate = 'A'
                              and not exists
                                  (select 1 from invtemplate k
                                       where k.cust_id =
                                             :wn-current-customer-no
                                         and k.langcode =
                                             :wc-debtor-lang
                                         and k.tplstate =
                                             :wc-tpl-state)))
           end-exec

           if sqlcode = 100 and wc-debtor-lang not = 'SV'
                       from invtemplate
                       where cust_id = :wn-current-customer-no
                         and langcode = 'SV'
                         and (tplstate = :wc-tpl-state
                              or (tplstate = 'A'
                                  and not exists
                                      (select 1 from invtemplate k
                                           where k.cust_id =
                                             :wn-current-customer-no
                                             and k.langcode = 'SV'
                                             and k.tplstate =
                                                 :wc-tpl-state)))
               end-exec
           end-if

       *>  writes the invoice header block - called once up front
       *>  and again at the top of every continuation page, so a
       *>  multi-page invoice always has the header in front of it
           move wn-page-number to wn-piece-page
           perform C0303-write-insert-mark

           move wn-page-number to wc-page-ed
           move wn-total-pages to wc-totalpage-ed
           move space to wc-page-label
               into wc-print-line
           perform C0200-write-line

           if is-guardian-copy
               move wc-guard-copy-text to wc-print-line
               perform C0200-write-line
           end-if

           if is-proof-mode
               move wc-proof-mark-text to wc-print-line
               perform C0200-write-line
           end-if

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               invoice-invno delimited by size
               into wc-print-line
           perform C0200-write-line

           *> the debtor's own reference or order number, where the
           *> invoice carries one, stands in for the contact person
           if invoice-buyerref not = space
               string wc-header-pad delimited by size
                   wc-header-pad delimited by size
                   'Er ref.: ' delimited by size
                   invoice-buyerref delimited by size
                   into wc-print-line
           else
               string wc-header-pad delimited by size
                   wc-header-pad delimited by size
                   'Er ref.: ' delimited by size
                   wc-debtor-contact delimited by size
                   into wc-print-line
           end-if
           perform C0200-write-line

           string wc-header-pad delimited by size
               move 1 to wn-total-pages
           end-if

           perform C0420-get-buyer-reference

           *> a postal envelope is one inserter piece, its sheets the
           *> item pages plus any specification-appendix pages
           move zero to wn-piece-id
           if wc-debtor-deliv = 'P'
               move zero to wn-piece-app-lines
               exec sql
                   select count(*)
                       into :wn-piece-app-lines
                       from invapp
                       where inv_id = :wn-current-invoice-no
               end-exec
               compute wn-piece-sheets = wn-total-pages +
                   (wn-piece-app-lines + wn-app-lines-per-page - 1)
                   / wn-app-lines-per-page
               perform C0302-open-piece
           end-if

           perform C0306-select-inserts
           perform C0316-select-messages

           move 1 to wn-page-number
           move zero to wn-lines-on-page
           perform C0310-print-invoice-header
           end-perform  *> inner loop

           perform C0400-compute-totals
           perform C0317-write-messages
           perform C0500-write-footer

           *> any specification-appendix lines follow as their own
           *> paginated pages, counted into the sheet figures
           perform C0315-print-appendix-pages

           *> an insert for the PDF is a page of its own at the end
           if is-ins-pdf
               perform C0308-write-pdf-insert
                   varying wn-ins-ix from 1 by 1
                   until wn-ins-ix > wn-ins-count
           end-if

           close output-file

           *> create new filename and rename output.tex; the
           *> guardian's copy is written under a name of its own
           string customer-custno-text delimited by space
               '-' delimited by size
               invoice-invno delimited by space
               wc-guard-suffix delimited by space
               '.tex' delimited by size
               into new-filename

           *> sealed original and break the original's checksum
           if wn-rename-resultcode = 0 and return-code = 0
              and not is-reprint-mode
              and not is-proof-mode
              and not is-guardian-copy
              and wc-run-mode not = '22'
               move space to wc-arch-filepath
               string 'output/' delimited by size
           *> interest and autogiro selections
           if wn-rename-resultcode = 0 and return-code = 0
              and not is-reprint-mode
              and not is-proof-mode
              and not is-guardian-copy
               exec sql
                   update invoice
                       set invstate = 1

      *> report the rename failure if there was one, otherwise the
      *> pdflatex step's own result; a recovery reprint logs under
      *> its own action code and is never billable work again;
      *> the guardian's copy ('G') is charged through its porto;
      *> an invoice for the digital mailbox ('W') is its own,
      *> cheaper article instead of the print; a korrektur is
      *> no delivery at all
           if wn-rename-resultcode not = 0
               move wn-rename-resultcode to wn-outlog-resultcode
           else
               move return-code to wn-outlog-resultcode
           end-if
           evaluate true
               when is-proof-mode
                   continue
               when is-reprint-mode
                   move 'O' to wc-outlog-actioncode
                   perform C0700-log-outbound-result
               when is-guardian-copy
                   move 'G' to wc-outlog-actioncode
                   perform C0700-log-outbound-result
               when wc-debtor-deliv = 'D'
                   move 'W' to wc-outlog-actioncode
                   perform C0700-log-outbound-result
                   perform C0900-log-billable-event
               when other
                   move 'P' to wc-outlog-actioncode
                   perform C0700-log-outbound-result
                   perform C0900-log-billable-event
           end-evaluate
           perform C0309-log-inserts
           perform C0304-register-piece

           *> the messages go on the list of what the invoice carried
           *> when the original printed in the run
           if wn-outlog-resultcode = 0
              and not is-reprint-mode
              and not is-proof-mode
              and not is-guardian-copy
              and wc-run-mode not = '22'
              and wc-run-mode not = '27'
               move 'F' to wc-cm-doctype
               move wn-current-invoice-no to wn-cm-inv-id
               perform C0321-log-messages
           end-if

           *> a debtor who must receive electronic invoices also gets
           *> was already delivered and archived
           if wn-outlog-resultcode = 0 and wc-debtor-deliv = 'X'
              and not is-reprint-mode
              and not is-proof-mode
              and not is-guardian-copy
               perform C0330-write-einvoice-xml
           end-if
           .
       *>  tells the channel apart from the Peppol XML

           move wn-current-debtor-no to we-b2c-debtno
           move wn-topay-sum to we-b2c-amount
           perform C0510-build-ocr-reference

           move space to wc-b2c-line
           write efaktb2c-rec

           add 1 to wn-b2c-count
           add wn-topay-sum to wn-b2c-sum

           move zero to wn-outlog-resultcode
           move 'F' to wc-outlog-actioncode
           perform C0700-log-outbound-result
           .

       *>*******************************************************
       C0325-queue-digital-mailbox.
       *>  the PDF C0350 rendered goes to the debtor's digital
       *>  mailbox with the payment data the mailbox shows beside
       *>  it - amount, due date, the customer's bankgiro and the
       *>  OCR reference; queued state Q for the nightly handover
       *>  to the mailbox operator, which also reads back the
       *>  delivery statuses and falls a failed one back to paper

           perform C0510-build-ocr-reference

           move 'DIGIQUEUE' to wc-keyalloc-table
           call 'KEYALLOC' using wc-keyalloc-table, wn-digiq-id

           move space to digiqueue-pdffile-text
           move pdf-filename to digiqueue-pdffile-text
           move 30 to digiqueue-pdffile-len
           move wn-topay-sum to digiqueue-amount
           move invoice-duedate to digiqueue-duedate
           if digiqueue-duedate = space
               move wc-today-date to digiqueue-duedate
           end-if

           exec sql
               insert into digiqueue
               values (:wn-digiq-id,
                       :wn-current-invoice-no,
                       :wn-current-customer-no,
                       :wn-current-debtor-no,
                       :digiqueue-pdffile,
                       :digiqueue-amount,
                       :invoice-currency,
                       :digiqueue-duedate,
                       :wc-ocr-number,
                       :findata-bankgiro,
                       'Q', :wc-today-date, null)
           end-exec

           if sqlcode = zero
               add 1 to wn-digi-count
           else
               move sqlcode              to wn-msg-sqlcode
               move 'DIGIQUEUE'          to wc-msg-tblcurs
               move 'C0325-queue-digital-mailbox' to wc-msg-para
               perform Z0900-error-routine
           end-if
           .

       *>*******************************************************
       C0315-print-appendix-pages.

               if wn-app-lines-on-page = zero
                   add 1 to wn-app-pages
                   perform C0200-write-line
                   compute wn-piece-page =
                       wn-total-pages + wn-app-pages
                   perform C0303-write-insert-mark
                   move wn-app-pages to wc-app-page-ed
                   string 'Specifikationsbilaga  sida '
                       delimited by size
           .

       *>*******************************************************
       C0302-open-piece.
       *>  a new inserter piece number for the envelope about to be
       *>  rendered; the caller has set wn-piece-sheets. A protected
       *>  identity goes by hand through the special handling step
       *>  and an operator's print from the menus or a korrektur
       *>  never reaches the inserter, so none of them gets a piece
       *>  (wn-piece-id zero)

           move zero to wn-piece-id
           if not is-protected-debtor
              and not is-proof-mode
              and wc-run-mode not = '22'
              and wc-run-mode not = '27'
               move 'INSERTPIECE' to wc-keyalloc-table
               call 'KEYALLOC' using wc-keyalloc-table, wn-piece-id
           end-if
           .

       *>*******************************************************
       C0303-write-insert-mark.
       *>  the control mark at the top of every page of a piece:
       *>  piece number, page within the piece and sheets in the
       *>  piece, which the template prints as the OMR/2D code the
       *>  inserter reads; the caller has set wn-piece-page

           if wn-piece-id > zero
               move wn-piece-id to we-piece-id
               move wn-piece-page to we-piece-page
               move wn-piece-sheets to we-piece-sheets
               string '\insertmark{' delimited by size
                   we-piece-id delimited by size
                   '-' delimited by size
                   we-piece-page delimited by size
                   '-' delimited by size
                   we-piece-sheets delimited by size
                   '}' delimited by size
                   into wc-print-line
               end-string
               perform C0200-write-line

      *>       the feeders the inserter is to draw from for this
      *>       envelope, read off its first page
               if wn-piece-page = 1 and wc-ins-feeders not = '000000'
                   string '\insertfeed{' delimited by size
                       wc-ins-feeders delimited by size
                       '}' delimited by size
                       into wc-print-line
                   end-string
                   perform C0200-write-line
               end-if
           end-if
           .

       *>*******************************************************
       C0306-select-inserts.
       *>  the marketing inserts this invoice takes: none on a
       *>  reprint, a korrektur, a guardian's copy or an operator's
       *>  print from the menus, none for a protected identity
       *>  (hand-handled) or a deceased debtor's estate, and none
       *>  for a debtor who has said no to advertising. A paper
       *>  envelope takes at most one insert per feeder; an email
       *>  or digital mailbox PDF only the inserts meant for all
       *>  debtors

           move zero to wn-ins-count
           move zero to wn-ins-weight
           move '000000' to wc-ins-feeders
           move space to wc-ins-channel

           evaluate wc-debtor-deliv
               when 'P'
                   set is-ins-envelope to true
               when 'E'
               when 'D'
                   set is-ins-pdf to true
           end-evaluate

           if wc-ins-channel = space
              or is-reprint-mode
              or is-proof-mode
              or is-guardian-copy
              or wc-run-mode = '22'
              or wc-run-mode = '27'
              or is-protected-debtor
              or is-deceased-debtor
              or is-noads-debtor
               move space to wc-ins-channel
               exit paragraph
           end-if

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

           exec sql
               open cur-adinsert
           end-exec

           exec sql
               fetch cur-adinsert
                   into :adinsert-insert-id, :adinsert-inscode,
                        :adinsert-target, :adinsert-weight,
                        :adinsert-feeder
           end-exec

           perform C0307-take-one-insert
               until sqlcode not = zero

           if sqlcode not = 100
               move sqlcode              to wn-msg-sqlcode
               move 'CUR-ADINSERT'       to wc-msg-tblcurs
               move 'C0306-select-inserts' to wc-msg-para
               perform Z0900-error-routine
           end-if

           exec sql
               close cur-adinsert
           end-exec
           .

       *>*******************************************************
       C0307-take-one-insert.
       *>  a private-only insert skips a debtor with a VAT number,
       *>  a paper-only insert the PDF, and a second insert on a
       *>  feeder already in use for the envelope waits for a later
       *>  run of the campaign

           evaluate true
               when adinsert-for-private
                    and wc-debtor-vatno not = space
                   continue
               when adinsert-for-print and not is-ins-envelope
                   continue
               when wn-ins-count not < 6
                   continue
               when adinsert-feeder < 1 or adinsert-feeder > 6
                   continue
               when is-ins-envelope
                    and wc-ins-feeders(adinsert-feeder:1) = '1'
                   continue
               when other
                   add 1 to wn-ins-count
                   move adinsert-insert-id
                       to wn-ins-insert-id(wn-ins-count)
                   move adinsert-inscode to wc-ins-code(wn-ins-count)
                   if is-ins-envelope
                       move '1' to wc-ins-feeders(adinsert-feeder:1)
                       add adinsert-weight to wn-ins-weight
                   end-if
           end-evaluate

           exec sql
               fetch cur-adinsert
                   into :adinsert-insert-id, :adinsert-inscode,
                        :adinsert-target, :adinsert-weight,
                        :adinsert-feeder
           end-exec
           .

       *>*******************************************************
       C0308-write-pdf-insert.
       *>  the template appends the flyer page filed under the
       *>  insert code

           string '\adinsert{' delimited by size
               wc-ins-code(wn-ins-ix) delimited by space
               '}' delimited by size
               into wc-print-line
           end-string
           perform C0200-write-line
           .

       *>*******************************************************
       C0309-log-inserts.
       *>  the inserts of an invoice that printed are logged against
       *>  its piece and billed one event each; an envelope's also
       *>  go on the bundle's manifest lines. A failed print takes
       *>  none. The feeder select is cleared for the next piece,
       *>  the weight stays for the porto

           if wn-outlog-resultcode = zero
               perform C0311-log-one-insert
                   varying wn-ins-ix from 1 by 1
                   until wn-ins-ix > wn-ins-count
           end-if

           move zero to wn-ins-count
           move '000000' to wc-ins-feeders
           .

       *>*******************************************************
       C0311-log-one-insert.

           exec sql
               insert into adinslog
               values (:wn-ins-insert-id(wn-ins-ix),
                       :wn-current-customer-no,
                       :wn-current-invoice-no,
                       :wn-piece-id,
                       :wc-today-date)
           end-exec

           if sqlcode not = zero
               move sqlcode              to wn-msg-sqlcode
               move 'ADINSLOG'           to wc-msg-tblcurs
               move 'C0311-log-one-insert' to wc-msg-para
               perform Z0900-error-routine
           else
               move 'Y' to wc-outlog-actioncode
               perform C0900-log-billable-event

               if is-ins-envelope
                   perform C0312-count-manifest-insert
               end-if
           end-if
           .

       *>*******************************************************
       C0312-count-manifest-insert.
       *>  the insert's line in the run's manifest table, added at
       *>  the first piece that takes it

           move zero to wn-irt-hit
           perform C0313-match-insert-entry
               varying wn-irt-ix from 1 by 1
               until wn-irt-ix > wn-irt-used

           if wn-irt-hit = zero and wn-irt-used < 20
               add 1 to wn-irt-used
               move wn-irt-used to wn-irt-hit
               move wc-ins-code(wn-ins-ix) to wc-irt-code(wn-irt-hit)
               move zero to wn-irt-bundle(wn-irt-hit)
               move zero to wn-irt-total(wn-irt-hit)
           end-if

           if wn-irt-hit > zero
               add 1 to wn-irt-bundle(wn-irt-hit)
               add 1 to wn-irt-total(wn-irt-hit)
           end-if
           .

       *>*******************************************************
       C0313-match-insert-entry.

           if wc-irt-code(wn-irt-ix) = wc-ins-code(wn-ins-ix)
               move wn-irt-ix to wn-irt-hit
           end-if
           .

       *>*******************************************************
       C0316-select-messages.
       *>  the customer's messages for the document about to be
       *>  rendered; the caller has read the debtor (language and
       *>  delivery channel) and set the current customer. A
       *>  recovery reprint reproduces the original and takes none

           move zero to wn-cm-count

           if is-reprint-mode
               exit paragraph
           end-if

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

           exec sql
               open cur-custmsg
           end-exec

           if sqlcode = zero
               perform C0314-fetch-message
               perform C0318-take-message
                   until sqlcode not = zero
                      or wn-cm-count = wn-cm-max
           end-if

           if sqlcode not = zero and sqlcode not = 100
               move sqlcode            to wn-msg-sqlcode
               move 'CUR-CUSTMSG'      to wc-msg-tblcurs
               move 'C0316-select-messages' to wc-msg-para
               perform Z0900-error-routine
               move zero to wn-cm-count
           end-if

           exec sql
               close cur-custmsg
           end-exec
           .

       *>*******************************************************
       C0317-write-messages.
       *>  the message blocks as lines of their own, set off by a
       *>  blank line from what goes before

           if wn-cm-count > zero
               perform C0200-write-line
               perform C0319-write-message-line
                   varying wn-cm-ix from 1 by 1
                   until wn-cm-ix > wn-cm-count
                   after wn-cm-lx from 1 by 1
                   until wn-cm-lx > 3
               perform C0200-write-line
           end-if
           .

       *>*******************************************************
       C0318-take-message.

           add 1 to wn-cm-count
           move custmsg-msg-id to wn-cm-msg-id(wn-cm-count)
           move custmsg-msgline1 to wc-cm-line(wn-cm-count, 1)
           move custmsg-msgline2 to wc-cm-line(wn-cm-count, 2)
           move custmsg-msgline3 to wc-cm-line(wn-cm-count, 3)
           perform C0314-fetch-message
           .

       *>*******************************************************
       C0314-fetch-message.

           exec sql
               fetch cur-custmsg
                   into :custmsg-msg-id, :custmsg-msgline1,
                        :custmsg-msgline2, :custmsg-msgline3
           end-exec
           .

       *>*******************************************************
       C0319-write-message-line.

           if wc-cm-line(wn-cm-ix, wn-cm-lx) not = space
               move wc-cm-line(wn-cm-ix, wn-cm-lx) to wc-print-line
               perform C0200-write-line
           end-if
           .

       *>*******************************************************
       C0321-log-messages.
       *>  one MSGLOG row per message the document carried; the
       *>  caller has set the document type and the invoice (zero
       *>  for a statement). A failed log row is reported but never
       *>  stops the print

           if wn-cm-count > zero
               perform C0322-log-one-message
                   varying wn-cm-ix from 1 by 1
                   until wn-cm-ix > wn-cm-count
           end-if
           .

       *>*******************************************************
       C0322-log-one-message.

           exec sql
               insert into msglog
                   values (:wn-cm-msg-id(wn-cm-ix),
                           :wn-current-customer-no,
                           :wn-current-debtor-no,
                           :wn-cm-inv-id,
                           :wc-cm-doctype,
                           :wc-today-date)
           end-exec

           if sqlcode not = zero
               move sqlcode            to wn-msg-sqlcode
               move 'TUTORIAL.MSGLOG'  to wc-msg-tblcurs
               move 'C0322-log-one-message' to wc-msg-para
               perform Z0900-error-routine
           end-if
           .

       *>*******************************************************
       C0304-register-piece.
       *>  a piece that printed is registered against the OUTLOG row
       *>  just written, to be matched with the inserter's log by
       *>  the envelope reconciliation run (PbsInserter); a failed
       *>  print never reaches the inserter and is not registered

           if wn-piece-id > zero and wn-outlog-resultcode = zero
               exec sql
                   insert into insertpiece
                   values (:wn-piece-id,
                           :wn-next-outlog-id,
                           :wn-current-customer-no,
                           :invoice-invno,
                           :wc-today-date,
                           :wn-piece-sheets,
                           0,
                           0,
                           'P')
               end-exec

               if sqlcode not = zero
                   move sqlcode              to wn-msg-sqlcode
                   move 'TUTORIAL.INSERTPIECE' to wc-msg-tblcurs
                   move 'C0304-register-piece' to wc-msg-para
                   perform Z0900-error-routine
               end-if
           end-if
           move zero to wn-piece-id
           .

       *>*******************************************************
       C0380-log-postage.
       *>  the envelope's actual porto off the tariff table, by
       *>  the sheet count the pagination just produced; the
       *>  month-end billing run charges the accumulated figure
       *>  onto the customer's invoice. The envelope also draws
       *>  its paper, envelope and inserts off the consumables
       *>  stock, tariff or not

           compute wn-porto-sheets =
               wn-total-pages + wn-app-pages

      *>   the marketing inserts in the envelope weigh in as the
      *>   sheets they are equal to, a part sheet as a whole one
           if wn-ins-weight > zero
               compute wn-porto-sheets = wn-porto-sheets +
                   (wn-ins-weight + wn-ins-sheet-grams - 1)
                   / wn-ins-sheet-grams
               move zero to wn-ins-weight
           end-if

           move zero to w9-porto-amount
           exec sql
               select porto
                   into :w9-porto-amount
                   from posttariff
                   where maxsheets =
                       (select min(maxsheets)
                        from posttariff
                        where maxsheets >= :wn-porto-sheets)
           end-exec

           if sqlcode = 100
      *        heavier than the heaviest class - the top tariff
               exec sql
                   select max(porto)
                       into :w9-porto-amount
                       from posttariff
               end-exec
           end-if

      *>   an empty tariff table simply means the postage
      *>   rebilling is not in use - log nothing
           if sqlcode = zero and w9-porto-amount > zero
               exec sql
                   insert into portolog
                   values (:wn-current-customer-no,
                           :wn-current-invoice-no,
                           :wn-porto-sheets,
                           :w9-porto-amount,
                           :wc-today-date, 'N')
               end-exec

               if sqlcode not = zero
                   move sqlcode          to wn-msg-sqlcode
                   move 'PORTOLOG'       to wc-msg-tblcurs
                   move 'C0380-log-postage' to wc-msg-para
                   perform Z0900-error-routine
               end-if
           end-if

           perform C0385-use-consumables
           .

       *>*******************************************************
       C0385-use-consumables.
       *>  the envelope just produced draws its stock: the sheets
       *>  off the customer's own stationery where it has one and
       *>  the house paper otherwise, the appendix pages always
       *>  off the house paper, one envelope found the same way,
       *>  and one of every insert in force for the customer or
       *>  for all customers; what is drawn is summed per item and
       *>  day for the stock-out forecast. A kind with no item in
       *>  the register is simply not stock-kept

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

           move wn-current-customer-no to wn-cons-cust-id
           move 'P' to wc-cons-type
           move wn-total-pages to wn-cons-qty
           perform C0386-draw-one-consumable

           move zero to wn-cons-cust-id
           move wn-app-pages to wn-cons-qty
           perform C0386-draw-one-consumable

           move wn-current-customer-no to wn-cons-cust-id
           move 'K' to wc-cons-type
           move 1 to wn-cons-qty
           perform C0386-draw-one-consumable

           exec sql
               update consumable
                   set onhand = onhand - 1
                   where constype = 'I'
                     and active = 'Y'
                     and cust_id in (0, :wn-current-customer-no)
           end-exec

           if sqlcode = zero
               exec sql
                   update consuse
                       set used = used + 1
                       where usedate = :wc-today-date
                         and cons_id in
                             (select cons_id
                              from consumable
                              where constype = 'I'
                                and active = 'Y'
                                and cust_id in
                                    (0, :wn-current-customer-no))
               end-exec

               if sqlcode = zero or sqlcode = 100
                   exec sql
                       insert into consuse
                       select c.cons_id, :wc-today-date, 1, 0
                           from consumable c
                           where c.constype = 'I'
                             and c.active = 'Y'
                             and c.cust_id in
                                 (0, :wn-current-customer-no)
                             and not exists
                                 (select 1
                                  from consuse u
                                  where u.cons_id = c.cons_id
                                    and u.usedate = :wc-today-date)
                   end-exec
               end-if
           end-if

           if sqlcode not = zero and sqlcode not = 100
               move sqlcode          to wn-msg-sqlcode
               move 'CONSUSE'        to wc-msg-tblcurs
               move 'C0385-use-consumables' to wc-msg-para
               perform Z0900-error-routine
           end-if
           .

       *>*******************************************************
       C0386-draw-one-consumable.
       *>  the customer's own item of the kind when it has one,
       *>  the house item (customer 0) otherwise

           if wn-cons-qty > zero
               move zero to wn-cons-id
               exec sql
                   select coalesce(min(cons_id), 0)
                       into :wn-cons-id
                       from consumable
                       where constype = :wc-cons-type
                         and active = 'Y'
                         and cust_id = :wn-cons-cust-id
               end-exec

               if wn-cons-id = zero and wn-cons-cust-id not = zero
                   exec sql
                       select coalesce(min(cons_id), 0)
                           into :wn-cons-id
                           from consumable
                           where constype = :wc-cons-type
                             and active = 'Y'
                             and cust_id = 0
                   end-exec
               end-if

               if wn-cons-id > zero
                   exec sql
                       update consumable
                           set onhand = onhand - :wn-cons-qty
                           where cons_id = :wn-cons-id
                   end-exec

                   if sqlcode = zero
                       exec sql
                           update consuse
                               set used = used + :wn-cons-qty
                               where cons_id = :wn-cons-id
                                 and usedate = :wc-today-date
                       end-exec

                       if sqlcode = 100
                           exec sql
                               insert into consuse
                               values (:wn-cons-id, :wc-today-date,
                                       :wn-cons-qty, 0)
                           end-exec
                       end-if
                   end-if

                   if sqlcode not = zero
                       move sqlcode          to wn-msg-sqlcode
                       move 'CONSUMABLE'     to wc-msg-tblcurs
                       move 'C0386-draw-one-consumable'
                           to wc-msg-para
                       perform Z0900-error-routine
                   end-if
               end-if
           end-if
           .

       *>*******************************************************
       C0330-write-einvoice-xml.
       *>  render the invoice as a structured e-invoice XML document
       *>  from the same INVOICE/ITEM/DEBTOR/PBSCOMPANY data the PDF
       *>  is built from, one file per debtor in the einvoice
       *>  outbound directory

           move wn-current-debtor-no to wc-einvoice-debtno
           move space to wc-einvoice-filename
           string 'einvoice/' delimited by size
               wc-einvoice-debtno delimited by size
               '-' delimited by size
               invoice-invno delimited by space
               '.xml' delimited by size
               into wc-einvoice-filename
           end-string

           exec sql
               select name, orgno
                   into :pbscompany-name, :pbscompany-orgno
                   from pbscompany
           end-exec

           if sqlcode not = zero
               move space to pbscompany-name-text
               move space to pbscompany-orgno
           end-if

           *> the outbound directory must exist before the first
           *> file of a fresh installation, and an unwritable file
           *> is logged as a failed delivery instead of aborting
           *> the whole print run
           call 'SYSTEM' using wc-einvoice-mkdir

           open output einvoice-file

           if not einvoice-successful
               display 'Kan inte skapa e-fakturafilen: '
                       wc-einvoice-filename
               move 1 to wn-outlog-resultcode
               move 'E' to wc-outlog-actioncode
               perform C0700-log-outbound-result
           else
               perform C0335-write-einvoice-body
           end-if
           .

       *>*******************************************************
       C0335-write-einvoice-body.

           move '<?xml version="1.0" encoding="UTF-8"?>'
               to einvoice-line
           write einvoice-rec

           move '<Invoice>' to einvoice-line
           write einvoice-rec

           move space to wc-xml-line
           string '  <ID>' delimited by size
               invoice-invno delimited by space
               '</ID>' delimited by size
               into wc-xml-line
           move wc-xml-line to einvoice-line
           write einvoice-rec

           move space to wc-xml-line
           string '  <IssueDate>' delimited by size
               invoice-invdate delimited by size
               '</IssueDate>' delimited by size
               into wc-xml-line
           move wc-xml-line to einvoice-line
           write einvoice-rec

           if invoice-duedate not = space
               move space to wc-xml-line
               string '  <DueDate>' delimited by size
                   invoice-duedate delimited by size
                   '</DueDate>' delimited by size
                   into wc-xml-line
               move wc-xml-line to einvoice-line
               write einvoice-rec
           end-if

           *> the customer's messages printed on the invoice, a
           *> note per line
           perform C0336-write-einvoice-note
               varying wn-cm-ix from 1 by 1
               until wn-cm-ix > wn-cm-count
               after wn-cm-lx from 1 by 1
               until wn-cm-lx > 3

           move space to wc-xml-line
           string '  <DocumentCurrencyCode>' delimited by size
               invoice-currency delimited by size
               '</DocumentCurrencyCode>' delimited by size
               into wc-xml-line
           move wc-xml-line to einvoice-line
           write einvoice-rec

           if invoice-buyerref not = space
               move space to wc-xml-line
               string '  <BuyerReference>' delimited by size
                   function trim(invoice-buyerref) delimited by size
                   '</BuyerReference>' delimited by size
                   into wc-xml-line
               move wc-xml-line to einvoice-line
               write einvoice-rec
           end-if

           move '  <AccountingSupplierParty>' to einvoice-line
           write einvoice-rec

           move space to wc-xml-line
           string '    <Name>' delimited by size
               customer-name-text delimited by '  '
               '</Name>' delimited by size
               into wc-xml-line
           move wc-xml-line to einvoice-line
           write einvoice-rec

           move space to wc-xml-line
           string '    <CompanyID>' delimited by size
               customer-orgno delimited by space
               '</CompanyID>' delimited by size
               into wc-xml-line
           move wc-xml-line to einvoice-line
           write einvoice-rec

           move '  </AccountingSupplierParty>' to einvoice-line
           write einvoice-rec

           move '  <AccountingCustomerParty>' to einvoice-line
           write einvoice-rec

           move space to wc-xml-line
           string '    <Name>' delimited by size
               wc-debtor-name delimited by '  '
               '</Name>' delimited by size
               into wc-xml-line
           move wc-xml-line to einvoice-line
           write einvoice-rec

           move space to wc-xml-line
           string '    <Address>' delimited by size
               wc-debtor-street delimited by '  '
               ', ' delimited by size
               wc-debtor-postnr delimited by size
               ' ' delimited by size
               wc-debtor-place delimited by '  '
               '</Address>' delimited by size
               into wc-xml-line
           move wc-xml-line to einvoice-line
           write einvoice-rec

           move '  </AccountingCustomerParty>' to einvoice-line
           write einvoice-rec

           perform C0340-write-einvoice-lines

           move wn-vat to wc-ed-sum
           move space to wc-xml-line
           string '  <TaxTotal>' delimited by size
               function trim(wc-ed-sum) delimited by size
               '</TaxTotal>' delimited by size
               into wc-xml-line
           move wc-xml-line to einvoice-line
           write einvoice-rec

           move wn-invoice-sum to wc-ed-sum
           move space to wc-xml-line
           string '  <LegalMonetaryTotal>' delimited by size
               function trim(wc-ed-sum) delimited by size
               '</LegalMonetaryTotal>' delimited by size
               into wc-xml-line
           move wc-xml-line to einvoice-line
           write einvoice-rec

           move '</Invoice>' to einvoice-line
           write einvoice-rec

           close einvoice-file

           move zero to wn-outlog-resultcode
           move 'E' to wc-outlog-actioncode
           perform C0700-log-outbound-result

           move 'E' to wc-cm-doctype
           move wn-current-invoice-no to wn-cm-inv-id
           perform C0321-log-messages

           move wc-einvoice-filename to wc-arch-filepath
           move wc-einvoice-filename to wc-arch-filename
           perform C0360-register-archive
           .

       *>*******************************************************
       C0336-write-einvoice-note.

           if wc-cm-line(wn-cm-ix, wn-cm-lx) not = space
               move space to wc-xml-line
               string '  <Note>' delimited by size
                   function trim(wc-cm-line(wn-cm-ix, wn-cm-lx))
                       delimited by size
                   '</Note>' delimited by size
                   into wc-xml-line
               move wc-xml-line to einvoice-line
               write einvoice-rec
           end-if
           .

       *>*******************************************************
       C0360-register-archive.
       *>  one register row per produced artifact: customer/invoice
       *>  keys for retrieval, the filename, the checksum of the
       *>  bytes just written, and state P until the sealing run
       *>  has moved the file into the year/month archive tree

           perform C0370-compute-checksum

           if wc-arch-checksum not = space
               move 'ARCHIVE' to wc-keyalloc-table
               call 'KEYALLOC' using wc-keyalloc-table,
                                     wn-next-arch-id

               call 'BUSDATE' using todays-date-send
               move t-year-send  to wc-today-date(1:4)
               move t-month-send to wc-today-date(6:2)
               move t-day-send   to wc-today-date(9:2)
               move '-' to wc-today-date(5:1), wc-today-date(8:1)

               move spaces to archive-filename-text
               move wc-arch-filename to archive-filename-text
               move 60 to archive-filename-len
               move spaces to archive-archpath-text
               move wc-arch-filepath to archive-archpath-text
               move 80 to archive-archpath-len

               exec sql
                   insert into archive
                   values (:wn-next-arch-id,
                           :invoice-custno,
                           :invoice-invno,
                           :archive-filename,
                           :archive-archpath,
                           :wc-arch-checksum,
                           :wc-today-date, 'P')
               end-exec

               if sqlcode not = zero
                   move sqlcode          to wn-msg-sqlcode
                   move 'ARCHIVE'        to wc-msg-tblcurs
                   move 'C0360-register-archive' to wc-msg-para
                   perform Z0900-error-routine
               end-if
           end-if
           .

       *>*******************************************************
       C0370-compute-checksum.
       *>  checksum of the file named in wc-arch-filepath via the
       *>  system cksum tool; the first token of its output is the
       *>  CRC figure the integrity run recomputes later

           move space to wc-arch-checksum
           move space to wc-cksum-command
           string 'cksum ' delimited by size
               wc-arch-filepath delimited by space
               ' > ' delimited by size
               wc-cksum-tmpname delimited by space
               into wc-cksum-command
           end-string
           call 'SYSTEM' using wc-cksum-command

           open input cksum-file
           if cksum-successful
               move space to cksum-rec
               read cksum-file
                   at end continue
               end-read
               unstring cksum-rec delimited by all space
                   into wc-arch-checksum
               end-unstring
               close cksum-file
           end-if
           .

       *>*******************************************************
       C0340-write-einvoice-lines.

           exec sql
               open cur-xml-items
           end-exec

           exec sql
               fetch cur-xml-items into
                   :item-description,
                   :item-artno,
                   :item-qty,
                   :item-price
           end-exec

           perform until sqlcode not = zero

               move '  <InvoiceLine>' to einvoice-line
               write einvoice-rec

               move space to wc-xml-line
               string '    <Description>' delimited by size
                   item-description-text delimited by '  '
                   '</Description>' delimited by size
                   into wc-xml-line
               move wc-xml-line to einvoice-line
               write einvoice-rec

               move item-qty to wc-ed-qty
               move item-price to wc-ed-price
               move space to wc-xml-line
               string '    <Quantity>' delimited by size
                   function trim(wc-ed-qty) delimited by size
                   '</Quantity><Price>' delimited by size
                   function trim(wc-ed-price) delimited by size
                   '</Price>' delimited by size
                   into wc-xml-line
               move wc-xml-line to einvoice-line
               write einvoice-rec

               move '  </InvoiceLine>' to einvoice-line
               write einvoice-rec

               exec sql
                   fetch cur-xml-items into
                       :item-description,
                       :item-artno,
                       :item-qty,
                       :item-price
               end-exec

           end-perform

           exec sql
               close cur-xml-items
           end-exec
           .

       *>*******************************************************
       C0350-generate-pdf.
       *>  compile the rendered .tex file into the deliverable PDF
       *>  via the system's LaTeX toolchain

           string customer-custno-text delimited by space
               '-' delimited by size
               invoice-invno delimited by space
               wc-guard-suffix delimited by space
               '.pdf' delimited by size
               into pdf-filename

           string 'pdflatex -interaction=batchmode -output-directory='
               delimited by size
               'output ' delimited by size
               new-filename delimited by space
               into wc-pdflatex-command

           call 'SYSTEM' using wc-pdflatex-command

           if return-code not = 0
               move return-code to file-status
           end-if
           .

       *>*******************************************************
       C0390-open-tracking.
       *>  a tracking number for the document about to be rendered:
       *>  the serial is the TRACKMAIL key, the check digit the
       *>  S10 one (weights 8 6 4 2 3 5 9 7, modulus 11); the
       *>  caller has set wc-track-doctype

           move 'TRACKMAIL' to wc-keyalloc-table
           call 'KEYALLOC' using wc-keyalloc-table, wn-track-id

           move wn-track-id to wn-track-serial
           move zero to wn-track-sum
           perform C0393-add-check-weight
               varying wn-track-ix from 1 by 1
               until wn-track-ix > 8

           compute wn-track-check =
               11 - function mod(wn-track-sum, 11)
           evaluate wn-track-check
               when 10
                   move zero to wn-track-check
               when 11
                   move 5 to wn-track-check
           end-evaluate
           move wn-track-check to we-track-check

           move space to wc-track-no
           string 'RR' delimited by size
               wn-track-serial delimited by size
               we-track-check delimited by size
               'SE' delimited by size
               into wc-track-no
           end-string

           set is-tracked-mail to true
           .

       *>*******************************************************
       C0391-write-tracking-mark.
       *>  the tracking number under the address, in the envelope
       *>  window, which the template prints as the carrier's
       *>  barcode with the number in clear beneath it

           if is-tracked-mail
               string '\trackno{' delimited by size
                   wc-track-no delimited by size
                   '}' delimited by size
                   into wc-print-line
               end-string
               perform C0200-write-line
           end-if
           .

       *>*******************************************************
       C0392-register-tracking.
       *>  a tracked document that printed is registered against
       *>  its OUTLOG row, awaiting the carrier's delivery events
       *>  (PbsTrackEvent), and goes on the tracked-mail manifest
       *>  the mail room hands in with the envelopes

           if is-tracked-mail and wn-outlog-resultcode = zero
      *>       a final demand is keyed by its invoice, a letter by
      *>       its own id
               if wc-track-doctype = 'S'
                   move invoice-inv-id to trackmail-inv-id
               else
                   move wn-current-invoice-no to trackmail-inv-id
               end-if

               exec sql
                   insert into trackmail
                   values (:wn-track-id,
                           :wc-track-no,
                           :wn-current-customer-no,
                           :invoice-invno,
                           :trackmail-inv-id,
                           :wc-track-doctype,
                           :wn-next-outlog-id,
                           :wc-today-date,
                           'S',
                           :wc-today-date,
                           ' ')
               end-exec

               if sqlcode not = zero
                   move sqlcode              to wn-msg-sqlcode
                   move 'TRACKMAIL'          to wc-msg-tblcurs
                   move 'C0392-register-tracking' to wc-msg-para
                   perform Z0900-error-routine
               else
                   add 1 to wn-tracked-count
                   if wc-track-doctype = 'S'
                       move 'SLUTKRAV' to wc-track-doctext
                   else
                       move 'BREV' to wc-track-doctext
                   end-if
                   open extend rek-file
                   move space to rek-line
                   string wc-track-no delimited by size
                       '  ' delimited by size
                       wc-track-doctext delimited by size
                       '  ' delimited by size
                       invoice-custno delimited by space
                       '  ' delimited by size
                       invoice-invno delimited by space
                       '  ' delimited by size
                       wc-debtor-name delimited by size
                       ' ' delimited by size
                       wc-debtor-postnr delimited by size
                       into rek-line
                   end-string
                   write rek-rec
                   close rek-file
               end-if
           end-if
           move 'N' to wc-track-switch
           .

       *>*******************************************************
       C0393-add-check-weight.

           compute wn-track-sum = wn-track-sum
               + wn-track-digit(wn-track-ix)
                 * wn-track-weight(wn-track-ix)
           .

       *>*******************************************************
       C0400-compute-totals.

           *> write invoice sum etc and footer
           *> Get PBS customer data
           move 'N' to wc-cust-revcharge
           exec sql
               select name,
                  boardplace,
                  tel,
                  email,
                  web,
                  orgno,
                  fin_id,
                  delrate,
                  revcharge
               into :customer-name,
                    :customer-boardplace,
                    :customer-tel,
                    :customer-email,
                    :customer-web,
                    :customer-orgno,
                    :customer-fin-id,
                    :customer-delrate,
                    :wc-cust-revcharge
               from customer
               where cust_id = :wn-current-customer-no
           end-exec

           if sqlcode not = zero
               move sqlcode              to wn-msg-sqlcode
               move 'TUTORIAL.CUSTOMER'  to wc-msg-tblcurs
               move 'C0400-compute-totals' to wc-msg-para
               perform Z0900-error-routine
           end-if

           exec sql
               select street,
                      postno,
                      place
               into :addr-street,
                    :addr-postno,
                    :addr-place
               from addr
               where addr_id = :wn-current-adress-no
           end-exec

           if sqlcode not = zero
               move sqlcode              to wn-msg-sqlcode
               move 'TUTORIAL.ADDR'      to wc-msg-tblcurs
               move 'C0400-compute-totals' to wc-msg-para
               perform Z0900-error-routine
           end-if

           exec sql
               select vatregno,
                      bankgiro,
                      postgiro
               into   :findata-vatregno,
                      :findata-bankgiro,
                      :findata-postgiro
               from findata
               where fin_id = :customer-fin-id
           end-exec

           if sqlcode not = zero
               move sqlcode              to wn-msg-sqlcode
               move 'TUTORIAL.FINDATA'   to wc-msg-tblcurs
               move 'C0400-compute-totals' to wc-msg-para
               perform Z0900-error-routine
           end-if

           *> an invoice of our own (no debtor) is paid to us, not
           *> to the customer - the footer carries the owning legal
           *> entity's bankgiro and VAT number instead of the
           *> customer's finance data
           if invoice-debt-id = 0
               exec sql
                   select p.vatregno, p.bankgiro
                       into :pbscompany-vatregno,
                            :pbscompany-bankgiro
                       from pbscompany p, customer c
                       where c.cust_id = :wn-current-customer-no
                         and p.pbsco_id = c.pbsco_id
               end-exec

               if sqlcode = zero
                   move pbscompany-bankgiro to findata-bankgiro
                   move pbscompany-vatregno-text
                       to findata-vatregno-text
                   move pbscompany-vatregno-len
                       to findata-vatregno-len
               end-if
           end-if

           compute wn-vat rounded = wn-netto-sum * invoice-vat

           compute wn-vat-pct = invoice-vat * 100
           move wn-vat-pct to wc-vat-pct-ed
           move space to wc-vat-label
           string function trim(wc-tpl-vatlabel) delimited by size
               ' ' delimited by size
               function trim(wc-vat-pct-ed) delimited by size
               '%' delimited by size
               into wc-vat-label
           end-string

           move wn-netto-sum to wn-invoice-sum
           add wn-vat to wn-invoice-sum

           *> round to the nearest whole krona (öresutjämning)
           compute wn-even-sum rounded =
               function integer(wn-invoice-sum + 0.5) - wn-invoice-sum
           add wn-even-sum to wn-invoice-sum

           move customer-delrate to wn-intrest-rate

           perform C0410-get-due-date

           perform C0430-get-tax-reduction
           .

       *>*******************************************************
       C0410-get-due-date.
       *>  the due date the import stored on the invoice; one
       *>  stored without it falls due on the customer's terms

           move space to invoice-duedate
           exec sql
               select char(coalesce(i.duedate,
                                    i.invdate + c.duedays days))
                   into :invoice-duedate
                   from invoice i, customer c
                   where i.inv_id = :wn-current-invoice-no
                     and c.cust_id = i.cust_id
           end-exec

           if sqlcode not = zero
               move space to invoice-duedate
           end-if
           .

       *>*******************************************************
       C0420-get-buyer-reference.
       *>  the debtor's "Er referens" or order number the import
       *>  stored on the invoice, blank when there is none

           move space to invoice-buyerref
           exec sql
               select coalesce(buyerref, ' ')
                   into :invoice-buyerref
                   from invoice
                   where inv_id = :wn-current-invoice-no
           end-exec

           if sqlcode not = zero
               move space to invoice-buyerref
           end-if
           .

       *>*******************************************************
       C0430-get-tax-reduction.
       *>  the ROT/RUT reductions the import registered on the
       *>  invoice; the buyer pays the total less them, and that
       *>  net is what the payment footer and the QR ask for

           move zero to wn-rot-labour
           move zero to wn-rot-reduction
           move zero to wn-rut-labour
           move zero to wn-rut-reduction
           exec sql
               select coalesce(sum(case when worktype = 'R'
                                   then labouramt else 0 end), 0),
                      coalesce(sum(case when worktype = 'R'
                                   then redamt else 0 end), 0),
                      coalesce(sum(case when worktype = 'U'
                                   then labouramt else 0 end), 0),
                      coalesce(sum(case when worktype = 'U'
                                   then redamt else 0 end), 0)
                   into :wn-rot-labour,
                        :wn-rot-reduction,
                        :wn-rut-labour,
                        :wn-rut-reduction
                   from taxred
                   where inv_id = :wn-current-invoice-no
           end-exec

           if sqlcode not = zero
               move zero to wn-rot-labour
               move zero to wn-rot-reduction
               move zero to wn-rut-labour
               move zero to wn-rut-reduction
           end-if

           compute wn-taxred-sum = wn-rot-reduction + wn-rut-reduction
           compute wn-topay-sum = wn-invoice-sum - wn-taxred-sum
           .

       *>*******************************************************
       C0530-write-tax-reduction.
       *>  the husavdrag block under the total: the labour the
       *>  reduction is figured on, the reduction itself and the
       *>  amount to pay, with the wording Skatteverket expects

           if wn-rot-reduction not = zero
               move 'Arbetskostnad ROT' to wc-taxred-label
               move wn-rot-labour to wc-ed-sum
               string wc-header-pad delimited by size
                   wc-header-pad delimited by size
                   wc-taxred-label delimited by size
                   wc-ed-sum delimited by size
                   into wc-print-line
               perform C0200-write-line

               move 'Skatteredukt. ROT' to wc-taxred-label
               compute wc-ed-sum = zero - wn-rot-reduction
               perform C0531-write-reduction-line
           end-if

           if wn-rut-reduction not = zero
               move 'Arbetskostnad RUT' to wc-taxred-label
               move wn-rut-labour to wc-ed-sum
               string wc-header-pad delimited by size
                   wc-header-pad delimited by size
                   wc-taxred-label delimited by size
                   wc-ed-sum delimited by size
                   into wc-print-line
               perform C0200-write-line

               move 'Skatteredukt. RUT' to wc-taxred-label
               compute wc-ed-sum = zero - wn-rut-reduction
               perform C0531-write-reduction-line
           end-if

           move 'Att betala' to wc-taxred-label
           move wn-topay-sum to wc-ed-sum
           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-taxred-label delimited by size
               wc-ed-sum delimited by size
               ' ' delimited by size
               invoice-currency delimited by size
               into wc-print-line
           perform C0200-write-line

           perform C0200-write-line
           move 'Skattereduktionen begärs hos Skatteverket. Beviljas'
               to wc-print-line
           perform C0200-write-line
           move 'den inte debiteras köparen mellanskillnaden.'
               to wc-print-line
           perform C0200-write-line
           .

       *>*******************************************************
       C0531-write-reduction-line.

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-taxred-label delimited by size
               wc-ed-sum delimited by size
               into wc-print-line
           perform C0200-write-line
           .

       *>*******************************************************
       C0500-write-footer.

           move wn-netto-sum to wc-ed-sum
           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-tpl-netlabel delimited by size
               wc-ed-sum delimited by size
               into wc-print-line
           perform C0200-write-line

       *>  a reverse-charge invoice carries no VAT line at all -
       *>  the statutory wording further down says why
           if not is-revcharge-invoice
               move wn-vat to wc-ed-sum
               string wc-header-pad delimited by size
                   wc-header-pad delimited by size
                   wc-vat-label delimited by size
                   wc-ed-sum delimited by size
                   into wc-print-line
               perform C0200-write-line
           end-if

           move wn-even-sum to wc-ed-sum
           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-tpl-roundlabel delimited by size
               wc-ed-sum delimited by size
               into wc-print-line
           perform C0200-write-line

           move wn-invoice-sum to wc-ed-sum
           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-tpl-totallabel delimited by size
               wc-ed-sum delimited by size
               ' ' delimited by size
               invoice-currency delimited by size
               into wc-print-line
           perform C0200-write-line

           if wn-taxred-sum not = zero
               perform C0530-write-tax-reduction
           end-if

           perform C0200-write-line

           *> the statutory reverse-charge wording the construction
           *> customers' invoices must carry, with the buyer's VAT
           *> number when the register holds one
           if is-revcharge-invoice
               move 'Omvänd skattskyldighet för byggtjänster'
                   to wc-print-line
               perform C0200-write-line
               move 'gäller. Köparen är skattskyldig för moms.'
                   to wc-print-line
               perform C0200-write-line
               if wc-debtor-vatno not = space
                   string 'Köparens momsregnr: ' delimited by size
                       wc-debtor-vatno delimited by size
                       into wc-print-line
                   perform C0200-write-line
               end-if
               perform C0200-write-line
           end-if

           *> an intra-EU B2B supply to a debtor with a non-Swedish
           *> VAT number is zero-rated - the wording and the
           *> buyer's VAT number take the VAT line's place
           if not is-revcharge-invoice
              and wn-vat = zero
              and wc-debtor-vatno not = space
              and wc-debtor-vatno(1:2) not = 'SE'
               move 'Omvänd skattskyldighet - unionsintern'
                   to wc-print-line
               perform C0200-write-line
               move 'försäljning (reverse charge, intra-EU).'
                   to wc-print-line
               perform C0200-write-line
               string 'Köparens momsregnr: ' delimited by size
                   wc-debtor-vatno delimited by size
                   into wc-print-line
               perform C0200-write-line
               perform C0200-write-line
           end-if

           if invoice-duedate not = space
               string 'Förfallodag: ' delimited by size
                   invoice-duedate delimited by size
                   into wc-print-line
               perform C0200-write-line
           end-if

           move wn-intrest-rate to wc-ed-intrest
           string 'Efter förfallodag ' delimited by size
               'debiteras dröjsmålsränta med ' delimited by size
               wc-ed-intrest delimited by size
               '%' delimited by size
               into wc-print-line
           perform C0200-write-line

           move '__________________________________________'
               to wc-print-line
           perform C0200-write-line

           *> write invoice footer
           move customer-name-text to wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               'Bankgiro ' delimited by size
               findata-bankgiro delimited by size
               into wc-print-line
           perform C0200-write-line

           perform C0510-build-ocr-reference
           if wc-ocr-number not = space
               string wc-header-pad delimited by size
                   wc-header-pad delimited by size
                   'OCR ' delimited by size
                   wc-ocr-number delimited by size
                   into wc-print-line
               perform C0200-write-line

               perform C0520-write-payment-qr
           end-if

           string addr-street-text delimited by space
               wc-header-pad delimited by size
               'Tel ' delimited by size
               customer-tel-text delimited by space
               into wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               'Org nr ' delimited by size
               customer-orgno delimited by size
               into wc-print-line
           perform C0200-write-line

           string addr-postno delimited by size
               ' ' delimited by size
               addr-place-text delimited by space
               wc-header-pad delimited by size
               customer-email-text delimited by space
               into wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               'Momsnr ' delimited by size
               findata-vatregno-text delimited by space
               into wc-print-line
           perform C0200-write-line

           string 'Styrelsens säte ' delimited by size
               customer-boardplace-text delimited by space
               wc-header-pad delimited by size
               customer-web-text delimited by space
               into wc-print-line
           perform C0200-write-line

           move wc-tpl-footer to wc-print-line
           perform C0200-write-line
           .

       *>*******************************************************
       C0520-write-payment-qr.
       *>  the payment footer already holds everything the QR
       *>  needs - the bankgiro, the amount to pay after any
       *>  ROT/RUT reduction and the OCR reference - so the debtor
       *>  photographs the code instead of typing the number, and
       *>  the mistyped-OCR traffic on the suspense queue falls
       *>  with it

           move wn-topay-sum to wc-ed-sum
           move space to wc-qr-amount
           move function trim(wc-ed-sum) to wc-qr-amount

           move space to wc-qr-payload
           string '{"uqr":1,"tp":1,"pt":"BG","acc":"'
               delimited by size
               findata-bankgiro delimited by space
               '","iref":"' delimited by size
               wc-ocr-number delimited by space
               '","due":"' delimited by size
               wc-qr-amount delimited by space
               '","cur":"' delimited by size
               invoice-currency delimited by size
               '"}' delimited by size
               into wc-qr-payload
           end-string

           move space to wc-print-line
           string '\qrcode{' delimited by size
               function trim(wc-qr-payload) delimited by size
               '}' delimited by size
               into wc-print-line
           perform C0200-write-line
           .

       *>*******************************************************
       C0510-build-ocr-reference.
       *>  derive the OCR reference from the invoice number: the
       *>  number itself as payload, then a length digit (total OCR
       *>  length modulo 10), then a Luhn/mod-10 check digit chosen
       *>  so the whole reference validates with the rightmost digit
       *>  on weight 1 - the standard Bankgiro "hard control" OCR
       *>  shape. Only an all-digit invoice number round-trips
       *>  unambiguously through the payment matching, so anything
       *>  else gets no OCR line and pays on the plain invoice
       *>  number instead

           move space to wc-ocr-payload
           move space to wc-ocr-number
           move zero to wn-ocr-payload-len

           perform varying wn-ocr-idx from 16 by -1
                   until wn-ocr-idx < 1
                      or wn-ocr-payload-len not = zero
               if invoice-invno(wn-ocr-idx:1) not = space
                   move wn-ocr-idx to wn-ocr-payload-len
               end-if
           end-perform

           perform varying wn-ocr-idx from 1 by 1
                   until wn-ocr-idx > wn-ocr-payload-len
               move invoice-invno(wn-ocr-idx:1) to wc-ocr-char
               if wc-ocr-char < '0' or wc-ocr-char > '9'
                   move zero to wn-ocr-payload-len
               end-if
           end-perform

       *>  the payment side reads the reference through a sixteen-
       *>  position window, and the OCR adds two control digits -
       *>  a longer number cannot round-trip and pays on the plain
       *>  invoice number instead
           if wn-ocr-payload-len > 14
               move zero to wn-ocr-payload-len
           end-if

           if wn-ocr-payload-len not = zero
               move invoice-invno(1:wn-ocr-payload-len)
                   to wc-ocr-payload
           end-if

           if wn-ocr-payload-len not = zero
               compute wn-ocr-total-len = wn-ocr-payload-len + 2
               compute wn-ocr-length-digit =
                   function mod(wn-ocr-total-len, 10)
               move wn-ocr-length-digit
                   to wc-ocr-payload(wn-ocr-payload-len + 1:1)

      *>       weights run 1,2,1,2... from the rightmost (check)
      *>       digit, so the digit before the check starts on 2
               move zero to wn-ocr-sum
               move 2 to wn-ocr-weight
               compute wn-ocr-start = wn-ocr-payload-len + 1
               perform varying wn-ocr-idx
                       from wn-ocr-start by -1
                       until wn-ocr-idx < 1
                   compute wn-ocr-product =
                       function numval(wc-ocr-payload(wn-ocr-idx:1))
                       * wn-ocr-weight
                   if wn-ocr-product > 9
                       subtract 9 from wn-ocr-product
                   end-if
                   add wn-ocr-product to wn-ocr-sum
                   if wn-ocr-weight = 2
                       move 1 to wn-ocr-weight
                   else
                       move 2 to wn-ocr-weight
                   end-if
               end-perform

               compute wn-ocr-check-digit =
                   function mod(10 - function mod(wn-ocr-sum, 10), 10)
               move wn-ocr-check-digit
                   to wc-ocr-payload(wn-ocr-payload-len + 2:1)

               move wc-ocr-payload(1:wn-ocr-total-len)
                   to wc-ocr-number
           end-if
           .

       *>*******************************************************
       C0600-get-next-outlog-id.

           move 'OUTLOG' to wc-keyalloc-table
           call 'KEYALLOC' using wc-keyalloc-table,
                                 wn-next-outlog-id
           .

       *>*******************************************************
       C0700-log-outbound-result.
       *>  record one print/send attempt in OUTLOG; the caller sets
       *>  wc-outlog-actioncode ('P' = printed, 'S' = sent) and
       *>  wn-outlog-resultcode (0 = ok) before calling

           perform C0600-get-next-outlog-id

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

      *>   the exact print/send time goes along so elapsed time
      *>   from import to print can be measured
           move t-hour-send   to wc-proc-time(1:2)
           move t-minute-send to wc-proc-time(4:2)
           move t-second-send to wc-proc-time(7:2)
           move ':' to wc-proc-time(3:1), wc-proc-time(6:1)

           exec sql
               insert into outlog
               values (:wn-next-outlog-id,
                       :wn-current-customer-no,
                       :invoice-invno,
                       :wc-today-date,
                       :wc-outlog-actioncode,
                       :wn-outlog-resultcode,
                       :wc-proc-time)
           end-exec

           if sqlcode not = zero
               move sqlcode              to wn-msg-sqlcode
               move 'TUTORIAL.OUTLOG'    to wc-msg-tblcurs
               move 'C0700-log-outbound-result' to wc-msg-para
               perform Z0900-error-routine
           else
               perform C0710-snapshot-delivery
           end-if
           .

       *>*******************************************************
       C0710-snapshot-delivery.
       *>  the name, address, channel, email and mobile the piece
       *>  just logged went to, kept with its OUTLOG row so a copy,
       *>  a returned letter or a disputed delivery can be held
       *>  against what was actually used rather than today's
       *>  register. The envelope paths have the debtor's data as
       *>  C0100 addressed it (guardian, estate and protected
       *>  identity included); the queue senders only know the
       *>  address they send to

           move wn-next-outlog-id to outaddr-outlog-id
           move wn-current-debtor-no to outaddr-debt-id

           evaluate wc-outlog-actioncode
               when 'S'
               when 'B'
       *>          the email as queued, with the address it was
       *>          actually sent to
                   exec sql
                       insert into outaddr
                       select :outaddr-outlog-id, a.debt_id, 'E',
                              a.name, a.contact, a.street, a.postno,
                              a.place, :wc-mail-recipient, a.mobile
                       from outaddr a
                       where a.outlog_id =
                             (select max(o.outlog_id)
                              from outlog o, outaddr q
                              where o.cust_id = :wn-current-customer-no
                                and o.invno = :invoice-invno
                                and o.actioncode = 'Q'
                                and q.outlog_id = o.outlog_id
                                and q.email = :wc-mail-recipient)
                   end-exec
               when 'U'
                   exec sql
                       insert into outaddr
                       select :outaddr-outlog-id, d.debt_id, 'S',
                              substr(d.name, 1, 30), ' ', ' ', ' ',
                              ' ', ' ', :smsqueue-mobile
                       from debtor d
                       where d.debt_id = :wn-current-debtor-no
                   end-exec
               when other
                   evaluate wc-outlog-actioncode
                       when 'Q'
                           move 'E' to outaddr-channel
                       when 'W'
                           move 'D' to outaddr-channel
                       when 'E'
                           move 'X' to outaddr-channel
                       when 'F'
                           move 'B' to outaddr-channel
                       when 'I'
                           move 'I' to outaddr-channel
                       when other
                           move 'P' to outaddr-channel
                   end-evaluate
                   move wc-debtor-name    to outaddr-name
                   move wc-debtor-contact to outaddr-contact
                   move wc-debtor-street  to outaddr-street
                   move wc-debtor-postnr  to outaddr-postno
                   move wc-debtor-place   to outaddr-place
                   if wc-outlog-actioncode = 'Q'
                       move wc-mail-recipient to outaddr-email
                   else
                       move wc-debtor-email   to outaddr-email
                   end-if
                   move wc-debtor-mobile  to outaddr-mobile

                   exec sql
                       insert into outaddr
                       values (:outaddr-outlog-id,
                               :outaddr-debt-id,
                               :outaddr-channel,
                               :outaddr-name,
                               :outaddr-contact,
                               :outaddr-street,
                               :outaddr-postno,
                               :outaddr-place,
                               :outaddr-email,
                               :outaddr-mobile)
                   end-exec
           end-evaluate

           if sqlcode not = zero and sqlcode not = 100
               move sqlcode              to wn-msg-sqlcode
               move 'TUTORIAL.OUTADDR'   to wc-msg-tblcurs
               move 'C0710-snapshot-delivery' to wc-msg-para
               perform Z0900-error-routine
           end-if
           .

       *>*******************************************************
       C0900-log-billable-event.
       *>  record one row in the billable-events ledger for the work
       *>  just performed; the caller has set wc-outlog-actioncode
       *>  and wn-outlog-resultcode via C0700, and a failed attempt
       *>  is never billable. The event carries the SRV article the
       *>  work corresponds to: printing/sending is the customer's
       *>  type 'P' agreement, a reminder is the type 'I'
       *>  (fakturabevakning) agreement

           if wn-outlog-resultcode = zero

      *>       an informationsbrev is its own article, type 'B',
      *>       and so are a digital mailbox delivery, type 'D',
      *>       and a marketing insert enclosed, type 'R'
               evaluate true
                   when is-letter-mode
                       move 'B' to wc-billevent-srvtype
                   when wc-outlog-actioncode = 'R'
                       move 'I' to wc-billevent-srvtype
                   when wc-outlog-actioncode = 'W'
                       move 'D' to wc-billevent-srvtype
                   when wc-outlog-actioncode = 'Y'
                       move 'R' to wc-billevent-srvtype
                   when other
                       move 'P' to wc-billevent-srvtype
               end-evaluate

      *>       a customer without an agreement of the matching type
      *>       still gets the event logged, with SRV_ID 0, so the
      *>       work performed is never silently lost
               move zero to wn-billevent-srv-id
               exec sql
                   select min(s.srv_id)
                       into :wn-billevent-srv-id
                       from srvcust sc, srv s
                       where sc.cust_id = :wn-current-customer-no
                         and sc.srv_id = s.srv_id
                         and sc.status = 'A'
                         and s.type = :wc-billevent-srvtype
               end-exec

               if sqlcode not = zero
                   move zero to wn-billevent-srv-id
               end-if

      *>       a customer on a bundle holds the component article
      *>       through the package agreement instead
               if wn-billevent-srv-id = zero
                   exec sql
                       select min(s.srv_id)
                           into :wn-billevent-srv-id
                           from srvcust sc, srvbundle b, srv s
                           where sc.cust_id = :wn-current-customer-no
                             and sc.srv_id = b.bundle_srv_id
                             and b.comp_srv_id = s.srv_id
                             and sc.status = 'A'
                             and s.type = :wc-billevent-srvtype
                   end-exec

                   if sqlcode not = zero
                       move zero to wn-billevent-srv-id
                   end-if
               end-if

               move 'BILLEVENT' to wc-keyalloc-table
               call 'KEYALLOC' using wc-keyalloc-table,
                                     wn-next-billevent-id

               exec sql
                   insert into billevent
                   values (:wn-next-billevent-id,
                           :wn-current-customer-no,
                           :wn-current-invoice-no,
                           :wn-billevent-srv-id,
                           :wc-today-date,
                           :wc-outlog-actioncode)
               end-exec

               if sqlcode not = zero
                   move sqlcode              to wn-msg-sqlcode
                   move 'BILLEVENT'          to wc-msg-tblcurs
                   move 'C0900-log-billable-event' to wc-msg-para
                   perform Z0900-error-routine
               end-if

           end-if
           .

       *>*******************************************************
       C0800-send-invoice-email.
       *>  sending is no longer fire-and-forget: the message is put
       *>  on the outbound queue and the nightly queue drain does
       *>  the actual delivery with retries, so a mail-server
       *>  hiccup only delays the invoice instead of losing it

           perform C0810-validate-email-address

           if email-is-valid
               exec sql
                   open cur-mailq-id
               end-exec

               exec sql
                   fetch cur-mailq-id into :wn-next-mailq-id
               end-exec

               if sqlcode not = zero
                   move zero to wn-next-mailq-id
               end-if

               exec sql
                   close cur-mailq-id
               end-exec

               add 1 to wn-next-mailq-id

               call 'BUSDATE' using todays-date-send
               move t-year-send  to wc-today-date(1:4)
               move t-month-send to wc-today-date(6:2)
               move t-day-send   to wc-today-date(9:2)
               move '-' to wc-today-date(5:1), wc-today-date(8:1)

               exec sql
                   insert into mailqueue
                   values (:wn-next-mailq-id,
                           :wn-current-invoice-no,
                           :wn-current-customer-no,
                           :wc-mail-recipient,
                           :pdf-filename,
                           'Q', 0, :wc-today-date)
               end-exec

               if sqlcode = zero
                   move zero to wn-outlog-resultcode
               else
                   move sqlcode              to wn-msg-sqlcode
                   move 'MAILQUEUE'          to wc-msg-tblcurs
                   move 'C0800-send-invoice-email' to wc-msg-para
                   perform Z0900-error-routine
                   move 1 to wn-outlog-resultcode
               end-if
           else
               display 'Ogiltig email-adress, faktura skickas inte: '
                   wc-mail-recipient
               move 1 to wn-outlog-resultcode
           end-if

           move 'Q' to wc-outlog-actioncode
           perform C0700-log-outbound-result
           .

       *>*******************************************************
       B0300-drain-mail-queue.
       *>  work through every queued message that still has retries
       *>  left; a message that keeps failing is marked bounced and
       *>  the customer's address is flagged as bad

           move zero to wn-mailq-sent-count
           move zero to wn-mailq-failed-count
           move zero to wn-mailq-bounced-count

           exec sql
               open cur-mailq
           end-exec

           exec sql
               fetch cur-mailq into
                   :wn-mailq-id,
                   :wn-current-invoice-no,
                   :wn-current-customer-no,
                   :mailqueue-recipient,
                   :mailqueue-pdffile,
                   :wn-mailq-tries
           end-exec

           perform B0310-send-one-queued
               until sqlcode not = zero

           exec sql
               close cur-mailq
           end-exec

           display 'Epostkö: skickade ' wn-mailq-sent-count
                   ', misslyckade ' wn-mailq-failed-count
                   ', studsade ' wn-mailq-bounced-count
           .

       *>*******************************************************
       B0310-send-one-queued.

           move mailqueue-recipient-text(1:40) to wc-mail-recipient
           move mailqueue-pdffile-text to pdf-filename

           move 'N' to is-letter-mode-switch
           exec sql
               select invno
                   into :invoice-invno
                   from invoice
                   where inv_id = :wn-current-invoice-no
           end-exec

      *>   no invoice by that id is a queued informationsbrev
           if sqlcode = 100
               exec sql
                   select letterno
                       into :invoice-invno
                       from letter
                       where letter_id = :wn-current-invoice-no
               end-exec
               if sqlcode = zero
                   set is-letter-mode to true
               end-if
           end-if

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

           *> the PDF goes along as a proper attachment under a
           *> standard subject line
           if is-letter-mode
               move 'Brev' to wc-mail-subject
           else
               move 'Faktura' to wc-mail-subject
           end-if
           move space to wc-mail-command
           string 'mail -s "' delimited by size
               wc-mail-subject delimited by space
               ' ' delimited by size
               invoice-invno delimited by space
               ' fran PBS" ' delimited by size
               wc-mail-recipient delimited by space
               ' -A ' delimited by size
               pdf-filename delimited by space
               ' < /dev/null' delimited by size
               into wc-mail-command

           call 'SYSTEM' using wc-mail-command

           add 1 to wn-mailq-tries

           if return-code = 0
               exec sql
                   update mailqueue
                       set state = 'S',
                           tries = :wn-mailq-tries,
                           lasttry = :wc-today-date
                       where mailq_id = :wn-mailq-id
               end-exec

               exec sql
                   update invoice
                       set invstate = 2
                       where inv_id = :wn-current-invoice-no
               end-exec

               add 1 to wn-mailq-sent-count
               move zero to wn-outlog-resultcode
               move 'S' to wc-outlog-actioncode
               perform C0700-log-outbound-result
               perform C0900-log-billable-event
           else
               if wn-mailq-tries < wn-mailq-max-tries
                   exec sql
                       update mailqueue
                           set tries = :wn-mailq-tries,
                               lasttry = :wc-today-date
                           where mailq_id = :wn-mailq-id
                   end-exec

                   add 1 to wn-mailq-failed-count
               else
                   exec sql
                       update mailqueue
                           set state = 'B',
                               tries = :wn-mailq-tries,
                               lasttry = :wc-today-date
                           where mailq_id = :wn-mailq-id
                   end-exec

                   *> flag the address as bad on the customer card
                   *> so someone corrects it before the next send
                   exec sql
                       update customer
                           set ournote =
                               'EMAIL STUDSAR - kontrollera adressen'
                           where cust_id = :wn-current-customer-no
                             and email = :wc-mail-recipient
                   end-exec

                   *> the recipient is just as often a debtor's
                   *> address (the delivery routing mails debtors
                   *> directly) - flag it on the debtor and fall
                   *> the debtor back to paper, so the next invoice
                   *> prints instead of bouncing five more times
                   exec sql
                       update debtor
                           set note =
                               'EMAIL STUDSAR - kontrollera adressen',
                               deliv = 'P'
                           where email = :wc-mail-recipient
                   end-exec

                   add 1 to wn-mailq-bounced-count
                   move 1 to wn-outlog-resultcode
                   move 'B' to wc-outlog-actioncode
                   perform C0700-log-outbound-result
               end-if
           end-if

           exec sql
               fetch cur-mailq into
                   :wn-mailq-id,
                   :wn-current-invoice-no,
                   :wn-current-customer-no,
                   :mailqueue-recipient,
                   :mailqueue-pdffile,
                   :wn-mailq-tries
           end-exec

           move 'N' to is-letter-mode-switch
           .

       *>*******************************************************
       C0810-validate-email-address.
       *>  wc-mail-recipient is free text an operator can set via
       *>  customermenu.cbl or debtormenu.cbl with no format check
       *>  beyond "not blank", but it ends up inside the CALL
       *>  'SYSTEM' command string above, so only letters, digits
       *>  and the handful of punctuation marks a real address needs
       *>  are let through - anything else (quotes, backticks, ;, $,
       *>  etc.) would let it run arbitrary shell commands

           move 'Y' to email-is-valid-sw

           move zero to wn-mail-rcpt-len
           perform varying wn-email-idx from 40 by -1
                   until wn-email-idx < 1
                      or wn-mail-rcpt-len not = zero
               if wc-mail-recipient(wn-email-idx:1) not = space
                   move wn-email-idx to wn-mail-rcpt-len
               end-if
           end-perform

           if wn-mail-rcpt-len = zero
               move 'N' to email-is-valid-sw
           end-if

           perform varying wn-email-idx from 1 by 1
                   until wn-email-idx > wn-mail-rcpt-len
                      or not email-is-valid

               move wc-mail-recipient(wn-email-idx:1) to wc-email-char

               if (wc-email-char >= 'A' and wc-email-char <= 'Z')
                  or (wc-email-char >= 'a' and wc-email-char <= 'z')
                  or (wc-email-char >= '0' and wc-email-char <= '9')
                  or wc-email-char = '@'
                  or wc-email-char = '.'
                  or wc-email-char = '-'
                  or wc-email-char = '_'
                  or wc-email-char = '+'
                   continue
               else
                   move 'N' to email-is-valid-sw
               end-if

           end-perform
           .

       *>*******************************************************
       D0100-init-dunning.
       *>  locate the first debtor with an overdue, unpaid invoice
       *>  and that debtor's first qualifying invoice, overdue as
       *>  of the business day the run is for

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

           exec sql
               open cur-overdue-debtors
           end-exec

           if sqlcode not = zero
               move sqlcode               to wn-msg-sqlcode
               move 'CUR-OVERDUE-DEBTORS' to wc-msg-tblcurs
               move 'D0100-init-dunning'  to wc-msg-para
               perform Z0900-error-routine
           end-if

           exec sql
               fetch cur-overdue-debtors into :wn-current-debtor-no
           end-exec

           if sqlcode not = zero and sqlcode not = 100
               move sqlcode               to wn-msg-sqlcode
               move 'CUR-OVERDUE-DEBTORS' to wc-msg-tblcurs
               move 'D0100-init-dunning'  to wc-msg-para
               perform Z0900-error-routine
           end-if

           if sqlcode = zero
               perform C0100-get-debtor-address

               exec sql
                   open cur-overdue-invoices
               end-exec

               if sqlcode not = zero
                   move sqlcode                to wn-msg-sqlcode
                   move 'CUR-OVERDUE-INVOICES' to wc-msg-tblcurs
                   move 'D0100-init-dunning'   to wc-msg-para
                   perform Z0900-error-routine
               end-if

               exec sql
                   fetch cur-overdue-invoices into
                       :invoice-cust-id,
                       :invoice-invno,
                       :invoice-custno,
                       :invoice-invdate,
                       :invoice-inv-id,
                       :customer-delrate,
                       :wc-dunning-duedate,
                       :wn-overdue-amount
               end-exec

               if sqlcode not = zero and sqlcode not = 100
                   move sqlcode                to wn-msg-sqlcode
                   move 'CUR-OVERDUE-INVOICES' to wc-msg-tblcurs
                   move 'D0100-init-dunning'   to wc-msg-para
                   perform Z0900-error-routine
               end-if
           end-if
           .

       *>*******************************************************
       D0200-run-dunning.

           move zero to wn-dunning-printed-count
           move zero to wn-inkasso-count
           move zero to wn-inkasso-sum
           move zero to wn-tracked-count
           move zero to wn-handover-wait-count
           move zero to wn-dun-nodun-count
           move zero to wn-dun-blackout-count
           move zero to wn-inkasso-appr-count
           move zero to wn-inkasso-kept-count
           move -1 to wn-pol-cust-id

           *> a handover file an earlier run could not seal goes
           *> out before tonight's overwrites it - or no claim is
           *> handed over tonight
           move 'INKASSO' to wc-seal-party
           move 'inkasso.txt' to wc-seal-file
           move 'INKASSO' to wc-seal-filetype
           move zero to wn-seal-reccount
           move zero to wn-seal-amount
           perform U0130-seal-outbound-file
           if is-seal-failed
               display 'Osänd inkassofil kan inte krypteras'
                       ' - påminnelsekörningen körs inte'
               exit paragraph
           end-if

           open output inkasso-file

           perform D0300-create-reminders until sqlcode = 100

           close inkasso-file

           *> the agency takes the handover encrypted and signed
           *> only
           move wn-inkasso-count to wn-seal-reccount
           move wn-inkasso-sum to wn-seal-amount
           perform U0130-seal-outbound-file

           display 'Påminnelser utskrivna denna körning: '
                   wn-dunning-printed-count
           display 'SMS-påminnelser köade: ' wn-sms-queued-count
           display 'Överlämnade till inkasso: ' wn-inkasso-count
           display 'Slutkrav som rekommenderat: ' wn-tracked-count
           display 'Väntar på bekräftad leverans: '
                   wn-handover-wait-count
           display 'Väntar på kundens godkännande för inkasso: '
                   wn-inkasso-appr-count
           display 'Ej till inkasso enligt kundens policy: '
                   wn-inkasso-kept-count
           display 'Ingen kravhantering enligt kundens policy: '
                   wn-dun-nodun-count
           display 'Vilande under kundens uppehållsperiod: '
                   wn-dun-blackout-count

           perform D0250-check-dunning-volume
           .

       *>*******************************************************
       D0250-check-dunning-volume.
       *>  a dunning run triple its normal size, or beyond the
       *>  configured DUNCOUNT ceiling, means something upstream
       *>  broke even though every step exited zero - flag it in
       *>  the alert file the nightly driver pages from

           move 'DUNCOUNT' to wc-thr-key
           move 1000 to w9-thr-value
           exec sql
               select thrvalue
                   into :threshold-thrvalue
                   from threshold
                   where thrkey = :wc-thr-key
           end-exec
           if sqlcode = zero
               move threshold-thrvalue to w9-thr-value
           end-if

           move zero to wn-dun-avg-daily
           exec sql
               select count(*), count(distinct procdate)
                   into :wn-dun-r-count, :wn-dun-r-days
                   from outlog
                   where actioncode = 'R'
           end-exec
           if sqlcode = zero and wn-dun-r-days > zero
               compute wn-dun-avg-daily =
                   wn-dun-r-count / wn-dun-r-days
           end-if

           if wn-dunning-printed-count > w9-thr-value
              or (wn-dun-avg-daily > zero
                  and wn-dunning-printed-count >
                      wn-dun-avg-daily * 3)
               open extend alert-file
               move wn-dunning-printed-count to we-dun-count
               move wn-dun-avg-daily to we-dun-avg
               move space to alert-line
               string 'DUNNING: ' delimited by size
                   we-dun-count delimited by size
                   ' påminnelser denna körning (normalt ca '
                   delimited by size
                   we-dun-avg delimited by size
                   ' per dag)' delimited by size
                   into alert-line
               end-string
               write alert-rec
               close alert-file
           end-if
           .

       *>*******************************************************
       D0300-create-reminders.
       *>  Outermost loop: loop thru all debtors with overdue
       *>  invoices; this is the same outer/middle loop shape as
       *>  B0200-create-invoices, with debtors standing in for
       *>  customers and overdue invoices standing in for pending
       *>  invoices
           perform until sqlcode = 100
       *>      middle loop: loop thru this debtor's overdue invoices
               perform until sqlcode = 100

                   move invoice-cust-id to wn-current-customer-no
                   perform D0350-escalate-one-invoice

                   exec sql
                       fetch cur-overdue-invoices into
                           :invoice-cust-id,
                           :invoice-invno,
                           :invoice-custno,
                           :invoice-invdate,
                           :invoice-inv-id,
                           :customer-delrate,
                           :wc-dunning-duedate,
                           :wn-overdue-amount
                   end-exec

                   if sqlcode not = zero and sqlcode not = 100
                       move sqlcode                to wn-msg-sqlcode
                       move 'CUR-OVERDUE-INVOICES' to wc-msg-tblcurs
                       move 'D0300-create-reminders' to wc-msg-para
                       perform Z0900-error-routine
                   end-if

               end-perform *> middle loop

               exec sql
                   close cur-overdue-invoices
               end-exec

               if sqlcode not = zero
                   move sqlcode                to wn-msg-sqlcode
                   move 'CUR-OVERDUE-INVOICES' to wc-msg-tblcurs
                   move 'D0300-create-reminders' to wc-msg-para
                   perform Z0900-error-routine
               end-if

               *> get next debtor with overdue invoices
               exec sql
                   fetch cur-overdue-debtors into :wn-current-debtor-no
               end-exec

               if sqlcode = zero
                   perform C0100-get-debtor-address

                   exec sql
                       open cur-overdue-invoices
                   end-exec

                   if sqlcode not = zero
                       move sqlcode                to wn-msg-sqlcode
                       move 'CUR-OVERDUE-INVOICES' to wc-msg-tblcurs
                       move 'D0300-create-reminders' to wc-msg-para
                       perform Z0900-error-routine
                   end-if

                   exec sql
                       fetch cur-overdue-invoices into
                           :invoice-cust-id,
                           :invoice-invno,
                           :invoice-custno,
                           :invoice-invdate,
                           :invoice-inv-id,
                           :customer-delrate,
                           :wc-dunning-duedate,
                           :wn-overdue-amount
                   end-exec

                   if sqlcode not = zero and sqlcode not = 100
                       move sqlcode                to wn-msg-sqlcode
                       move 'CUR-OVERDUE-INVOICES' to wc-msg-tblcurs
                       move 'D0300-create-reminders' to wc-msg-para
                       perform Z0900-error-routine
                   end-if
               else
                   if sqlcode not = 100
                       move sqlcode               to wn-msg-sqlcode
                       move 'CUR-OVERDUE-DEBTORS' to wc-msg-tblcurs
                       move 'D0300-create-reminders' to wc-msg-para
                       perform Z0900-error-routine
                   end-if
               end-if
           end-perform *> outer loop
           .

       *>*******************************************************
       D0350-escalate-one-invoice.
       *>  pick the right action for this invoice's dunning stage,
       *>  as the customer's dunning policy has it:
       *>  0 = nothing sent yet - a debtor with a mobile gets the
       *>      SMS nudge (level 4) first where the policy has the
       *>      SMS step, everyone else the first printed reminder
       *>  4 = SMS sent; the printed reminder only goes out when
       *>      the waiting banking days have passed without the
       *>      invoice being settled
       *>  1 = reminded; another reminder until the policy's
       *>      number is reached, then the final demand (slutkrav)
       *>      - each the policy's days after the one before
       *>  2 = final demand ignored, hand the invoice over to the
       *>      collections agency via the handover file - once the
       *>      tracked final demand is confirmed delivered, or its
       *>      waiting days have passed, and the policy's days
       *>      after the demand; a customer who wants to be asked
       *>      first gets the invoice on its approval list (5),
       *>      one who never hands over keeps it (7)
       *>  6 = handover approved by the customer
       *>  3 = already handed over, nothing more to do here
       *>  A customer without dunning is left alone, and nothing
       *>  is sent in its blackout periods

      *>   a due date that fell on a closed day is only really due
      *>   on the next banking day - roll it forward, and leave the
      *>   invoice alone until that rolled date has actually passed
           move wc-dunning-duedate to wc-roll-date
           perform U0110-roll-to-bank-day
           move wc-roll-date to wc-dunning-duedate

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

           perform D0340-get-dunning-policy

           evaluate true
               when dunpolicy-no-dunning
                   add 1 to wn-dun-nodun-count
               when is-dun-blackout
                   add 1 to wn-dun-blackout-count
               when wc-dunning-duedate < wc-today-date
                   perform D0355-next-dunning-step
               when other
                   continue
           end-evaluate
           .

       *>*******************************************************
       D0355-next-dunning-step.

           perform D0360-get-dunning-level

           evaluate wn-dun-level
               when 0
                   if wc-debtor-mobile not = space
                      and dunpolicy-sms-step
                       perform D0380-queue-sms-reminder
                       move 4 to wn-dun-level
                       perform D0370-save-dunning-level
                   else
                       perform D0356-send-first-letter
                   end-if
               when 4
                   perform D0385-check-sms-deadline
                   if wc-today-date > wc-sms-deadline
                       perform D0356-send-first-letter
                   end-if
               when 1
                   move dunpolicy-daysbetween to wn-pol-step-days
                   perform D0365-get-next-step-date
                   if wc-today-date not < wc-dun-next-date
                       if dunstate-remcount < dunpolicy-reminders
                           move 'Påminnelse' to wc-dun-heading
                           perform D0400-print-one-reminder
                           add 1 to wn-dunning-printed-count
                           add 1 to dunstate-remcount
                       else
                           move 'SLUTKRAV' to wc-dun-heading
                           perform D0400-print-one-reminder
                           add 1 to wn-dunning-printed-count
                           move 2 to wn-dun-level
                       end-if
                       perform D0370-save-dunning-level
                   end-if
               when 2
                   move dunpolicy-inkdays to wn-pol-step-days
                   perform D0365-get-next-step-date
                   perform D0510-check-final-demand-delivery
                   if is-handover-due
                      and wc-today-date not < wc-dun-next-date
                       evaluate true
                           when dunpolicy-inkasso-approval
                               add 1 to wn-inkasso-appr-count
                               move 5 to wn-dun-level
                           when dunpolicy-inkasso-never
                               add 1 to wn-inkasso-kept-count
                               move 7 to wn-dun-level
                           when other
                               perform D0500-write-inkasso-record
                               move 3 to wn-dun-level
                       end-evaluate
                       perform D0370-save-dunning-level
                   else
                       add 1 to wn-handover-wait-count
                   end-if
               when 5
                   add 1 to wn-inkasso-appr-count
               when 6
                   perform D0510-check-final-demand-delivery
                   perform D0500-write-inkasso-record
                   move 3 to wn-dun-level
                   perform D0370-save-dunning-level
               when other
                   continue
           end-evaluate
           .

       *>*******************************************************
       D0356-send-first-letter.
       *>  the first printed letter is a reminder, or the final
       *>  demand straight away for a customer who wants none

           if dunpolicy-reminders > zero
               move 'Påminnelse' to wc-dun-heading
               perform D0400-print-one-reminder
               add 1 to wn-dunning-printed-count
               move 1 to dunstate-remcount
               move 1 to wn-dun-level
           else
               move 'SLUTKRAV' to wc-dun-heading
               perform D0400-print-one-reminder
               add 1 to wn-dunning-printed-count
               move 2 to wn-dun-level
           end-if
           perform D0370-save-dunning-level
           .

       *>*******************************************************
       D0340-get-dunning-policy.
       *>  the policy is read when the customer changes; the
       *>  blackout test is for the run's business day

           if wn-current-customer-no not = wn-pol-cust-id
               move wn-current-customer-no to wn-pol-cust-id

               exec sql
                   select dunning, reminders, daysbetween, smsstep,
                          inkasso, inkdays, blk1from, blk1to,
                          blk2from, blk2to
                       into :dunpolicy-dunning,
                            :dunpolicy-reminders,
                            :dunpolicy-daysbetween,
                            :dunpolicy-smsstep,
                            :dunpolicy-inkasso,
                            :dunpolicy-inkdays,
                            :dunpolicy-blk1from,
                            :dunpolicy-blk1to,
                            :dunpolicy-blk2from,
                            :dunpolicy-blk2to
                       from dunpolicy
                       where cust_id = :wn-current-customer-no
               end-exec

               if sqlcode = zero
                   set is-own-dun-policy to true
               else
                   if sqlcode not = 100
                       move sqlcode          to wn-msg-sqlcode
                       move 'DUNPOLICY'      to wc-msg-tblcurs
                       move 'D0340-get-dunning-policy' to wc-msg-para
                       perform Z0900-error-routine
                   end-if
                   move 'N' to wc-pol-own-switch
                   move 'Y' to dunpolicy-dunning
                   move 1 to dunpolicy-reminders
                   move zero to dunpolicy-daysbetween
                   move 'Y' to dunpolicy-smsstep
                   move 'A' to dunpolicy-inkasso
                   move zero to dunpolicy-inkdays
                   move space to dunpolicy-blk1from
                   move space to dunpolicy-blk1to
                   move space to dunpolicy-blk2from
                   move space to dunpolicy-blk2to
               end-if

               move 'N' to wc-pol-blackout-switch
               move wc-today-date(6:5) to wc-pol-today-mmdd
               move dunpolicy-blk1from to wc-pol-blk-from
               move dunpolicy-blk1to   to wc-pol-blk-to
               perform D0345-test-blackout
               move dunpolicy-blk2from to wc-pol-blk-from
               move dunpolicy-blk2to   to wc-pol-blk-to
               perform D0345-test-blackout
           end-if
           .

       *>*******************************************************
       D0345-test-blackout.
       *>  a period is MM-DD to MM-DD, every year; one whose end
       *>  comes before its start runs over the new year

           if wc-pol-blk-from not = space and wc-pol-blk-to not = space
               if wc-pol-blk-from not > wc-pol-blk-to
                   if wc-pol-today-mmdd not < wc-pol-blk-from
                      and wc-pol-today-mmdd not > wc-pol-blk-to
                       set is-dun-blackout to true
                   end-if
               else
                   if wc-pol-today-mmdd not < wc-pol-blk-from
                      or wc-pol-today-mmdd not > wc-pol-blk-to
                       set is-dun-blackout to true
                   end-if
               end-if
           end-if
           .

       *>*******************************************************
       D0365-get-next-step-date.
       *>  the next step is due wn-pol-step-days after the last one

           move dunstate-lastdate to wc-dun-next-date
           if wn-pol-step-days > zero
               move dunstate-lastdate(1:4) to wn-roll-ymd(1:4)
               move dunstate-lastdate(6:2) to wn-roll-ymd(5:2)
               move dunstate-lastdate(9:2) to wn-roll-ymd(7:2)
               compute wn-roll-int =
                   function integer-of-date(wn-roll-ymd)
                   + wn-pol-step-days
               compute wn-roll-ymd =
                   function date-of-integer(wn-roll-int)
               move wn-roll-ymd(1:4) to wc-dun-next-date(1:4)
               move wn-roll-ymd(5:2) to wc-dun-next-date(6:2)
               move wn-roll-ymd(7:2) to wc-dun-next-date(9:2)
               move '-' to wc-dun-next-date(5:1),
                           wc-dun-next-date(8:1)
           end-if
           .

       *>*******************************************************
       D0380-queue-sms-reminder.
       *>  the nudge goes on the SMS queue the gateway drain sends
       *>  with retries, like the email queue does for invoices

           exec sql
               open cur-smsq-id
           end-exec

           exec sql
               fetch cur-smsq-id into :wn-next-smsq-id
           end-exec

           if sqlcode not = zero
               move zero to wn-next-smsq-id
           end-if

           exec sql
               close cur-smsq-id
           end-exec

           add 1 to wn-next-smsq-id

           move wn-overdue-amount to wc-sms-amount-ed
           move space to wc-sms-text
           string 'Vänlig påminnelse: faktura ' delimited by size
               invoice-invno delimited by space
               ' om ' delimited by size
               function trim(wc-sms-amount-ed) delimited by size
               ' kr är förfallen.' delimited by size
               into wc-sms-text
           end-string

           move space to smsqueue-msgtext-text
           move wc-sms-text to smsqueue-msgtext-text
           move 80 to smsqueue-msgtext-len

           exec sql
               insert into smsqueue
               values (:wn-next-smsq-id,
                       :wn-current-debtor-no,
                       :invoice-inv-id,
                       :wc-debtor-mobile,
                       :smsqueue-msgtext,
                       'Q', 0, :wc-today-date)
           end-exec

           if sqlcode = zero
               add 1 to wn-sms-queued-count
           else
               move sqlcode          to wn-msg-sqlcode
               move 'SMSQUEUE'       to wc-msg-tblcurs
               move 'D0380-queue-sms-reminder' to wc-msg-para
               perform Z0900-error-routine
           end-if
           .

       *>*******************************************************
       D0385-check-sms-deadline.
       *>  the printed reminder waits the configured number of
       *>  banking days (SMSDAYS threshold, default five) from the
       *>  day the SMS went out - DUNSTATE's last-change date; a
       *>  customer's own policy sets its days between steps here
       *>  too

           move 5 to wn-sms-wait-days
           move 'SMSDAYS' to wc-thr-key
           exec sql
               select thrvalue
                   into :threshold-thrvalue
                   from threshold
                   where thrkey = :wc-thr-key
           end-exec
           if sqlcode = zero
               move threshold-thrvalue to wn-sms-wait-days
           end-if

           if is-own-dun-policy and dunpolicy-daysbetween > zero
               move dunpolicy-daysbetween to wn-sms-wait-days
           end-if

           exec sql
               select lastdate
                   into :dunstate-lastdate
                   from dunstate
                   where inv_id = :invoice-inv-id
           end-exec

           if sqlcode not = zero
               move wc-today-date to dunstate-lastdate
           end-if

      *>   advance the SMS date the configured number of banking
      *>   days through the same roll the due dates use
           move dunstate-lastdate to wc-roll-date
           perform varying wn-sms-wait-step from 1 by 1
                   until wn-sms-wait-step > wn-sms-wait-days
               move wc-roll-date(1:4) to wn-roll-ymd(1:4)
               move wc-roll-date(6:2) to wn-roll-ymd(5:2)
               move wc-roll-date(9:2) to wn-roll-ymd(7:2)
               compute wn-roll-int =
                   function integer-of-date(wn-roll-ymd) + 1
               compute wn-roll-ymd =
                   function date-of-integer(wn-roll-int)
               move wn-roll-ymd(1:4) to wc-roll-date(1:4)
               move wn-roll-ymd(5:2) to wc-roll-date(6:2)
               move wn-roll-ymd(7:2) to wc-roll-date(9:2)
               move '-' to wc-roll-date(5:1), wc-roll-date(8:1)
               perform U0110-roll-to-bank-day
           end-perform

           move wc-roll-date to wc-sms-deadline
           .

       *>*******************************************************
       B0600-drain-sms-queue.
       *>  work through every queued nudge that still has retries
       *>  left; a sent SMS gets its OUTLOG row under its own
       *>  action code, and one that keeps failing is marked
       *>  bounced like a bouncing email

           move zero to wn-sms-sent-count
           move zero to wn-sms-failed-count
           move zero to wn-sms-bounced-count

           exec sql
               open cur-smsq
           end-exec

           exec sql
               fetch cur-smsq into
                   :wn-smsq-id,
                   :wn-current-debtor-no,
                   :wn-current-invoice-no,
                   :smsqueue-mobile,
                   :smsqueue-msgtext,
                   :wn-smsq-tries
           end-exec

           perform B0610-send-one-sms
               until sqlcode not = zero

           exec sql
               close cur-smsq
           end-exec

           display 'SMS-kö: skickade ' wn-sms-sent-count
                   ', misslyckade ' wn-sms-failed-count
                   ', studsade ' wn-sms-bounced-count
           .

       *>*******************************************************
       B0610-send-one-sms.

           exec sql
               select invno, cust_id
                   into :invoice-invno, :wn-current-customer-no
                   from invoice
                   where inv_id = :wn-current-invoice-no
           end-exec

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

           *> the gateway command the shop's SMS provider gives us
           move space to wc-sms-command
           string 'sms-gateway ' delimited by size
               smsqueue-mobile delimited by space
               ' "' delimited by size
               smsqueue-msgtext-text delimited by '  '
               '"' delimited by size
               into wc-sms-command

           call 'SYSTEM' using wc-sms-command

           add 1 to wn-smsq-tries

           if return-code = 0
               exec sql
                   update smsqueue
                       set state = 'S',
                           tries = :wn-smsq-tries,
                           lasttry = :wc-today-date
                       where smsq_id = :wn-smsq-id
               end-exec

               add 1 to wn-sms-sent-count
               move zero to wn-outlog-resultcode
               move 'U' to wc-outlog-actioncode
               perform C0700-log-outbound-result
           else
               if wn-smsq-tries < wn-smsq-max-tries
                   exec sql
                       update smsqueue
                           set tries = :wn-smsq-tries,
                               lasttry = :wc-today-date
                           where smsq_id = :wn-smsq-id
                   end-exec

                   add 1 to wn-sms-failed-count
               else
                   exec sql
                       update smsqueue
                           set state = 'B',
                               tries = :wn-smsq-tries,
                               lasttry = :wc-today-date
                           where smsq_id = :wn-smsq-id
                   end-exec

                   add 1 to wn-sms-bounced-count
                   move 1 to wn-outlog-resultcode
                   move 'U' to wc-outlog-actioncode
                   perform C0700-log-outbound-result
               end-if
           end-if

           exec sql
               fetch cur-smsq into
                   :wn-smsq-id,
                   :wn-current-debtor-no,
                   :wn-current-invoice-no,
                   :smsqueue-mobile,
                   :smsqueue-msgtext,
                   :wn-smsq-tries
           end-exec
           .

       *>*******************************************************
       U0110-roll-to-bank-day.
       *>  advance wc-roll-date to the next banking day if it lands
       *>  on a weekend or on a holiday recorded in BANKCAL

           move wc-roll-date(1:4) to wn-roll-ymd(1:4)
           move wc-roll-date(6:2) to wn-roll-ymd(5:2)
           move wc-roll-date(9:2) to wn-roll-ymd(7:2)
           compute wn-roll-int =
               function integer-of-date(wn-roll-ymd)

           move 'N' to roll-is-bank-day-sw
           perform U0120-test-one-bank-day
               until roll-is-bank-day

           move wn-roll-ymd(1:4) to wc-roll-date(1:4)
           move wn-roll-ymd(5:2) to wc-roll-date(6:2)
           move wn-roll-ymd(7:2) to wc-roll-date(9:2)
           move '-' to wc-roll-date(5:1), wc-roll-date(8:1)
           .

       *>*******************************************************
       U0120-test-one-bank-day.

           compute wn-roll-dow = function mod(wn-roll-int, 7)

           if wn-roll-dow = 6 or wn-roll-dow = zero
               add 1 to wn-roll-int
               compute wn-roll-ymd =
                   function date-of-integer(wn-roll-int)
           else
               move wn-roll-ymd(1:4) to wc-roll-date(1:4)
               move wn-roll-ymd(5:2) to wc-roll-date(6:2)
               move wn-roll-ymd(7:2) to wc-roll-date(9:2)
               move '-' to wc-roll-date(5:1), wc-roll-date(8:1)

               move zero to wn-roll-cal-hit
               exec sql
                   select count(*)
                       into :wn-roll-cal-hit
                       from bankcal
                       where caldate = :wc-roll-date
               end-exec

               if sqlcode = zero and wn-roll-cal-hit > zero
                   add 1 to wn-roll-int
                   compute wn-roll-ymd =
                       function date-of-integer(wn-roll-int)
               else
                   set roll-is-bank-day to true
               end-if
           end-if
           .

       *>*******************************************************
       U0130-seal-outbound-file.
       *>  encrypt wc-seal-file for wc-seal-party and sign it;
       *>  an empty file is just removed, and a failure leaves the
       *>  plain file for the next run and fails this one
           call 'OUTSEAL' using wc-seal-party, wc-seal-file,
                                wc-seal-filetype, wn-seal-reccount,
                                wn-seal-amount, wn-seal-result
           if wn-seal-result not = zero
               set is-seal-failed to true
           end-if
           .

       *>*******************************************************
       D0360-get-dunning-level.

           exec sql
               select dunlevel, remcount, lastdate
                   into :wn-dun-level,
                        :dunstate-remcount,
                        :dunstate-lastdate
                   from dunstate
                   where inv_id = :invoice-inv-id
           end-exec

           if sqlcode not = zero
               if sqlcode not = 100
                   move sqlcode              to wn-msg-sqlcode
                   move 'DUNSTATE'           to wc-msg-tblcurs
                   move 'D0360-get-dunning-level' to wc-msg-para
                   perform Z0900-error-routine
               end-if
               move zero to wn-dun-level
               move zero to dunstate-remcount
               move wc-today-date to dunstate-lastdate
           end-if
           .

       *>*******************************************************
       D0370-save-dunning-level.

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

           exec sql
               update dunstate
                   set dunlevel = :wn-dun-level,
                       lastdate = :wc-today-date,
                       remcount = :dunstate-remcount
                   where inv_id = :invoice-inv-id
           end-exec

           if sqlcode = 100
               exec sql
                   insert into dunstate
                   values (:invoice-inv-id, :wn-dun-level,
                           :wc-today-date, :dunstate-remcount)
               end-exec
           end-if

           if sqlcode not = zero
               move sqlcode              to wn-msg-sqlcode
               move 'DUNSTATE'           to wc-msg-tblcurs
               move 'D0370-save-dunning-level' to wc-msg-para
               perform Z0900-error-routine
           end-if
           .

       *>*******************************************************
       D0500-write-inkasso-record.
       *>  one semicolon-separated handover line per invoice for the
       *>  collections agency, and an OUTLOG row under its own
       *>  action code so the outbound activity report shows the
       *>  handover; the reminder fees and late-payment
       *>  compensation still owed travel with the claim, and so
       *>  does the final demand's tracking number with its
       *>  delivery date as the proof that the demand was received
       *>  (blank when it never was confirmed)

           perform D0395-sum-open-fees

           move wn-overdue-amount to wc-ed-sum
           move w9-fee-rem-open to wc-ed-price
           move w9-fee-late-open to wc-ed-qty
           move space to inkasso-line
           string invoice-custno delimited by space
               ';' delimited by size
               invoice-invno delimited by space
               ';' delimited by size
               wc-debtor-name delimited by size
               ';' delimited by size
               wc-dunning-duedate delimited by size
               ';' delimited by size
               wc-ed-sum delimited by size
               ';' delimited by size
               wc-ed-price delimited by size
               ';' delimited by size
               wc-ed-qty delimited by size
               ';' delimited by size
               wc-track-no delimited by space
               ';' delimited by size
               wc-track-delivdate delimited by space
               into inkasso-line
           end-string
           write inkasso-rec

           add 1 to wn-inkasso-count
           add wn-overdue-amount to wn-inkasso-sum

           move zero to wn-outlog-resultcode
           move 'I' to wc-outlog-actioncode
           perform C0700-log-outbound-result
           .

       *>*******************************************************
       D0510-check-final-demand-delivery.
       *>  the handover waits for the tracked final demand's
       *>  delivery event, or for REKDAGAR days (default 14) from
       *>  its sending when no delivery is confirmed - a returned
       *>  or uncollected demand included; a final demand sent
       *>  before tracking, or never registered, does not hold
       *>  the handover back

           set is-handover-due to true
           move space to wc-track-no
           move space to wc-track-delivdate

           move zero to wn-track-id
           exec sql
               select coalesce(max(track_id), 0)
                   into :wn-track-id
                   from trackmail
                   where inv_id = :invoice-inv-id
                     and doctype = 'S'
           end-exec

           if sqlcode not = zero or wn-track-id = zero
               exit paragraph
           end-if

           exec sql
               select trackno, state, sentdate, eventdate
                   into :wc-track-no, :wc-track-state,
                        :wc-track-sentdate, :trackmail-eventdate
                   from trackmail
                   where track_id = :wn-track-id
           end-exec

           if sqlcode not = zero
               move sqlcode              to wn-msg-sqlcode
               move 'TRACKMAIL'          to wc-msg-tblcurs
               move 'D0510-check-final-demand-delivery'
                   to wc-msg-para
               perform Z0900-error-routine
               exit paragraph
           end-if

           if wc-track-state = 'D'
               move trackmail-eventdate to wc-track-delivdate
               exit paragraph
           end-if

           move 14 to wn-track-wait-days
           move 'REKDAGAR' to wc-thr-key
           exec sql
               select thrvalue
                   into :threshold-thrvalue
                   where thrkey = :wc-thr-key
           end-exec
           if sqlcode = zero
               move threshold-thrvalue to wn-track-wait-days
           end-if

           move wc-track-sentdate(1:4) to wn-roll-ymd(1:4)
           move wc-track-sentdate(6:2) to wn-roll-ymd(5:2)
           move wc-track-sentdate(9:2) to wn-roll-ymd(7:2)
           compute wn-roll-int =
               function integer-of-date(wn-roll-ymd)
               + wn-track-wait-days
           compute wn-roll-ymd = function date-of-integer(wn-roll-int)
           move wn-roll-ymd(1:4) to wc-track-limit(1:4)
           move wn-roll-ymd(5:2) to wc-track-limit(6:2)
           move wn-roll-ymd(7:2) to wc-track-limit(9:2)
           move '-' to wc-track-limit(5:1), wc-track-limit(8:1)

           if wc-today-date < wc-track-limit
               move 'N' to wc-handover-switch
           end-if
           .

       *>*******************************************************
       D0390-charge-reminder-fees.
       *>  every printed reminder carries the statutory reminder
       *>  fee; a business debtor is also charged the flat late-
       *>  payment compensation, once per invoice, with the first
       *>  letter that goes out

           move 60.00 to w9-rem-fee
           move 'REMFEE' to wc-thr-key
           exec sql
               select thrvalue
                   into :threshold-thrvalue
                   from threshold
                   where thrkey = :wc-thr-key
           end-exec
           if sqlcode = zero
               move threshold-thrvalue to w9-rem-fee
           end-if

           if w9-rem-fee > zero
               move 'P' to invfee-feetype
               move w9-rem-fee to invfee-amount
               perform D0391-insert-invoice-fee
           end-if

           if wc-debtor-vatno not = space
               move zero to wn-fee-hit
               exec sql
                   select count(*)
                       into :wn-fee-hit
                       from invfee
                       where inv_id = :invoice-inv-id
                         and feetype = 'F'
               end-exec

               if sqlcode = zero and wn-fee-hit = zero
                   move 450.00 to w9-late-comp
                   move 'LATECOMP' to wc-thr-key
                   exec sql
                       select thrvalue
                           into :threshold-thrvalue
                           from threshold
                           where thrkey = :wc-thr-key
                   end-exec
                   if sqlcode = zero
                       move threshold-thrvalue to w9-late-comp
                   end-if

                   if w9-late-comp > zero
                       move 'F' to invfee-feetype
                       move w9-late-comp to invfee-amount
                       perform D0391-insert-invoice-fee
                   end-if
               end-if
           end-if
           .

       *>*******************************************************
       D0391-insert-invoice-fee.

           move 'INVFEE' to wc-keyalloc-table
           call 'KEYALLOC' using wc-keyalloc-table,
                                 wn-next-fee-id

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

           exec sql
               insert into invfee
               values (:wn-next-fee-id, :invoice-inv-id,
                       :invfee-feetype, :invfee-amount,
                       :wc-today-date, 0)
           end-exec

           if sqlcode not = zero
               move sqlcode              to wn-msg-sqlcode
               move 'INVFEE'             to wc-msg-tblcurs
               move 'D0391-insert-invoice-fee' to wc-msg-para
               perform Z0900-error-routine
           end-if
           .

       *>*******************************************************
       D0395-sum-open-fees.
       *>  what is still owed on the invoice's reminder fees and
       *>  late-payment compensation

           move zero to w9-fee-rem-open
           move zero to w9-fee-late-open

           exec sql
               select coalesce(sum(case when feetype = 'P'
                                   then amount - paidamt
                                   else 0 end), 0),
                      coalesce(sum(case when feetype = 'F'
                                   then amount - paidamt
                                   else 0 end), 0)
                   into :w9-fee-rem-open, :w9-fee-late-open
                   from invfee
                   where inv_id = :invoice-inv-id
           end-exec

           if sqlcode not = zero
               move zero to w9-fee-rem-open
               move zero to w9-fee-late-open
           end-if
           .

       *>*******************************************************
       D0400-print-one-reminder.
       *>  the reminder, and the guardian's copy of it where the
       *>  guardian gets one besides the debtor

           perform D0410-render-reminder

           if is-guardian-copy-due
               set is-guardian-copy to true
               move '-kopia' to wc-guard-suffix
               perform C0100-get-debtor-address
               perform D0410-render-reminder
               move invoice-inv-id to wn-current-invoice-no
               move 1 to wn-total-pages
               move zero to wn-app-pages
               perform C0120-deliver-guardian-copy
           end-if
           .

       *>*******************************************************
       D0410-render-reminder.
       *>  write one overdue invoice's reminder letter, mirroring
       *>  C0300-print-one-invoice's file/pdf/outlog handling; the
       *>  fees are charged once, with the original

           if not is-guardian-copy
               perform D0390-charge-reminder-fees
           end-if
           perform D0395-sum-open-fees
           perform C0316-select-messages

      *>   the final demand goes tracked, so the inkasso handover
      *>   can show it reached the debtor
           if wc-dun-heading = 'SLUTKRAV' and not is-guardian-copy
               move 'S' to wc-track-doctype
               perform C0390-open-tracking
           end-if

           open output output-file

           move '% -*- coding: utf-8 -*-' to wc-print-line
           perform C0200-write-line

           string 'PBS' delimited by size
               wc-header-pad delimited by size
               wc-dun-heading delimited by size
               wc-header-pad delimited by size
               'Sida 1 av 1' delimited by size
               into wc-print-line
           perform C0200-write-line

           if is-guardian-copy
               move wc-guard-copy-text to wc-print-line
               perform C0200-write-line
           end-if

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               invoice-invno delimited by size
               into wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               invoice-custno delimited by size
               into wc-print-line
           perform C0200-write-line

           perform C0200-write-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-debtor-name delimited by size
               into wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               'Er ref.: ' delimited by size
               wc-debtor-contact delimited by size
               into wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-debtor-street delimited by size
               into wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-debtor-postnr delimited by size
               '  ' delimited by size
               wc-debtor-place delimited by size
               into wc-print-line
           perform C0200-write-line

           perform C0391-write-tracking-mark

           perform C0200-write-line

           string 'Faktura    Fakturadatum    Förfallodag    '
                   delimited by size
               'Obetalt belopp' delimited by size
               into wc-print-line
           perform C0200-write-line

           move '------------------------------------------'
               to wc-print-line
           perform C0200-write-line

           move wn-overdue-amount to wc-ed-sum
           string invoice-invno delimited by size
               '    ' delimited by size
               invoice-invdate delimited by size
               '    ' delimited by size
               wc-dunning-duedate delimited by size
               '    ' delimited by size
               wc-ed-sum delimited by size
               into wc-print-line
           perform C0200-write-line

      *>   the fees still owed on the invoice, this letter's
      *>   included, and what is to be paid in all
           if w9-fee-rem-open > zero
               move w9-fee-rem-open to wc-ed-sum
               string 'Påminnelseavgift' delimited by size
                   wc-header-pad delimited by size
                   wc-ed-sum delimited by size
                   into wc-print-line
               perform C0200-write-line
           end-if

           if w9-fee-late-open > zero
               move w9-fee-late-open to wc-ed-sum
               string 'Förseningsersättning' delimited by size
                   wc-header-pad delimited by size
                   wc-ed-sum delimited by size
                   into wc-print-line
               perform C0200-write-line
           end-if

           compute w9-fee-total-due = wn-overdue-amount
               + w9-fee-rem-open + w9-fee-late-open
           move w9-fee-total-due to wc-ed-sum
           string 'Att betala' delimited by size
               wc-header-pad delimited by size
               wc-ed-sum delimited by size
               into wc-print-line
           perform C0200-write-line

           perform C0200-write-line

           move customer-delrate to wc-ed-intrest
           string 'Efter förfallodag debiteras dröjsmålsränta med '
                   delimited by size
               wc-ed-intrest delimited by size
               '%' delimited by size
               into wc-print-line
           perform C0200-write-line

           *> the final demand carries the statutory collections
           *> warning the inkasso law requires before handover
           if wc-dun-heading = 'SLUTKRAV'
               perform C0200-write-line

               move 'Detta är ett slutgiltigt krav. Om full betalning'
                   to wc-print-line
               perform C0200-write-line

               move 'inte har mottagits inom 8 dagar överlämnas'
                   to wc-print-line
               perform C0200-write-line

               move 'fordran till inkasso enligt inkassolagen, vilket'
                   to wc-print-line
               perform C0200-write-line

               move 'medför ytterligare kostnader för er.'
                   to wc-print-line
               perform C0200-write-line
           end-if

           perform C0317-write-messages

           move '__________________________________________'
               to wc-print-line
           perform C0200-write-line

           close output-file

           *> create new filename and rename output.tex
           string 'PAM-' delimited by size
               invoice-custno delimited by space
               '-' delimited by size
               invoice-invno delimited by space
               wc-guard-suffix delimited by space
               '.tex' delimited by size
               into new-filename

           call "CBL_RENAME_FILE" using     old-filename
                                           new-filename
                               returning return-code

           move return-code to wn-rename-resultcode

           if return-code not = 0
               move return-code to file-status
           end-if

           perform C0350-generate-pdf

      *> report the rename failure if there was one, otherwise the
      *> pdflatex step's own result
           if wn-rename-resultcode not = 0
               move wn-rename-resultcode to wn-outlog-resultcode
           else
               move return-code to wn-outlog-resultcode
           end-if
           if is-guardian-copy
               move 'G' to wc-outlog-actioncode
               perform C0700-log-outbound-result
           else
               move 'R' to wc-outlog-actioncode
               perform C0700-log-outbound-result
               perform C0900-log-billable-event
               if wn-outlog-resultcode = 0
                   move 'P' to wc-cm-doctype
                   move invoice-inv-id to wn-cm-inv-id
                   perform C0321-log-messages
               end-if
           end-if
           perform C0392-register-tracking
           .

       *>*******************************************************
       G0100-run-assignment-notices.
       *>  one överlåtelseavi per sold invoice, after the portfolio
       *>  has been transferred by PbsDebtSale OVERLAT

           move zero to wn-assign-count

           exec sql
               open cur-assign-notices
           end-exec

           exec sql
               fetch cur-assign-notices
                   into :debtsaleinv-sale-id, :debtsaleinv-inv-id,
                        :invoice-invno, :invoice-custno,
                        :wn-current-customer-no,
                        :wn-current-debtor-no, :customer-custno,
                        :debtsale-buyer, :debtsale-buyerbg,
                        :debtsaleinv-balance, :debtsaleinv-fees
           end-exec

           perform until sqlcode not = zero
               perform G0200-print-one-notice

               exec sql
                   fetch cur-assign-notices
                       into :debtsaleinv-sale-id, :debtsaleinv-inv-id,
                            :invoice-invno, :invoice-custno,
                            :wn-current-customer-no,
                            :wn-current-debtor-no, :customer-custno,
                            :debtsale-buyer, :debtsale-buyerbg,
                            :debtsaleinv-balance, :debtsaleinv-fees
               end-exec
           end-perform

           if sqlcode not = 100
               move sqlcode              to wn-msg-sqlcode
               move 'CUR-ASSIGN-NOTICES' to wc-msg-tblcurs
               move 'G0100-run-assignment-notices' to wc-msg-para
               perform Z0900-error-routine
           end-if

           exec sql
               close cur-assign-notices
           end-exec

           display 'Överlåtelseavier utskrivna: ' wn-assign-count
           .

       *>*******************************************************
       G0200-print-one-notice.
       *>  write one debtor's notice of assignment, mirroring
       *>  C0300-print-one-invoice's file/pdf/outlog handling

           move debtsaleinv-inv-id to wn-current-invoice-no
           perform C0100-get-debtor-address

           open output output-file

           move '% -*- coding: utf-8 -*-' to wc-print-line
           perform C0200-write-line

           string 'PBS' delimited by size
               wc-header-pad delimited by size
               'ÖVERLÅTELSEAVI' delimited by size
               wc-header-pad delimited by size
               'Sida 1 av 1' delimited by size
               into wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               invoice-invno delimited by size
               into wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               invoice-custno delimited by size
               into wc-print-line
           perform C0200-write-line

           perform C0200-write-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-debtor-name delimited by size
               into wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-debtor-street delimited by size
               into wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-debtor-postnr delimited by size
               '  ' delimited by size
               wc-debtor-place delimited by size
               into wc-print-line
           perform C0200-write-line

           perform C0200-write-line

           string 'Vår fordran enligt faktura ' delimited by size
               invoice-invno delimited by space
               ' har överlåtits till' delimited by size
               into wc-print-line
           perform C0200-write-line

           move debtsale-buyer-text(1:debtsale-buyer-len)
               to wc-print-line
           perform C0200-write-line

           perform C0200-write-line

           compute w9-assign-amount =
               debtsaleinv-balance + debtsaleinv-fees
           move w9-assign-amount to wc-ed-sum
           string 'Att betala' delimited by size
               wc-header-pad delimited by size
               wc-ed-sum delimited by size
               into wc-print-line
           perform C0200-write-line

           perform C0200-write-line

           move 'Betalning kan från och med nu endast ske med'
               to wc-print-line
           perform C0200-write-line

           string 'befriande verkan till bankgiro ' delimited by size
               debtsale-buyerbg delimited by space
               '.' delimited by size
               into wc-print-line
           perform C0200-write-line

           move 'Betalning till oss befriar inte från skulden.'
               to wc-print-line
           perform C0200-write-line

           move '__________________________________________'
               to wc-print-line
           perform C0200-write-line

           close output-file

           *> create new filename and rename output.tex
           move space to new-filename
           string 'OVL-' delimited by size
               invoice-custno delimited by space
               '-' delimited by size
               invoice-invno delimited by space
               '.tex' delimited by size
               into new-filename

           call "CBL_RENAME_FILE" using     old-filename
                                           new-filename
                               returning return-code

           move return-code to wn-rename-resultcode

           if return-code not = 0
               move return-code to file-status
           end-if

           perform C0350-generate-pdf

           if wn-rename-resultcode not = 0
               move wn-rename-resultcode to wn-outlog-resultcode
           else
               move return-code to wn-outlog-resultcode
           end-if
           move 'L' to wc-outlog-actioncode
           perform C0700-log-outbound-result
           perform C0900-log-billable-event

      *>   the debtor is told once; a failed print stays on the
      *>   list for the next run
           if wn-outlog-resultcode = zero
               exec sql
                   update debtsaleinv
                       set noticed = 'Y'
                       where sale_id = :debtsaleinv-sale-id
                         and inv_id = :debtsaleinv-inv-id
               end-exec

               if sqlcode not = zero
                   move sqlcode              to wn-msg-sqlcode
                   move 'DEBTSALEINV'        to wc-msg-tblcurs
                   move 'G0200-print-one-notice' to wc-msg-para
                   perform Z0900-error-routine
               end-if

               add 1 to wn-assign-count
           end-if
           .
       *>*******************************************************
       H0100-print-pending-letters.
       *>  the approved informationsbrev follow the invoices as a
       *>  section of their own on the manifest, bundled by the
       *>  same postal regions; the envelopes are charged postage
       *>  and the letters billed under the customer's letter
       *>  article

           move zero to wn-letter-count
           move zero to wn-letter-held-count
           move space to wc-prior-bundle-region
           move zero to wn-bundle-count
           move zero to wn-bundle-sheets

           if is-partition-run
               exec sql
                   open cur-pending-letters-part
               end-exec
           else
               exec sql
                   open cur-pending-letters
               end-exec
           end-if

           if sqlcode not = zero
               move sqlcode              to wn-msg-sqlcode
               move 'CUR-PENDING-LETTERS' to wc-msg-tblcurs
               move 'H0100-print-pending-letters' to wc-msg-para
               perform Z0900-error-routine
           end-if

           perform H0110-fetch-next-letter

           if sqlcode = zero
               move 'INFORMATIONSBREV' to manifest-line
               write manifest-rec
           end-if

           perform H0200-print-one-letter until sqlcode = 100

           if is-partition-run
               exec sql
                   close cur-pending-letters-part
               end-exec
           else
               exec sql
                   close cur-pending-letters
               end-exec
           end-if

           if wc-prior-bundle-region not = space
               perform B0230-write-bundle-line
           end-if

           move 'N' to is-letter-mode-switch

           if wn-letter-held-count > zero
               display 'Brev spärrade av returpost: '
                       wn-letter-held-count
           end-if
           .

       *>*******************************************************
       H0110-fetch-next-letter.

           if is-partition-run
               exec sql
                   fetch cur-pending-letters-part into
                       :wn-current-invoice-no,
                       :wn-current-customer-no,
                       :wn-current-debtor-no,
                       :wc-letter-custno,
                       :invoice-invno,
                       :invoice-invdate,
                       :letter-attachref,
                       :wc-bundle-postno,
                       :letter-tracked
               end-exec
           else
               exec sql
                   fetch cur-pending-letters into
                       :wn-current-invoice-no,
                       :wn-current-customer-no,
                       :wn-current-debtor-no,
                       :wc-letter-custno,
                       :invoice-invno,
                       :invoice-invdate,
                       :letter-attachref,
                       :wc-bundle-postno,
                       :letter-tracked
               end-exec
           end-if

           if sqlcode not = zero and sqlcode not = 100
               move sqlcode              to wn-msg-sqlcode
               move 'CUR-PENDING-LETTERS' to wc-msg-tblcurs
               move 'H0110-fetch-next-letter' to wc-msg-para
               perform Z0900-error-routine
           end-if
           .

       *>*******************************************************
       H0200-print-one-letter.
       *>  one letter, routed by the debtor's delivery channel the
       *>  way an invoice is - except that the internet-bank and
       *>  e-invoice channels only carry invoices, so those
       *>  debtors get their letter on paper

           set is-letter-mode to true
           move wc-letter-custno to invoice-custno
           move space to customer-custno-text
           move wc-letter-custno to customer-custno-text
           move 10 to customer-custno-len

           move wc-bundle-postno(1:2) to wc-bundle-region
           if wc-bundle-region not = wc-prior-bundle-region
               if wc-prior-bundle-region not = space
                   perform B0230-write-bundle-line
               end-if
               move wc-bundle-region to wc-prior-bundle-region
               move zero to wn-bundle-count
               move zero to wn-bundle-sheets
           end-if

           perform C0100-get-debtor-address

           *> a letter the customer sends tracked goes by post,
           *> whatever channel the debtor's invoices take
           if letter-is-tracked
               move 'P' to wc-debtor-deliv
           end-if

           *> the returned-mail hold applies to letters as well
           move zero to wn-retmail-hit
           exec sql
               select count(*)
                   into :wn-retmail-hit
                   from retmail
                   where debt_id = :wn-current-debtor-no
                     and resolved = 'N'
           end-exec

           if wn-retmail-hit > zero
               add 1 to wn-letter-held-count
               move 9 to wn-outlog-resultcode
               move 'N' to wc-outlog-actioncode
               perform C0700-log-outbound-result
           else
               perform H0210-render-letter

               if wn-outlog-resultcode = zero
                   add 1 to wn-letter-count

                   if wc-debtor-deliv = 'E'
                       move wc-debtor-email to wc-mail-recipient
                       perform C0800-send-invoice-email
                   else
                       if is-protected-debtor
                           add 1 to wn-protected-count
                       else
                           add 1 to wn-bundle-count
                           add 1 to wn-bundle-total
                           add wn-total-pages to wn-bundle-sheets
                           add wn-total-pages to wn-sheet-total
                           perform C0380-log-postage
                       end-if
                   end-if
               end-if
           end-if

           perform H0110-fetch-next-letter
           .

       *>*******************************************************
       H0210-render-letter.
       *>  write the letter under the customer's own layout
       *>  template, its text lines paginated like appendix pages
       *>  with the header repeated on every page, and produce the
       *>  PDF the same way as an invoice

           move zero to wn-app-pages
           move zero to wn-letter-lines
           exec sql
               select count(*)
                   into :wn-letter-lines
                   from lettertxt
                   where letter_id = :wn-current-invoice-no
           end-exec

           compute wn-total-pages =
               function integer(
                   (wn-letter-lines + wn-app-lines-per-page - 1)
                   / wn-app-lines-per-page)
           if wn-total-pages < 1
               move 1 to wn-total-pages
           end-if

      *>   a named enclosure must be on hand before the letter goes
      *>   - without it the letter waits for the next run
           if letter-attachref not = space
               move space to wc-letter-attach-file
               string 'data/bilagor/' delimited by size
                   letter-attachref delimited by space
                   into wc-letter-attach-file
               end-string

               call 'CBL_CHECK_FILE_EXIST'
                                  using wc-letter-attach-file
                                        wr-file-check-info
                              returning return-code

               if return-code not = 0
                   display 'Bilaga saknas för brev '
                           invoice-invno ': ' letter-attachref
                   move 8 to wn-outlog-resultcode
                   move 'N' to wc-outlog-actioncode
                   perform C0700-log-outbound-result
                   exit paragraph
               end-if
           end-if

      *>   a letter by post is one inserter piece of its own
           move zero to wn-piece-id
           if wc-debtor-deliv not = 'E'
               move wn-total-pages to wn-piece-sheets
               perform C0302-open-piece
           end-if

           if letter-is-tracked
               move 'B' to wc-track-doctype
               perform C0390-open-tracking
           end-if

           open output output-file

           move '% -*- coding: utf-8 -*-' to wc-print-line
           perform C0200-write-line

           perform C0305-load-template
           move 'Information' to wc-doc-title

           move 1 to wn-page-number
           move zero to wn-lines-on-page
           perform H0220-print-letter-header

           exec sql
               open cur-letter-text
           end-exec

           exec sql
               fetch cur-letter-text into :lettertxt-linetext
           end-exec

           perform H0230-print-letter-line until sqlcode not = zero

           exec sql
               close cur-letter-text
           end-exec

           perform C0200-write-line
           if letter-attachref not = space
               string 'Bilaga: ' delimited by size
                   letter-attachref delimited by size
                   into wc-print-line
               perform C0200-write-line
               perform C0200-write-line
           end-if

           move wc-tpl-footer to wc-print-line
           perform C0200-write-line

           close output-file

           move space to new-filename
           string 'BREV-' delimited by size
               wc-letter-custno delimited by space
               '-' delimited by size
               invoice-invno delimited by space
               '.tex' delimited by size
               into new-filename

           call "CBL_RENAME_FILE" using     old-filename
                                           new-filename
                               returning return-code

           move return-code to wn-rename-resultcode

           if return-code not = 0
               move return-code to file-status
           end-if

           move space to pdf-filename
           perform C0350-generate-pdf

           if wn-rename-resultcode not = 0
               move wn-rename-resultcode to wn-outlog-resultcode
           else
               move return-code to wn-outlog-resultcode
           end-if

      *>   the mail queue sends the letter's own PDF
           move space to pdf-filename
           string 'BREV-' delimited by size
               wc-letter-custno delimited by space
               '-' delimited by size
               invoice-invno delimited by space
               '.pdf' delimited by size
               into pdf-filename

      *>   the enclosure goes in beside the rendered letter for
      *>   the envelope
           if wn-outlog-resultcode = zero
              and letter-attachref not = space
               move space to wc-spec-copy-command
               string 'cp ' delimited by size
                   wc-letter-attach-file delimited by space
                   ' bilaga-' delimited by size
                   wc-letter-custno delimited by space
                   '-' delimited by size
                   invoice-invno delimited by space
                   '-' delimited by size
                   letter-attachref delimited by space
                   into wc-spec-copy-command
               end-string
               call 'SYSTEM' using wc-spec-copy-command
           end-if

           move 'N' to wc-outlog-actioncode
           perform C0700-log-outbound-result
           perform C0900-log-billable-event
           perform C0304-register-piece
           perform C0392-register-tracking

           if wn-outlog-resultcode = zero
               exec sql
                   update letter
                       set state = 'U',
                           printdate = :wc-today-date
                       where letter_id = :wn-current-invoice-no
               end-exec

               if sqlcode not = zero
                   move sqlcode              to wn-msg-sqlcode
                   move 'LETTER'             to wc-msg-tblcurs
                   move 'H0210-render-letter' to wc-msg-para
                   perform Z0900-error-routine
               end-if
           end-if
           .

       *>*******************************************************
       H0220-print-letter-header.

           move wn-page-number to wn-piece-page
           perform C0303-write-insert-mark

           move wn-page-number to wc-page-ed
           move wn-total-pages to wc-totalpage-ed
           move space to wc-page-label
           string 'Sida ' delimited by size
               function trim(wc-page-ed) delimited by size
               ' av ' delimited by size
               function trim(wc-totalpage-ed) delimited by size
               into wc-page-label
           end-string

           string function trim(wc-tpl-logo) delimited by size
               wc-header-pad delimited by size
               wc-doc-title delimited by size
               wc-header-pad delimited by size
               wc-page-label delimited by size
               into wc-print-line
           perform C0200-write-line


           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               invoice-invdate delimited by size
               into wc-print-line
           perform C0200-write-line

               into wc-print-line
           perform C0200-write-line

           string wc-header-pad delimited by size
               wc-header-pad delimited by size
               wc-debtor-street delimited by size
               into wc-print-line
           perform C0200-write-line

           if wn-page-number = 1
               perform C0391-write-tracking-mark
           end-if

           perform C0200-write-line
           perform C0200-write-line
           .

       *>*******************************************************
       H0230-print-letter-line.

           if wn-lines-on-page not < wn-app-lines-per-page
               add 1 to wn-page-number
               move zero to wn-lines-on-page
               perform H0220-print-letter-header
           end-if

           move lettertxt-linetext to wc-print-line
           perform C0200-write-line
           add 1 to wn-lines-on-page

           exec sql
               fetch cur-letter-text into :lettertxt-linetext
           end-exec
           .

       *>*******************************************************
       *>  it should have produced, so work it out the same way
       *>  C0700-log-outbound-result does before opening the cursor

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
                       outlog-invno delimited by space
                       '.tex' delimited by size
                       into wc-reconcile-filename
               when 'N'
                   string 'BREV-' delimited by size
                       customer-custno-text delimited by space
                       '-' delimited by size
                       outlog-invno delimited by space
                       '.tex' delimited by size
                       into wc-reconcile-filename
           end-evaluate

           call 'CBL_CHECK_FILE_EXIST' using wc-reconcile-filename
           end-if
           .

       *>*******************************************************
       K0100-run-proofs.
       *>  korrektur: for every proof order still waiting, a few
       *>  of the customer's invoices are rendered with the
       *>  template awaiting approval and mailed to the customer,
       *>  and the order moves on to sent, awaiting the customer's
       *>  written approval (registered in the print menu)

           call 'BUSDATE' using todays-date-send
           move t-year-send  to wc-today-date(1:4)
           move t-month-send to wc-today-date(6:2)
           move t-day-send   to wc-today-date(9:2)
           move '-' to wc-today-date(5:1), wc-today-date(8:1)

           move zero to wn-proof-sent-count
           move zero to wn-proof-cust-arg

           if wc-run-custno not = space
               exec sql
                   select cust_id
                       into :wn-proof-cust-arg
                       from customer
                       where custno = :wc-run-custno
               end-exec

               if sqlcode not = zero
                   display 'Okänt kundnummer för korrektur: '
                           wc-run-custno
                   move -1 to wn-proof-cust-arg
               end-if
           end-if

           if wn-proof-cust-arg not < zero
               set is-proof-mode to true
               move 'K' to wc-tpl-state
               move '-korr' to wc-guard-suffix

               exec sql
                   open cur-proofs
               end-exec

               if sqlcode not = zero
                   move sqlcode          to wn-msg-sqlcode
                   move 'CUR-PROOFS'     to wc-msg-tblcurs
                   move 'K0100-run-proofs' to wc-msg-para
                   perform Z0900-error-routine
               end-if

               exec sql
                   fetch cur-proofs
                       into :proof-proof-id, :proof-cust-id
               end-exec

               perform K0200-proof-one-customer
                   until sqlcode not = zero

               if sqlcode not = 100
                   move sqlcode          to wn-msg-sqlcode
                   move 'CUR-PROOFS'     to wc-msg-tblcurs
                   move 'K0100-run-proofs' to wc-msg-para
                   perform Z0900-error-routine
               end-if

               exec sql
                   close cur-proofs
               end-exec

               move 'N' to wn-proof-mode-switch
               move 'A' to wc-tpl-state
               move space to wc-guard-suffix

               display 'Korrektur skickade: ' wn-proof-sent-count
           end-if
           .

       *>*******************************************************
       K0200-proof-one-customer.
       *>  one waiting proof order: up to wn-proof-max sample
       *>  invoices, all in one mail to the customer's address

           exec sql
               select state
                   into :wc-proof-state
                   from proof
                   where proof_id = :proof-proof-id
           end-exec

           if sqlcode = zero and wc-proof-state = 'V'
               move proof-cust-id to wn-current-customer-no

               exec sql
                   select custno, email
                       into :customer-custno,
                            :customer-email
                       from customer
                       where cust_id = :wn-current-customer-no
               end-exec

               if sqlcode not = zero
                   move sqlcode           to wn-msg-sqlcode
                   move 'TUTORIAL.CUSTOMER' to wc-msg-tblcurs
                   move 'K0200-proof-one-customer' to wc-msg-para
                   perform Z0900-error-routine
               end-if

               move customer-custno-text(1:10) to wc-proof-custno
               move customer-email-text to wc-proof-recipient
               move zero to wn-proof-samples
               move space to wc-proof-attach
               move 1 to wn-proof-ptr

               exec sql
                   open cur-proof-invoices
               end-exec

               exec sql
                   fetch cur-proof-invoices
                       into :wc-proof-invno, :wc-proof-custno
               end-exec

               perform K0300-proof-one-invoice
                   until sqlcode not = zero
                      or wn-proof-samples not < wn-proof-max

               exec sql
                   close cur-proof-invoices
               end-exec

               if wn-proof-samples = zero
                   display 'Inga fakturor att provtrycka för kund '
                           wc-proof-custno
               else
                   perform K0400-send-proof-mail
               end-if
           end-if

           exec sql
               fetch cur-proofs
                   into :proof-proof-id, :proof-cust-id
           end-exec
           .

       *>*******************************************************
       K0300-proof-one-invoice.
       *>  render one sample through the ordinary invoice print,
       *>  which in proof mode leaves no trace but the document

           move wc-proof-custno to wc-run-custno
           move wc-proof-invno  to wc-run-invno

           perform A0150-init-single-invoice

           if wn-single-invoice-found
               move space to pdf-filename
               perform C0300-print-one-invoice

               exec sql
                   close cur-invoice-items
               end-exec

               if wn-outlog-resultcode = zero
                   add 1 to wn-proof-samples
                   string ' -A ' delimited by size
                       pdf-filename delimited by space
                       into wc-proof-attach
                       with pointer wn-proof-ptr
                   end-string
               end-if
           end-if

           exec sql
               fetch cur-proof-invoices
                   into :wc-proof-invno, :wc-proof-custno
           end-exec
           .

       *>*******************************************************
       K0400-send-proof-mail.
       *>  a proof is no invoice: it is mailed straight away, never
       *>  through the invoice mail queue, whose delivery would
       *>  mark the invoice sent and bill it

           move wc-proof-recipient to wc-mail-recipient
           perform C0810-validate-email-address

           if email-is-valid
               move space to wc-proof-command
               string 'mail -s "Korrektur ' delimited by size
                   wc-proof-custno delimited by space
                   ' fran PBS" ' delimited by size
                   wc-mail-recipient delimited by space
                   wc-proof-attach delimited by '  '
                   ' < /dev/null' delimited by size
                   into wc-proof-command
               end-string

               call 'SYSTEM' using wc-proof-command
           else
               display 'Ogiltig email-adress, korrektur skickas inte: '
                   wc-mail-recipient
               move 1 to return-code
           end-if

           if return-code = zero
               exec sql
                   update proof
                       set state = 'S',
                           sentdate = :wc-today-date,
                           samples = :wn-proof-samples,
                           sentto = :wc-proof-recipient
                       where cust_id = :wn-current-customer-no
                         and state = 'V'
               end-exec

               if sqlcode not = zero
                   move sqlcode           to wn-msg-sqlcode
                   move 'TUTORIAL.PROOF'  to wc-msg-tblcurs
                   move 'K0400-send-proof-mail' to wc-msg-para
                   perform Z0900-error-routine
               else
                   add 1 to wn-proof-sent-count
               end-if
           else
               display 'Korrektur kunde inte skickas till kund '
                       wc-proof-custno
           end-if
           .

       *>*******************************************************
       Z0100-exit-application.

