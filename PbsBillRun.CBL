      **>          actual invoice volume for the period against
      **>          the SRVPRICE tiers (falling back to SRV.CHARGE)
      **>          and create the real INVOICE/ITEM/INVITEM rows
      **>          that bill our own customers. A negotiated
      **>          customer price (CUSTPRICE) valid on the period
      **>          end is billed ahead of the list price. A bundle
      **>          (paketerbjudande, SRV type K) is billed as one
      **>          line: the package price plus any volume beyond
      **>          each component's included quantity at list or
      **>          tier price, with the component breakdown on the
      **>          billing specification and the line's revenue
      **>          split per component in ITEMSPLIT. Where the
      **>          customer has a minimum volume commitment
      **>          (VOLCOMMIT) for the year, the specification shows
      **>          the year-to-date volume against it, and a
      **>          year-end shortfall approved in the customer menu
      **>          is invoiced here as its own line. A customer
      **>          with a prepaid account (PREPAID) pays from its
      **>          balance first: the run draws the invoice total
      **>          down from the balance, the invoice is stored
      **>          settled as far as the balance reaches and only
      **>          the remainder is left to pay, every draw is
      **>          logged in PREPAIDTX, and a balance falling below
      **>          the customer's warning limit queues a
      **>          low-balance mail on the MAILQUEUE. A line billed
      **>          in advance for a quarter or a year is recorded in
      **>          REVDEFER with the service period it pays for (the
      **>          months following the billed period), so the
      **>          month-end release (PbsRevRelease) can earn it one
      **>          month at a time. Run once per
      **>          period, by hand or from the month-end schedule -
      **>          not part of the nightly batch window.
      **> Initial Version Created: 2014-03-28
           SELECT SPECFIL ASSIGN TO WC-SPEC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPEC-FS.
           SELECT WARNFIL ASSIGN TO WC-WARN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WARN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPECFIL.
       01  SPEC-POST           PIC X(100).
       FD  WARNFIL.
       01  WARN-POST           PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
               88  BILLRUN-OK              VALUE 'Y'.
           05  PERIOD-ALREADY-BILLED-SW PIC X VALUE 'N'.
               88  PERIOD-ALREADY-BILLED   VALUE 'Y'.
           05  PREPAID-ACCOUNT-SW      PIC X VALUE 'N'.
               88  HAS-PREPAID-ACCOUNT     VALUE 'Y'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
       01  WN-DUP-INVNO-COUNT  PIC S9(9) COMP VALUE ZERO.
       01  WN-NEXT-INV-ID      PIC S9(9) COMP VALUE ZERO.
       01  WN-NEXT-ITEM-ID     PIC S9(9) COMP VALUE ZERO.
       01  WN-NEXT-DEFER-ID    PIC S9(9) COMP VALUE ZERO.
       01  W9-BILL-UNIT-PRICE  PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  WN-PRICE-MINQTY     PIC S9(9) COMP VALUE ZERO.

      *>   proration of partial months: the line is scaled by the
       01  W9-BILL-RUN-TOTAL   PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WE-BILL-RUN-TOTAL   PIC Z(8)9.99.

      *>   the service period an advance-billed line pays for: the
      *>   frequency's months following the billed period, first
      *>   day to last day
       01  WC-DEF-FROM         PIC X(10) VALUE SPACE.
       01  WC-DEF-TO           PIC X(10) VALUE SPACE.
       01  WN-DEF-YEAR         PIC 9(4)  VALUE ZERO.
       01  WN-DEF-MONTH        PIC S9(4) COMP VALUE ZERO.
       01  WN-DEF-MM           PIC 9(2)  VALUE ZERO.
       01  WN-DEF-YMD          PIC 9(8)  VALUE ZERO.
       01  WN-DEF-INT          PIC S9(9) COMP VALUE ZERO.
       01  W9-DEF-TOTAL        PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WN-DEF-COUNT        PIC 9(5)  VALUE ZERO.
       01  WE-DEF-TOTAL        PIC Z(8)9.99.

      *>   the billing specification appendix: every billable
      *>   event behind the invoice's quantities, written as one
      *>   file per billed customer and period so the monthly
       01  WN-SPEC-LINES       PIC 9(7)  VALUE ZERO.
       01  WE-SPEC-SRV-ID      PIC Z(5)9.

      *>   a bundle being billed: the bundle article itself, saved
      *>   while its components are priced, and one entry per
      *>   component with its included and used volume, overage
      *>   and the list value of its included volume, which
      *>   weighs its share of the package price in ITEMSPLIT
       01  WR-BND-SAVE.
           05  WN-BND-SRV-ID       PIC S9(9) COMP VALUE ZERO.
           05  WR-BND-ARTNO        PIC X(256) VALUE SPACE.
           05  WR-BND-DESCRIPTION  PIC X(256) VALUE SPACE.
           05  W9-BND-CHARGE       PIC S9(3)V9(2) COMP-3 VALUE ZERO.
       01  W9-BND-FEE          PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  W9-BND-OVER-TOTAL   PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  W9-BND-WEIGHT-TOTAL PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-BND-ALLOCATED    PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  W9-BND-SHARE        PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  WN-BND-COUNT        PIC S9(4) COMP VALUE ZERO.
       01  WN-BND-IX           PIC S9(4) COMP VALUE ZERO.
       01  WN-BND-MAX          PIC S9(4) COMP VALUE 20.
       01  WR-BND-TABLE.
           05  WR-BND-COMP OCCURS 20 TIMES.
               10  WN-BND-COMP-SRV-ID  PIC S9(9) COMP.
               10  WR-BND-COMP-ARTNO   PIC X(256).
               10  WN-BND-COMP-INCL    PIC S9(9) COMP.
               10  WN-BND-COMP-USED    PIC S9(9) COMP.
               10  WN-BND-COMP-OVER    PIC S9(9) COMP.
               10  W9-BND-COMP-PRICE   PIC S9(7)V9(2) COMP-3.
               10  W9-BND-COMP-AMOUNT  PIC S9(7)V9(2) COMP-3.
               10  W9-BND-COMP-WEIGHT  PIC S9(9)V9(2) COMP-3.

      *>   the component breakdown lines for the customer's
      *>   bundles, written at the top of the specification
       01  WN-BND-SPEC-COUNT   PIC S9(4) COMP VALUE ZERO.
       01  WN-BND-SPEC-IX      PIC S9(4) COMP VALUE ZERO.
       01  WR-BND-SPEC-TABLE.
           05  WC-BND-SPEC-LINE    PIC X(100) OCCURS 80 TIMES.
       01  WE-BND-QTY          PIC Z(6)9.
       01  WE-BND-INCL         PIC Z(6)9.
       01  WE-BND-OVER         PIC Z(6)9.
       01  WE-BND-PRICE        PIC Z(6)9.99.
       01  WE-BND-AMOUNT       PIC Z(6)9.99.

      *>   the unbilled postage charged onto this invoice
       01  W9-PORTO-SUM        PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  WN-PORTO-COUNT      PIC S9(9) COMP VALUE ZERO.
       01  WC-SPEC-LINE        PIC X(100) VALUE SPACE.

      *>   the prepaid account drawn down ahead of invoicing: the
      *>   invoice total (lines, as payments are matched against
      *>   it), the part the balance covers and what is left to
      *>   pay; a balance under the limit mails one warning until
      *>   a deposit lifts it again
       01  W9-PP-BALANCE       PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  W9-PP-LOWLIMIT      PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  WC-PP-WARNSENT      PIC X(1)  VALUE 'N'.
       01  W9-PP-INVTOTAL      PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  W9-PP-DRAW          PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  W9-PP-REMAIN        PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  W9-PP-DRAWN-TOTAL   PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WN-PP-DRAWN-COUNT   PIC 9(5)  VALUE ZERO.
       01  WN-PP-WARN-COUNT    PIC 9(5)  VALUE ZERO.
       01  WN-NEXT-PPTX-ID     PIC S9(9) COMP VALUE ZERO.
       01  WN-NEXT-MAILQ-ID    PIC S9(9) COMP VALUE ZERO.
       01  WC-WARN-FILENAME    PIC X(30) VALUE SPACE.
       01  WE-PP-AMOUNT        PIC Z(6)9.99-.
       01  WE-PP-DRAWN-TOTAL   PIC Z(8)9.99.

       01  WARN-FS             PIC X(2) VALUE SPACE.
           88  WARN-SUCCESSFUL     VALUE '00'.

      *>   the customer's volume commitments for the period's
      *>   year, counted from the first of January to the period
      *>   end for the running volume on the specification
       01  WC-VC-YEAR-START    PIC X(10) VALUE SPACE.
       01  WN-VC-YEAR          PIC 9(4)  VALUE ZERO.
       01  WN-VC-YEAR-INT      PIC S9(9) COMP VALUE ZERO.
       01  WN-VC-COMMITQTY     PIC S9(9) COMP VALUE ZERO.
       01  WN-VC-YTDQTY        PIC S9(9) COMP VALUE ZERO.
       01  WN-VC-REMAIN        PIC S9(9) COMP VALUE ZERO.
       01  WE-VC-COMMIT        PIC Z(8)9.
       01  WE-VC-YTD           PIC Z(8)9.
       01  WE-VC-REMAIN        PIC Z(8)9.
       01  WE-VC-SHORT         PIC Z(8)9.
       01  WE-VC-PRICE         PIC ZZ9.99.

      *>   the billed events behind this customer's invoice,
      *>   grouped per service in date order; an informationsbrev
      *>   event carries the letter's id, which shares the invoice
      *>   id series, and is listed under its letter number
           EXEC SQL
               DECLARE CUR-BILL-SPEC CURSOR FOR
               SELECT B.SRV_ID, B.EVENTDATE, B.ACTIONCODE,
                      COALESCE(
                        (SELECT I.INVNO FROM TUTORIAL.INVOICE I
                         WHERE I.INV_ID = B.INV_ID),
                        (SELECT L.LETTERNO FROM TUTORIAL.LETTER L
                         WHERE L.LETTER_ID = B.INV_ID), ' ')
               FROM TUTORIAL.BILLEVENT B
               WHERE B.CUST_ID = :CUSTOMER-CUST-ID
                 AND B.EVENTDATE BETWEEN :WC-SPEC-START
                                     AND :WC-PERIOD-END
               ORDER BY B.SRV_ID, B.EVENTDATE, B.BILLEVENT_ID
       01  WC-SLA-CRED-PERIOD  PIC X(7)  VALUE SPACE.
       01  WN-SLA-CRED-BREACH  PIC S9(9) COMP VALUE ZERO.

      *>   the customer's commitments in the period's year with
      *>   the volume billed on each so far
           EXEC SQL
               DECLARE CUR-BILL-VOLCOMMIT CURSOR FOR
               SELECT S.ARTNO, V.COMMITQTY,
                      (SELECT COUNT(*) FROM TUTORIAL.BILLEVENT B
                       WHERE B.CUST_ID = V.CUST_ID
                         AND B.SRV_ID = V.SRV_ID
                         AND B.EVENTDATE BETWEEN :WC-VC-YEAR-START
                                             AND :WC-PERIOD-END)
               FROM TUTORIAL.VOLCOMMIT V, TUTORIAL.SRV S
               WHERE V.CUST_ID = :CUSTOMER-CUST-ID
                 AND V.COMMITYEAR = :WN-VC-YEAR-INT
                 AND V.SRV_ID = S.SRV_ID
               ORDER BY V.SRV_ID
           END-EXEC

      *>   year-end shortfalls approved for invoicing
           EXEC SQL
               DECLARE CUR-BILL-TRUEUP CURSOR FOR
               SELECT V.COMMIT_ID, V.COMMITYEAR, V.COMMITQTY,
                      V.ACTUALQTY, V.SHORTPRICE, V.SHORTAMT,
                      S.ARTNO
               FROM TUTORIAL.VOLCOMMIT V, TUTORIAL.SRV S
               WHERE V.CUST_ID = :CUSTOMER-CUST-ID
                 AND V.STATE = 'G'
                 AND V.SRV_ID = S.SRV_ID
               ORDER BY V.COMMITYEAR, V.SRV_ID
           END-EXEC

      *>   get highest primary key in MAILQUEUE table
           EXEC SQL
               DECLARE CUR-BILL-MAXMQ CURSOR FOR
               SELECT MAILQ_ID
               FROM TUTORIAL.MAILQUEUE
               ORDER BY MAILQ_ID DESC
           END-EXEC

      *>   unbilled SLA penalties for the customer being billed
           EXEC SQL
               DECLARE CUR-BILL-SLACRED CURSOR FOR
           EXEC SQL INCLUDE PRICEHIST  END-EXEC.
           EXEC SQL INCLUDE SLACREDIT  END-EXEC.
           EXEC SQL INCLUDE PORTOLOG   END-EXEC.
           EXEC SQL INCLUDE CUSTPRICE  END-EXEC.
           EXEC SQL INCLUDE SRVBUNDLE  END-EXEC.
           EXEC SQL INCLUDE ITEMSPLIT  END-EXEC.
           EXEC SQL INCLUDE VOLCOMMIT  END-EXEC.
           EXEC SQL INCLUDE PREPAID    END-EXEC.
           EXEC SQL INCLUDE PREPAIDTX  END-EXEC.
           EXEC SQL INCLUDE MAILQUEUE  END-EXEC.
           EXEC SQL INCLUDE REVDEFER   END-EXEC.

           COPY Z0900-error-wkstg.

      *>   force at some point in the billed period - DISTINCT,
      *>   because a service ended and re-added within the month
      *>   has several SRVCUST rows and must still bill its volume
      *>   exactly once; a service that is a component of a bundle
      *>   the customer holds is billed through the bundle only
           EXEC SQL
               DECLARE CUR-BILL-SRV CURSOR FOR
               SELECT DISTINCT S.SRV_ID, S.ARTNO, S.DESCRIPTION,
                      S.CHARGE, S.TYPE
               FROM TUTORIAL.SRVCUST SC, TUTORIAL.SRV S
               WHERE SC.CUST_ID = :CUSTOMER-CUST-ID
                 AND SC.SRV_ID = S.SRV_ID
                 AND SC.STARTDATE <= :WC-PERIOD-END
                 AND (SC.ENDDATE IS NULL
                      OR SC.ENDDATE >= :WC-PERIOD-START)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM TUTORIAL.SRVCUST SB,
                           TUTORIAL.SRVBUNDLE B
                      WHERE SB.CUST_ID = SC.CUST_ID
                        AND SB.SRV_ID = B.BUNDLE_SRV_ID
                        AND B.COMP_SRV_ID = S.SRV_ID
                        AND SB.STARTDATE <= :WC-PERIOD-END
                        AND (SB.ENDDATE IS NULL
                             OR SB.ENDDATE >= :WC-PERIOD-START))
               ORDER BY S.SRV_ID
           END-EXEC

      *>   the components of the bundle being billed
           EXEC SQL
               DECLARE CUR-BILL-BUNDLE CURSOR FOR
               SELECT S.SRV_ID, S.ARTNO, S.DESCRIPTION, S.CHARGE,
                      B.INCLQTY
               FROM TUTORIAL.SRVBUNDLE B, TUTORIAL.SRV S
               WHERE B.BUNDLE_SRV_ID = :WN-BND-SRV-ID
                 AND B.COMP_SRV_ID = S.SRV_ID
               ORDER BY S.SRV_ID
           END-EXEC

      *>   the period comes off the command line as YYYY-MM; blank
      *>   means the current month
           ACCEPT WC-BILL-PERIOD FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE

           IF WC-BILL-PERIOD = SPACE
               MOVE T-YEAR  TO WC-BILL-PERIOD(1:4)
               MOVE WC-BILL-PERIOD(6:2) TO WC-INVNO-PERIOD(5:2)

               MOVE WC-BILL-PERIOD(6:2) TO WN-BILL-MONTH

               MOVE WC-BILL-PERIOD(1:4) TO WN-VC-YEAR
               MOVE WN-VC-YEAR TO WN-VC-YEAR-INT
               MOVE SPACE TO WC-VC-YEAR-START
               STRING WC-BILL-PERIOD(1:4) DELIMITED BY SIZE
                      '-01-01' DELIMITED BY SIZE
                   INTO WC-VC-YEAR-START
               END-STRING
           END-IF.
      ***********************

                   ' ==='
           DISPLAY ' Fakturerade kunder : ' WN-BILLED-CUST-COUNT
           DISPLAY ' Överhoppade kunder : ' WN-SKIPPED-CUST-COUNT
           DISPLAY ' Fakturerat totalt  : ' WE-BILL-RUN-TOTAL
           MOVE W9-PP-DRAWN-TOTAL TO WE-PP-DRAWN-TOTAL
           DISPLAY ' Dragna förskott    : ' WN-PP-DRAWN-COUNT
                   ' st, ' WE-PP-DRAWN-TOTAL
           DISPLAY ' Saldovarningar     : ' WN-PP-WARN-COUNT
           MOVE W9-DEF-TOTAL TO WE-DEF-TOTAL
           DISPLAY ' Förutbetalt        : ' WN-DEF-COUNT
                   ' rader, ' WE-DEF-TOTAL.
      ***********************

       110-BILL-ALL-CUSTOMERS.
               ADD 1 TO WN-SKIPPED-CUST-COUNT
           ELSE
               MOVE ZERO TO WN-BILL-LINE-COUNT
               MOVE ZERO TO WN-BND-SPEC-COUNT
               MOVE WC-PERIOD-START TO WC-SPEC-START
               PERFORM 210-GET-NEXT-INV-ID
               PERFORM 130-BILL-CUSTOMER-SERVICES
      *>       as a credit line and is marked settled
               PERFORM 250-BILL-SLA-CREDITS

      *>       an approved year-end shortfall on a volume
      *>       commitment is invoiced as an ordinary line
               PERFORM 280-BILL-TRUEUPS

      *>       and the month's actual postage, accumulated per
      *>       envelope by the print run, goes on as its own line
               PERFORM 270-BILL-PORTO
      *>       a customer whose agreements produced no billable line
      *>       this period gets no invoice at all
               IF WN-BILL-LINE-COUNT > ZERO
                   PERFORM 225-GET-PREPAID-DRAW
                   PERFORM 220-INSERT-BILL-INVOICE
                   IF SQLCODE = ZERO AND HAS-PREPAID-ACCOUNT
                      AND W9-PP-DRAW > ZERO
                       PERFORM 226-BOOK-PREPAID-DRAW
                   END-IF
                   PERFORM 240-WRITE-BILL-SPEC
                   ADD 1 TO WN-BILLED-CUST-COUNT
               ELSE
           EXEC SQL
               FETCH CUR-BILL-SRV
               INTO :SRV-SRV-ID, :SRV-ARTNO, :SRV-DESCRIPTION,
                    :SRV-CHARGE, :SRV-TYPE
           END-EXEC

           PERFORM 140-BILL-ONE-SERVICE
               EXEC SQL
                   FETCH CUR-BILL-SRV
                   INTO :SRV-SRV-ID, :SRV-ARTNO, :SRV-DESCRIPTION,
                        :SRV-CHARGE, :SRV-TYPE
               END-EXEC
               EXIT PARAGRAPH
           END-IF

           IF SRV-TYPE = 'K'
               PERFORM 150-BILL-BUNDLE
           ELSE
               PERFORM 145-BILL-SINGLE-SERVICE
           END-IF

           EXEC SQL
               FETCH CUR-BILL-SRV
               INTO :SRV-SRV-ID, :SRV-ARTNO, :SRV-DESCRIPTION,
                    :SRV-CHARGE, :SRV-TYPE
           END-EXEC.
      ***********************

       145-BILL-SINGLE-SERVICE.
           PERFORM 210-GET-PERIOD-VOLUME
           PERFORM 217-GET-LIST-PRICE
           PERFORM 218-GET-AGREED-PRICE

           IF WN-PERIOD-INV-COUNT > ZERO
               MOVE WN-PERIOD-INV-COUNT TO W9-BILL-QTY
               PERFORM 215-PRORATE-UNIT-PRICE
               PERFORM 230-INSERT-BILL-ITEM
           END-IF.
      ***********************

       150-BILL-BUNDLE.
      *>   the package price (or the customer's negotiated package
      *>   price) for the months billed, prorated like any other
      *>   agreement, plus each component's overage
           MOVE SRV-SRV-ID       TO WN-BND-SRV-ID
           MOVE SRV-ARTNO        TO WR-BND-ARTNO
           MOVE SRV-DESCRIPTION  TO WR-BND-DESCRIPTION
           MOVE SRV-CHARGE       TO W9-BND-CHARGE

           MOVE SRV-CHARGE TO W9-BILL-UNIT-PRICE
           PERFORM 218-GET-AGREED-PRICE
           COMPUTE W9-BILL-UNIT-PRICE =
               W9-BILL-UNIT-PRICE * WN-FREQ-MONTHS
           PERFORM 215-PRORATE-UNIT-PRICE
           MOVE W9-BILL-UNIT-PRICE TO W9-BND-FEE

           MOVE ZERO TO WN-BND-COUNT
           MOVE ZERO TO W9-BND-OVER-TOTAL
           MOVE ZERO TO W9-BND-WEIGHT-TOTAL

           EXEC SQL
               OPEN CUR-BILL-BUNDLE
           END-EXEC

           EXEC SQL
               FETCH CUR-BILL-BUNDLE
               INTO :SRV-SRV-ID, :SRV-ARTNO, :SRV-DESCRIPTION,
                    :SRV-CHARGE, :SRVBUNDLE-INCLQTY
           END-EXEC

           PERFORM 151-BILL-BUNDLE-COMPONENT
               UNTIL SQLCODE NOT = ZERO

           EXEC SQL
               CLOSE CUR-BILL-BUNDLE
           END-EXEC

           MOVE WN-BND-SRV-ID      TO SRV-SRV-ID
           MOVE WR-BND-ARTNO       TO SRV-ARTNO
           MOVE WR-BND-DESCRIPTION TO SRV-DESCRIPTION
           MOVE W9-BND-CHARGE      TO SRV-CHARGE

           COMPUTE W9-BILL-UNIT-PRICE =
               W9-BND-FEE + W9-BND-OVER-TOTAL

           IF W9-BILL-UNIT-PRICE > ZERO
               MOVE 1 TO W9-BILL-QTY
               PERFORM 230-INSERT-BILL-ITEM
               IF SQLCODE = ZERO
                   MOVE ZERO TO W9-BND-ALLOCATED
                   PERFORM 153-INSERT-ITEM-SPLIT
                       VARYING WN-BND-IX FROM 1 BY 1
                       UNTIL WN-BND-IX > WN-BND-COUNT
                   PERFORM 155-BUILD-BUNDLE-SPEC
               END-IF
           END-IF.
      ***********************

       151-BILL-BUNDLE-COMPONENT.
      *>   the component's own volume in the billed window, the
      *>   volume the package includes for the same months, and
      *>   anything beyond it at the list or tier price reached
      *>   by the whole volume
           IF WN-BND-COUNT < WN-BND-MAX
               ADD 1 TO WN-BND-COUNT
               MOVE WN-BND-COUNT TO WN-BND-IX
               PERFORM 210-GET-PERIOD-VOLUME

               MOVE SRV-SRV-ID TO WN-BND-COMP-SRV-ID(WN-BND-IX)
               MOVE SRV-ARTNO  TO WR-BND-COMP-ARTNO(WN-BND-IX)
               COMPUTE WN-BND-COMP-INCL(WN-BND-IX) =
                   SRVBUNDLE-INCLQTY * WN-FREQ-MONTHS
               MOVE WN-PERIOD-INV-COUNT
                   TO WN-BND-COMP-USED(WN-BND-IX)
               COMPUTE W9-BND-COMP-WEIGHT(WN-BND-IX) =
                   WN-BND-COMP-INCL(WN-BND-IX) * SRV-CHARGE
               ADD W9-BND-COMP-WEIGHT(WN-BND-IX)
                   TO W9-BND-WEIGHT-TOTAL

               MOVE ZERO TO WN-BND-COMP-OVER(WN-BND-IX)
               MOVE ZERO TO W9-BND-COMP-PRICE(WN-BND-IX)
               MOVE ZERO TO W9-BND-COMP-AMOUNT(WN-BND-IX)

               IF WN-PERIOD-INV-COUNT > WN-BND-COMP-INCL(WN-BND-IX)
                   COMPUTE WN-BND-COMP-OVER(WN-BND-IX) =
                       WN-PERIOD-INV-COUNT
                       - WN-BND-COMP-INCL(WN-BND-IX)
                   PERFORM 217-GET-LIST-PRICE
                   MOVE W9-BILL-UNIT-PRICE
                       TO W9-BND-COMP-PRICE(WN-BND-IX)
                   COMPUTE W9-BND-COMP-AMOUNT(WN-BND-IX) =
                       WN-BND-COMP-OVER(WN-BND-IX)
                       * W9-BND-COMP-PRICE(WN-BND-IX)
                   ADD W9-BND-COMP-AMOUNT(WN-BND-IX)
                       TO W9-BND-OVER-TOTAL
               END-IF
           ELSE
               DISPLAY ' Paketet har fler än ' WN-BND-MAX
                       ' komponenter - resten faktureras inte: '
                       SRV-SRV-ID
           END-IF

           EXEC SQL
               FETCH CUR-BILL-BUNDLE
               INTO :SRV-SRV-ID, :SRV-ARTNO, :SRV-DESCRIPTION,
                    :SRV-CHARGE, :SRVBUNDLE-INCLQTY
           END-EXEC.
      ***********************

       153-INSERT-ITEM-SPLIT.
      *>   the component's share of the package price, weighed by
      *>   the list value of its included volume (evenly when the
      *>   package has no included volume), plus its own overage;
      *>   the last component takes the rounding remainder so the
      *>   split always adds up to the billed line
           EVALUATE TRUE
               WHEN WN-BND-IX = WN-BND-COUNT
                   COMPUTE W9-BND-SHARE =
                       W9-BND-FEE - W9-BND-ALLOCATED
               WHEN W9-BND-WEIGHT-TOTAL > ZERO
                   COMPUTE W9-BND-SHARE ROUNDED =
                       W9-BND-FEE * W9-BND-COMP-WEIGHT(WN-BND-IX)
                       / W9-BND-WEIGHT-TOTAL
               WHEN OTHER
                   COMPUTE W9-BND-SHARE ROUNDED =
                       W9-BND-FEE / WN-BND-COUNT
           END-EVALUATE
           ADD W9-BND-SHARE TO W9-BND-ALLOCATED

           MOVE WR-BND-COMP-ARTNO(WN-BND-IX) TO ITEMSPLIT-ARTNO
           MOVE WN-BND-COMP-USED(WN-BND-IX)  TO ITEMSPLIT-QTY
           COMPUTE ITEMSPLIT-AMOUNT =
               W9-BND-SHARE + W9-BND-COMP-AMOUNT(WN-BND-IX)

           EXEC SQL
               INSERT INTO TUTORIAL.ITEMSPLIT
               VALUES (:WN-NEXT-ITEM-ID,
                       :WN-BND-COMP-SRV-ID(WN-BND-IX),
                       :ITEMSPLIT-ARTNO, :ITEMSPLIT-QTY,
                       :ITEMSPLIT-AMOUNT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'ITEMSPLIT' TO WC-MSG-TBLCURS
               MOVE '153-INSERT-ITEM-SPLIT' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO BILLRUN-OK-SW
           END-IF.
      ***********************

       155-BUILD-BUNDLE-SPEC.
      *>   the package line and one line per component for the
      *>   top of the billing specification
           IF WN-BND-SPEC-COUNT < 80
               ADD 1 TO WN-BND-SPEC-COUNT
               MOVE W9-BND-FEE TO WE-BND-AMOUNT
               MOVE SPACE TO WC-BND-SPEC-LINE(WN-BND-SPEC-COUNT)
               STRING 'Paket ' DELIMITED BY SIZE
                      SRV-ARTNO-TEXT(1:SRV-ARTNO-LEN)
                          DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      SRV-DESCRIPTION-TEXT(1:30) DELIMITED BY SIZE
                      ' paketpris ' DELIMITED BY SIZE
                      WE-BND-AMOUNT DELIMITED BY SIZE
                   INTO WC-BND-SPEC-LINE(WN-BND-SPEC-COUNT)
               END-STRING
           END-IF

           PERFORM 156-BUILD-COMPONENT-SPEC
               VARYING WN-BND-IX FROM 1 BY 1
               UNTIL WN-BND-IX > WN-BND-COUNT.
      ***********************

       156-BUILD-COMPONENT-SPEC.
           IF WN-BND-SPEC-COUNT < 80
               ADD 1 TO WN-BND-SPEC-COUNT
               MOVE WN-BND-COMP-SRV-ID(WN-BND-IX) TO WE-SPEC-SRV-ID
               MOVE WN-BND-COMP-INCL(WN-BND-IX)   TO WE-BND-INCL
               MOVE WN-BND-COMP-USED(WN-BND-IX)   TO WE-BND-QTY
               MOVE WN-BND-COMP-OVER(WN-BND-IX)   TO WE-BND-OVER
               MOVE W9-BND-COMP-PRICE(WN-BND-IX)  TO WE-BND-PRICE
               MOVE W9-BND-COMP-AMOUNT(WN-BND-IX) TO WE-BND-AMOUNT
               MOVE SPACE TO WC-BND-SPEC-LINE(WN-BND-SPEC-COUNT)
               STRING '  ' DELIMITED BY SIZE
                      WE-SPEC-SRV-ID DELIMITED BY SIZE
                      ' ingår ' DELIMITED BY SIZE
                      WE-BND-INCL DELIMITED BY SIZE
                      ' utnyttjat ' DELIMITED BY SIZE
                      WE-BND-QTY DELIMITED BY SIZE
                      ' över ' DELIMITED BY SIZE
                      WE-BND-OVER DELIMITED BY SIZE
                      ' a ' DELIMITED BY SIZE
                      WE-BND-PRICE DELIMITED BY SIZE
                      ' = ' DELIMITED BY SIZE
                      WE-BND-AMOUNT DELIMITED BY SIZE
                   INTO WC-BND-SPEC-LINE(WN-BND-SPEC-COUNT)
               END-STRING
           END-IF.
      ***********************

       217-GET-LIST-PRICE.
      *>   the tier price effective at this customer's period volume;
      *>   a service with no volume tiers is billed at its base
      *>   charge, same fallback as the revenue report uses

           IF SQLCODE = ZERO
               MOVE PRICEHIST-PRICE TO W9-BILL-UNIT-PRICE
           END-IF.
      ***********************

       218-GET-AGREED-PRICE.
      *>   a price sales has negotiated with this customer, valid
      *>   on the period end, replaces the list price outright -
      *>   no more billing list price and crediting the difference
           EXEC SQL
               SELECT PRICE
               INTO :CUSTPRICE-PRICE
               FROM TUTORIAL.CUSTPRICE
               WHERE CUST_ID = :CUSTOMER-CUST-ID
                 AND SRV_ID = :SRV-SRV-ID
                 AND VALIDFROM <= :WC-PERIOD-END
                 AND (VALIDTO IS NULL
                      OR VALIDTO >= :WC-PERIOD-END)
           END-EXEC

           IF SQLCODE = ZERO
               MOVE CUSTPRICE-PRICE TO W9-BILL-UNIT-PRICE
           END-IF.
      ***********************

       215-PRORATE-UNIT-PRICE.
           MOVE '-01' TO WC-VOL-START(8:3).
      ***********************

       214-BUILD-SERVICE-PERIOD.
      *>   the month after the billed period through the last day
      *>   of the frequency's final month
           MOVE WC-BILL-PERIOD(1:4) TO WN-DEF-YEAR
           COMPUTE WN-DEF-MONTH = WN-BILL-MONTH + 1
           IF WN-DEF-MONTH > 12
               SUBTRACT 12 FROM WN-DEF-MONTH
               ADD 1 TO WN-DEF-YEAR
           END-IF
           MOVE WN-DEF-MONTH TO WN-DEF-MM
           MOVE SPACE TO WC-DEF-FROM
           MOVE WN-DEF-YEAR TO WC-DEF-FROM(1:4)
           MOVE WN-DEF-MM   TO WC-DEF-FROM(6:2)
           MOVE '01'        TO WC-DEF-FROM(9:2)
           MOVE '-' TO WC-DEF-FROM(5:1), WC-DEF-FROM(8:1)

      *>   first of the month after the service period, minus one
           COMPUTE WN-DEF-MONTH = WN-DEF-MONTH + WN-FREQ-MONTHS
           IF WN-DEF-MONTH > 12
               SUBTRACT 12 FROM WN-DEF-MONTH
               ADD 1 TO WN-DEF-YEAR
           END-IF
           COMPUTE WN-DEF-YMD =
               WN-DEF-YEAR * 10000 + WN-DEF-MONTH * 100 + 1
           COMPUTE WN-DEF-INT =
               FUNCTION INTEGER-OF-DATE(WN-DEF-YMD) - 1
           COMPUTE WN-DEF-YMD =
               FUNCTION DATE-OF-INTEGER(WN-DEF-INT)
           MOVE SPACE TO WC-DEF-TO
           MOVE WN-DEF-YMD(1:4) TO WC-DEF-TO(1:4)
           MOVE WN-DEF-YMD(5:2) TO WC-DEF-TO(6:2)
           MOVE WN-DEF-YMD(7:2) TO WC-DEF-TO(9:2)
           MOVE '-' TO WC-DEF-TO(5:1), WC-DEF-TO(8:1).
      ***********************

       210-GET-NEXT-INV-ID.
           MOVE 'INVOICE' TO WC-KEYALLOC-TABLE
           CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
           MOVE CUSTOMER-CUSTNO-TEXT(1:10) TO INVOICE-CUSTNO
           MOVE WC-BILL-DATE   TO INVOICE-INVDATE
           MOVE 0.25           TO INVOICE-VAT

      *>   what the prepaid balance covers is paid already; an
      *>   invoice it covers in full is stored settled
           MOVE W9-PP-DRAW     TO INVOICE-PAIDAMT
           IF W9-PP-DRAW > ZERO AND W9-PP-REMAIN = ZERO
               MOVE 9          TO INVOICE-INVSTATE
           END-IF
           MOVE 'SEK'          TO INVOICE-CURRENCY

      *>   no due date of its own: like every invoice stored
      *>   without one it falls due INVDATE + the customer's DUEDAYS;
      *>   no buyer reference either
           EXEC SQL
               INSERT INTO TUTORIAL.INVOICE
               VALUES (:WN-NEXT-INV-ID, :CUSTOMER-CUST-ID,
                       :INVOICE-DEBT-ID, :INVOICE-INVSTATE,
                       :INVOICE-INVNO, :INVOICE-CUSTNO,
                       :INVOICE-INVDATE, :INVOICE-VAT,
                       :INVOICE-PAIDAMT, :INVOICE-CURRENCY, NULL,
                       NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
           END-IF.
      ***********************

       225-GET-PREPAID-DRAW.
      *>   the balance is drawn before anything is invoiced: the
      *>   invoice total is measured the way an incoming payment
      *>   is matched against it, the sum of its lines
           MOVE 'N' TO PREPAID-ACCOUNT-SW
           MOVE ZERO TO W9-PP-DRAW
           MOVE ZERO TO W9-PP-REMAIN

           EXEC SQL
               SELECT BALANCE, LOWLIMIT, WARNSENT
               INTO :W9-PP-BALANCE, :W9-PP-LOWLIMIT,
                    :WC-PP-WARNSENT
               FROM TUTORIAL.PREPAID
               WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           IF SQLCODE = ZERO
               SET HAS-PREPAID-ACCOUNT TO TRUE

               MOVE ZERO TO W9-PP-INVTOTAL
               EXEC SQL
                   SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                   INTO :W9-PP-INVTOTAL
                   FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                   WHERE II.INV_ID = :WN-NEXT-INV-ID
                     AND IT.ITEM_ID = II.ITEM_ID
               END-EXEC

               MOVE W9-PP-INVTOTAL TO W9-PP-REMAIN
               IF W9-PP-BALANCE > ZERO AND W9-PP-INVTOTAL > ZERO
                   IF W9-PP-BALANCE < W9-PP-INVTOTAL
                       MOVE W9-PP-BALANCE TO W9-PP-DRAW
                   ELSE
                       MOVE W9-PP-INVTOTAL TO W9-PP-DRAW
                   END-IF
                   COMPUTE W9-PP-REMAIN = W9-PP-INVTOTAL - W9-PP-DRAW
               END-IF
           END-IF.
      ***********************

       226-BOOK-PREPAID-DRAW.
           COMPUTE W9-PP-BALANCE = W9-PP-BALANCE - W9-PP-DRAW

           EXEC SQL
               UPDATE TUTORIAL.PREPAID
               SET BALANCE = :W9-PP-BALANCE
               WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           IF SQLCODE = ZERO
               MOVE 'PREPAIDTX' TO WC-KEYALLOC-TABLE
               CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                     WN-NEXT-PPTX-ID

               COMPUTE PREPAIDTX-AMOUNT = ZERO - W9-PP-DRAW
               MOVE SPACE TO PREPAIDTX-REFTEXT
               STRING 'Faktura ' DELIMITED BY SIZE
                      WR-BILL-INVNO DELIMITED BY SIZE
                   INTO PREPAIDTX-REFTEXT
               END-STRING

               EXEC SQL
                   INSERT INTO TUTORIAL.PREPAIDTX
                   VALUES (:WN-NEXT-PPTX-ID, :CUSTOMER-CUST-ID,
                           :WC-BILL-DATE, 'F',
                           :PREPAIDTX-AMOUNT, :W9-PP-BALANCE,
                           :WN-NEXT-INV-ID, :PREPAIDTX-REFTEXT)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY ' Förskottet kunde inte dras: '
                       WR-BILL-INVNO
               MOVE SQLCODE   TO WN-MSG-SQLCODE
               MOVE 'PREPAID' TO WC-MSG-TBLCURS
               MOVE '226-BOOK-PREPAID-DRAW' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO BILLRUN-OK-SW
           ELSE
               ADD 1 TO WN-PP-DRAWN-COUNT
               ADD W9-PP-DRAW TO W9-PP-DRAWN-TOTAL

      *>       one warning per dip under the limit - a deposit
      *>       back above it re-arms the mail
               IF W9-PP-BALANCE < W9-PP-LOWLIMIT
                  AND WC-PP-WARNSENT NOT = 'Y'
                   PERFORM 227-WARN-LOW-BALANCE
               END-IF
           END-IF.
      ***********************

       227-WARN-LOW-BALANCE.
           EXEC SQL
               SELECT EMAIL
               INTO :CUSTOMER-EMAIL
               FROM TUTORIAL.CUSTOMER
               WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
              OR CUSTOMER-EMAIL-TEXT = SPACE
               DISPLAY ' Lågt förskottssaldo, ingen e-post: '
                       CUSTOMER-CUSTNO-TEXT(1:10)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WC-WARN-FILENAME
           STRING 'data/prepaid-' DELIMITED BY SIZE
                  CUSTOMER-CUSTNO-TEXT(1:10) DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WC-WARN-FILENAME
           END-STRING

           OPEN OUTPUT WARNFIL
           IF NOT WARN-SUCCESSFUL
               DISPLAY ' Kan inte skapa saldovarningen: '
                       WC-WARN-FILENAME
               EXIT PARAGRAPH
           END-IF

           MOVE 'LÅGT SALDO PÅ ERT FÖRSKOTTSKONTO' TO WARN-POST
           WRITE WARN-POST
           MOVE SPACE TO WARN-POST
           WRITE WARN-POST
           MOVE W9-PP-BALANCE TO WE-PP-AMOUNT
           MOVE SPACE TO WC-SPEC-LINE
           STRING 'Saldo efter faktura ' DELIMITED BY SIZE
                  WR-BILL-INVNO DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WE-PP-AMOUNT DELIMITED BY SIZE
                  ' kr' DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO WARN-POST
           WRITE WARN-POST
           MOVE W9-PP-LOWLIMIT TO WE-PP-AMOUNT
           MOVE SPACE TO WC-SPEC-LINE
           STRING 'Avtalad lägstanivå: ' DELIMITED BY SIZE
                  WE-PP-AMOUNT DELIMITED BY SIZE
                  ' kr' DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO WARN-POST
           WRITE WARN-POST
           MOVE SPACE TO WARN-POST
           WRITE WARN-POST
           MOVE 'Fyll på kontot via Bankgiro med kontots OCR-nummer:'
               TO WARN-POST
           WRITE WARN-POST

           EXEC SQL
               SELECT OCRREF
               INTO :PREPAID-OCRREF
               FROM TUTORIAL.PREPAID
               WHERE CUST_ID = :CUSTOMER-CUST-ID
           END-EXEC
           MOVE PREPAID-OCRREF TO WARN-POST
           WRITE WARN-POST
           CLOSE WARNFIL

           EXEC SQL
               OPEN CUR-BILL-MAXMQ
           END-EXEC

           EXEC SQL
               FETCH CUR-BILL-MAXMQ
               INTO :WN-NEXT-MAILQ-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WN-NEXT-MAILQ-ID
           END-IF

           EXEC SQL
               CLOSE CUR-BILL-MAXMQ
           END-EXEC

           ADD 1 TO WN-NEXT-MAILQ-ID

           MOVE SPACE TO MAILQUEUE-RECIPIENT-TEXT
           MOVE CUSTOMER-EMAIL-TEXT(1:60)
               TO MAILQUEUE-RECIPIENT-TEXT
           MOVE 60 TO MAILQUEUE-RECIPIENT-LEN
           MOVE SPACE TO MAILQUEUE-PDFFILE-TEXT
           MOVE WC-WARN-FILENAME TO MAILQUEUE-PDFFILE-TEXT
           MOVE 30 TO MAILQUEUE-PDFFILE-LEN

           EXEC SQL
               INSERT INTO TUTORIAL.MAILQUEUE
               VALUES (:WN-NEXT-MAILQ-ID, 0, :CUSTOMER-CUST-ID,
                       :MAILQUEUE-RECIPIENT, :MAILQUEUE-PDFFILE,
                       'Q', 0, :WC-BILL-DATE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'MAILQUEUE' TO WC-MSG-TBLCURS
               MOVE '227-WARN-LOW-BALANCE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
           ELSE
               ADD 1 TO WN-PP-WARN-COUNT
               EXEC SQL
                   UPDATE TUTORIAL.PREPAID
                   SET WARNSENT = 'Y'
                   WHERE CUST_ID = :CUSTOMER-CUST-ID
               END-EXEC
           END-IF.
      ***********************

       230-INSERT-BILL-ITEM.
           PERFORM 210-GET-NEXT-ITEM-ID

               INSERT INTO TUTORIAL.ITEM
               VALUES (:WN-NEXT-ITEM-ID, :ITEM-DESCRIPTION,
                       :ITEM-ARTNO, :ITEM-UNITDESC,
                       :ITEM-QTY, :ITEM-PRICE,
                       NULL)
           END-EXEC

           IF SQLCODE = ZERO
               ADD 1 TO WN-BILL-LINE-COUNT
               COMPUTE W9-BILL-RUN-TOTAL = W9-BILL-RUN-TOTAL +
                       (W9-BILL-QTY * W9-BILL-UNIT-PRICE)
      *>       a quarterly or annual line is paid in advance and
      *>       earned month by month over its service period
               IF WN-FREQ-MONTHS > 1
                   PERFORM 235-RECORD-DEFERRAL
               END-IF
           END-IF.
      ***********************

       235-RECORD-DEFERRAL.
           PERFORM 214-BUILD-SERVICE-PERIOD

           MOVE 'REVDEFER' TO WC-KEYALLOC-TABLE
           CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                 WN-NEXT-DEFER-ID

           MOVE WN-NEXT-DEFER-ID TO REVDEFER-DEFER-ID
           MOVE WN-NEXT-ITEM-ID  TO REVDEFER-ITEM-ID
           MOVE WN-NEXT-INV-ID   TO REVDEFER-INV-ID
           MOVE CUSTOMER-CUST-ID TO REVDEFER-CUST-ID
           MOVE WC-BILL-PERIOD   TO REVDEFER-BILLPERIOD
           MOVE WC-DEF-FROM      TO REVDEFER-SRVFROM
           MOVE WC-DEF-TO        TO REVDEFER-SRVTO
           MOVE WN-FREQ-MONTHS   TO REVDEFER-MONTHS
           COMPUTE REVDEFER-AMOUNT ROUNDED =
               W9-BILL-QTY * W9-BILL-UNIT-PRICE
           MOVE ZERO TO REVDEFER-RELEASED
           MOVE ZERO TO REVDEFER-RELMONTHS

           EXEC SQL
               INSERT INTO TUTORIAL.REVDEFER
               VALUES (:REVDEFER-DEFER-ID, :REVDEFER-ITEM-ID,
                       :REVDEFER-INV-ID, :REVDEFER-CUST-ID,
                       :REVDEFER-BILLPERIOD, :REVDEFER-SRVFROM,
                       :REVDEFER-SRVTO, :REVDEFER-MONTHS,
                       :REVDEFER-AMOUNT, :REVDEFER-RELEASED,
                       :REVDEFER-RELMONTHS)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY ' Periodiseringen kunde inte sparas: '
                       WR-BILL-INVNO
               MOVE SQLCODE    TO WN-MSG-SQLCODE
               MOVE 'REVDEFER' TO WC-MSG-TBLCURS
               MOVE '235-RECORD-DEFERRAL' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO BILLRUN-OK-SW
           ELSE
               ADD 1 TO WN-DEF-COUNT
               ADD REVDEFER-AMOUNT TO W9-DEF-TOTAL
           END-IF.
      ***********************

               MOVE WC-SPEC-LINE TO SPEC-POST
               WRITE SPEC-POST

               IF HAS-PREPAID-ACCOUNT AND W9-PP-DRAW > ZERO
                   PERFORM 245-WRITE-PREPAID-SPEC
               END-IF

               PERFORM 242-WRITE-BUNDLE-SPEC
                   VARYING WN-BND-SPEC-IX FROM 1 BY 1
                   UNTIL WN-BND-SPEC-IX > WN-BND-SPEC-COUNT

               PERFORM 243-WRITE-COMMITMENT-SPEC

               MOVE 'Tjänst  Datum       Åtgärd  Faktura'
                   TO SPEC-POST
               WRITE SPEC-POST
           END-EXEC.
      ***********************

       242-WRITE-BUNDLE-SPEC.
           MOVE WC-BND-SPEC-LINE(WN-BND-SPEC-IX) TO SPEC-POST
           WRITE SPEC-POST.
      ***********************

       243-WRITE-COMMITMENT-SPEC.
      *>   the running volume against each commitment the customer
      *>   has for the year, so a shortfall is never a surprise
           EXEC SQL
               OPEN CUR-BILL-VOLCOMMIT
           END-EXEC

           EXEC SQL
               FETCH CUR-BILL-VOLCOMMIT
               INTO :SRV-ARTNO, :WN-VC-COMMITQTY, :WN-VC-YTDQTY
           END-EXEC

           IF SQLCODE = ZERO
               MOVE SPACE TO WC-SPEC-LINE
               STRING 'Volymåtagande ' DELIMITED BY SIZE
                      WC-BILL-PERIOD(1:4) DELIMITED BY SIZE
                      ' - utfall hittills i år' DELIMITED BY SIZE
                   INTO WC-SPEC-LINE
               END-STRING
               MOVE WC-SPEC-LINE TO SPEC-POST
               WRITE SPEC-POST
               MOVE 'Artikel      Åtagande  Hittills    Återstår'
                   TO SPEC-POST
               WRITE SPEC-POST
           END-IF

           PERFORM 244-WRITE-ONE-COMMITMENT
               UNTIL SQLCODE NOT = ZERO

           EXEC SQL
               CLOSE CUR-BILL-VOLCOMMIT
           END-EXEC.
      ***********************

       244-WRITE-ONE-COMMITMENT.
           IF WN-VC-YTDQTY < WN-VC-COMMITQTY
               COMPUTE WN-VC-REMAIN = WN-VC-COMMITQTY - WN-VC-YTDQTY
           ELSE
               MOVE ZERO TO WN-VC-REMAIN
           END-IF
           MOVE WN-VC-COMMITQTY TO WE-VC-COMMIT
           MOVE WN-VC-YTDQTY    TO WE-VC-YTD
           MOVE WN-VC-REMAIN    TO WE-VC-REMAIN

           MOVE SPACE TO WC-SPEC-LINE
           STRING SRV-ARTNO-TEXT(1:10) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-VC-COMMIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-VC-YTD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-VC-REMAIN DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO SPEC-POST
           WRITE SPEC-POST

           EXEC SQL
               FETCH CUR-BILL-VOLCOMMIT
               INTO :SRV-ARTNO, :WN-VC-COMMITQTY, :WN-VC-YTDQTY
           END-EXEC.
      ***********************

       245-WRITE-PREPAID-SPEC.
           MOVE W9-PP-DRAW TO WE-PP-AMOUNT
           MOVE SPACE TO WC-SPEC-LINE
           STRING 'Avräknat mot förskottskonto: ' DELIMITED BY SIZE
                  WE-PP-AMOUNT DELIMITED BY SIZE
                  ' kr' DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO SPEC-POST
           WRITE SPEC-POST

           MOVE W9-PP-REMAIN TO WE-PP-AMOUNT
           MOVE SPACE TO WC-SPEC-LINE
           STRING 'Kvar att betala            : ' DELIMITED BY SIZE
                  WE-PP-AMOUNT DELIMITED BY SIZE
                  ' kr' DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO SPEC-POST
           WRITE SPEC-POST

           MOVE W9-PP-BALANCE TO WE-PP-AMOUNT
           MOVE SPACE TO WC-SPEC-LINE
           STRING 'Förskottssaldo efter       : ' DELIMITED BY SIZE
                  WE-PP-AMOUNT DELIMITED BY SIZE
                  ' kr' DELIMITED BY SIZE
               INTO WC-SPEC-LINE
           END-STRING
           MOVE WC-SPEC-LINE TO SPEC-POST
           WRITE SPEC-POST.
      ***********************

       270-BILL-PORTO.
      *>   everything the print run weighed up to the period end
      *>   and nobody has billed yet becomes one porto line, and
                   INSERT INTO TUTORIAL.ITEM
                   VALUES (:WN-NEXT-ITEM-ID, :ITEM-DESCRIPTION,
                           :ITEM-ARTNO, :ITEM-UNITDESC,
                           :ITEM-QTY, :ITEM-PRICE,
                           NULL)
               END-EXEC

               IF SQLCODE = ZERO
               INSERT INTO TUTORIAL.ITEM
               VALUES (:WN-NEXT-ITEM-ID, :ITEM-DESCRIPTION,
                       :ITEM-ARTNO, :ITEM-UNITDESC,
                       :ITEM-QTY, :ITEM-PRICE,
                       NULL)
           END-EXEC

           IF SQLCODE = ZERO
           END-EXEC.
      ***********************

       280-BILL-TRUEUPS.
           EXEC SQL
               OPEN CUR-BILL-TRUEUP
           END-EXEC

           EXEC SQL
               FETCH CUR-BILL-TRUEUP
               INTO :VOLCOMMIT-COMMIT-ID, :VOLCOMMIT-COMMITYEAR,
                    :VOLCOMMIT-COMMITQTY, :VOLCOMMIT-ACTUALQTY,
                    :VOLCOMMIT-SHORTPRICE, :VOLCOMMIT-SHORTAMT,
                    :SRV-ARTNO
           END-EXEC

           PERFORM 290-BILL-ONE-TRUEUP
               UNTIL SQLCODE NOT = ZERO

           EXEC SQL
               CLOSE CUR-BILL-TRUEUP
           END-EXEC.
      ***********************

       290-BILL-ONE-TRUEUP.
      *>   one line per approved shortfall: the volume missed
      *>   times the agreed shortfall price, with the year and
      *>   the figures in the description
           PERFORM 210-GET-NEXT-ITEM-ID

           MOVE VOLCOMMIT-COMMITYEAR TO WN-VC-YEAR
           COMPUTE WN-VC-REMAIN =
               VOLCOMMIT-COMMITQTY - VOLCOMMIT-ACTUALQTY
           MOVE WN-VC-REMAIN TO WE-VC-SHORT
           MOVE VOLCOMMIT-SHORTPRICE TO WE-VC-PRICE

           MOVE SPACE TO ITEM-DESCRIPTION-TEXT
           STRING 'Volymåtagande ' DELIMITED BY SIZE
                  WN-VC-YEAR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SRV-ARTNO-TEXT(1:10) DELIMITED BY SPACE
                  ' ej uppnått:' DELIMITED BY SIZE
                  WE-VC-SHORT DELIMITED BY SIZE
                  ' st à ' DELIMITED BY SIZE
                  WE-VC-PRICE DELIMITED BY SIZE
               INTO ITEM-DESCRIPTION-TEXT
           END-STRING
           MOVE 65 TO ITEM-DESCRIPTION-LEN
           MOVE 'VOLATAG' TO ITEM-ARTNO-TEXT
           MOVE 7  TO ITEM-ARTNO-LEN
           MOVE 'st' TO ITEM-UNITDESC-TEXT
           MOVE 2  TO ITEM-UNITDESC-LEN
           MOVE 1  TO ITEM-QTY
           MOVE VOLCOMMIT-SHORTAMT TO ITEM-PRICE

           EXEC SQL
               INSERT INTO TUTORIAL.ITEM
               VALUES (:WN-NEXT-ITEM-ID, :ITEM-DESCRIPTION,
                       :ITEM-ARTNO, :ITEM-UNITDESC,
                       :ITEM-QTY, :ITEM-PRICE,
                       NULL)
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO TUTORIAL.INVITEM
                   VALUES (:WN-NEXT-INV-ID, :WN-NEXT-ITEM-ID)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               DISPLAY ' Avstämningsraden kunde inte skapas: '
                       WR-BILL-INVNO
               MOVE SQLCODE TO WN-MSG-SQLCODE
               MOVE 'ITEM'  TO WC-MSG-TBLCURS
               MOVE '290-BILL-ONE-TRUEUP' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO BILLRUN-OK-SW
           ELSE
               ADD 1 TO WN-BILL-LINE-COUNT
               ADD VOLCOMMIT-SHORTAMT TO W9-BILL-RUN-TOTAL

               EXEC SQL
                   UPDATE TUTORIAL.VOLCOMMIT
                   SET STATE = 'F',
                       INV_ID = :WN-NEXT-INV-ID
                   WHERE COMMIT_ID = :VOLCOMMIT-COMMIT-ID
               END-EXEC
           END-IF

           EXEC SQL
               FETCH CUR-BILL-TRUEUP
               INTO :VOLCOMMIT-COMMIT-ID, :VOLCOMMIT-COMMITYEAR,
                    :VOLCOMMIT-COMMITQTY, :VOLCOMMIT-ACTUALQTY,
                    :VOLCOMMIT-SHORTPRICE, :VOLCOMMIT-SHORTAMT,
                    :SRV-ARTNO
           END-EXEC.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
