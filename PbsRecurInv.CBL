       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsRecurInv.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Recurring debtor invoices - the property owners'
      **>          hyresavier and other fixed fees that read the
      **>          same every period. Each template in RECURINV
      **>          (one debtor, VAT, currency, frequency M/Q/H/Y
      **>          counted from its start month, start and end
      **>          date) with its item lines in RECURITEM is
      **>          generated into staging (STGINV/STGITEM) as soon
      **>          as its next period comes within the template's
      **>          lead days, one review batch per customer, so
      **>          the invoices are approved and printed exactly as
      **>          if the customer had sent them in a file. The
      **>          invoice number is the template's prefix and the
      **>          next number of the customer's own series in the
      **>          series registry; the registry's reference key,
      **>          built from period and template, is the rerun
      **>          guard, so the nightly run generates every period
      **>          once and a night that was missed is caught up
      **>          the next. Templates are kept under maintenance
      **>          menu (95). The run date defaults to today and
      **>          can be given as YYYY-MM-DD on the command line.
      **> Initial Version Created: 2014-04-19
      **>

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  RECUR-OK-SW             PIC X VALUE 'Y'.
               88  RECUR-OK                VALUE 'Y'.
           05  PERIOD-DUE-SW           PIC X VALUE 'N'.
               88  PERIOD-DUE              VALUE 'Y'.
           05  RI-BATCH-OPEN-SW        PIC X VALUE 'N'.
               88  RI-BATCH-OPEN           VALUE 'Y'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  T-HOUR          PIC X(2).
           05  T-MINUTE        PIC X(2).
           05  T-SECOND        PIC X(2).
           05  FILLER          PIC X(7).

       01  WC-RUN-DATE         PIC X(10) VALUE SPACE.
       01  WC-PROC-TIME        PIC X(8)  VALUE SPACE.

      *>   the period a template is generated for: the month its
      *>   lead days reach from the run date, with the real last
      *>   day computed as in the month-end billing run
       01  WC-RI-TARGET-DATE   PIC X(10) VALUE SPACE.
       01  WC-RI-ENDDATE       PIC X(10) VALUE SPACE.
       01  WC-PERIOD-START     PIC X(10) VALUE SPACE.
       01  WC-PERIOD-END       PIC X(10) VALUE SPACE.
       01  WN-EOM-YEAR         PIC 9(4)  VALUE ZERO.
       01  WN-EOM-MONTH        PIC 9(2)  VALUE ZERO.
       01  WN-EOM-YMD          PIC 9(8)  VALUE ZERO.
       01  WN-EOM-INT          PIC S9(9) COMP VALUE ZERO.
       01  WN-FREQ-MONTHS      PIC S9(4) COMP VALUE 1.
       01  WN-RI-MONTHS-IN     PIC S9(4) COMP VALUE ZERO.
       01  WN-RI-ITEM-COUNT    PIC S9(9) COMP VALUE ZERO.

      *>   the generated invoice number: the template's prefix and
      *>   the next number of the customer's own recurring series
      *>   (R and the customer id); the reference key logged with
      *>   the number is period and template, the rerun guard
       01  WR-RI-SERIES-KEY.
           05  FILLER          PIC X(1)  VALUE 'R'.
           05  WN-RI-SERIES-CUSTID PIC 9(9).

       01  WR-RI-REFKEY.
           05  WC-RI-REF-PERIOD PIC X(7).
           05  FILLER          PIC X(1)  VALUE '-'.
           05  WN-RI-REF-RECURID PIC 9(9).
           05  FILLER          PIC X(13) VALUE SPACE.

       01  WC-SERIES-FUNC      PIC X(1)  VALUE SPACE.
       01  WN-SERIES-NO        PIC S9(9) COMP VALUE ZERO.
       01  WC-SERIES-DUP-SW    PIC X(1)  VALUE 'N'.
       01  WN-RI-INVNO-SEQ     PIC 9(9)  VALUE ZERO.

      *>   the debtor number the way the customer's own files
      *>   carry it: the customer's number through DEBTMAP once it
      *>   has any mapped debtors, otherwise our DEBT_ID
       01  WN-RI-MAP-COUNT     PIC S9(9) COMP VALUE ZERO.
       01  WN-RI-DEBTNO        PIC 9(9)  VALUE ZERO.

      *>   the template's förfallodag: its day of the month before
      *>   the period, so rent falls due ahead of the month it pays
       01  WN-RI-DUE-YEAR      PIC 9(4)  VALUE ZERO.
       01  WN-RI-DUE-MONTH     PIC 9(2)  VALUE ZERO.
       01  WN-RI-DUE-DAY       PIC 9(2)  VALUE ZERO.

      *>   the review batch of the customer being generated
       01  WN-RI-BATCH-CUST-ID PIC S9(9) COMP VALUE ZERO.
       01  WN-RI-BATCHNO       PIC S9(9) COMP VALUE ZERO.
       01  WN-RI-SEQNO         PIC S9(9) COMP VALUE ZERO.
       01  WN-RI-LINENO        PIC S9(9) COMP VALUE ZERO.
       01  WN-RI-BATCH-INVS    PIC S9(9) COMP VALUE ZERO.
       01  W9-RI-BATCH-TOTAL   PIC S9(9)V9(2) COMP-3 VALUE ZERO.

      *>   worklist queue log: the item entering its queue, with no
      *>   operator for a batch run
       01  WC-QL-FUNC          PIC X(1)  VALUE 'E'.
       01  WC-QL-QUEUE         PIC X(4)  VALUE SPACE.
       01  WN-QL-KEY1          PIC S9(9) COMP VALUE ZERO.
       01  WN-QL-KEY2          PIC S9(9) COMP VALUE ZERO.
       01  WC-QL-KEYTEXT       PIC X(16) VALUE SPACE.
       01  WC-QL-USERID        PIC X(10) VALUE SPACE.
       01  WC-RI-FILENAME      PIC X(60) VALUE SPACE.

      *>   the staged columns are the file's character fields
       01  WE-RI-VAT           PIC 9.99.
       01  WE-RI-QTY           PIC Z(3)9.99.
       01  WE-RI-PRICE-POS     PIC Z(5)9.99.
       01  WE-RI-PRICE-NEG     PIC -(5)9.99.

       01  COUNTS-FIELDS.
           05  WN-GENERATED-COUNT     PIC 9(5) VALUE ZERO.
           05  WN-DONE-COUNT          PIC 9(5) VALUE ZERO.
           05  WN-EMPTY-COUNT         PIC 9(5) VALUE ZERO.
           05  WN-BATCH-COUNT         PIC 9(5) VALUE ZERO.

       01  W9-RI-RUN-TOTAL     PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WE-RI-RUN-TOTAL     PIC Z(8)9.99.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE RECURINV   END-EXEC.
           EXEC SQL INCLUDE RECURITEM  END-EXEC.
           EXEC SQL INCLUDE STGINV     END-EXEC.
           EXEC SQL INCLUDE STGITEM    END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the templates of active customers still running on the
      *>   run date, with the day their lead days reach; grouped
      *>   per customer, one review batch each
           EXEC SQL
               DECLARE CUR-RI-TEMPLATE CURSOR FOR
               SELECT R.RECUR_ID, R.CUST_ID, C.CUSTNO, R.DEBT_ID,
                      R.INVPREFIX, R.VAT, R.CUR, R.FREQ,
                      R.STARTDATE,
                      COALESCE(CHAR(R.ENDDATE), '9999-12-31'),
                      R.DUEDAY, COALESCE(R.BUYERREF, ' '),
                      CHAR(DATE(:WC-RUN-DATE) + R.LEADDAYS DAYS)
               FROM TUTORIAL.RECURINV R, TUTORIAL.CUSTOMER C
               WHERE C.CUST_ID = R.CUST_ID
                 AND C.ACTIVE = 'Y'
                 AND (R.ENDDATE IS NULL
                      OR R.ENDDATE >= :WC-RUN-DATE)
               ORDER BY R.CUST_ID, R.RECUR_ID
           END-EXEC

      *>   one template's item lines in their order
           EXEC SQL
               DECLARE CUR-RI-ITEMS CURSOR FOR
               SELECT LINENO, DESCRIPTION, ARTNO, UNITDESC, QTY,
                      PRICE
               FROM TUTORIAL.RECURITEM
               WHERE RECUR_ID = :RECURINV-RECUR-ID
               ORDER BY LINENO
           END-EXEC

       PROCEDURE DIVISION.

       000-RECUR-RUN.
           MOVE 'PbsRecurInv.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT
           IF RECUR-OK
               PERFORM 110-GENERATE-ALL-TEMPLATES
           END-IF
           PERFORM 100-END
           IF RECUR-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
      *>   the run date comes off the command line as YYYY-MM-DD;
      *>   blank means today, which is how the nightly batch runs it
           ACCEPT WC-RUN-DATE FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE

           IF WC-RUN-DATE = SPACE
               MOVE T-YEAR  TO WC-RUN-DATE(1:4)
               MOVE T-MONTH TO WC-RUN-DATE(6:2)
               MOVE T-DAY   TO WC-RUN-DATE(9:2)
               MOVE '-' TO WC-RUN-DATE(5:1), WC-RUN-DATE(8:1)
           END-IF

           MOVE T-HOUR   TO WC-PROC-TIME(1:2)
           MOVE T-MINUTE TO WC-PROC-TIME(4:2)
           MOVE T-SECOND TO WC-PROC-TIME(7:2)
           MOVE ':' TO WC-PROC-TIME(3:1), WC-PROC-TIME(6:1)

           IF WC-RUN-DATE(5:1) NOT = '-'
              OR WC-RUN-DATE(8:1) NOT = '-'
              OR WC-RUN-DATE(1:4) IS NOT NUMERIC
              OR WC-RUN-DATE(6:2) IS NOT NUMERIC
              OR WC-RUN-DATE(9:2) IS NOT NUMERIC
               DISPLAY ' Ogiltigt datum (YYYY-MM-DD): ' WC-RUN-DATE
               MOVE 'N' TO RECUR-OK-SW
           END-IF.
      ***********************

       100-END.
           MOVE W9-RI-RUN-TOTAL TO WE-RI-RUN-TOTAL
           DISPLAY ' === Återkommande fakturor ' WC-RUN-DATE ' ==='
           DISPLAY ' Skapade fakturor       : ' WN-GENERATED-COUNT
           DISPLAY ' Redan skapade perioder : ' WN-DONE-COUNT
           DISPLAY ' Mallar utan rader      : ' WN-EMPTY-COUNT
           DISPLAY ' Batcher till granskning: ' WN-BATCH-COUNT
           DISPLAY ' Belopp exkl. moms      : ' WE-RI-RUN-TOTAL.
      ***********************

       110-GENERATE-ALL-TEMPLATES.
           EXEC SQL
               OPEN CUR-RI-TEMPLATE
           END-EXEC

           EXEC SQL
               FETCH CUR-RI-TEMPLATE
               INTO :RECURINV-RECUR-ID, :RECURINV-CUST-ID,
                    :CUSTOMER-CUSTNO, :RECURINV-DEBT-ID,
                    :RECURINV-INVPREFIX, :RECURINV-VAT,
                    :RECURINV-CUR, :RECURINV-FREQ,
                    :RECURINV-STARTDATE, :WC-RI-ENDDATE,
                    :RECURINV-DUEDAY, :RECURINV-BUYERREF,
                    :WC-RI-TARGET-DATE
           END-EXEC

           PERFORM 120-GENERATE-ONE-TEMPLATE
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE           TO WN-MSG-SQLCODE
               MOVE 'CUR-RI-TEMPLATE' TO WC-MSG-TBLCURS
               MOVE '110-GENERATE-ALL-TEMPLATES' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO RECUR-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-RI-TEMPLATE
           END-EXEC

           IF RI-BATCH-OPEN
               PERFORM 160-CLOSE-REVIEW-BATCH
           END-IF.
      ***********************

       120-GENERATE-ONE-TEMPLATE.
           PERFORM 130-CHECK-PERIOD-DUE

           IF PERIOD-DUE
               MOVE RECURINV-CUST-ID  TO WN-RI-SERIES-CUSTID
               MOVE WC-PERIOD-START(1:7) TO WC-RI-REF-PERIOD
               MOVE RECURINV-RECUR-ID TO WN-RI-REF-RECURID

      *>       the check draws no number, so a period already
      *>       generated - or a template without lines - leaves no
      *>       gap in the customer's series
               MOVE 'C' TO WC-SERIES-FUNC
               CALL 'INVSERIES' USING WR-RI-SERIES-KEY,
                                      WC-SERIES-FUNC, WR-RI-REFKEY,
                                      WN-SERIES-NO, WC-SERIES-DUP-SW

               MOVE ZERO TO WN-RI-ITEM-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WN-RI-ITEM-COUNT
                   FROM TUTORIAL.RECURITEM
                   WHERE RECUR_ID = :RECURINV-RECUR-ID
               END-EXEC

               EVALUATE TRUE
                   WHEN WC-SERIES-DUP-SW = 'Y'
                       ADD 1 TO WN-DONE-COUNT
                   WHEN WN-RI-ITEM-COUNT = ZERO
                       DISPLAY ' Mall utan fakturarader: '
                               RECURINV-RECUR-ID ' kund '
                               CUSTOMER-CUSTNO
                       ADD 1 TO WN-EMPTY-COUNT
                   WHEN OTHER
                       IF RI-BATCH-OPEN
                          AND RECURINV-CUST-ID
                              NOT = WN-RI-BATCH-CUST-ID
                           PERFORM 160-CLOSE-REVIEW-BATCH
                       END-IF
                       IF NOT RI-BATCH-OPEN
                           PERFORM 150-OPEN-REVIEW-BATCH
                       END-IF
                       IF RI-BATCH-OPEN
                           PERFORM 140-STAGE-ONE-INVOICE
                       END-IF
               END-EVALUATE
           END-IF

           EXEC SQL
               FETCH CUR-RI-TEMPLATE
               INTO :RECURINV-RECUR-ID, :RECURINV-CUST-ID,
                    :CUSTOMER-CUSTNO, :RECURINV-DEBT-ID,
                    :RECURINV-INVPREFIX, :RECURINV-VAT,
                    :RECURINV-CUR, :RECURINV-FREQ,
                    :RECURINV-STARTDATE, :WC-RI-ENDDATE,
                    :RECURINV-DUEDAY, :RECURINV-BUYERREF,
                    :WC-RI-TARGET-DATE
           END-EXEC.
      ***********************

       130-CHECK-PERIOD-DUE.
           MOVE 'N' TO PERIOD-DUE-SW

           MOVE SPACE TO WC-PERIOD-START
           MOVE WC-RI-TARGET-DATE(1:7) TO WC-PERIOD-START(1:7)
           MOVE '-01' TO WC-PERIOD-START(8:3)

      *>   the period's real last day: first of the next month
      *>   minus one
           MOVE WC-RI-TARGET-DATE(1:4) TO WN-EOM-YEAR
           MOVE WC-RI-TARGET-DATE(6:2) TO WN-EOM-MONTH
           IF WN-EOM-MONTH = 12
               ADD 1 TO WN-EOM-YEAR
               MOVE 1 TO WN-EOM-MONTH
           ELSE
               ADD 1 TO WN-EOM-MONTH
           END-IF
           COMPUTE WN-EOM-YMD =
               WN-EOM-YEAR * 10000 + WN-EOM-MONTH * 100 + 1
           COMPUTE WN-EOM-INT =
               FUNCTION INTEGER-OF-DATE(WN-EOM-YMD) - 1
           COMPUTE WN-EOM-YMD =
               FUNCTION DATE-OF-INTEGER(WN-EOM-INT)
           MOVE SPACE TO WC-PERIOD-END
           MOVE WN-EOM-YMD(1:4) TO WC-PERIOD-END(1:4)
           MOVE WN-EOM-YMD(5:2) TO WC-PERIOD-END(6:2)
           MOVE WN-EOM-YMD(7:2) TO WC-PERIOD-END(9:2)
           MOVE '-' TO WC-PERIOD-END(5:1), WC-PERIOD-END(8:1)

      *>   a template not yet started or already ended in the
      *>   period generates nothing for it
           IF RECURINV-STARTDATE > WC-PERIOD-END
              OR WC-RI-ENDDATE < WC-PERIOD-START
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RECURINV-IS-QUARTERLY
                   MOVE 3 TO WN-FREQ-MONTHS
               WHEN RECURINV-IS-HALFYEARLY
                   MOVE 6 TO WN-FREQ-MONTHS
               WHEN RECURINV-IS-YEARLY
                   MOVE 12 TO WN-FREQ-MONTHS
               WHEN OTHER
                   MOVE 1 TO WN-FREQ-MONTHS
           END-EVALUATE

      *>   the longer frequencies count from the template's start
      *>   month: a quarterly rent started in februari is due in
      *>   februari, maj, augusti and november
           COMPUTE WN-RI-MONTHS-IN =
               (FUNCTION NUMVAL(WC-PERIOD-START(1:4)) * 12
                + FUNCTION NUMVAL(WC-PERIOD-START(6:2)))
             - (FUNCTION NUMVAL(RECURINV-STARTDATE(1:4)) * 12
                + FUNCTION NUMVAL(RECURINV-STARTDATE(6:2)))

           IF FUNCTION MOD(WN-RI-MONTHS-IN, WN-FREQ-MONTHS) = ZERO
               MOVE 'Y' TO PERIOD-DUE-SW
           END-IF.
      ***********************

       140-STAGE-ONE-INVOICE.
           MOVE 'A' TO WC-SERIES-FUNC
           CALL 'INVSERIES' USING WR-RI-SERIES-KEY, WC-SERIES-FUNC,
                                  WR-RI-REFKEY, WN-SERIES-NO,
                                  WC-SERIES-DUP-SW

           IF WN-SERIES-NO = ZERO
               DISPLAY ' Kunde inte tilldela fakturanummer, mall '
                       RECURINV-RECUR-ID
               MOVE 'N' TO RECUR-OK-SW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WN-RI-SEQNO
           MOVE ZERO TO WN-RI-LINENO

           MOVE WN-SERIES-NO TO WN-RI-INVNO-SEQ
           MOVE SPACE TO STGINV-INVNO
           STRING RECURINV-INVPREFIX DELIMITED BY SPACE
                  WN-RI-INVNO-SEQ    DELIMITED BY SIZE
               INTO STGINV-INVNO
           END-STRING

           PERFORM 145-GET-DEBTOR-NUMBER
           PERFORM 146-BUILD-DUE-DATE

           MOVE '10'            TO STGINV-TRANCODE
           MOVE CUSTOMER-CUSTNO TO STGINV-CUSTNO
           MOVE WC-RUN-DATE     TO STGINV-INVDATE
           MOVE RECURINV-VAT    TO WE-RI-VAT
           MOVE WE-RI-VAT       TO STGINV-VAT
           MOVE RECURINV-CUR    TO STGINV-CUR
           MOVE SPACE           TO STGINV-CREDITREF
           MOVE RECURINV-BUYERREF TO STGINV-BUYERREF

      *>   resultcode -1: staged and waiting for the approval, the
      *>   same as a header read from a file
           EXEC SQL
               INSERT INTO TUTORIAL.STGINV
               VALUES (:WN-RI-BATCHNO, :WN-RI-SEQNO,
                       :STGINV-TRANCODE, :STGINV-CUSTNO,
                       :STGINV-DEBTNO, :STGINV-INVNO,
                       :STGINV-INVDATE, :STGINV-VAT,
                       :STGINV-CUR, :STGINV-CREDITREF, -1,
                       :STGINV-DUEDATE, :STGINV-BUYERREF,
                       NULL, NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE  TO WN-MSG-SQLCODE
               MOVE 'STGINV' TO WC-MSG-TBLCURS
               MOVE '140-STAGE-ONE-INVOICE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO RECUR-OK-SW
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               OPEN CUR-RI-ITEMS
           END-EXEC

           EXEC SQL
               FETCH CUR-RI-ITEMS
               INTO :RECURITEM-LINENO, :RECURITEM-DESCRIPTION,
                    :RECURITEM-ARTNO, :RECURITEM-UNITDESC,
                    :RECURITEM-QTY, :RECURITEM-PRICE
           END-EXEC

           PERFORM 147-STAGE-ONE-ITEM
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO WN-MSG-SQLCODE
               MOVE 'CUR-RI-ITEMS' TO WC-MSG-TBLCURS
               MOVE '140-STAGE-ONE-INVOICE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO RECUR-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-RI-ITEMS
           END-EXEC

           ADD 1 TO WN-RI-BATCH-INVS
           ADD 1 TO WN-GENERATED-COUNT
           DISPLAY ' ' CUSTOMER-CUSTNO ' ' STGINV-INVNO ' period '
                   WC-PERIOD-START(1:7) ' gäldenär ' STGINV-DEBTNO.
      ***********************

       145-GET-DEBTOR-NUMBER.
           MOVE ZERO TO WN-RI-MAP-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WN-RI-MAP-COUNT
               FROM TUTORIAL.DEBTMAP
               WHERE CUST_ID = :RECURINV-CUST-ID
           END-EXEC

           MOVE RECURINV-DEBT-ID TO WN-RI-DEBTNO
           MOVE WN-RI-DEBTNO TO STGINV-DEBTNO

           IF WN-RI-MAP-COUNT > ZERO
               EXEC SQL
                   SELECT MIN(EXTNO)
                   INTO :STGINV-DEBTNO
                   FROM TUTORIAL.DEBTMAP
                   WHERE CUST_ID = :RECURINV-CUST-ID
                     AND DEBT_ID = :RECURINV-DEBT-ID
               END-EXEC

      *>       a mapped customer's debtor without a number of its
      *>       own is staged as it is; the approval rejects it as an
      *>       unknown debtor for the workbench to correct
               IF SQLCODE NOT = ZERO
                   MOVE WN-RI-DEBTNO TO STGINV-DEBTNO
                   DISPLAY ' Gäldenären saknar kundens nummer: '
                           RECURINV-DEBT-ID ' kund '
                           CUSTOMER-CUSTNO
               END-IF
           END-IF.
      ***********************

       146-BUILD-DUE-DATE.
      *>   no due day on the template, or one that has already
      *>   passed on the run date: the debtor's or customer's
      *>   terms apply at the approval, as for a file without one
           MOVE SPACE TO STGINV-DUEDATE

           IF RECURINV-DUEDAY > ZERO
               MOVE WC-PERIOD-START(1:4) TO WN-RI-DUE-YEAR
               MOVE WC-PERIOD-START(6:2) TO WN-RI-DUE-MONTH
               IF WN-RI-DUE-MONTH = 1
                   SUBTRACT 1 FROM WN-RI-DUE-YEAR
                   MOVE 12 TO WN-RI-DUE-MONTH
               ELSE
                   SUBTRACT 1 FROM WN-RI-DUE-MONTH
               END-IF
               MOVE RECURINV-DUEDAY TO WN-RI-DUE-DAY

               MOVE WN-RI-DUE-YEAR  TO STGINV-DUEDATE(1:4)
               MOVE WN-RI-DUE-MONTH TO STGINV-DUEDATE(6:2)
               MOVE WN-RI-DUE-DAY   TO STGINV-DUEDATE(9:2)
               MOVE '-' TO STGINV-DUEDATE(5:1), STGINV-DUEDATE(8:1)

               IF STGINV-DUEDATE < WC-RUN-DATE
                   MOVE SPACE TO STGINV-DUEDATE
               END-IF
           END-IF.
      ***********************

       147-STAGE-ONE-ITEM.
           ADD 1 TO WN-RI-LINENO

           MOVE RECURITEM-DESCRIPTION TO STGITEM-DESCRIPTION
           MOVE RECURITEM-ARTNO       TO STGITEM-ARTNO
           MOVE RECURITEM-UNITDESC    TO STGITEM-UNITDESC
           MOVE RECURITEM-QTY         TO WE-RI-QTY
           MOVE WE-RI-QTY             TO STGITEM-QTY
      *>   a discount line is negative; the file's nine positions
      *>   leave room for the sign only below one hundred thousand
           IF RECURITEM-PRICE < ZERO
               MOVE RECURITEM-PRICE   TO WE-RI-PRICE-NEG
               MOVE WE-RI-PRICE-NEG   TO STGITEM-PRICE
           ELSE
               MOVE RECURITEM-PRICE   TO WE-RI-PRICE-POS
               MOVE WE-RI-PRICE-POS   TO STGITEM-PRICE
           END-IF

           EXEC SQL
               INSERT INTO TUTORIAL.STGITEM
               VALUES (:WN-RI-BATCHNO, :WN-RI-SEQNO,
                       :WN-RI-LINENO, :STGITEM-DESCRIPTION,
                       :STGITEM-ARTNO, :STGITEM-UNITDESC,
                       :STGITEM-QTY, :STGITEM-PRICE, ' ')
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE   TO WN-MSG-SQLCODE
               MOVE 'STGITEM' TO WC-MSG-TBLCURS
               MOVE '147-STAGE-ONE-ITEM' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO RECUR-OK-SW
           ELSE
               COMPUTE W9-RI-BATCH-TOTAL = W9-RI-BATCH-TOTAL
                   + RECURITEM-QTY * RECURITEM-PRICE
               COMPUTE W9-RI-RUN-TOTAL = W9-RI-RUN-TOTAL
                   + RECURITEM-QTY * RECURITEM-PRICE
           END-IF

           EXEC SQL
               FETCH CUR-RI-ITEMS
               INTO :RECURITEM-LINENO, :RECURITEM-DESCRIPTION,
                    :RECURITEM-ARTNO, :RECURITEM-UNITDESC,
                    :RECURITEM-QTY, :RECURITEM-PRICE
           END-EXEC.
      ***********************

       150-OPEN-REVIEW-BATCH.
      *>   one batch per customer in the review queue, registered
      *>   under load (L) until its last invoice is staged, so the
      *>   operator never approves a half-generated batch
           MOVE ZERO TO WN-RI-BATCHNO
           EXEC SQL
               SELECT COALESCE(MAX(BATCHNO), 0)
               INTO :WN-RI-BATCHNO
               FROM TUTORIAL.STGFILE
           END-EXEC
           ADD 1 TO WN-RI-BATCHNO

           MOVE SPACE TO WC-RI-FILENAME
           STRING 'Återkommande fakturor ' DELIMITED BY SIZE
                  CUSTOMER-CUSTNO DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WC-RUN-DATE DELIMITED BY SIZE
               INTO WC-RI-FILENAME
           END-STRING

           EXEC SQL
               INSERT INTO TUTORIAL.STGFILE
               VALUES (:WN-RI-BATCHNO, :WC-RI-FILENAME,
                       :WC-RUN-DATE, 0, 0, 'L', NULL,
                       :WC-PROC-TIME, NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE   TO WN-MSG-SQLCODE
               MOVE 'STGFILE' TO WC-MSG-TBLCURS
               MOVE '150-OPEN-REVIEW-BATCH' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO RECUR-OK-SW
           ELSE
               SET RI-BATCH-OPEN TO TRUE
               MOVE RECURINV-CUST-ID TO WN-RI-BATCH-CUST-ID
               MOVE ZERO TO WN-RI-SEQNO
               MOVE ZERO TO WN-RI-BATCH-INVS
               MOVE ZERO TO W9-RI-BATCH-TOTAL
           END-IF.
      ***********************

       160-CLOSE-REVIEW-BATCH.
           EXEC SQL
               UPDATE TUTORIAL.STGFILE
               SET INVCOUNT = :WN-RI-BATCH-INVS,
                   TOTAMOUNT = :W9-RI-BATCH-TOTAL,
                   STATE = 'P'
               WHERE BATCHNO = :WN-RI-BATCHNO
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE   TO WN-MSG-SQLCODE
               MOVE 'STGFILE' TO WC-MSG-TBLCURS
               MOVE '160-CLOSE-REVIEW-BATCH' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO RECUR-OK-SW
           ELSE
               MOVE 'BATC' TO WC-QL-QUEUE
               MOVE WN-RI-BATCHNO TO WN-QL-KEY1
               PERFORM 170-LOG-QUEUE-ITEM
               ADD 1 TO WN-BATCH-COUNT
               DISPLAY ' Batch ' WN-RI-BATCHNO ' med '
                       WN-RI-BATCH-INVS ' fakturor väntar på'
                       ' granskning (menyval 12).'
           END-IF

           MOVE 'N' TO RI-BATCH-OPEN-SW.
      ***********************

       170-LOG-QUEUE-ITEM.
      *>   timed for the queue aging report
           CALL 'queuelog' USING WC-QL-FUNC, WC-QL-QUEUE, WN-QL-KEY1,
                                 WN-QL-KEY2, WC-QL-KEYTEXT,
                                 WC-QL-USERID.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
