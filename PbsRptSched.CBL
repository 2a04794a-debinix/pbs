      **>          (MAN = monthly revenue per customer, ACK =
      **>          accumulated revenue per month this year, AGE =
      **>          outstanding receivable per customer, VAT =
      **>          momsdeklaration per rate, BUD = revenue budget
      **>          against invoiced service revenue per month of
      **>          the year with the accumulated figure, POR = one
      **>          account manager's portfolio: revenue for the
      **>          month and the year, open receivable and aging on
      **>          our own invoices, agreements ending within 90
      **>          days, late file deliveries, SLA credits paid
      **>          and customers over their credit limit - the
      **>          manager is the subscription's STAFF_ID and the
      **>          file name carries it) and queues the file
      **>          for delivery to the subscriber via MAILQUEUE,
      **>          which the nightly queue drain sends with
      **>          retries. One line is printed per rendered
      **>          subscription so the batch control table gets
      **>          its row count like any other step. Run from
      **>          the month-end schedule. The revenue figures of
      **>          MAN, ACK, BUD and POR come from the daily
      **>          statistics summaries (PbsDailyStat), brought up
      **>          to date by the step before this one; AGE, VAT
      **>          and the rest of POR read the invoices as they
      **>          stand.
      **> Initial Version Created: 2014-04-09
      **>

       01  WN-RS-MONTH         PIC S9(4) COMP VALUE ZERO.
       01  WN-RS-COUNT         PIC S9(9) COMP VALUE ZERO.
       01  W9-RS-RATE          PIC S9(1)V9(2) COMP-3 VALUE ZERO.
       01  WN-RS-YEAR          PIC S9(4) COMP VALUE ZERO.
       01  WN-RS-THRU-MONTH    PIC S9(4) COMP VALUE ZERO.
       01  W9-RS-BUDGET        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-RS-DIFF          PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-RS-YTD-BUDGET    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-RS-YTD-AMOUNT    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  WN-RS-PCT           PIC S9(5) COMP VALUE ZERO.
       01  WC-RS-LABEL         PIC X(3)  VALUE SPACE.

      *>   the portfolio report: agreements are looked for from
      *>   today up to WC-AGR-LIMIT, a volume commitment ends with
      *>   its year so it is due when the window reaches the next
      *>   year (WN-RS-VOL-YEAR, zero otherwise)
       01  WE-RS-STAFF-ID      PIC 9(5)  VALUE ZERO.
       01  WC-AGR-LIMIT        PIC X(10) VALUE SPACE.
       01  WN-AGR-YMD          PIC 9(8)  VALUE ZERO.
       01  WN-AGR-INT          PIC S9(9) COMP VALUE ZERO.
       01  WN-RS-VOL-YEAR      PIC S9(9) COMP VALUE ZERO.
       01  WC-RS-PER-FROM      PIC X(7)  VALUE SPACE.
       01  WC-RS-PER-TO        PIC X(7)  VALUE SPACE.
       01  WC-RS-AGRTYPE       PIC X(6)  VALUE SPACE.
       01  WC-RS-ENDDATE       PIC X(10) VALUE SPACE.
       01  W9-RS-YTD           PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-RS-TOT-MONTH     PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-RS-TOT-YTD       PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-RS-AGE-CURRENT   PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-RS-AGE-1-30      PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-RS-AGE-31-60     PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-RS-AGE-61-90     PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-RS-AGE-OVER90    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-RS-CREDLIMIT     PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  WE-RS-AMOUNT-2      PIC -(9)9.99.
       01  WE-RS-AMOUNT-3      PIC -(9)9.99.
       01  WE-RS-AMOUNT-4      PIC -(9)9.99.
       01  WE-RS-AMOUNT-5      PIC -(9)9.99.
       01  WE-RS-AMOUNT-6      PIC -(9)9.99.
       01  WE-RS-AMOUNT        PIC -(9)9.99.
       01  WE-RS-BUDGET        PIC -(9)9.99.
       01  WE-RS-DIFF          PIC -(9)9.99.
       01  WE-RS-PCT           PIC -(4)9.
       01  WE-RS-RATE          PIC 9.99.
       01  WE-RS-MONTH         PIC Z9.
       01  WE-RS-COUNT         PIC Z(6)9.
           EXEC SQL INCLUDE INVITEM   END-EXEC.
           EXEC SQL INCLUDE ITEM      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE STAFF     END-EXEC.
           EXEC SQL INCLUDE SRV       END-EXEC.
           EXEC SQL INCLUDE STATINVOICE END-EXEC.
           EXEC SQL INCLUDE STATARTICLE END-EXEC.

           COPY Z0900-error-wkstg.

           EXEC SQL
               DECLARE CUR-RS-SUBS CURSOR FOR
               SELECT SUB_ID, RPTCODE, PERIODRULE, RPTFORMAT,
                      RECIPIENT, STAFF_ID
               FROM TUTORIAL.RPTSUBS
               WHERE ACTIVE = 'Y'
               ORDER BY SUB_ID
      *>   the period's invoiced revenue per customer
           EXEC SQL
               DECLARE CUR-RS-MAN CURSOR FOR
               SELECT C.CUSTNO, SUM(S.AMOUNT)
               FROM TUTORIAL.STATINVOICE S, TUTORIAL.CUSTOMER C
               WHERE S.CUST_ID = C.CUST_ID
                 AND S.STATDATE BETWEEN :WC-PERIOD-START
                                    AND :WC-PERIOD-END
                 AND S.INVSTATE NOT = 3
               GROUP BY C.CUSTNO
               ORDER BY C.CUSTNO
           END-EXEC

      *>   the year's invoiced revenue per month
           EXEC SQL
               DECLARE CUR-RS-ACK CURSOR FOR
               SELECT MONTH(STATDATE), SUM(AMOUNT)
               FROM TUTORIAL.STATINVOICE
               WHERE STATDATE BETWEEN :WC-YEAR-START
                                  AND :WC-PERIOD-END
                 AND INVSTATE NOT = 3
               GROUP BY MONTH(STATDATE)
               ORDER BY MONTH(STATDATE)
           END-EXEC

      *>   the outstanding receivable per customer, as the aging
                 AND I.INVSTATE NOT = 9
                 AND I.INVSTATE NOT = 3
                 AND I.INVSTATE NOT = 7
                 AND I.INVSTATE NOT = 6
               GROUP BY C.CUSTNO
               ORDER BY C.CUSTNO
           END-EXEC
               ORDER BY I.VAT
           END-EXEC

      *>   the portfolio's invoiced revenue per customer, for the
      *>   month and for the year through the month, on our own
      *>   invoices
           EXEC SQL
               DECLARE CUR-RS-POR-REV CURSOR FOR
               SELECT C.CUSTNO,
                      COALESCE(SUM(CASE
                          WHEN S.STATDATE >= :WC-PERIOD-START
                          THEN S.AMOUNT ELSE 0 END), 0),
                      COALESCE(SUM(S.AMOUNT), 0)
               FROM TUTORIAL.CUSTOMER C, TUTORIAL.STATINVOICE S
               WHERE C.STAFF_ID = :RPTSUBS-STAFF-ID
                 AND S.CUST_ID = C.CUST_ID
                 AND S.OWNINV = 'Y'
                 AND S.INVSTATE NOT = 3
                 AND S.STATDATE BETWEEN :WC-YEAR-START
                                    AND :WC-PERIOD-END
               GROUP BY C.CUSTNO
               ORDER BY C.CUSTNO
           END-EXEC

      *>   the portfolio's open receivable on our own invoices per
      *>   customer, aged on days past due (DUEDATE, else INVDATE +
      *>   DUEDAYS) in the buckets of the aging screen
           EXEC SQL
               DECLARE CUR-RS-POR-AGE CURSOR FOR
               SELECT X.CUSTNO, SUM(X.OWED),
                      SUM(CASE WHEN X.ODAYS <= 0
                               THEN X.OWED ELSE 0 END),
                      SUM(CASE WHEN X.ODAYS BETWEEN 1 AND 30
                               THEN X.OWED ELSE 0 END),
                      SUM(CASE WHEN X.ODAYS BETWEEN 31 AND 60
                               THEN X.OWED ELSE 0 END),
                      SUM(CASE WHEN X.ODAYS BETWEEN 61 AND 90
                               THEN X.OWED ELSE 0 END),
                      SUM(CASE WHEN X.ODAYS > 90
                               THEN X.OWED ELSE 0 END)
               FROM (SELECT C.CUSTNO AS CUSTNO,
                            DAYS(DATE(:WC-TODAY-DATE)) -
                                DAYS(COALESCE(I.DUEDATE,
                                     I.INVDATE + C.DUEDAYS DAYS))
                                AS ODAYS,
                            (SELECT COALESCE(SUM(IT.QTY * IT.PRICE),
                                    0)
                             FROM TUTORIAL.INVITEM II,
                                  TUTORIAL.ITEM IT
                             WHERE II.INV_ID = I.INV_ID
                               AND IT.ITEM_ID = II.ITEM_ID)
                                - I.PAIDAMT AS OWED
                     FROM TUTORIAL.INVOICE I, TUTORIAL.CUSTOMER C
                     WHERE I.CUST_ID = C.CUST_ID
                       AND C.STAFF_ID = :RPTSUBS-STAFF-ID
                       AND I.DEBT_ID = 0
                       AND I.INVSTATE NOT = 9
                       AND I.INVSTATE NOT = 3
                       AND I.INVSTATE NOT = 7
                       AND I.INVSTATE NOT = 6) X
               GROUP BY X.CUSTNO
               ORDER BY X.CUSTNO
           END-EXEC

      *>   the portfolio's agreements ending within the window:
      *>   service agreements, negotiated prices and open volume
      *>   commitments
           EXEC SQL
               DECLARE CUR-RS-POR-AGR CURSOR FOR
               SELECT C.CUSTNO, 'Tjanst', S.ARTNO, CHAR(SC.ENDDATE)
               FROM TUTORIAL.SRVCUST SC, TUTORIAL.CUSTOMER C,
                    TUTORIAL.SRV S
               WHERE C.STAFF_ID = :RPTSUBS-STAFF-ID
                 AND SC.CUST_ID = C.CUST_ID
                 AND S.SRV_ID = SC.SRV_ID
                 AND SC.ENDDATE BETWEEN :WC-TODAY-DATE
                                    AND :WC-AGR-LIMIT
               UNION ALL
               SELECT C.CUSTNO, 'Pris', S.ARTNO, CHAR(CP.VALIDTO)
               FROM TUTORIAL.CUSTPRICE CP, TUTORIAL.CUSTOMER C,
                    TUTORIAL.SRV S
               WHERE C.STAFF_ID = :RPTSUBS-STAFF-ID
                 AND CP.CUST_ID = C.CUST_ID
                 AND S.SRV_ID = CP.SRV_ID
                 AND CP.VALIDTO BETWEEN :WC-TODAY-DATE
                                    AND :WC-AGR-LIMIT
               UNION ALL
               SELECT C.CUSTNO, 'Volym', S.ARTNO,
                      SUBSTR(DIGITS(V.COMMITYEAR), 7, 4) || '-12-31'
               FROM TUTORIAL.VOLCOMMIT V, TUTORIAL.CUSTOMER C,
                    TUTORIAL.SRV S
               WHERE C.STAFF_ID = :RPTSUBS-STAFF-ID
                 AND V.CUST_ID = C.CUST_ID
                 AND S.SRV_ID = V.SRV_ID
                 AND V.STATE = 'O'
                 AND V.COMMITYEAR = :WN-RS-VOL-YEAR
               ORDER BY 1, 4
           END-EXEC

      *>   files received after the customer's contracted cut-off
      *>   during the month; a batch belongs to the first customer
      *>   number on it, as on the review screen
           EXEC SQL
               DECLARE CUR-RS-POR-LATE CURSOR FOR
               SELECT C.CUSTNO, COUNT(*)
               FROM TUTORIAL.STGFILE F, TUTORIAL.CUSTOMER C
               WHERE C.STAFF_ID = :RPTSUBS-STAFF-ID
                 AND C.CUTOFF IS NOT NULL
                 AND F.RECVTIME IS NOT NULL
                 AND F.RECVDATE BETWEEN :WC-PERIOD-START
                                    AND :WC-PERIOD-END
                 AND C.CUSTNO = (SELECT MIN(SI.CUSTNO)
                                 FROM TUTORIAL.STGINV SI
                                 WHERE SI.BATCHNO = F.BATCHNO)
                 AND SUBSTR(F.RECVTIME, 1, 5) > C.CUTOFF
               GROUP BY C.CUSTNO
               ORDER BY C.CUSTNO
           END-EXEC

      *>   SLA credits billed to the portfolio's customers this year
           EXEC SQL
               DECLARE CUR-RS-POR-SLA CURSOR FOR
               SELECT C.CUSTNO, SUM(SL.BREACHES), SUM(SL.AMOUNT)
               FROM TUTORIAL.SLACREDIT SL, TUTORIAL.CUSTOMER C
               WHERE C.STAFF_ID = :RPTSUBS-STAFF-ID
                 AND SL.CUST_ID = C.CUST_ID
                 AND SL.BILLED = 'Y'
                 AND SL.PERIOD BETWEEN :WC-RS-PER-FROM
                                   AND :WC-RS-PER-TO
               GROUP BY C.CUSTNO
               ORDER BY C.CUSTNO
           END-EXEC

      *>   active customers whose unpaid invoices exceed their
      *>   credit limit, summed as the import's credit check does
           EXEC SQL
               DECLARE CUR-RS-POR-CRED CURSOR FOR
               SELECT X.CUSTNO, X.CREDLIMIT, X.UNPAID
               FROM (SELECT C.CUSTNO AS CUSTNO,
                            C.CREDLIMIT AS CREDLIMIT,
                            (SELECT COALESCE(SUM(
                                 (SELECT COALESCE(SUM(IT.QTY *
                                                      IT.PRICE), 0)
                                  FROM TUTORIAL.INVITEM II,
                                       TUTORIAL.ITEM IT
                                  WHERE II.INV_ID = I.INV_ID
                                    AND IT.ITEM_ID = II.ITEM_ID)
                                 - I.PAIDAMT), 0)
                             FROM TUTORIAL.INVOICE I
                             WHERE I.CUST_ID = C.CUST_ID
                               AND I.INVSTATE NOT = 9
                               AND I.INVSTATE NOT = 3
                               AND I.INVSTATE NOT = 7
                               AND I.INVSTATE NOT = 6) AS UNPAID
                     FROM TUTORIAL.CUSTOMER C
                     WHERE C.STAFF_ID = :RPTSUBS-STAFF-ID
                       AND C.ACTIVE = 'Y') X
               WHERE X.UNPAID > X.CREDLIMIT
               ORDER BY X.CUSTNO
           END-EXEC

       PROCEDURE DIVISION.

       000-RPT-SCHED.
      **************************

       100-INIT.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE WN-EOM-YMD(1:4) TO WC-PERIOD-END(1:4)
           MOVE WN-EOM-YMD(5:2) TO WC-PERIOD-END(6:2)
           MOVE WN-EOM-YMD(7:2) TO WC-PERIOD-END(9:2)
           MOVE '-' TO WC-PERIOD-END(5:1), WC-PERIOD-END(8:1)

           MOVE WC-PERIOD-START(1:7) TO WC-RS-PER-TO
           MOVE WC-PERIOD-START(1:4) TO WC-RS-PER-FROM(1:4)
           MOVE '-01' TO WC-RS-PER-FROM(5:3)

      *>   the agreement window: today plus 90 days
           MOVE T-YEAR  TO WN-AGR-YMD(1:4)
           MOVE T-MONTH TO WN-AGR-YMD(5:2)
           MOVE T-DAY   TO WN-AGR-YMD(7:2)
           COMPUTE WN-AGR-INT =
               FUNCTION INTEGER-OF-DATE(WN-AGR-YMD) + 90
           COMPUTE WN-AGR-YMD =
               FUNCTION DATE-OF-INTEGER(WN-AGR-INT)
           MOVE SPACE TO WC-AGR-LIMIT
           MOVE WN-AGR-YMD(1:4) TO WC-AGR-LIMIT(1:4)
           MOVE WN-AGR-YMD(5:2) TO WC-AGR-LIMIT(6:2)
           MOVE WN-AGR-YMD(7:2) TO WC-AGR-LIMIT(9:2)
           MOVE '-' TO WC-AGR-LIMIT(5:1), WC-AGR-LIMIT(8:1)
           IF WC-AGR-LIMIT(1:4) > T-YEAR
               MOVE T-YEAR TO WN-RS-VOL-YEAR
           ELSE
               MOVE ZERO TO WN-RS-VOL-YEAR
           END-IF.
      ***********************

       110-RUN-ALL-SUBSCRIPTIONS.
               FETCH CUR-RS-SUBS
               INTO :RPTSUBS-SUB-ID, :RPTSUBS-RPTCODE,
                    :RPTSUBS-PERIODRULE, :RPTSUBS-RPTFORMAT,
                    :RPTSUBS-RECIPIENT, :RPTSUBS-STAFF-ID
           END-EXEC

           PERFORM 120-RUN-ONE-SUBSCRIPTION
      ***********************

       120-RUN-ONE-SUBSCRIPTION.
      *>   a portfolio file is per manager, so several of them in
      *>   the same month never overwrite each other
           MOVE SPACE TO WC-RPT-FILENAME
           IF RPTSUBS-STAFF-ID > ZERO
               MOVE RPTSUBS-STAFF-ID TO WE-RS-STAFF-ID
               STRING 'data/rpt-' DELIMITED BY SIZE
                      RPTSUBS-RPTCODE DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      WE-RS-STAFF-ID DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WC-RPT-STAMP DELIMITED BY SIZE
                      '.csv' DELIMITED BY SIZE
                   INTO WC-RPT-FILENAME
               END-STRING
           ELSE
               STRING 'data/rpt-' DELIMITED BY SIZE
                      RPTSUBS-RPTCODE DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      WC-RPT-STAMP DELIMITED BY SIZE
                      '.csv' DELIMITED BY SIZE
                   INTO WC-RPT-FILENAME
               END-STRING
           END-IF

           OPEN OUTPUT RPTFIL

                       PERFORM 150-RENDER-AGE
                   WHEN 'VAT'
                       PERFORM 160-RENDER-VAT
                   WHEN 'BUD'
                       PERFORM 180-RENDER-BUD
                   WHEN 'POR'
                       PERFORM 190-RENDER-POR
                   WHEN OTHER
                       DISPLAY ' Okänd rapportkod: '
                               RPTSUBS-RPTCODE
               FETCH CUR-RS-SUBS
               INTO :RPTSUBS-SUB-ID, :RPTSUBS-RPTCODE,
                    :RPTSUBS-PERIODRULE, :RPTSUBS-RPTFORMAT,
                    :RPTSUBS-RECIPIENT, :RPTSUBS-STAFF-ID
           END-EXEC.
      ***********************

           END-IF.
      ***********************

       180-RENDER-BUD.
      *>   the reported year's budget against invoiced service
      *>   revenue, each month up to the reported one and then
      *>   accumulated
           MOVE 'Manad;Budget;Utfall;Avvikelse;Procent'
               TO RPTFIL-POST
           WRITE RPTFIL-POST

           MOVE WC-PERIOD-START(1:4) TO WN-RS-YEAR
           MOVE WC-PERIOD-START(6:2) TO WN-RS-THRU-MONTH
           MOVE ZERO TO W9-RS-YTD-BUDGET
           MOVE ZERO TO W9-RS-YTD-AMOUNT

           PERFORM VARYING WN-RS-MONTH FROM 1 BY 1
                   UNTIL WN-RS-MONTH > WN-RS-THRU-MONTH
               PERFORM 181-SUM-BUD-MONTH
               ADD W9-RS-BUDGET TO W9-RS-YTD-BUDGET
               ADD W9-RS-AMOUNT TO W9-RS-YTD-AMOUNT
               MOVE WN-RS-MONTH TO WE-RS-MONTH
               MOVE WE-RS-MONTH TO WC-RS-LABEL
               PERFORM 182-WRITE-BUD-LINE
           END-PERFORM

           MOVE W9-RS-YTD-BUDGET TO W9-RS-BUDGET
           MOVE W9-RS-YTD-AMOUNT TO W9-RS-AMOUNT
           MOVE 'Ack' TO WC-RS-LABEL
           PERFORM 182-WRITE-BUD-LINE.
      ***********************

       181-SUM-BUD-MONTH.
      *>   bundle lines count per component article, as in the
      *>   article report
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :W9-RS-BUDGET
               FROM TUTORIAL.REVBUDGET
               WHERE BUDGETYEAR = :WN-RS-YEAR
                 AND BUDGETMONTH = :WN-RS-MONTH
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'REVBUDGET' TO WC-MSG-TBLCURS
               MOVE '181-SUM-BUD-MONTH' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO SCHED-OK-SW
           END-IF

      *>   own invoices only; a split row is a component of a
      *>   service package, an unsplit one counts when its article
      *>   is a service
           EXEC SQL
               SELECT COALESCE(SUM(A.AMOUNT), 0)
               INTO :W9-RS-AMOUNT
               FROM TUTORIAL.STATARTICLE A
               WHERE A.OWNINV = 'Y'
                 AND A.INVSTATE NOT = 3
                 AND YEAR(A.STATDATE) = :WN-RS-YEAR
                 AND MONTH(A.STATDATE) = :WN-RS-MONTH
                 AND (A.SPLITROW = 'Y'
                  OR EXISTS (SELECT 1 FROM TUTORIAL.SRV S
                             WHERE S.ARTNO = A.ARTNO))
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE       TO WN-MSG-SQLCODE
               MOVE 'STATARTICLE' TO WC-MSG-TBLCURS
               MOVE '181-SUM-BUD-MONTH' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO SCHED-OK-SW
           END-IF.
      ***********************

       182-WRITE-BUD-LINE.
      *>   no budget for the month gives no percent
           COMPUTE W9-RS-DIFF = W9-RS-AMOUNT - W9-RS-BUDGET
           IF W9-RS-BUDGET = ZERO
               MOVE ZERO TO WN-RS-PCT
           ELSE
               COMPUTE WN-RS-PCT ROUNDED =
                   W9-RS-AMOUNT * 100 / W9-RS-BUDGET
           END-IF
           MOVE W9-RS-BUDGET TO WE-RS-BUDGET
           MOVE W9-RS-AMOUNT TO WE-RS-AMOUNT
           MOVE W9-RS-DIFF   TO WE-RS-DIFF
           MOVE WN-RS-PCT    TO WE-RS-PCT
           MOVE SPACE TO WC-RS-LINE
           STRING WC-RS-LABEL DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-RS-BUDGET DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-RS-AMOUNT DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-RS-DIFF DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-RS-PCT DELIMITED BY SIZE
               INTO WC-RS-LINE
           END-STRING
           MOVE WC-RS-LINE TO RPTFIL-POST
           WRITE RPTFIL-POST.
      ***********************

       190-RENDER-POR.
           EXEC SQL
               SELECT SIGN, NAME
               INTO :STAFF-SIGN, :STAFF-NAME
               FROM TUTORIAL.STAFF
               WHERE STAFF_ID = :RPTSUBS-STAFF-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SPACE TO STAFF-SIGN
               MOVE SPACE TO STAFF-NAME-TEXT
           END-IF

           MOVE SPACE TO WC-RS-LINE
           STRING 'Kundansvarig;' DELIMITED BY SIZE
                  STAFF-SIGN DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  STAFF-NAME-TEXT(1:60) DELIMITED BY SIZE
               INTO WC-RS-LINE
           END-STRING
           MOVE WC-RS-LINE TO RPTFIL-POST
           WRITE RPTFIL-POST
           MOVE SPACE TO WC-RS-LINE
           STRING 'Period;' DELIMITED BY SIZE
                  WC-RS-PER-TO DELIMITED BY SIZE
               INTO WC-RS-LINE
           END-STRING
           MOVE WC-RS-LINE TO RPTFIL-POST
           WRITE RPTFIL-POST

           PERFORM 191-POR-REVENUE
           PERFORM 192-POR-AGING
           PERFORM 193-POR-AGREEMENTS
           PERFORM 194-POR-LATE-FILES
           PERFORM 195-POR-SLA
           PERFORM 196-POR-CREDIT.
      ***********************

       191-POR-REVENUE.
           MOVE SPACE TO RPTFIL-POST
           WRITE RPTFIL-POST
           MOVE 'Kundnr;Fakturerat manad;Fakturerat i ar'
               TO RPTFIL-POST
           WRITE RPTFIL-POST
           MOVE ZERO TO W9-RS-TOT-MONTH
           MOVE ZERO TO W9-RS-TOT-YTD

           EXEC SQL
               OPEN CUR-RS-POR-REV
           END-EXEC

           EXEC SQL
               FETCH CUR-RS-POR-REV
               INTO :WC-RS-CUSTNO, :W9-RS-AMOUNT, :W9-RS-YTD
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               ADD W9-RS-AMOUNT TO W9-RS-TOT-MONTH
               ADD W9-RS-YTD    TO W9-RS-TOT-YTD
               MOVE W9-RS-AMOUNT TO WE-RS-AMOUNT
               MOVE W9-RS-YTD    TO WE-RS-AMOUNT-2
               MOVE SPACE TO WC-RS-LINE
               STRING WC-RS-CUSTNO DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      WE-RS-AMOUNT DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WE-RS-AMOUNT-2 DELIMITED BY SIZE
                   INTO WC-RS-LINE
               END-STRING
               MOVE WC-RS-LINE TO RPTFIL-POST
               WRITE RPTFIL-POST

               EXEC SQL
                   FETCH CUR-RS-POR-REV
                   INTO :WC-RS-CUSTNO, :W9-RS-AMOUNT, :W9-RS-YTD
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RS-POR-REV
           END-EXEC

           MOVE W9-RS-TOT-MONTH TO WE-RS-AMOUNT
           MOVE W9-RS-TOT-YTD   TO WE-RS-AMOUNT-2
           MOVE SPACE TO WC-RS-LINE
           STRING 'Summa;' DELIMITED BY SIZE
                  WE-RS-AMOUNT DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-RS-AMOUNT-2 DELIMITED BY SIZE
               INTO WC-RS-LINE
           END-STRING
           MOVE WC-RS-LINE TO RPTFIL-POST
           WRITE RPTFIL-POST.
      ***********************

       192-POR-AGING.
           MOVE SPACE TO RPTFIL-POST
           WRITE RPTFIL-POST
           MOVE SPACE TO WC-RS-LINE
           STRING 'Kundnr;Utestaende;Ej forfallet;' DELIMITED BY SIZE
                  '1-30;31-60;61-90;Over 90' DELIMITED BY SIZE
               INTO WC-RS-LINE
           END-STRING
           MOVE WC-RS-LINE TO RPTFIL-POST
           WRITE RPTFIL-POST

           EXEC SQL
               OPEN CUR-RS-POR-AGE
           END-EXEC

           EXEC SQL
               FETCH CUR-RS-POR-AGE
               INTO :WC-RS-CUSTNO, :W9-RS-AMOUNT,
                    :W9-RS-AGE-CURRENT, :W9-RS-AGE-1-30,
                    :W9-RS-AGE-31-60, :W9-RS-AGE-61-90,
                    :W9-RS-AGE-OVER90
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE W9-RS-AMOUNT      TO WE-RS-AMOUNT
               MOVE W9-RS-AGE-CURRENT TO WE-RS-AMOUNT-2
               MOVE W9-RS-AGE-1-30    TO WE-RS-AMOUNT-3
               MOVE W9-RS-AGE-31-60   TO WE-RS-AMOUNT-4
               MOVE W9-RS-AGE-61-90   TO WE-RS-AMOUNT-5
               MOVE W9-RS-AGE-OVER90  TO WE-RS-AMOUNT-6
               MOVE SPACE TO WC-RS-LINE
               STRING WC-RS-CUSTNO DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      WE-RS-AMOUNT DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WE-RS-AMOUNT-2 DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WE-RS-AMOUNT-3 DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WE-RS-AMOUNT-4 DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WE-RS-AMOUNT-5 DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WE-RS-AMOUNT-6 DELIMITED BY SIZE
                   INTO WC-RS-LINE
               END-STRING
               MOVE WC-RS-LINE TO RPTFIL-POST
               WRITE RPTFIL-POST

               EXEC SQL
                   FETCH CUR-RS-POR-AGE
                   INTO :WC-RS-CUSTNO, :W9-RS-AMOUNT,
                        :W9-RS-AGE-CURRENT, :W9-RS-AGE-1-30,
                        :W9-RS-AGE-31-60, :W9-RS-AGE-61-90,
                        :W9-RS-AGE-OVER90
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RS-POR-AGE
           END-EXEC.
      ***********************

       193-POR-AGREEMENTS.
           MOVE SPACE TO RPTFIL-POST
           WRITE RPTFIL-POST
           MOVE 'Kundnr;Avtal;Artikel;Slutdatum' TO RPTFIL-POST
           WRITE RPTFIL-POST

           EXEC SQL
               OPEN CUR-RS-POR-AGR
           END-EXEC

           EXEC SQL
               FETCH CUR-RS-POR-AGR
               INTO :WC-RS-CUSTNO, :WC-RS-AGRTYPE, :SRV-ARTNO,
                    :WC-RS-ENDDATE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACE TO WC-RS-LINE
               STRING WC-RS-CUSTNO DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      WC-RS-AGRTYPE DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      SRV-ARTNO-TEXT(1:30) DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      WC-RS-ENDDATE DELIMITED BY SIZE
                   INTO WC-RS-LINE
               END-STRING
               MOVE WC-RS-LINE TO RPTFIL-POST
               WRITE RPTFIL-POST

               EXEC SQL
                   FETCH CUR-RS-POR-AGR
                   INTO :WC-RS-CUSTNO, :WC-RS-AGRTYPE, :SRV-ARTNO,
                        :WC-RS-ENDDATE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RS-POR-AGR
           END-EXEC.
      ***********************

       194-POR-LATE-FILES.
           MOVE SPACE TO RPTFIL-POST
           WRITE RPTFIL-POST
           MOVE 'Kundnr;Sena filleveranser' TO RPTFIL-POST
           WRITE RPTFIL-POST

           EXEC SQL
               OPEN CUR-RS-POR-LATE
           END-EXEC

           EXEC SQL
               FETCH CUR-RS-POR-LATE
               INTO :WC-RS-CUSTNO, :WN-RS-COUNT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE WN-RS-COUNT TO WE-RS-COUNT
               MOVE SPACE TO WC-RS-LINE
               STRING WC-RS-CUSTNO DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      WE-RS-COUNT DELIMITED BY SIZE
                   INTO WC-RS-LINE
               END-STRING
               MOVE WC-RS-LINE TO RPTFIL-POST
               WRITE RPTFIL-POST

               EXEC SQL
                   FETCH CUR-RS-POR-LATE
                   INTO :WC-RS-CUSTNO, :WN-RS-COUNT
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RS-POR-LATE
           END-EXEC.
      ***********************

       195-POR-SLA.
           MOVE SPACE TO RPTFIL-POST
           WRITE RPTFIL-POST
           MOVE 'Kundnr;SLA-brott i ar;SLA-avdrag i ar' TO RPTFIL-POST
           WRITE RPTFIL-POST

           EXEC SQL
               OPEN CUR-RS-POR-SLA
           END-EXEC

           EXEC SQL
               FETCH CUR-RS-POR-SLA
               INTO :WC-RS-CUSTNO, :WN-RS-COUNT, :W9-RS-AMOUNT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE WN-RS-COUNT  TO WE-RS-COUNT
               MOVE W9-RS-AMOUNT TO WE-RS-AMOUNT
               MOVE SPACE TO WC-RS-LINE
               STRING WC-RS-CUSTNO DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      WE-RS-COUNT DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WE-RS-AMOUNT DELIMITED BY SIZE
                   INTO WC-RS-LINE
               END-STRING
               MOVE WC-RS-LINE TO RPTFIL-POST
               WRITE RPTFIL-POST

               EXEC SQL
                   FETCH CUR-RS-POR-SLA
                   INTO :WC-RS-CUSTNO, :WN-RS-COUNT, :W9-RS-AMOUNT
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RS-POR-SLA
           END-EXEC.
      ***********************

       196-POR-CREDIT.
           MOVE SPACE TO RPTFIL-POST
           WRITE RPTFIL-POST
           MOVE 'Kundnr;Kreditgrans;Obetalt' TO RPTFIL-POST
           WRITE RPTFIL-POST

           EXEC SQL
               OPEN CUR-RS-POR-CRED
           END-EXEC

           EXEC SQL
               FETCH CUR-RS-POR-CRED
               INTO :WC-RS-CUSTNO, :W9-RS-CREDLIMIT, :W9-RS-AMOUNT
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE W9-RS-CREDLIMIT TO WE-RS-AMOUNT
               MOVE W9-RS-AMOUNT    TO WE-RS-AMOUNT-2
               MOVE SPACE TO WC-RS-LINE
               STRING WC-RS-CUSTNO DELIMITED BY SPACE
                      ';' DELIMITED BY SIZE
                      WE-RS-AMOUNT DELIMITED BY SIZE
                      ';' DELIMITED BY SIZE
                      WE-RS-AMOUNT-2 DELIMITED BY SIZE
                   INTO WC-RS-LINE
               END-STRING
               MOVE WC-RS-LINE TO RPTFIL-POST
               WRITE RPTFIL-POST

               EXEC SQL
                   FETCH CUR-RS-POR-CRED
                   INTO :WC-RS-CUSTNO, :W9-RS-CREDLIMIT,
                        :W9-RS-AMOUNT
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-RS-POR-CRED
           END-EXEC.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
