       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsCollPerf.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Monthly collection performance report
      **>          (indrivningsrapport) to each customer: how its
      **>          own debtors paid - the money collected through
      **>          us, the share paid by the due date, the average
      **>          days from invoice to payment, the reminders,
      **>          SMS reminders and inkasso handovers sent, what
      **>          the collection agency recovered, the approved
      **>          write-offs and the aging of the open invoices at
      **>          month end - each set against the previous month
      **>          and the same month last year, followed by the
      **>          customer's ten largest overdue debtors. The open
      **>          position at a month end is rebuilt from the
      **>          invoices dated up to it less the payments dated
      **>          up to it, the way the receivables balance does,
      **>          so the comparison columns are true to their own
      **>          date. One document per active customer with
      **>          debtor invoices, queued for delivery on the
      **>          MAILQUEUE when the customer has an email
      **>          address. The period comes off the command line
      **>          as YYYY-MM; left blank it defaults to the
      **>          previous month. Runs from the month-end
      **>          schedule.
      **> Initial Version Created: 2014-07-08
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFFIL ASSIGN TO WC-CP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERFFIL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERFFIL.
       01  PERFFIL-POST        PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CPERF-OK-SW             PIC X VALUE 'Y'.
               88  CPERF-OK                VALUE 'Y'.

       01  PERFFIL-FS          PIC X(2) VALUE SPACE.
           88  PERFFIL-SUCCESSFUL  VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-CP-PERIOD        PIC X(7)  VALUE SPACE.
       01  WC-CP-FILENAME      PIC X(50) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-CP-CUST-COUNT      PIC 9(5) VALUE ZERO.
           05  WN-CP-MAIL-COUNT      PIC 9(5) VALUE ZERO.

      *>   first and real last day of a month; the end is taken
      *>   from the first of the next month minus one so short
      *>   months never produce an invalid date
       01  WC-PERIOD-START     PIC X(10) VALUE SPACE.
       01  WC-PERIOD-END       PIC X(10) VALUE SPACE.
       01  WC-REPORT-END       PIC X(10) VALUE SPACE.
       01  WN-EOM-YEAR         PIC 9(4)  VALUE ZERO.
       01  WN-EOM-MONTH        PIC 9(2)  VALUE ZERO.
       01  WN-EOM-YMD          PIC 9(8)  VALUE ZERO.
       01  WN-EOM-INT          PIC S9(9) COMP VALUE ZERO.

      *>   the three columns of the report: 1 = the reported month,
      *>   2 = the month before it, 3 = the same month last year
       01  CP-COLUMN-TABLE.
           05  CP-COL OCCURS 3 TIMES.
               10  WC-CP-C-PERIOD      PIC X(7).
               10  WC-CP-C-START       PIC X(10).
               10  WC-CP-C-END         PIC X(10).
               10  W9-CP-C-COLLECTED   PIC S9(11)V9(2) COMP-3.
               10  WN-CP-C-PAYCOUNT    PIC S9(9) COMP.
               10  WN-CP-C-ONTIME-PCT  PIC S9(3) COMP.
               10  W9-CP-C-AVGDAYS     PIC S9(4)V9(1) COMP-3.
               10  WN-CP-C-REMINDERS   PIC S9(9) COMP.
               10  WN-CP-C-SMS         PIC S9(9) COMP.
               10  WN-CP-C-INKASSO     PIC S9(9) COMP.
               10  WN-CP-C-AGENCY-CNT  PIC S9(9) COMP.
               10  W9-CP-C-AGENCY-AMT  PIC S9(11)V9(2) COMP-3.
               10  WN-CP-C-WO-CNT      PIC S9(9) COMP.
               10  W9-CP-C-WO-AMT      PIC S9(11)V9(2) COMP-3.
               10  W9-CP-C-AGE OCCURS 5 TIMES
                                       PIC S9(11)V9(2) COMP-3.
               10  W9-CP-C-OPEN        PIC S9(11)V9(2) COMP-3.
       01  WN-CP-CX            PIC S9(4) COMP VALUE ZERO.
       01  WN-CP-AX            PIC S9(4) COMP VALUE ZERO.
      *>   which figure a report line shows: 1 collected, 2 payments,
      *>   3 paid on time, 4 days to pay, 5 reminders, 6 SMS,
      *>   7 inkasso handovers, 8-9 agency recoveries, 10-11
      *>   write-offs, 12 aging bucket WN-CP-AX, 13 open total
       01  WN-CP-ITEM          PIC S9(4) COMP VALUE ZERO.

      *>   one customer's figures for the month in WC-PERIOD-START
      *>   and WC-PERIOD-END, as the SQL returns them
       01  WN-CP-CUST-ID       PIC S9(9) COMP VALUE ZERO.
       01  W9-CP-COLLECTED     PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  WN-CP-PAYCOUNT      PIC S9(9) COMP VALUE ZERO.
       01  WN-CP-ONTIME        PIC S9(9) COMP VALUE ZERO.
       01  W9-CP-AVGDAYS       PIC S9(4)V9(1) COMP-3 VALUE ZERO.
       01  WN-CP-AGENCY-CNT    PIC S9(9) COMP VALUE ZERO.
       01  W9-CP-AGENCY-AMT    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  WN-CP-REMINDERS     PIC S9(9) COMP VALUE ZERO.
       01  WN-CP-SMS           PIC S9(9) COMP VALUE ZERO.
       01  WN-CP-INKASSO       PIC S9(9) COMP VALUE ZERO.
       01  WN-CP-WO-CNT        PIC S9(9) COMP VALUE ZERO.
       01  W9-CP-WO-AMT        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-CP-AGE-0         PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-CP-AGE-30        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-CP-AGE-60        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-CP-AGE-90        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-CP-AGE-OVER      PIC S9(11)V9(2) COMP-3 VALUE ZERO.

      *>   one of the ten largest overdue debtors
       01  WN-CP-TOP-COUNT     PIC S9(4) COMP VALUE ZERO.
       01  WN-CP-TOP-DEBT-ID   PIC S9(9) COMP VALUE ZERO.
       01  WN-CP-TOP-INVS      PIC S9(9) COMP VALUE ZERO.
       01  W9-CP-TOP-AMOUNT    PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  WN-CP-TOP-DAYS      PIC S9(9) COMP VALUE ZERO.

       01  WN-NEXT-MAILQ-ID    PIC S9(9) COMP VALUE ZERO.
       01  IND-CP-EMAIL        PIC S9(4) COMP VALUE ZERO.

      *>   one report line: a label and the three columns
       01  WC-CP-LABEL         PIC X(30) VALUE SPACE.
       01  CP-LINE-VALUES.
           05  W9-CP-LV OCCURS 3 TIMES PIC S9(11)V9(2) COMP-3.
       01  WE-CP-AMOUNT-1      PIC -(9)9.99.
       01  WE-CP-AMOUNT-2      PIC -(9)9.99.
       01  WE-CP-AMOUNT-3      PIC -(9)9.99.
       01  WE-CP-COUNT-1       PIC -(12)9.
       01  WE-CP-COUNT-2       PIC -(12)9.
       01  WE-CP-COUNT-3       PIC -(12)9.
       01  WE-CP-TOP-NO        PIC Z9.
       01  WE-CP-TOP-INVS      PIC ZZZ9.
       01  WE-CP-TOP-DAYS      PIC ZZZZ9.
       01  WC-CP-LINE          PIC X(100) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE DEBTOR    END-EXEC.
           EXEC SQL INCLUDE INVOICE   END-EXEC.
           EXEC SQL INCLUDE INVITEM   END-EXEC.
           EXEC SQL INCLUDE ITEM      END-EXEC.
           EXEC SQL INCLUDE BGPAYMENT END-EXEC.
           EXEC SQL INCLUDE OUTLOG    END-EXEC.
           EXEC SQL INCLUDE WRITEOFF  END-EXEC.
           EXEC SQL INCLUDE MAILQUEUE END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   every active customer that invoices debtors through us
           EXEC SQL
               DECLARE CUR-CP-CUST CURSOR FOR
               SELECT C.CUST_ID, C.CUSTNO, C.EMAIL
               FROM TUTORIAL.CUSTOMER C
               WHERE C.ACTIVE = 'Y'
                 AND EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE I
                      WHERE I.CUST_ID = C.CUST_ID
                        AND I.DEBT_ID NOT = 0
                        AND I.INVDATE <= :WC-REPORT-END)
               ORDER BY C.CUST_ID
           END-EXEC

      *>   the customer's debtors with the most overdue at the
      *>   reported month end: each invoice's open principal is
      *>   its rows less the payments dated up to that day
           EXEC SQL
               DECLARE CUR-CP-TOP CURSOR FOR
               SELECT X.DEBT_ID, D.NAME, COUNT(*), SUM(X.OPENAMT),
                      MAX(X.ODAYS)
               FROM (SELECT I.DEBT_ID,
                            DAYS(:WC-REPORT-END)
                            - DAYS(COALESCE(I.DUEDATE,
                                   I.INVDATE + C.DUEDAYS DAYS))
                                AS ODAYS,
                            (SELECT COALESCE(SUM(IT.QTY * IT.PRICE),
                                    0)
                             FROM TUTORIAL.INVITEM II,
                                  TUTORIAL.ITEM IT
                             WHERE II.INV_ID = I.INV_ID
                               AND IT.ITEM_ID = II.ITEM_ID)
                            - (SELECT COALESCE(SUM(B.AMOUNT
                                      - B.COSTAMT - B.INTAMT), 0)
                               FROM TUTORIAL.BGPAYMENT B
                               WHERE B.INV_ID = I.INV_ID
                                 AND B.REVERSED = 'N'
                                 AND B.PAYDATE <= :WC-REPORT-END)
                                AS OPENAMT
                     FROM TUTORIAL.INVOICE I, TUTORIAL.CUSTOMER C
                     WHERE C.CUST_ID = I.CUST_ID
                       AND I.CUST_ID = :WN-CP-CUST-ID
                       AND I.DEBT_ID NOT = 0
                       AND I.INVDATE <= :WC-REPORT-END
                       AND I.INVSTATE NOT = 3
                       AND I.INVSTATE NOT = 6
                       AND I.INVSTATE NOT = 8
                       AND NOT EXISTS
                           (SELECT 1 FROM TUTORIAL.WRITEOFF W
                            WHERE W.INV_ID = I.INV_ID
                              AND W.STATE = 'A'
                              AND W.APPRDATE <= :WC-REPORT-END)) X,
                    TUTORIAL.DEBTOR D
               WHERE D.DEBT_ID = X.DEBT_ID
                 AND X.OPENAMT > 0
                 AND X.ODAYS > 0
               GROUP BY X.DEBT_ID, D.NAME
               ORDER BY 4 DESC, X.DEBT_ID
           END-EXEC

      *>   get highest primary key in MAILQUEUE table
           EXEC SQL
               DECLARE CUR-CP-MAXMQ CURSOR FOR
               SELECT MAILQ_ID
               FROM TUTORIAL.MAILQUEUE
               ORDER BY MAILQ_ID DESC
           END-EXEC

       PROCEDURE DIVISION.

       000-COLL-PERF.
           MOVE 'PbsCollPerf.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT
           IF CPERF-OK
               PERFORM 110-RUN-ALL-CUSTOMERS
           END-IF
           DISPLAY ' Indrivningsrapporter skapade: ' WN-CP-CUST-COUNT
           DISPLAY ' Köade för e-post:            ' WN-CP-MAIL-COUNT
           IF CPERF-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           ACCEPT WC-CP-PERIOD FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1)

           IF WC-CP-PERIOD = SPACE
      *>       default to the previous month - the one reported
               MOVE T-YEAR  TO WN-EOM-YEAR
               MOVE T-MONTH TO WN-EOM-MONTH
               IF WN-EOM-MONTH = 1
                   MOVE 12 TO WN-EOM-MONTH
                   SUBTRACT 1 FROM WN-EOM-YEAR
               ELSE
                   SUBTRACT 1 FROM WN-EOM-MONTH
               END-IF
               MOVE WN-EOM-YEAR  TO WC-CP-PERIOD(1:4)
               MOVE '-'          TO WC-CP-PERIOD(5:1)
               MOVE WN-EOM-MONTH TO WC-CP-PERIOD(6:2)
           END-IF

           IF WC-CP-PERIOD(5:1) NOT = '-'
              OR WC-CP-PERIOD(1:4) IS NOT NUMERIC
              OR WC-CP-PERIOD(6:2) IS NOT NUMERIC
               DISPLAY ' Ogiltig period (YYYY-MM): ' WC-CP-PERIOD
               MOVE 'N' TO CPERF-OK-SW
           ELSE
      *>       the reported month
               MOVE WC-CP-PERIOD(1:4) TO WN-EOM-YEAR
               MOVE WC-CP-PERIOD(6:2) TO WN-EOM-MONTH
               MOVE 1 TO WN-CP-CX
               PERFORM 210-BUILD-MONTH-RANGE
               MOVE WC-PERIOD-END TO WC-REPORT-END

      *>       the month before it
               MOVE WC-CP-PERIOD(1:4) TO WN-EOM-YEAR
               MOVE WC-CP-PERIOD(6:2) TO WN-EOM-MONTH
               IF WN-EOM-MONTH = 1
                   MOVE 12 TO WN-EOM-MONTH
                   SUBTRACT 1 FROM WN-EOM-YEAR
               ELSE
                   SUBTRACT 1 FROM WN-EOM-MONTH
               END-IF
               MOVE 2 TO WN-CP-CX
               PERFORM 210-BUILD-MONTH-RANGE

      *>       the same month a year earlier - still inside the
      *>       live log window the history archiving keeps
               MOVE WC-CP-PERIOD(1:4) TO WN-EOM-YEAR
               SUBTRACT 1 FROM WN-EOM-YEAR
               MOVE WC-CP-PERIOD(6:2) TO WN-EOM-MONTH
               MOVE 3 TO WN-CP-CX
               PERFORM 210-BUILD-MONTH-RANGE
           END-IF.
      ***********************

       210-BUILD-MONTH-RANGE.
      *>   first and real last day of WN-EOM-YEAR/WN-EOM-MONTH
      *>   into column WN-CP-CX
           MOVE SPACE TO WC-CP-C-PERIOD(WN-CP-CX)
           MOVE WN-EOM-YEAR  TO WC-CP-C-PERIOD(WN-CP-CX)(1:4)
           MOVE '-'          TO WC-CP-C-PERIOD(WN-CP-CX)(5:1)
           MOVE WN-EOM-MONTH TO WC-CP-C-PERIOD(WN-CP-CX)(6:2)

           MOVE SPACE TO WC-PERIOD-START
           MOVE WN-EOM-YEAR  TO WC-PERIOD-START(1:4)
           MOVE '-'          TO WC-PERIOD-START(5:1)
           MOVE WN-EOM-MONTH TO WC-PERIOD-START(6:2)
           MOVE '-01'        TO WC-PERIOD-START(8:3)

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

           MOVE WC-PERIOD-START TO WC-CP-C-START(WN-CP-CX)
           MOVE WC-PERIOD-END   TO WC-CP-C-END(WN-CP-CX).
      ***********************

       110-RUN-ALL-CUSTOMERS.
           EXEC SQL
               OPEN CUR-CP-CUST
           END-EXEC

           EXEC SQL
               FETCH CUR-CP-CUST
               INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO,
                    :CUSTOMER-EMAIL:IND-CP-EMAIL
           END-EXEC

           PERFORM 120-WRITE-ONE-REPORT
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE TO WN-MSG-SQLCODE
               MOVE 'CUR-CP-CUST' TO WC-MSG-TBLCURS
               MOVE '110-RUN-ALL-CUSTOMERS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO CPERF-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-CP-CUST
           END-EXEC.
      ***********************

       120-WRITE-ONE-REPORT.
           MOVE CUSTOMER-CUST-ID TO WN-CP-CUST-ID

      *>   the short 'ind-' stem keeps the whole name within the
      *>   mail queue's filename column, whatever the customer
      *>   number's length
           MOVE SPACE TO WC-CP-FILENAME
           STRING 'data/ind-' DELIMITED BY SIZE
                  CUSTOMER-CUSTNO-TEXT DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WC-CP-PERIOD(1:4) DELIMITED BY SIZE
                  WC-CP-PERIOD(6:2) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WC-CP-FILENAME
           END-STRING

           PERFORM 200-COLLECT-COLUMN
               VARYING WN-CP-CX FROM 1 BY 1
               UNTIL WN-CP-CX > 3

           OPEN OUTPUT PERFFIL

           IF NOT PERFFIL-SUCCESSFUL
               DISPLAY ' Kan inte skapa rapportfilen: '
                       WC-CP-FILENAME
               MOVE 'N' TO CPERF-OK-SW
           ELSE
               MOVE SPACE TO WC-CP-LINE
               STRING 'INDRIVNINGSRAPPORT ' DELIMITED BY SIZE
                      WC-CP-PERIOD DELIMITED BY SIZE
                      ' - KUND ' DELIMITED BY SIZE
                      CUSTOMER-CUSTNO-TEXT DELIMITED BY SPACE
                   INTO WC-CP-LINE
               END-STRING
               MOVE WC-CP-LINE TO PERFFIL-POST
               WRITE PERFFIL-POST

               PERFORM 130-WRITE-COLLECTION
               PERFORM 140-WRITE-DUNNING
               PERFORM 150-WRITE-AGING
               PERFORM 160-WRITE-TOP-DEBTORS

               CLOSE PERFFIL

               IF IND-CP-EMAIL NOT = -1
                  AND CUSTOMER-EMAIL-TEXT(1:1) NOT = SPACE
                   PERFORM 170-QUEUE-DELIVERY
               END-IF

               ADD 1 TO WN-CP-CUST-COUNT
               DISPLAY ' ' CUSTOMER-CUSTNO-TEXT(1:10)
                       WC-CP-FILENAME(1:40)
           END-IF

           EXEC SQL
               FETCH CUR-CP-CUST
               INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO,
                    :CUSTOMER-EMAIL:IND-CP-EMAIL
           END-EXEC.
      ***********************

       200-COLLECT-COLUMN.
           MOVE WC-CP-C-START(WN-CP-CX) TO WC-PERIOD-START
           MOVE WC-CP-C-END(WN-CP-CX)   TO WC-PERIOD-END

           PERFORM 220-SUM-PAYMENTS
           PERFORM 230-SUM-DUNNING
           PERFORM 240-SUM-WRITEOFFS
           PERFORM 250-SUM-AGING

           MOVE W9-CP-COLLECTED  TO W9-CP-C-COLLECTED(WN-CP-CX)
           MOVE WN-CP-PAYCOUNT   TO WN-CP-C-PAYCOUNT(WN-CP-CX)
           IF WN-CP-PAYCOUNT > ZERO
               COMPUTE WN-CP-C-ONTIME-PCT(WN-CP-CX) =
                   WN-CP-ONTIME * 100 / WN-CP-PAYCOUNT
           ELSE
               MOVE ZERO TO WN-CP-C-ONTIME-PCT(WN-CP-CX)
           END-IF
           MOVE W9-CP-AVGDAYS    TO W9-CP-C-AVGDAYS(WN-CP-CX)
           MOVE WN-CP-REMINDERS  TO WN-CP-C-REMINDERS(WN-CP-CX)
           MOVE WN-CP-SMS        TO WN-CP-C-SMS(WN-CP-CX)
           MOVE WN-CP-INKASSO    TO WN-CP-C-INKASSO(WN-CP-CX)
           MOVE WN-CP-AGENCY-CNT TO WN-CP-C-AGENCY-CNT(WN-CP-CX)
           MOVE W9-CP-AGENCY-AMT TO W9-CP-C-AGENCY-AMT(WN-CP-CX)
           MOVE WN-CP-WO-CNT     TO WN-CP-C-WO-CNT(WN-CP-CX)
           MOVE W9-CP-WO-AMT     TO W9-CP-C-WO-AMT(WN-CP-CX)
           MOVE W9-CP-AGE-0      TO W9-CP-C-AGE(WN-CP-CX, 1)
           MOVE W9-CP-AGE-30     TO W9-CP-C-AGE(WN-CP-CX, 2)
           MOVE W9-CP-AGE-60     TO W9-CP-C-AGE(WN-CP-CX, 3)
           MOVE W9-CP-AGE-90     TO W9-CP-C-AGE(WN-CP-CX, 4)
           MOVE W9-CP-AGE-OVER   TO W9-CP-C-AGE(WN-CP-CX, 5)
           COMPUTE W9-CP-C-OPEN(WN-CP-CX) =
               W9-CP-AGE-0 + W9-CP-AGE-30 + W9-CP-AGE-60
               + W9-CP-AGE-90 + W9-CP-AGE-OVER.
      ***********************

       220-SUM-PAYMENTS.
      *>   every payment the month brought on the customer's
      *>   debtor invoices, whether through Bankgiro, PlusGiro,
      *>   Autogiro or the collection agency; on time means on or
      *>   before the invoice's due date
           MOVE ZERO TO WN-CP-PAYCOUNT, WN-CP-ONTIME,
                        WN-CP-AGENCY-CNT
           MOVE ZERO TO W9-CP-COLLECTED, W9-CP-AVGDAYS,
                        W9-CP-AGENCY-AMT
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(B.AMOUNT), 0),
                      COALESCE(SUM(CASE
                          WHEN B.PAYDATE <= COALESCE(I.DUEDATE,
                               I.INVDATE + C.DUEDAYS DAYS)
                          THEN 1 ELSE 0 END), 0),
                      COALESCE(AVG(DAYS(B.PAYDATE)
                          - DAYS(I.INVDATE)), 0),
                      COALESCE(SUM(CASE
                          WHEN B.BGCNR = 'INKASSO' THEN 1
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN B.BGCNR = 'INKASSO' THEN B.AMOUNT
                          ELSE 0 END), 0)
               INTO :WN-CP-PAYCOUNT, :W9-CP-COLLECTED,
                    :WN-CP-ONTIME, :W9-CP-AVGDAYS,
                    :WN-CP-AGENCY-CNT, :W9-CP-AGENCY-AMT
               FROM TUTORIAL.BGPAYMENT B, TUTORIAL.INVOICE I,
                    TUTORIAL.CUSTOMER C
               WHERE B.INV_ID = I.INV_ID
                 AND C.CUST_ID = I.CUST_ID
                 AND I.CUST_ID = :WN-CP-CUST-ID
                 AND I.DEBT_ID NOT = 0
                 AND B.REVERSED = 'N'
                 AND B.PAYDATE BETWEEN :WC-PERIOD-START
                                   AND :WC-PERIOD-END
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'BGPAYMENT' TO WC-MSG-TBLCURS
               MOVE '220-SUM-PAYMENTS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO CPERF-OK-SW
           END-IF.
      ***********************

       230-SUM-DUNNING.
      *>   the letters and messages that went out successfully:
      *>   R reminder, U SMS reminder, I handover to inkasso
           MOVE ZERO TO WN-CP-REMINDERS, WN-CP-SMS, WN-CP-INKASSO
           EXEC SQL
               SELECT COALESCE(SUM(CASE
                          WHEN ACTIONCODE = 'R' THEN 1
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN ACTIONCODE = 'U' THEN 1
                          ELSE 0 END), 0),
                      COALESCE(SUM(CASE
                          WHEN ACTIONCODE = 'I' THEN 1
                          ELSE 0 END), 0)
               INTO :WN-CP-REMINDERS, :WN-CP-SMS, :WN-CP-INKASSO
               FROM TUTORIAL.OUTLOG
               WHERE CUST_ID = :WN-CP-CUST-ID
                 AND RESULTCODE = 0
                 AND PROCDATE BETWEEN :WC-PERIOD-START
                                  AND :WC-PERIOD-END
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'OUTLOG'    TO WC-MSG-TBLCURS
               MOVE '230-SUM-DUNNING' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO CPERF-OK-SW
           END-IF.
      ***********************

       240-SUM-WRITEOFFS.
      *>   write-offs approved in the month, at what was left
      *>   unpaid on the invoice
           MOVE ZERO TO WN-CP-WO-CNT
           MOVE ZERO TO W9-CP-WO-AMT
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(
                          (SELECT COALESCE(SUM(IT.QTY * IT.PRICE),
                                  0)
                           FROM TUTORIAL.INVITEM II,
                                TUTORIAL.ITEM IT
                           WHERE II.INV_ID = I.INV_ID
                             AND IT.ITEM_ID = II.ITEM_ID)
                          - I.PAIDAMT), 0)
               INTO :WN-CP-WO-CNT, :W9-CP-WO-AMT
               FROM TUTORIAL.WRITEOFF W, TUTORIAL.INVOICE I
               WHERE W.INV_ID = I.INV_ID
                 AND I.CUST_ID = :WN-CP-CUST-ID
                 AND I.DEBT_ID NOT = 0
                 AND W.STATE = 'A'
                 AND W.APPRDATE BETWEEN :WC-PERIOD-START
                                    AND :WC-PERIOD-END
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'WRITEOFF'  TO WC-MSG-TBLCURS
               MOVE '240-SUM-WRITEOFFS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO CPERF-OK-SW
           END-IF.
      ***********************

       250-SUM-AGING.
      *>   the open principal at the month end by days past due:
      *>   not yet due, 1-30, 31-60, 61-90 and over 90 days
           MOVE ZERO TO W9-CP-AGE-0, W9-CP-AGE-30, W9-CP-AGE-60,
                        W9-CP-AGE-90, W9-CP-AGE-OVER
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN X.ODAYS <= 0
                          THEN X.OPENAMT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN X.ODAYS BETWEEN 1
                          AND 30 THEN X.OPENAMT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN X.ODAYS BETWEEN 31
                          AND 60 THEN X.OPENAMT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN X.ODAYS BETWEEN 61
                          AND 90 THEN X.OPENAMT ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN X.ODAYS > 90
                          THEN X.OPENAMT ELSE 0 END), 0)
               INTO :W9-CP-AGE-0, :W9-CP-AGE-30, :W9-CP-AGE-60,
                    :W9-CP-AGE-90, :W9-CP-AGE-OVER
               FROM (SELECT DAYS(:WC-PERIOD-END)
                            - DAYS(COALESCE(I.DUEDATE,
                                   I.INVDATE + C.DUEDAYS DAYS))
                                AS ODAYS,
                            (SELECT COALESCE(SUM(IT.QTY * IT.PRICE),
                                    0)
                             FROM TUTORIAL.INVITEM II,
                                  TUTORIAL.ITEM IT
                             WHERE II.INV_ID = I.INV_ID
                               AND IT.ITEM_ID = II.ITEM_ID)
                            - (SELECT COALESCE(SUM(B.AMOUNT
                                      - B.COSTAMT - B.INTAMT), 0)
                               FROM TUTORIAL.BGPAYMENT B
                               WHERE B.INV_ID = I.INV_ID
                                 AND B.REVERSED = 'N'
                                 AND B.PAYDATE <= :WC-PERIOD-END)
                                AS OPENAMT
                     FROM TUTORIAL.INVOICE I, TUTORIAL.CUSTOMER C
                     WHERE C.CUST_ID = I.CUST_ID
                       AND I.CUST_ID = :WN-CP-CUST-ID
                       AND I.DEBT_ID NOT = 0
                       AND I.INVDATE <= :WC-PERIOD-END
                       AND I.INVSTATE NOT = 3
                       AND I.INVSTATE NOT = 6
                       AND I.INVSTATE NOT = 8
                       AND NOT EXISTS
                           (SELECT 1 FROM TUTORIAL.WRITEOFF W
                            WHERE W.INV_ID = I.INV_ID
                              AND W.STATE = 'A'
                              AND W.APPRDATE <= :WC-PERIOD-END)) X
               WHERE X.OPENAMT > 0
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'INVOICE'   TO WC-MSG-TBLCURS
               MOVE '250-SUM-AGING' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO CPERF-OK-SW
           END-IF.
      ***********************

       130-WRITE-COLLECTION.
           MOVE SPACE TO PERFFIL-POST
           WRITE PERFFIL-POST
           MOVE '=== INBETALT ===' TO PERFFIL-POST
           WRITE PERFFIL-POST
           PERFORM 300-WRITE-COLUMN-HEADING

           MOVE 'Inbetalt belopp' TO WC-CP-LABEL
           MOVE 1 TO WN-CP-ITEM
           PERFORM 340-WRITE-AMOUNT-FIGURE

           MOVE 'Antal betalningar' TO WC-CP-LABEL
           MOVE 2 TO WN-CP-ITEM
           PERFORM 350-WRITE-COUNT-FIGURE

           MOVE 'Betalt i tid (%)' TO WC-CP-LABEL
           MOVE 3 TO WN-CP-ITEM
           PERFORM 350-WRITE-COUNT-FIGURE

           MOVE 'Snitt dagar till betalning' TO WC-CP-LABEL
           MOVE 4 TO WN-CP-ITEM
           PERFORM 340-WRITE-AMOUNT-FIGURE.
      ***********************

       140-WRITE-DUNNING.
           MOVE SPACE TO PERFFIL-POST
           WRITE PERFFIL-POST
           MOVE '=== KRAVHANTERING ===' TO PERFFIL-POST
           WRITE PERFFIL-POST
           PERFORM 300-WRITE-COLUMN-HEADING

           MOVE 'Påminnelser' TO WC-CP-LABEL
           MOVE 5 TO WN-CP-ITEM
           PERFORM 350-WRITE-COUNT-FIGURE

           MOVE 'SMS-påminnelser' TO WC-CP-LABEL
           MOVE 6 TO WN-CP-ITEM
           PERFORM 350-WRITE-COUNT-FIGURE

           MOVE 'Lämnade till inkasso' TO WC-CP-LABEL
           MOVE 7 TO WN-CP-ITEM
           PERFORM 350-WRITE-COUNT-FIGURE

           MOVE 'Indrivet av inkasso, antal' TO WC-CP-LABEL
           MOVE 8 TO WN-CP-ITEM
           PERFORM 350-WRITE-COUNT-FIGURE

           MOVE 'Indrivet av inkasso, belopp' TO WC-CP-LABEL
           MOVE 9 TO WN-CP-ITEM
           PERFORM 340-WRITE-AMOUNT-FIGURE

           MOVE 'Avskrivna fakturor, antal' TO WC-CP-LABEL
           MOVE 10 TO WN-CP-ITEM
           PERFORM 350-WRITE-COUNT-FIGURE

           MOVE 'Avskrivna fakturor, belopp' TO WC-CP-LABEL
           MOVE 11 TO WN-CP-ITEM
           PERFORM 340-WRITE-AMOUNT-FIGURE.
      ***********************

       150-WRITE-AGING.
           MOVE SPACE TO PERFFIL-POST
           WRITE PERFFIL-POST
           MOVE '=== OBETALDA FAKTUROR VID MÅNADENS UTGÅNG ==='
               TO PERFFIL-POST
           WRITE PERFFIL-POST
           PERFORM 300-WRITE-COLUMN-HEADING

           PERFORM 155-WRITE-AGING-BUCKET
               VARYING WN-CP-AX FROM 1 BY 1
               UNTIL WN-CP-AX > 5

           MOVE 'Summa obetalt' TO WC-CP-LABEL
           MOVE 13 TO WN-CP-ITEM
           PERFORM 340-WRITE-AMOUNT-FIGURE.
      ***********************

       155-WRITE-AGING-BUCKET.
           EVALUATE WN-CP-AX
               WHEN 1
                   MOVE 'Ej förfallna' TO WC-CP-LABEL
               WHEN 2
                   MOVE 'Förfallna 1-30 dagar' TO WC-CP-LABEL
               WHEN 3
                   MOVE 'Förfallna 31-60 dagar' TO WC-CP-LABEL
               WHEN 4
                   MOVE 'Förfallna 61-90 dagar' TO WC-CP-LABEL
               WHEN OTHER
                   MOVE 'Förfallna över 90 dagar' TO WC-CP-LABEL
           END-EVALUATE
           MOVE 12 TO WN-CP-ITEM
           PERFORM 340-WRITE-AMOUNT-FIGURE.
      ***********************

       160-WRITE-TOP-DEBTORS.
           MOVE SPACE TO PERFFIL-POST
           WRITE PERFFIL-POST
           MOVE '=== TIO STÖRSTA FÖRFALLNA GÄLDENÄRER ==='
               TO PERFFIL-POST
           WRITE PERFFIL-POST
           MOVE ' Nr Gäldenär                                 Fakt.'
             & '   Förfallet belopp  Dagar'
               TO PERFFIL-POST
           WRITE PERFFIL-POST

           MOVE ZERO TO WN-CP-TOP-COUNT

           EXEC SQL
               OPEN CUR-CP-TOP
           END-EXEC

           EXEC SQL
               FETCH CUR-CP-TOP
               INTO :WN-CP-TOP-DEBT-ID, :DEBTOR-NAME,
                    :WN-CP-TOP-INVS, :W9-CP-TOP-AMOUNT,
                    :WN-CP-TOP-DAYS
           END-EXEC

           PERFORM 165-WRITE-ONE-TOP-DEBTOR
               UNTIL SQLCODE NOT = ZERO
                  OR WN-CP-TOP-COUNT = 10

           IF SQLCODE < ZERO
               MOVE SQLCODE      TO WN-MSG-SQLCODE
               MOVE 'CUR-CP-TOP' TO WC-MSG-TBLCURS
               MOVE '160-WRITE-TOP-DEBTORS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO CPERF-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-CP-TOP
           END-EXEC

           IF WN-CP-TOP-COUNT = ZERO
               MOVE ' Inga förfallna fakturor vid månadens utgång.'
                   TO PERFFIL-POST
               WRITE PERFFIL-POST
           END-IF.
      ***********************

       165-WRITE-ONE-TOP-DEBTOR.
           ADD 1 TO WN-CP-TOP-COUNT
           MOVE WN-CP-TOP-COUNT  TO WE-CP-TOP-NO
           MOVE WN-CP-TOP-INVS   TO WE-CP-TOP-INVS
           MOVE W9-CP-TOP-AMOUNT TO WE-CP-AMOUNT-1
           MOVE WN-CP-TOP-DAYS   TO WE-CP-TOP-DAYS
           MOVE SPACE TO WC-CP-LINE
           STRING ' ' DELIMITED BY SIZE
                  WE-CP-TOP-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DEBTOR-NAME-TEXT(1:40) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-CP-TOP-INVS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-CP-AMOUNT-1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-CP-TOP-DAYS DELIMITED BY SIZE
               INTO WC-CP-LINE
           END-STRING
           MOVE WC-CP-LINE TO PERFFIL-POST
           WRITE PERFFIL-POST

           MOVE SPACE TO DEBTOR-NAME-TEXT
           EXEC SQL
               FETCH CUR-CP-TOP
               INTO :WN-CP-TOP-DEBT-ID, :DEBTOR-NAME,
                    :WN-CP-TOP-INVS, :W9-CP-TOP-AMOUNT,
                    :WN-CP-TOP-DAYS
           END-EXEC.
      ***********************

       170-QUEUE-DELIVERY.
           EXEC SQL
               OPEN CUR-CP-MAXMQ
           END-EXEC

           EXEC SQL
               FETCH CUR-CP-MAXMQ
               INTO :WN-NEXT-MAILQ-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WN-NEXT-MAILQ-ID
           END-IF

           EXEC SQL
               CLOSE CUR-CP-MAXMQ
           END-EXEC

           ADD 1 TO WN-NEXT-MAILQ-ID

           MOVE SPACE TO MAILQUEUE-RECIPIENT-TEXT
           MOVE CUSTOMER-EMAIL-TEXT(1:60)
               TO MAILQUEUE-RECIPIENT-TEXT
           MOVE 60 TO MAILQUEUE-RECIPIENT-LEN
           MOVE SPACE TO MAILQUEUE-PDFFILE-TEXT
           MOVE WC-CP-FILENAME(1:30) TO MAILQUEUE-PDFFILE-TEXT
           MOVE 30 TO MAILQUEUE-PDFFILE-LEN

           EXEC SQL
               INSERT INTO TUTORIAL.MAILQUEUE
               VALUES (:WN-NEXT-MAILQ-ID, 0, :CUSTOMER-CUST-ID,
                       :MAILQUEUE-RECIPIENT, :MAILQUEUE-PDFFILE,
                       'Q', 0, :WC-TODAY-DATE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'MAILQUEUE' TO WC-MSG-TBLCURS
               MOVE '170-QUEUE-DELIVERY' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
           ELSE
               ADD 1 TO WN-CP-MAIL-COUNT
           END-IF.
      ***********************

       300-WRITE-COLUMN-HEADING.
           MOVE SPACE TO WC-CP-LINE
           STRING '                              ' DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  WC-CP-C-PERIOD(1) DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  WC-CP-C-PERIOD(2) DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  WC-CP-C-PERIOD(3) DELIMITED BY SIZE
               INTO WC-CP-LINE
           END-STRING
           MOVE WC-CP-LINE TO PERFFIL-POST
           WRITE PERFFIL-POST.
      ***********************

       310-WRITE-AMOUNT-LINE.
           MOVE W9-CP-LV(1) TO WE-CP-AMOUNT-1
           MOVE W9-CP-LV(2) TO WE-CP-AMOUNT-2
           MOVE W9-CP-LV(3) TO WE-CP-AMOUNT-3
           MOVE SPACE TO WC-CP-LINE
           STRING WC-CP-LABEL DELIMITED BY SIZE
                  WE-CP-AMOUNT-1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-CP-AMOUNT-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-CP-AMOUNT-3 DELIMITED BY SIZE
               INTO WC-CP-LINE
           END-STRING
           MOVE WC-CP-LINE TO PERFFIL-POST
           WRITE PERFFIL-POST.
      ***********************

       320-WRITE-COUNT-LINE.
           MOVE W9-CP-LV(1) TO WE-CP-COUNT-1
           MOVE W9-CP-LV(2) TO WE-CP-COUNT-2
           MOVE W9-CP-LV(3) TO WE-CP-COUNT-3
           MOVE SPACE TO WC-CP-LINE
           STRING WC-CP-LABEL DELIMITED BY SIZE
                  WE-CP-COUNT-1 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-CP-COUNT-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-CP-COUNT-3 DELIMITED BY SIZE
               INTO WC-CP-LINE
           END-STRING
           MOVE WC-CP-LINE TO PERFFIL-POST
           WRITE PERFFIL-POST.
      ***********************

       330-PICK-COLUMN-VALUE.
      *>   the figure WN-CP-ITEM of column WN-CP-CX into the line
           EVALUATE WN-CP-ITEM
               WHEN 1
                   MOVE W9-CP-C-COLLECTED(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN 2
                   MOVE WN-CP-C-PAYCOUNT(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN 3
                   MOVE WN-CP-C-ONTIME-PCT(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN 4
                   MOVE W9-CP-C-AVGDAYS(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN 5
                   MOVE WN-CP-C-REMINDERS(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN 6
                   MOVE WN-CP-C-SMS(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN 7
                   MOVE WN-CP-C-INKASSO(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN 8
                   MOVE WN-CP-C-AGENCY-CNT(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN 9
                   MOVE W9-CP-C-AGENCY-AMT(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN 10
                   MOVE WN-CP-C-WO-CNT(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN 11
                   MOVE W9-CP-C-WO-AMT(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN 12
                   MOVE W9-CP-C-AGE(WN-CP-CX, WN-CP-AX)
                       TO W9-CP-LV(WN-CP-CX)
               WHEN OTHER
                   MOVE W9-CP-C-OPEN(WN-CP-CX)
                       TO W9-CP-LV(WN-CP-CX)
           END-EVALUATE.
      ***********************

       340-WRITE-AMOUNT-FIGURE.
           PERFORM 330-PICK-COLUMN-VALUE
               VARYING WN-CP-CX FROM 1 BY 1
               UNTIL WN-CP-CX > 3
           PERFORM 310-WRITE-AMOUNT-LINE.
      ***********************

       350-WRITE-COUNT-FIGURE.
           PERFORM 330-PICK-COLUMN-VALUE
               VARYING WN-CP-CX FROM 1 BY 1
               UNTIL WN-CP-CX > 3
           PERFORM 320-WRITE-COUNT-LINE.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
