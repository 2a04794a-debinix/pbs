       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsDailyStat.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Daily statistics: rolls the import log, the
      **>          output log and the invoices into summary tables,
      **>          so the statistics and company reports and the
      **>          report subscriptions read a few rows per day
      **>          instead of scanning INLOG, OUTLOG and INVOICE
      **>          row by row in office hours:
      **>            STATINLOG   - per customer, day, file and
      **>                          result code
      **>            STATOUTLOG  - per customer, day, action code
      **>                          and result code
      **>            STATINVOICE - per customer, invoice date,
      **>                          currency and invoice state,
      **>                          own invoices apart
      **>            STATARTICLE - the same per article, package
      **>                          lines split on their component
      **>                          articles as in the article
      **>                          report
      **>          The log summaries cover the history tables too,
      **>          so a report no longer loses what the archive run
      **>          has moved out of INLOG and OUTLOG.
      **>          Without a verb the run recomputes the days from
      **>          the business date back the STATDAGAR threshold
      **>          (default 35 days), plus for the invoice tables
      **>          every invoice date with an output-log row or a
      **>          payment inside that window - that is how a
      **>          voided, sold or paid old invoice moves state in
      **>          the summary. Runs as a step in the nightly
      **>          window and before the month-end reports.
      **>            KONTROLL      - compares the summaries with the
      **>                            detail tables day by day and
      **>                            raises an alert with the
      **>                            earliest drifting day
      **>            OMBYGG [date] - recomputes everything from date
      **>                            (all of it when left out), the
      **>                            answer to such an alert
      **> Initial Version Created: 2014-05-03
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTFIL ASSIGN TO 'data/alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTFIL.
       01  ALERT-POST          PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  STAT-OK-SW              PIC X VALUE 'Y'.
               88  STAT-OK                 VALUE 'Y'.

       01  ALERT-FS            PIC X(2) VALUE SPACE.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-DS-CMDLINE       PIC X(40) VALUE SPACE.
       01  WC-DS-VERB          PIC X(10) VALUE SPACE.
       01  WC-DS-ARG           PIC X(10) VALUE SPACE.
       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-DS-FROM-DATE     PIC X(10) VALUE SPACE.
       01  WN-DS-FROM-YMD      PIC 9(8)  VALUE ZERO.
       01  WN-DS-FROM-INT      PIC S9(9) COMP VALUE ZERO.
       01  WN-DS-DAYS          PIC S9(4) COMP VALUE 35.
       01  WC-THR-KEY          PIC X(12) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-DS-ROWS            PIC S9(9) COMP VALUE ZERO.
           05  WN-DS-DRIFT           PIC S9(9) COMP VALUE ZERO.
           05  WN-DS-DRIFT-TOTAL     PIC S9(9) COMP VALUE ZERO.
           05  WE-DS-ROWS            PIC Z(8)9.
           05  WE-DS-DRIFT           PIC Z(6)9.

       01  WC-DS-LABEL         PIC X(24) VALUE SPACE.
       01  WC-DS-DRIFT-DATE    PIC X(10) VALUE SPACE.
       01  WN-DS-DRIFT-IND     PIC S9(4) COMP VALUE ZERO.
       01  WC-DS-FIRST-DRIFT   PIC X(10) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA       END-EXEC.
           EXEC SQL INCLUDE THRESHOLD   END-EXEC.
           EXEC SQL INCLUDE STATINLOG   END-EXEC.
           EXEC SQL INCLUDE STATOUTLOG  END-EXEC.
           EXEC SQL INCLUDE STATINVOICE END-EXEC.
           EXEC SQL INCLUDE STATARTICLE END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

       PROCEDURE DIVISION.

       000-DAILY-STAT.
           MOVE 'PbsDailyStat.CBL' TO WC-MSG-SRCFILE

           ACCEPT WC-DS-CMDLINE FROM COMMAND-LINE
           UNSTRING WC-DS-CMDLINE DELIMITED BY ALL SPACE
               INTO WC-DS-VERB, WC-DS-ARG
           END-UNSTRING

           PERFORM 100-INIT

           EVALUATE WC-DS-VERB
               WHEN SPACE
                   PERFORM 110-SET-ROLL-WINDOW
                   PERFORM 200-ROLL-SUMMARIES
               WHEN 'OMBYGG'
                   PERFORM 120-SET-REBUILD-FROM
                   IF STAT-OK
                       PERFORM 200-ROLL-SUMMARIES
                   END-IF
               WHEN 'KONTROLL'
                   PERFORM 300-CHECK-SUMMARIES
               WHEN OTHER
                   DISPLAY ' Okänt kommando: ' WC-DS-VERB
                   MOVE 'N' TO STAT-OK-SW
           END-EVALUATE

           IF STAT-OK
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO RETURN-CODE
           ELSE
      *>       a summary half recomputed is worse than one a day
      *>       old - anything that failed rolls the run back
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1).
      ***********************

       110-SET-ROLL-WINDOW.
      *>   how many days back the nightly roll recomputes
           MOVE 'STATDAGAR' TO WC-THR-KEY
           EXEC SQL
               SELECT THRVALUE
               INTO :THRESHOLD-THRVALUE
               FROM TUTORIAL.THRESHOLD
               WHERE THRKEY = :WC-THR-KEY
           END-EXEC

           IF SQLCODE = ZERO AND THRESHOLD-THRVALUE > ZERO
               MOVE THRESHOLD-THRVALUE TO WN-DS-DAYS
           END-IF

           MOVE T-YEAR  TO WN-DS-FROM-YMD(1:4)
           MOVE T-MONTH TO WN-DS-FROM-YMD(5:2)
           MOVE T-DAY   TO WN-DS-FROM-YMD(7:2)
           COMPUTE WN-DS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WN-DS-FROM-YMD) - WN-DS-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WN-DS-FROM-INT)
               TO WN-DS-FROM-YMD
           MOVE WN-DS-FROM-YMD(1:4) TO WC-DS-FROM-DATE(1:4)
           MOVE WN-DS-FROM-YMD(5:2) TO WC-DS-FROM-DATE(6:2)
           MOVE WN-DS-FROM-YMD(7:2) TO WC-DS-FROM-DATE(9:2)
           MOVE '-' TO WC-DS-FROM-DATE(5:1), WC-DS-FROM-DATE(8:1)

           DISPLAY ' Statistik räknas om från ' WC-DS-FROM-DATE.
      ***********************

       120-SET-REBUILD-FROM.
           IF WC-DS-ARG = SPACE
               MOVE '0001-01-01' TO WC-DS-FROM-DATE
           ELSE
               MOVE 1 TO WN-DS-FROM-INT
               IF WC-DS-ARG(5:1) = '-'
                  AND WC-DS-ARG(8:1) = '-'
                  AND WC-DS-ARG(1:4) IS NUMERIC
                  AND WC-DS-ARG(6:2) IS NUMERIC
                  AND WC-DS-ARG(9:2) IS NUMERIC
                   MOVE WC-DS-ARG(1:4) TO WN-DS-FROM-YMD(1:4)
                   MOVE WC-DS-ARG(6:2) TO WN-DS-FROM-YMD(5:2)
                   MOVE WC-DS-ARG(9:2) TO WN-DS-FROM-YMD(7:2)
                   MOVE FUNCTION TEST-DATE-YYYYMMDD(WN-DS-FROM-YMD)
                       TO WN-DS-FROM-INT
               END-IF
               IF WN-DS-FROM-INT NOT = ZERO
                   DISPLAY ' Ogiltigt datum (YYYY-MM-DD): ' WC-DS-ARG
                   MOVE 'N' TO STAT-OK-SW
               ELSE
                   MOVE WC-DS-ARG TO WC-DS-FROM-DATE
               END-IF
           END-IF

           IF STAT-OK
               DISPLAY ' Statistik byggs om från ' WC-DS-FROM-DATE
           END-IF.
      ***********************

       200-ROLL-SUMMARIES.
           PERFORM 210-ROLL-INLOG
           IF STAT-OK
               PERFORM 220-ROLL-OUTLOG
           END-IF
           IF STAT-OK
               PERFORM 230-ROLL-INVOICES
           END-IF
           IF STAT-OK
               PERFORM 240-ROLL-ARTICLES
           END-IF.
      ***********************

       210-ROLL-INLOG.
           MOVE '210-ROLL-INLOG' TO WC-MSG-PARA
           MOVE 'STATINLOG' TO WC-MSG-TBLCURS

           EXEC SQL
               DELETE FROM TUTORIAL.STATINLOG
               WHERE STATDATE >= :WC-DS-FROM-DATE
           END-EXEC
           PERFORM 900-CHECK-DELETE

           IF STAT-OK
               EXEC SQL
                   INSERT INTO TUTORIAL.STATINLOG
                   SELECT L.CUST_ID, L.PROCDATE, L.FILENO,
                          L.RESULTCODE, COUNT(*)
                   FROM (SELECT CUST_ID, PROCDATE, FILENO,
                                RESULTCODE
                         FROM TUTORIAL.INLOG
                         WHERE PROCDATE >= :WC-DS-FROM-DATE
                         UNION ALL
                         SELECT CUST_ID, PROCDATE, FILENO,
                                RESULTCODE
                         FROM TUTORIAL.INLOGHIST
                         WHERE PROCDATE >= :WC-DS-FROM-DATE) L
                   GROUP BY L.CUST_ID, L.PROCDATE, L.FILENO,
                            L.RESULTCODE
               END-EXEC
               MOVE ' STATINLOG   rader    : ' TO WC-DS-LABEL
               PERFORM 910-CHECK-INSERT
           END-IF.
      ***********************

       220-ROLL-OUTLOG.
           MOVE '220-ROLL-OUTLOG' TO WC-MSG-PARA
           MOVE 'STATOUTLOG' TO WC-MSG-TBLCURS

           EXEC SQL
               DELETE FROM TUTORIAL.STATOUTLOG
               WHERE STATDATE >= :WC-DS-FROM-DATE
           END-EXEC
           PERFORM 900-CHECK-DELETE

           IF STAT-OK
               EXEC SQL
                   INSERT INTO TUTORIAL.STATOUTLOG
                   SELECT O.CUST_ID, O.PROCDATE, O.ACTIONCODE,
                          O.RESULTCODE, COUNT(*)
                   FROM (SELECT CUST_ID, PROCDATE, ACTIONCODE,
                                RESULTCODE
                         FROM TUTORIAL.OUTLOG
                         WHERE PROCDATE >= :WC-DS-FROM-DATE
                         UNION ALL
                         SELECT CUST_ID, PROCDATE, ACTIONCODE,
                                RESULTCODE
                         FROM TUTORIAL.OUTLOGHIST
                         WHERE PROCDATE >= :WC-DS-FROM-DATE) O
                   GROUP BY O.CUST_ID, O.PROCDATE, O.ACTIONCODE,
                            O.RESULTCODE
               END-EXEC
               MOVE ' STATOUTLOG  rader    : ' TO WC-DS-LABEL
               PERFORM 910-CHECK-INSERT
           END-IF.
      ***********************

       230-ROLL-INVOICES.
      *>   an invoice date is recomputed whole - every invoice on
      *>   it - when it falls in the window, when one of its
      *>   invoices was acted on or paid inside the window, or when
      *>   it is not set yet (the invoices not printed so far)
           MOVE '230-ROLL-INVOICES' TO WC-MSG-PARA
           MOVE 'STATINVOICE' TO WC-MSG-TBLCURS

           EXEC SQL
               DELETE FROM TUTORIAL.STATINVOICE
               WHERE STATDATE IS NULL
                  OR STATDATE >= :WC-DS-FROM-DATE
                  OR STATDATE IN
                     (SELECT I2.INVDATE
                      FROM TUTORIAL.INVOICE I2, TUTORIAL.OUTLOG O
                      WHERE O.CUST_ID = I2.CUST_ID
                        AND O.INVNO = I2.INVNO
                        AND O.PROCDATE >= :WC-DS-FROM-DATE)
                  OR STATDATE IN
                     (SELECT I3.INVDATE
                      FROM TUTORIAL.INVOICE I3, TUTORIAL.BGPAYMENT B
                      WHERE B.INV_ID = I3.INV_ID
                        AND B.PAYDATE >= :WC-DS-FROM-DATE)
           END-EXEC
           PERFORM 900-CHECK-DELETE

           IF STAT-OK
               EXEC SQL
                   INSERT INTO TUTORIAL.STATINVOICE
                   SELECT V.CUST_ID, V.INVDATE, V.CURRENCY,
                          V.INVSTATE, V.OWNINV, COUNT(*),
                          SUM(V.AMOUNT)
                   FROM (SELECT I.CUST_ID AS CUST_ID,
                                I.INVDATE AS INVDATE,
                                I.CURRENCY AS CURRENCY,
                                I.INVSTATE AS INVSTATE,
                                CASE WHEN I.DEBT_ID = 0 THEN 'Y'
                                     ELSE 'N' END AS OWNINV,
                                COALESCE(
                                  (SELECT SUM(IT.QTY * IT.PRICE)
                                   FROM TUTORIAL.INVITEM II,
                                        TUTORIAL.ITEM IT
                                   WHERE II.INV_ID = I.INV_ID
                                     AND IT.ITEM_ID = II.ITEM_ID), 0)
                                    AS AMOUNT
                         FROM TUTORIAL.INVOICE I
                         WHERE I.INVDATE IS NULL
                            OR I.INVDATE >= :WC-DS-FROM-DATE
                            OR I.INVDATE IN
                               (SELECT I2.INVDATE
                                FROM TUTORIAL.INVOICE I2,
                                     TUTORIAL.OUTLOG O
                                WHERE O.CUST_ID = I2.CUST_ID
                                  AND O.INVNO = I2.INVNO
                                  AND O.PROCDATE >= :WC-DS-FROM-DATE)
                            OR I.INVDATE IN
                               (SELECT I3.INVDATE
                                FROM TUTORIAL.INVOICE I3,
                                     TUTORIAL.BGPAYMENT B
                                WHERE B.INV_ID = I3.INV_ID
                                  AND B.PAYDATE >= :WC-DS-FROM-DATE))
                        V
                   GROUP BY V.CUST_ID, V.INVDATE, V.CURRENCY,
                            V.INVSTATE, V.OWNINV
               END-EXEC
               MOVE ' STATINVOICE rader    : ' TO WC-DS-LABEL
               PERFORM 910-CHECK-INSERT
           END-IF.
      ***********************

       240-ROLL-ARTICLES.
      *>   the same invoice dates as the invoice summary; a package
      *>   line is replaced by its ITEMSPLIT rows so the revenue
      *>   lands on the component articles
           MOVE '240-ROLL-ARTICLES' TO WC-MSG-PARA
           MOVE 'STATARTICLE' TO WC-MSG-TBLCURS

           EXEC SQL
               DELETE FROM TUTORIAL.STATARTICLE
               WHERE STATDATE IS NULL
                  OR STATDATE >= :WC-DS-FROM-DATE
                  OR STATDATE IN
                     (SELECT I2.INVDATE
                      FROM TUTORIAL.INVOICE I2, TUTORIAL.OUTLOG O
                      WHERE O.CUST_ID = I2.CUST_ID
                        AND O.INVNO = I2.INVNO
                        AND O.PROCDATE >= :WC-DS-FROM-DATE)
                  OR STATDATE IN
                     (SELECT I3.INVDATE
                      FROM TUTORIAL.INVOICE I3, TUTORIAL.BGPAYMENT B
                      WHERE B.INV_ID = I3.INV_ID
                        AND B.PAYDATE >= :WC-DS-FROM-DATE)
           END-EXEC
           PERFORM 900-CHECK-DELETE

           IF STAT-OK
               EXEC SQL
                   INSERT INTO TUTORIAL.STATARTICLE
                   SELECT X.CUST_ID, X.INVDATE, X.ARTNO, X.CURRENCY,
                          X.INVSTATE, X.OWNINV, X.SPLITROW,
                          COUNT(*), SUM(X.QTY), SUM(X.AMOUNT)
                   FROM (SELECT I.CUST_ID AS CUST_ID,
                                I.INVDATE AS INVDATE,
                                IT.ARTNO AS ARTNO,
                                I.CURRENCY AS CURRENCY,
                                I.INVSTATE AS INVSTATE,
                                CASE WHEN I.DEBT_ID = 0 THEN 'Y'
                                     ELSE 'N' END AS OWNINV,
                                'N' AS SPLITROW,
                                IT.QTY AS QTY,
                                IT.QTY * IT.PRICE AS AMOUNT
                         FROM TUTORIAL.INVOICE I,
                              TUTORIAL.INVITEM II,
                              TUTORIAL.ITEM IT
                         WHERE II.INV_ID = I.INV_ID
                           AND IT.ITEM_ID = II.ITEM_ID
                           AND NOT EXISTS
                               (SELECT 1 FROM TUTORIAL.ITEMSPLIT SP
                                WHERE SP.ITEM_ID = IT.ITEM_ID)
                           AND (I.INVDATE IS NULL
                             OR I.INVDATE >= :WC-DS-FROM-DATE
                             OR I.INVDATE IN
                                (SELECT I2.INVDATE
                                 FROM TUTORIAL.INVOICE I2,
                                      TUTORIAL.OUTLOG O
                                 WHERE O.CUST_ID = I2.CUST_ID
                                   AND O.INVNO = I2.INVNO
                                   AND O.PROCDATE >= :WC-DS-FROM-DATE)
                             OR I.INVDATE IN
                                (SELECT I3.INVDATE
                                 FROM TUTORIAL.INVOICE I3,
                                      TUTORIAL.BGPAYMENT B
                                 WHERE B.INV_ID = I3.INV_ID
                                   AND B.PAYDATE >= :WC-DS-FROM-DATE))
                         UNION ALL
                         SELECT I.CUST_ID, I.INVDATE, SP.ARTNO,
                                I.CURRENCY, I.INVSTATE,
                                CASE WHEN I.DEBT_ID = 0 THEN 'Y'
                                     ELSE 'N' END,
                                'Y', SP.QTY, SP.AMOUNT
                         FROM TUTORIAL.INVOICE I,
                              TUTORIAL.INVITEM II,
                              TUTORIAL.ITEMSPLIT SP
                         WHERE II.INV_ID = I.INV_ID
                           AND SP.ITEM_ID = II.ITEM_ID
                           AND (I.INVDATE IS NULL
                             OR I.INVDATE >= :WC-DS-FROM-DATE
                             OR I.INVDATE IN
                                (SELECT I2.INVDATE
                                 FROM TUTORIAL.INVOICE I2,
                                      TUTORIAL.OUTLOG O
                                 WHERE O.CUST_ID = I2.CUST_ID
                                   AND O.INVNO = I2.INVNO
                                   AND O.PROCDATE >= :WC-DS-FROM-DATE)
                             OR I.INVDATE IN
                                (SELECT I3.INVDATE
                                 FROM TUTORIAL.INVOICE I3,
                                      TUTORIAL.BGPAYMENT B
                                 WHERE B.INV_ID = I3.INV_ID
                                   AND B.PAYDATE >= :WC-DS-FROM-DATE)))
                        X
                   GROUP BY X.CUST_ID, X.INVDATE, X.ARTNO,
                            X.CURRENCY, X.INVSTATE, X.OWNINV,
                            X.SPLITROW
               END-EXEC
               MOVE ' STATARTICLE rader    : ' TO WC-DS-LABEL
               PERFORM 910-CHECK-INSERT
           END-IF.
      ***********************

       300-CHECK-SUMMARIES.
      *>   day by day, up to the business date, each summary
      *>   against what its detail tables add up to; every
      *>   drifting day counts and the earliest one is where a
      *>   rebuild has to start
           MOVE ZERO TO WN-DS-DRIFT-TOTAL
           MOVE SPACE TO WC-DS-FIRST-DRIFT

           PERFORM 310-CHECK-INLOG
           PERFORM 320-CHECK-OUTLOG
           PERFORM 330-CHECK-INVOICES
           PERFORM 340-CHECK-ARTICLES

           MOVE WN-DS-DRIFT-TOTAL TO WE-DS-DRIFT
           DISPLAY ' Avvikande dagar totalt: ' WE-DS-DRIFT

           IF WN-DS-DRIFT-TOTAL > ZERO
               DISPLAY ' Första avvikande dag  : ' WC-DS-FIRST-DRIFT
               OPEN EXTEND ALERTFIL
               MOVE SPACE TO ALERT-POST
               STRING 'STATISTIK: ' DELIMITED BY SIZE
                      WE-DS-DRIFT DELIMITED BY SIZE
                      ' dagar avviker - kör PbsDailyStat OMBYGG '
                      DELIMITED BY SIZE
                      WC-DS-FIRST-DRIFT DELIMITED BY SIZE
                   INTO ALERT-POST
               END-STRING
               WRITE ALERT-POST
               CLOSE ALERTFIL
           END-IF.
      ***********************

       310-CHECK-INLOG.
           MOVE '310-CHECK-INLOG' TO WC-MSG-PARA
           MOVE 'STATINLOG' TO WC-MSG-TBLCURS

           EXEC SQL
               SELECT COUNT(*), MIN(COALESCE(D.DDATE, S.SDATE))
               INTO :WN-DS-DRIFT, :WC-DS-DRIFT-DATE :WN-DS-DRIFT-IND
               FROM (SELECT L.PROCDATE AS DDATE, COUNT(*) AS DCOUNT
                     FROM (SELECT PROCDATE FROM TUTORIAL.INLOG
                           UNION ALL
                           SELECT PROCDATE FROM TUTORIAL.INLOGHIST) L
                     WHERE L.PROCDATE <= :WC-TODAY-DATE
                     GROUP BY L.PROCDATE) D
               FULL OUTER JOIN
                    (SELECT STATDATE AS SDATE, SUM(INCOUNT) AS SCOUNT
                     FROM TUTORIAL.STATINLOG
                     WHERE STATDATE <= :WC-TODAY-DATE
                     GROUP BY STATDATE) S
               ON D.DDATE = S.SDATE
               WHERE COALESCE(D.DCOUNT, 0) <> COALESCE(S.SCOUNT, 0)
           END-EXEC

           MOVE ' INLOG       avviker  : ' TO WC-DS-LABEL
           PERFORM 920-NOTE-DRIFT.
      ***********************

       320-CHECK-OUTLOG.
           MOVE '320-CHECK-OUTLOG' TO WC-MSG-PARA
           MOVE 'STATOUTLOG' TO WC-MSG-TBLCURS

           EXEC SQL
               SELECT COUNT(*), MIN(COALESCE(D.DDATE, S.SDATE))
               INTO :WN-DS-DRIFT, :WC-DS-DRIFT-DATE :WN-DS-DRIFT-IND
               FROM (SELECT O.PROCDATE AS DDATE, COUNT(*) AS DCOUNT
                     FROM (SELECT PROCDATE FROM TUTORIAL.OUTLOG
                           UNION ALL
                           SELECT PROCDATE
                           FROM TUTORIAL.OUTLOGHIST) O
                     WHERE O.PROCDATE <= :WC-TODAY-DATE
                     GROUP BY O.PROCDATE) D
               FULL OUTER JOIN
                    (SELECT STATDATE AS SDATE,
                            SUM(OUTCOUNT) AS SCOUNT
                     FROM TUTORIAL.STATOUTLOG
                     WHERE STATDATE <= :WC-TODAY-DATE
                     GROUP BY STATDATE) S
               ON D.DDATE = S.SDATE
               WHERE COALESCE(D.DCOUNT, 0) <> COALESCE(S.SCOUNT, 0)
           END-EXEC

           MOVE ' OUTLOG      avviker  : ' TO WC-DS-LABEL
           PERFORM 920-NOTE-DRIFT.
      ***********************

       330-CHECK-INVOICES.
      *>   count and amount per invoice date and state, so an
      *>   invoice that changed state outside the window shows too
           MOVE '330-CHECK-INVOICES' TO WC-MSG-PARA
           MOVE 'STATINVOICE' TO WC-MSG-TBLCURS

           EXEC SQL
               SELECT COUNT(*), MIN(COALESCE(D.DDATE, S.SDATE))
               INTO :WN-DS-DRIFT, :WC-DS-DRIFT-DATE :WN-DS-DRIFT-IND
               FROM (SELECT V.DDATE AS DDATE, V.DSTATE AS DSTATE,
                            COUNT(*) AS DCOUNT,
                            SUM(V.AMOUNT) AS DAMOUNT
                     FROM (SELECT COALESCE(I.INVDATE,
                                      DATE('0001-01-01')) AS DDATE,
                                  I.INVSTATE AS DSTATE,
                                  COALESCE(
                                    (SELECT SUM(IT.QTY * IT.PRICE)
                                     FROM TUTORIAL.INVITEM II,
                                          TUTORIAL.ITEM IT
                                     WHERE II.INV_ID = I.INV_ID
                                       AND IT.ITEM_ID = II.ITEM_ID),
                                    0) AS AMOUNT
                           FROM TUTORIAL.INVOICE I) V
                     WHERE V.DDATE <= :WC-TODAY-DATE
                     GROUP BY V.DDATE, V.DSTATE) D
               FULL OUTER JOIN
                    (SELECT COALESCE(STATDATE, DATE('0001-01-01'))
                                AS SDATE,
                            INVSTATE AS SSTATE,
                            SUM(INVCOUNT) AS SCOUNT,
                            SUM(AMOUNT) AS SAMOUNT
                     FROM TUTORIAL.STATINVOICE
                     WHERE STATDATE IS NULL
                        OR STATDATE <= :WC-TODAY-DATE
                     GROUP BY COALESCE(STATDATE, DATE('0001-01-01')),
                              INVSTATE) S
               ON D.DDATE = S.SDATE
              AND D.DSTATE = S.SSTATE
               WHERE COALESCE(D.DCOUNT, 0) <> COALESCE(S.SCOUNT, 0)
                  OR COALESCE(D.DAMOUNT, 0) <> COALESCE(S.SAMOUNT, 0)
           END-EXEC

           MOVE ' INVOICE     avviker  : ' TO WC-DS-LABEL
           PERFORM 920-NOTE-DRIFT.
      ***********************

       340-CHECK-ARTICLES.
      *>   the article summary must add up, package lines split,
      *>   to what the invoice items come to per date and state
           MOVE '340-CHECK-ARTICLES' TO WC-MSG-PARA
           MOVE 'STATARTICLE' TO WC-MSG-TBLCURS

           EXEC SQL
               SELECT COUNT(*), MIN(COALESCE(D.DDATE, S.SDATE))
               INTO :WN-DS-DRIFT, :WC-DS-DRIFT-DATE :WN-DS-DRIFT-IND
               FROM (SELECT X.DDATE AS DDATE, X.DSTATE AS DSTATE,
                            SUM(X.AMOUNT) AS DAMOUNT
                     FROM (SELECT COALESCE(I.INVDATE,
                                      DATE('0001-01-01')) AS DDATE,
                                  I.INVSTATE AS DSTATE,
                                  IT.QTY * IT.PRICE AS AMOUNT
                           FROM TUTORIAL.INVOICE I,
                                TUTORIAL.INVITEM II,
                                TUTORIAL.ITEM IT
                           WHERE II.INV_ID = I.INV_ID
                             AND IT.ITEM_ID = II.ITEM_ID
                             AND NOT EXISTS
                                 (SELECT 1 FROM TUTORIAL.ITEMSPLIT SP
                                  WHERE SP.ITEM_ID = IT.ITEM_ID)
                           UNION ALL
                           SELECT COALESCE(I.INVDATE,
                                      DATE('0001-01-01')),
                                  I.INVSTATE, SP.AMOUNT
                           FROM TUTORIAL.INVOICE I,
                                TUTORIAL.INVITEM II,
                                TUTORIAL.ITEMSPLIT SP
                           WHERE II.INV_ID = I.INV_ID
                             AND SP.ITEM_ID = II.ITEM_ID) X
                     WHERE X.DDATE <= :WC-TODAY-DATE
                     GROUP BY X.DDATE, X.DSTATE) D
               FULL OUTER JOIN
                    (SELECT COALESCE(STATDATE, DATE('0001-01-01'))
                                AS SDATE,
                            INVSTATE AS SSTATE,
                            SUM(AMOUNT) AS SAMOUNT
                     FROM TUTORIAL.STATARTICLE
                     WHERE STATDATE IS NULL
                        OR STATDATE <= :WC-TODAY-DATE
                     GROUP BY COALESCE(STATDATE, DATE('0001-01-01')),
                              INVSTATE) S
               ON D.DDATE = S.SDATE
              AND D.DSTATE = S.SSTATE
               WHERE COALESCE(D.DAMOUNT, 0) <> COALESCE(S.SAMOUNT, 0)
           END-EXEC

           MOVE ' ITEM        avviker  : ' TO WC-DS-LABEL
           PERFORM 920-NOTE-DRIFT.
      ***********************

       900-CHECK-DELETE.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE TO WN-MSG-SQLCODE
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO STAT-OK-SW
           END-IF.
      ***********************

       910-CHECK-INSERT.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE TO WN-MSG-SQLCODE
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO STAT-OK-SW
           ELSE
               IF SQLCODE = 100
                   MOVE ZERO TO WN-DS-ROWS
               ELSE
                   MOVE SQLERRD(3) TO WN-DS-ROWS
               END-IF
               MOVE WN-DS-ROWS TO WE-DS-ROWS
               DISPLAY WC-DS-LABEL WE-DS-ROWS
           END-IF.
      ***********************

       920-NOTE-DRIFT.
      *>   the caller has run its comparison and names it in the
      *>   label; a comparison that cannot run is a failed step
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO WN-MSG-SQLCODE
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO STAT-OK-SW
           ELSE
               MOVE WN-DS-DRIFT TO WE-DS-DRIFT
               DISPLAY WC-DS-LABEL WE-DS-DRIFT ' dagar'
               IF WN-DS-DRIFT > ZERO AND WN-DS-DRIFT-IND = ZERO
                   ADD WN-DS-DRIFT TO WN-DS-DRIFT-TOTAL
                   IF WC-DS-FIRST-DRIFT = SPACE
                      OR WC-DS-DRIFT-DATE < WC-DS-FIRST-DRIFT
                       MOVE WC-DS-DRIFT-DATE TO WC-DS-FIRST-DRIFT
                   END-IF
               END-IF
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
