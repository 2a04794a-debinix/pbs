       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsQueueAge.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Aging and productivity of the worklist queues
      **>          (menu 90): rejected invoices, staged batches,
      **>          suspense payments, address proposals, returned
      **>          mail, approvals and rejected e-invoices. The
      **>          screens and batch runs log every item in
      **>          QUEUEITEM when it enters its queue and when it is
      **>          resolved, with the resolving operator
      **>          (queuelog.cbl). Each night this run first brings
      **>          the log level with the queues themselves: an open
      **>          item not yet logged is entered from its own date
      **>          (received, paid, proposed, returned), and a
      **>          logged item no longer in its queue is resolved
      **>          with no operator - a rejected e-invoice leaves
      **>          the worklist that way after its seven days. Then
      **>          every queue with items waiting longer than its
      **>          target age (THRESHOLD KOALDER-<queue>, in days)
      **>          raises a line in the alert file the nightly
      **>          driver pages from. On the night of a Sunday, or
      **>          when run with RAPPORT, the weekly report goes to
      **>          data/koalder-<YYYYMMDD>.txt: open items per queue
      **>          in age buckets with those past target, the
      **>          items past target one per line, and the items
      **>          resolved in the week per operator and queue with
      **>          their average age. Ages are counted in days up
      **>          to the business date.
      **>          Runs as a step in the nightly window.
      **> Initial Version Created: 2014-06-12
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QAFIL ASSIGN TO WC-QA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QAFIL-FS.

           SELECT ALERTFIL ASSIGN TO 'data/alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  QAFIL.
       01  QAFIL-POST          PIC X(100).

       FD  ALERTFIL.
       01  ALERT-POST          PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  QUEUEAGE-OK-SW          PIC X VALUE 'Y'.
               88  QUEUEAGE-OK             VALUE 'Y'.
           05  REPORT-SW               PIC X VALUE 'N'.
               88  REPORT-DAY              VALUE 'Y'.

       01  QAFIL-FS            PIC X(2) VALUE SPACE.
           88  QAFIL-SUCCESSFUL    VALUE '00'.
       01  ALERT-FS            PIC X(2) VALUE SPACE.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-QA-ARG           PIC X(10) VALUE SPACE.
       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-QA-WEEKSTART     PIC X(10) VALUE SPACE.
       01  WC-QA-WEEKBACK      PIC X(10) VALUE SPACE.
       01  WN-QA-YMD           PIC 9(8)  VALUE ZERO.
       01  WN-QA-TODAY-INT     PIC S9(9) COMP VALUE ZERO.
       01  WN-QA-INT           PIC S9(9) COMP VALUE ZERO.
       01  WC-QA-FILENAME      PIC X(40) VALUE SPACE.
       01  WC-THR-KEY          PIC X(12) VALUE SPACE.
       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.

      *>   the queues as on the worklist, with their default target
      *>   age in days
       01  QA-QUEUE-VALUES.
           05  FILLER PIC X(29) VALUE
               'FAKTAvvisade fakturor     002'.
           05  FILLER PIC X(29) VALUE
               'BATCBatcher i granskning  001'.
           05  FILLER PIC X(29) VALUE
               'SUSPOplacerade betalningar005'.
           05  FILLER PIC X(29) VALUE
               'ADRFAdressförslag        005'.
           05  FILLER PIC X(29) VALUE
               'RETPReturpost             005'.
           05  FILLER PIC X(29) VALUE
               'GODKGodkännanden         002'.
           05  FILLER PIC X(29) VALUE
               'EFAKAvvisade e-fakturor   003'.
       01  QA-QUEUE-TABLE REDEFINES QA-QUEUE-VALUES.
           05  QA-QUEUE OCCURS 7 TIMES.
               10  WC-QA-Q-CODE        PIC X(4).
               10  WC-QA-Q-NAME        PIC X(22).
               10  WN-QA-Q-TARGET      PIC 9(3).

       01  WN-QA-QX            PIC S9(4) COMP VALUE ZERO.
       01  WN-QA-QCOUNT        PIC S9(4) COMP VALUE 7.
       01  QA-QUEUE-OVER-TABLE.
           05  WN-QA-Q-OVER OCCURS 7 TIMES PIC S9(9) COMP.

      *>   one queue's open items by age, and its week's resolutions
       01  WC-QA-QUEUE         PIC X(4)  VALUE SPACE.
       01  WN-QA-TARGET        PIC S9(4) COMP VALUE ZERO.
       01  COUNTS-FIELDS.
           05  WN-QA-OPEN            PIC S9(9) COMP VALUE ZERO.
           05  WN-QA-B1              PIC S9(9) COMP VALUE ZERO.
           05  WN-QA-B2              PIC S9(9) COMP VALUE ZERO.
           05  WN-QA-B3              PIC S9(9) COMP VALUE ZERO.
           05  WN-QA-B4              PIC S9(9) COMP VALUE ZERO.
           05  WN-QA-B5              PIC S9(9) COMP VALUE ZERO.
           05  WN-QA-B6              PIC S9(9) COMP VALUE ZERO.
           05  WN-QA-OVER            PIC S9(9) COMP VALUE ZERO.
           05  WN-QA-DONE            PIC S9(9) COMP VALUE ZERO.
           05  WN-QA-ENTERED-COUNT   PIC S9(9) COMP VALUE ZERO.
           05  WN-QA-CLOSED-COUNT    PIC S9(9) COMP VALUE ZERO.
           05  WN-QA-ALERT-COUNT     PIC S9(9) COMP VALUE ZERO.
       01  W9-QA-AVGDAYS       PIC S9(7)V9(2) COMP-3 VALUE ZERO.

      *>   one logged item
       01  WC-QA-ITEM-QUEUE    PIC X(4)  VALUE SPACE.
       01  WN-QA-ITEM-KEY1     PIC S9(9) COMP VALUE ZERO.
       01  WN-QA-ITEM-KEY2     PIC S9(9) COMP VALUE ZERO.
       01  WC-QA-ITEM-KEYTEXT  PIC X(16) VALUE SPACE.
       01  WC-QA-ITEM-DATE     PIC X(10) VALUE SPACE.
       01  WN-QA-ITEM-AGE      PIC S9(9) COMP VALUE ZERO.
       01  WN-QA-ITEM-ID       PIC S9(9) COMP VALUE ZERO.
       01  WC-QA-OPERATOR      PIC X(10) VALUE SPACE.

       01  WE-QA-COUNT         PIC Z(6)9.
       01  WE-QA-BUCKET        PIC Z(5)9.
       01  WE-QA-TARGET        PIC Z(4)9.
       01  WE-QA-KEY           PIC Z(8)9.
       01  WE-QA-AVG           PIC Z(5)9.99.
       01  WC-QA-LINE          PIC X(100) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE QUEUEITEM  END-EXEC.
           EXEC SQL INCLUDE THRESHOLD  END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   items waiting in their queue with no open log row - the
      *>   same selections the worklist counts, each from its own
      *>   entry date
           EXEC SQL
               DECLARE CUR-QA-UNLOGGED CURSOR FOR
               SELECT 'FAKT', S.BATCHNO, S.SEQNO,
                      CAST(' ' AS CHAR(16)), F.RECVDATE
               FROM TUTORIAL.STGINV S, TUTORIAL.STGFILE F
               WHERE F.BATCHNO = S.BATCHNO
                 AND S.RESULTCODE > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.QUEUEITEM Q
                      WHERE Q.QUEUE = 'FAKT'
                        AND Q.KEY1 = S.BATCHNO
                        AND Q.KEY2 = S.SEQNO
                        AND Q.RESOLVED IS NULL)
               UNION ALL
               SELECT 'BATC', F.BATCHNO, 0,
                      CAST(' ' AS CHAR(16)), F.RECVDATE
               FROM TUTORIAL.STGFILE F
               WHERE F.STATE = 'P'
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.QUEUEITEM Q
                      WHERE Q.QUEUE = 'BATC'
                        AND Q.KEY1 = F.BATCHNO
                        AND Q.RESOLVED IS NULL)
               UNION ALL
               SELECT 'SUSP', B.SUSP_ID, 0,
                      CAST(' ' AS CHAR(16)), B.PAYDATE
               FROM TUTORIAL.BGSUSPENSE B
               WHERE B.STATE = 'O'
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.QUEUEITEM Q
                      WHERE Q.QUEUE = 'SUSP'
                        AND Q.KEY1 = B.SUSP_ID
                        AND Q.RESOLVED IS NULL)
               UNION ALL
               SELECT 'ADRF', A.PROP_ID, 0,
                      CAST(' ' AS CHAR(16)), A.PROPDATE
               FROM TUTORIAL.ADDRPROP A
               WHERE A.STATE = 'O'
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.QUEUEITEM Q
                      WHERE Q.QUEUE = 'ADRF'
                        AND Q.KEY1 = A.PROP_ID
                        AND Q.RESOLVED IS NULL)
               UNION ALL
               SELECT 'RETP', R.DEBT_ID, 0,
                      CAST(R.INVNO AS CHAR(16)), R.RETDATE
               FROM TUTORIAL.RETMAIL R
               WHERE R.RESOLVED = 'N'
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.QUEUEITEM Q
                      WHERE Q.QUEUE = 'RETP'
                        AND Q.KEY1 = R.DEBT_ID
                        AND Q.KEYTEXT = R.INVNO
                        AND Q.RESOLVED IS NULL)
               UNION ALL
               SELECT 'GODK', P.APPR_ID, 0,
                      CAST(' ' AS CHAR(16)), P.PROPDATE
               FROM TUTORIAL.APPROVAL P
               WHERE P.STATE = 'P'
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.QUEUEITEM Q
                      WHERE Q.QUEUE = 'GODK'
                        AND Q.KEY1 = P.APPR_ID
                        AND Q.RESOLVED IS NULL)
               UNION ALL
               SELECT 'EFAK', O.OUTLOG_ID, 0,
                      CAST(' ' AS CHAR(16)), O.PROCDATE
               FROM TUTORIAL.OUTLOG O
               WHERE O.ACTIONCODE = 'D'
                 AND O.RESULTCODE = 2
                 AND O.PROCDATE >= :WC-QA-WEEKBACK
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.QUEUEITEM Q
                      WHERE Q.QUEUE = 'EFAK'
                        AND Q.KEY1 = O.OUTLOG_ID
                        AND Q.RESOLVED IS NULL)
           END-EXEC

      *>   every open item, oldest first within its queue
           EXEC SQL
               DECLARE CUR-QA-OPEN CURSOR FOR
               SELECT QUEUE, KEY1, KEY2, KEYTEXT, CHAR(DATE(ENTERED)),
                      DAYS(:WC-TODAY-DATE) - DAYS(ENTERED)
               FROM TUTORIAL.QUEUEITEM
               WHERE RESOLVED IS NULL
               ORDER BY QUEUE, ENTERED, KEY1, KEY2
               FOR FETCH ONLY
           END-EXEC

      *>   the week's resolutions per operator and queue
           EXEC SQL
               DECLARE CUR-QA-OPER CURSOR FOR
               SELECT COALESCE(RESOLVEDBY, '?'), QUEUE, COUNT(*),
                      AVG(DECIMAL(DAYS(RESOLVED) - DAYS(ENTERED),
                                  9, 2))
               FROM TUTORIAL.QUEUEITEM
               WHERE DATE(RESOLVED) BETWEEN :WC-QA-WEEKSTART
                                        AND :WC-TODAY-DATE
               GROUP BY COALESCE(RESOLVEDBY, '?'), QUEUE
               ORDER BY 1, 2
               FOR FETCH ONLY
           END-EXEC

       PROCEDURE DIVISION.

       000-QUEUE-AGE.
           MOVE 'PbsQueueAge.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT

           PERFORM 200-ENTER-UNLOGGED
           IF QUEUEAGE-OK
               PERFORM 250-RESOLVE-GONE
           END-IF

           IF QUEUEAGE-OK
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF

           IF QUEUEAGE-OK AND REPORT-DAY
               OPEN OUTPUT QAFIL
               IF NOT QAFIL-SUCCESSFUL
                   DISPLAY ' Kan inte skapa köåldersrapporten: '
                           WC-QA-FILENAME
                   MOVE 'N' TO QUEUEAGE-OK-SW
               ELSE
                   PERFORM 105-WRITE-HEADING
               END-IF
           END-IF

           IF QUEUEAGE-OK
               PERFORM 300-AGE-ONE-QUEUE
                   VARYING WN-QA-QX FROM 1 BY 1
                   UNTIL WN-QA-QX > WN-QA-QCOUNT
                      OR NOT QUEUEAGE-OK
               PERFORM 400-RAISE-ALERTS
           END-IF

           IF QUEUEAGE-OK AND REPORT-DAY
               PERFORM 500-LIST-PAST-TARGET
               PERFORM 600-RESOLVED-PER-OPERATOR
               CLOSE QAFIL
               DISPLAY ' Köåldersrapport: ' WC-QA-FILENAME
           END-IF

           MOVE WN-QA-ENTERED-COUNT TO WE-QA-COUNT
           DISPLAY ' Köposter loggade i efterhand : ' WE-QA-COUNT
           MOVE WN-QA-CLOSED-COUNT TO WE-QA-COUNT
           DISPLAY ' Köposter avslutade utan åtgärd: ' WE-QA-COUNT

      *>   old items are a matter for the alert and the worklist,
      *>   not a failed run
           IF QUEUEAGE-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           ACCEPT WC-QA-ARG FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1)

           MOVE T-YEAR  TO WN-QA-YMD(1:4)
           MOVE T-MONTH TO WN-QA-YMD(5:2)
           MOVE T-DAY   TO WN-QA-YMD(7:2)
           COMPUTE WN-QA-TODAY-INT = FUNCTION INTEGER-OF-DATE(WN-QA-YMD)

      *>   the report covers Monday to Sunday and is written on the
      *>   Sunday night - day 1 of the calendar was a Monday
           IF FUNCTION MOD(WN-QA-TODAY-INT - 1, 7) = 6
              OR WC-QA-ARG = 'RAPPORT' OR WC-QA-ARG = 'rapport'
               MOVE 'Y' TO REPORT-SW
           END-IF

           COMPUTE WN-QA-INT = WN-QA-TODAY-INT - 6
           COMPUTE WN-QA-YMD = FUNCTION DATE-OF-INTEGER(WN-QA-INT)
           MOVE WN-QA-YMD(1:4) TO WC-QA-WEEKSTART(1:4)
           MOVE WN-QA-YMD(5:2) TO WC-QA-WEEKSTART(6:2)
           MOVE WN-QA-YMD(7:2) TO WC-QA-WEEKSTART(9:2)
           MOVE '-' TO WC-QA-WEEKSTART(5:1), WC-QA-WEEKSTART(8:1)

      *>   a rejected e-invoice stays on the worklist for a week
           COMPUTE WN-QA-INT = WN-QA-TODAY-INT - 7
           COMPUTE WN-QA-YMD = FUNCTION DATE-OF-INTEGER(WN-QA-INT)
           MOVE WN-QA-YMD(1:4) TO WC-QA-WEEKBACK(1:4)
           MOVE WN-QA-YMD(5:2) TO WC-QA-WEEKBACK(6:2)
           MOVE WN-QA-YMD(7:2) TO WC-QA-WEEKBACK(9:2)
           MOVE '-' TO WC-QA-WEEKBACK(5:1), WC-QA-WEEKBACK(8:1)

           MOVE SPACE TO WC-QA-FILENAME
           STRING 'data/koalder-' DELIMITED BY SIZE
                  T-YEAR T-MONTH T-DAY DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WC-QA-FILENAME
           END-STRING

           PERFORM 110-READ-TARGET
               VARYING WN-QA-QX FROM 1 BY 1
               UNTIL WN-QA-QX > WN-QA-QCOUNT.
      ***********************

       105-WRITE-HEADING.
           MOVE SPACE TO WC-QA-LINE
           STRING 'KÖÅLDER OCH HANTERADE POSTER ' DELIMITED BY SIZE
                  WC-QA-WEEKSTART DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WC-TODAY-DATE DELIMITED BY SIZE
               INTO WC-QA-LINE
           END-STRING
           MOVE WC-QA-LINE TO QAFIL-POST
           WRITE QAFIL-POST

           MOVE SPACE TO QAFIL-POST
           WRITE QAFIL-POST
           MOVE SPACE TO WC-QA-LINE
           MOVE 'Öppna poster, ålder i dagar' TO WC-QA-LINE
           MOVE WC-QA-LINE TO QAFIL-POST
           WRITE QAFIL-POST
           MOVE SPACE TO WC-QA-LINE
           MOVE 'Kö'        TO WC-QA-LINE(1:3)
           MOVE 'Öppna'     TO WC-QA-LINE(24:6)
           MOVE '0-1'       TO WC-QA-LINE(33:3)
           MOVE '2-3'       TO WC-QA-LINE(39:3)
           MOVE '4-7'       TO WC-QA-LINE(45:3)
           MOVE '8-14'      TO WC-QA-LINE(50:4)
           MOVE '15-30'     TO WC-QA-LINE(55:5)
           MOVE '>30'       TO WC-QA-LINE(63:3)
           MOVE 'Mål'       TO WC-QA-LINE(67:4)
           MOVE 'Över'      TO WC-QA-LINE(73:5)
           MOVE 'Hant.'     TO WC-QA-LINE(80:5)
           MOVE 'Snitt'     TO WC-QA-LINE(90:5)
           MOVE WC-QA-LINE TO QAFIL-POST
           WRITE QAFIL-POST.
      ***********************

       110-READ-TARGET.
      *>   the queue's target age in whole days
           MOVE SPACE TO WC-THR-KEY
           STRING 'KOALDER-' DELIMITED BY SIZE
                  WC-QA-Q-CODE(WN-QA-QX) DELIMITED BY SIZE
               INTO WC-THR-KEY
           END-STRING
           EXEC SQL
               SELECT THRVALUE
               INTO :THRESHOLD-THRVALUE
               FROM TUTORIAL.THRESHOLD
               WHERE THRKEY = :WC-THR-KEY
           END-EXEC

           IF SQLCODE = ZERO AND THRESHOLD-THRVALUE > ZERO
               MOVE THRESHOLD-THRVALUE TO WN-QA-Q-TARGET(WN-QA-QX)
           END-IF
           MOVE ZERO TO WN-QA-Q-OVER(WN-QA-QX).
      ***********************

       200-ENTER-UNLOGGED.
      *>   items that reached a queue by a way that does not log,
      *>   or before the log existed
           EXEC SQL
               OPEN CUR-QA-UNLOGGED
           END-EXEC

           PERFORM 210-FETCH-UNLOGGED
           PERFORM 220-ENTER-ONE-UNLOGGED
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE           TO WN-MSG-SQLCODE
               MOVE 'CUR-QA-UNLOGGED' TO WC-MSG-TBLCURS
               MOVE '200-ENTER-UNLOGGED' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO QUEUEAGE-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-QA-UNLOGGED
           END-EXEC.
      ***********************

       210-FETCH-UNLOGGED.
           EXEC SQL
               FETCH CUR-QA-UNLOGGED
               INTO :WC-QA-ITEM-QUEUE, :WN-QA-ITEM-KEY1,
                    :WN-QA-ITEM-KEY2, :WC-QA-ITEM-KEYTEXT,
                    :WC-QA-ITEM-DATE
           END-EXEC.
      ***********************

       220-ENTER-ONE-UNLOGGED.
           MOVE 'QUEUEITEM' TO WC-KEYALLOC-TABLE
           CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE, WN-QA-ITEM-ID

           EXEC SQL
               INSERT INTO TUTORIAL.QUEUEITEM
               VALUES (:WN-QA-ITEM-ID, :WC-QA-ITEM-QUEUE,
                       :WN-QA-ITEM-KEY1, :WN-QA-ITEM-KEY2,
                       :WC-QA-ITEM-KEYTEXT,
                       TIMESTAMP(:WC-QA-ITEM-DATE, '00:00:00'),
                       NULL, NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'QUEUEITEM' TO WC-MSG-TBLCURS
               MOVE '220-ENTER-ONE-UNLOGGED' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO QUEUEAGE-OK-SW
           ELSE
               ADD 1 TO WN-QA-ENTERED-COUNT
               PERFORM 210-FETCH-UNLOGGED
           END-IF.
      ***********************

       250-RESOLVE-GONE.
      *>   a logged item no longer in its queue was resolved by a
      *>   way that does not log - each test applies to its own
      *>   queue only
           EXEC SQL
               UPDATE TUTORIAL.QUEUEITEM Q
               SET RESOLVED = CURRENT TIMESTAMP
               WHERE Q.RESOLVED IS NULL
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.STGINV S
                      WHERE Q.QUEUE = 'FAKT'
                        AND S.BATCHNO = Q.KEY1
                        AND S.SEQNO = Q.KEY2
                        AND S.RESULTCODE > 0)
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.STGFILE F
                      WHERE Q.QUEUE = 'BATC'
                        AND F.BATCHNO = Q.KEY1
                        AND F.STATE = 'P')
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.BGSUSPENSE B
                      WHERE Q.QUEUE = 'SUSP'
                        AND B.SUSP_ID = Q.KEY1
                        AND B.STATE = 'O')
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.ADDRPROP A
                      WHERE Q.QUEUE = 'ADRF'
                        AND A.PROP_ID = Q.KEY1
                        AND A.STATE = 'O')
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.RETMAIL R
                      WHERE Q.QUEUE = 'RETP'
                        AND R.DEBT_ID = Q.KEY1
                        AND R.INVNO = Q.KEYTEXT
                        AND R.RESOLVED = 'N')
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.APPROVAL P
                      WHERE Q.QUEUE = 'GODK'
                        AND P.APPR_ID = Q.KEY1
                        AND P.STATE = 'P')
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.OUTLOG O
                      WHERE Q.QUEUE = 'EFAK'
                        AND O.OUTLOG_ID = Q.KEY1
                        AND O.PROCDATE >= :WC-QA-WEEKBACK)
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SQLERRD(3) TO WN-QA-CLOSED-COUNT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE     TO WN-MSG-SQLCODE
                   MOVE 'QUEUEITEM' TO WC-MSG-TBLCURS
                   MOVE '250-RESOLVE-GONE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO QUEUEAGE-OK-SW
           END-EVALUATE.
      ***********************

       300-AGE-ONE-QUEUE.
           MOVE WC-QA-Q-CODE(WN-QA-QX)   TO WC-QA-QUEUE
           MOVE WN-QA-Q-TARGET(WN-QA-QX) TO WN-QA-TARGET

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN X.AGE <= 1
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN X.AGE BETWEEN 2 AND 3
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN X.AGE BETWEEN 4 AND 7
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN X.AGE BETWEEN 8 AND 14
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN X.AGE BETWEEN 15 AND 30
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN X.AGE > 30
                                   THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN X.AGE > :WN-QA-TARGET
                                   THEN 1 ELSE 0 END), 0)
               INTO :WN-QA-OPEN, :WN-QA-B1, :WN-QA-B2, :WN-QA-B3,
                    :WN-QA-B4, :WN-QA-B5, :WN-QA-B6, :WN-QA-OVER
               FROM (SELECT DAYS(:WC-TODAY-DATE) - DAYS(Q.ENTERED)
                            AS AGE
                     FROM TUTORIAL.QUEUEITEM Q
                     WHERE Q.QUEUE = :WC-QA-QUEUE
                       AND Q.RESOLVED IS NULL) X
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT COUNT(*),
                          COALESCE(AVG(DECIMAL(DAYS(RESOLVED)
                                       - DAYS(ENTERED), 9, 2)), 0)
                   INTO :WN-QA-DONE, :W9-QA-AVGDAYS
                   FROM TUTORIAL.QUEUEITEM
                   WHERE QUEUE = :WC-QA-QUEUE
                     AND DATE(RESOLVED) BETWEEN :WC-QA-WEEKSTART
                                            AND :WC-TODAY-DATE
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'QUEUEITEM' TO WC-MSG-TBLCURS
               MOVE '300-AGE-ONE-QUEUE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO QUEUEAGE-OK-SW
           ELSE
               MOVE WN-QA-OVER TO WN-QA-Q-OVER(WN-QA-QX)
               IF REPORT-DAY
                   PERFORM 310-WRITE-QUEUE-LINE
               END-IF
           END-IF.
      ***********************

       310-WRITE-QUEUE-LINE.
           MOVE SPACE TO WC-QA-LINE
           MOVE WC-QA-Q-NAME(WN-QA-QX) TO WC-QA-LINE(1:22)
           MOVE WN-QA-OPEN   TO WE-QA-COUNT
           MOVE WE-QA-COUNT  TO WC-QA-LINE(23:7)
           MOVE WN-QA-B1     TO WE-QA-BUCKET
           MOVE WE-QA-BUCKET TO WC-QA-LINE(30:6)
           MOVE WN-QA-B2     TO WE-QA-BUCKET
           MOVE WE-QA-BUCKET TO WC-QA-LINE(36:6)
           MOVE WN-QA-B3     TO WE-QA-BUCKET
           MOVE WE-QA-BUCKET TO WC-QA-LINE(42:6)
           MOVE WN-QA-B4     TO WE-QA-BUCKET
           MOVE WE-QA-BUCKET TO WC-QA-LINE(48:6)
           MOVE WN-QA-B5     TO WE-QA-BUCKET
           MOVE WE-QA-BUCKET TO WC-QA-LINE(54:6)
           MOVE WN-QA-B6     TO WE-QA-BUCKET
           MOVE WE-QA-BUCKET TO WC-QA-LINE(60:6)
           MOVE WN-QA-TARGET TO WE-QA-TARGET
           MOVE WE-QA-TARGET TO WC-QA-LINE(66:5)
           MOVE WN-QA-OVER   TO WE-QA-COUNT
           MOVE WE-QA-COUNT  TO WC-QA-LINE(71:7)
           MOVE WN-QA-DONE   TO WE-QA-COUNT
           MOVE WE-QA-COUNT  TO WC-QA-LINE(78:7)
           MOVE W9-QA-AVGDAYS TO WE-QA-AVG
           MOVE WE-QA-AVG    TO WC-QA-LINE(85:9)
           MOVE WC-QA-LINE TO QAFIL-POST
           WRITE QAFIL-POST.
      ***********************

       400-RAISE-ALERTS.
      *>   one alert line per queue with items past its target
           PERFORM 410-ALERT-ONE-QUEUE
               VARYING WN-QA-QX FROM 1 BY 1
               UNTIL WN-QA-QX > WN-QA-QCOUNT

           IF WN-QA-ALERT-COUNT > ZERO
               CLOSE ALERTFIL
           END-IF.
      ***********************

       410-ALERT-ONE-QUEUE.
           IF WN-QA-Q-OVER(WN-QA-QX) > ZERO
               IF WN-QA-ALERT-COUNT = ZERO
                   OPEN EXTEND ALERTFIL
               END-IF
               ADD 1 TO WN-QA-ALERT-COUNT
               MOVE WN-QA-Q-OVER(WN-QA-QX)   TO WE-QA-COUNT
               MOVE WN-QA-Q-TARGET(WN-QA-QX) TO WE-QA-TARGET
               MOVE SPACE TO ALERT-POST
               STRING 'KOALDER: ' DELIMITED BY SIZE
                      WE-QA-COUNT DELIMITED BY SIZE
                      ' poster i kön ' DELIMITED BY SIZE
                      WC-QA-Q-NAME(WN-QA-QX) DELIMITED BY '  '
                      ' äldre än' DELIMITED BY SIZE
                      WE-QA-TARGET DELIMITED BY SIZE
                      ' dagar' DELIMITED BY SIZE
                   INTO ALERT-POST
               END-STRING
               WRITE ALERT-POST
               DISPLAY ' ' ALERT-POST
           END-IF.
      ***********************

       500-LIST-PAST-TARGET.
           MOVE SPACE TO QAFIL-POST
           WRITE QAFIL-POST
           MOVE 'Poster äldre än målet' TO QAFIL-POST
           WRITE QAFIL-POST
           MOVE SPACE TO WC-QA-LINE
           MOVE 'Kö'         TO WC-QA-LINE(1:3)
           MOVE 'Nyckel'     TO WC-QA-LINE(24:6)
           MOVE 'In i kön'   TO WC-QA-LINE(60:8)
           MOVE 'Dagar'      TO WC-QA-LINE(73:5)
           MOVE WC-QA-LINE TO QAFIL-POST
           WRITE QAFIL-POST

           EXEC SQL
               OPEN CUR-QA-OPEN
           END-EXEC

           PERFORM 510-FETCH-OPEN
           PERFORM 520-LIST-ONE-OPEN
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE       TO WN-MSG-SQLCODE
               MOVE 'CUR-QA-OPEN' TO WC-MSG-TBLCURS
               MOVE '500-LIST-PAST-TARGET' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO QUEUEAGE-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-QA-OPEN
           END-EXEC.
      ***********************

       510-FETCH-OPEN.
           EXEC SQL
               FETCH CUR-QA-OPEN
               INTO :WC-QA-ITEM-QUEUE, :WN-QA-ITEM-KEY1,
                    :WN-QA-ITEM-KEY2, :WC-QA-ITEM-KEYTEXT,
                    :WC-QA-ITEM-DATE, :WN-QA-ITEM-AGE
           END-EXEC.
      ***********************

       520-LIST-ONE-OPEN.
      *>   the key as the worklist shows it: batch and line for a
      *>   rejected invoice, debtor and invoice for returned mail,
      *>   the item's id for the rest
           PERFORM 530-FIND-QUEUE
           IF WN-QA-QX NOT > WN-QA-QCOUNT
              AND WN-QA-ITEM-AGE > WN-QA-Q-TARGET(WN-QA-QX)
               MOVE SPACE TO WC-QA-LINE
               MOVE WC-QA-Q-NAME(WN-QA-QX) TO WC-QA-LINE(1:22)
               MOVE WN-QA-ITEM-KEY1 TO WE-QA-KEY
               MOVE WE-QA-KEY TO WC-QA-LINE(24:9)
               IF WN-QA-ITEM-KEY2 NOT = ZERO
                   MOVE WN-QA-ITEM-KEY2 TO WE-QA-KEY
                   MOVE WE-QA-KEY TO WC-QA-LINE(34:9)
               END-IF
               IF WC-QA-ITEM-KEYTEXT NOT = SPACE
                   MOVE WC-QA-ITEM-KEYTEXT TO WC-QA-LINE(34:16)
               END-IF
               MOVE WC-QA-ITEM-DATE TO WC-QA-LINE(60:10)
               MOVE WN-QA-ITEM-AGE TO WE-QA-COUNT
               MOVE WE-QA-COUNT TO WC-QA-LINE(71:7)
               MOVE WC-QA-LINE TO QAFIL-POST
               WRITE QAFIL-POST
           END-IF

           PERFORM 510-FETCH-OPEN.
      ***********************

       530-FIND-QUEUE.
           PERFORM 540-NEXT-QUEUE
               VARYING WN-QA-QX FROM 1 BY 1
               UNTIL WN-QA-QX > WN-QA-QCOUNT
                  OR WC-QA-Q-CODE(WN-QA-QX) = WC-QA-ITEM-QUEUE.
      ***********************

       540-NEXT-QUEUE.
           CONTINUE.
      ***********************

       600-RESOLVED-PER-OPERATOR.
           MOVE SPACE TO QAFIL-POST
           WRITE QAFIL-POST
           MOVE 'Hanterade poster per operatör' TO QAFIL-POST
           WRITE QAFIL-POST
           MOVE SPACE TO WC-QA-LINE
           MOVE 'Operatör'   TO WC-QA-LINE(1:9)
           MOVE 'Kö'         TO WC-QA-LINE(16:3)
           MOVE 'Antal'      TO WC-QA-LINE(42:5)
           MOVE 'Snitt dagar' TO WC-QA-LINE(49:11)
           MOVE WC-QA-LINE TO QAFIL-POST
           WRITE QAFIL-POST

           EXEC SQL
               OPEN CUR-QA-OPER
           END-EXEC

           PERFORM 610-FETCH-OPER
           PERFORM 620-LIST-ONE-OPER
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE       TO WN-MSG-SQLCODE
               MOVE 'CUR-QA-OPER' TO WC-MSG-TBLCURS
               MOVE '600-RESOLVED-PER-OPERATOR' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO QUEUEAGE-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-QA-OPER
           END-EXEC.
      ***********************

       610-FETCH-OPER.
           EXEC SQL
               FETCH CUR-QA-OPER
               INTO :WC-QA-OPERATOR, :WC-QA-ITEM-QUEUE,
                    :WN-QA-DONE, :W9-QA-AVGDAYS
           END-EXEC.
      ***********************

       620-LIST-ONE-OPER.
      *>   a blank operator is a batch run, an unknown one an item
      *>   found resolved when the queues were compared
           MOVE SPACE TO WC-QA-LINE
           EVALUATE WC-QA-OPERATOR
               WHEN SPACE
                   MOVE '(batch)' TO WC-QA-LINE(1:14)
               WHEN '?'
                   MOVE '(okänd)' TO WC-QA-LINE(1:14)
               WHEN OTHER
                   MOVE WC-QA-OPERATOR TO WC-QA-LINE(1:14)
           END-EVALUATE
           PERFORM 530-FIND-QUEUE
           IF WN-QA-QX NOT > WN-QA-QCOUNT
               MOVE WC-QA-Q-NAME(WN-QA-QX) TO WC-QA-LINE(16:22)
           ELSE
               MOVE WC-QA-ITEM-QUEUE TO WC-QA-LINE(16:4)
           END-IF
           MOVE WN-QA-DONE TO WE-QA-COUNT
           MOVE WE-QA-COUNT TO WC-QA-LINE(40:7)
           MOVE W9-QA-AVGDAYS TO WE-QA-AVG
           MOVE WE-QA-AVG TO WC-QA-LINE(51:9)
           MOVE WC-QA-LINE TO QAFIL-POST
           WRITE QAFIL-POST

           PERFORM 610-FETCH-OPER.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
