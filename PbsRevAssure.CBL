       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsRevAssure.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Monthly revenue assurance: the billable-events
      **>          ledger (BILLEVENT) is lined up per customer,
      **>          invoice and action against the activity actually
      **>          performed in the period - OUTLOG prints, reminders,
      **>          notices, letters and e-invoice transmissions, mail
      **>          delivered off the MAILQUEUE, SMS delivered off the
      **>          SMSQUEUE, invoices sealed in the ARCHIVE and
      **>          marketing inserts enclosed off the ADINSLOG - and
      **>          PORTOLOG postage against the paper prints. Every
      **>          difference becomes a finding in RAFINDING, listed
      **>          per customer and article in
      **>          data/revassure-<period>.txt: activity never
      **>          billed (U), events billed more often than the
      **>          activity happened (D) and events without any
      **>          activity behind them (E). A delivered mail counts
      **>          once per invoice or letter and period, an archived
      **>          invoice once however many documents were sealed.
      **>          SMS, e-invoice, digital mailbox and archive work
      **>          is only expected on the ledger for a customer
      **>          holding an agreement of that type (U, E, D, A -
      **>          directly or in a bundle); printing, reminders,
      **>          notices, mail, letters and inserts always are.
      **>          Postage is checked both ways only where the
      **>          weight tariff is in use; it is billed once off
      **>          PORTOLOG's own flag, so a postage finding is for
      **>          correction by hand and is never generated.
      **>          Findings are reviewed in the internal reports menu
      **>          (53): an unbilled finding approved there is turned
      **>          into the missing events by the next run, dated in
      **>          the period the billing run is about to bill, and
      **>          the rest are acknowledged. A rerun replaces the
      **>          period's undecided findings and leaves decided ones
      **>          alone. The period comes off the command line as
      **>          YYYY-MM, blank meaning the current month; run by
      **>          hand during the month and as the first month-end
      **>          step, ahead of the billing run.
      **> Initial Version Created: 2014-05-06
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAFIL ASSIGN TO WC-RA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAFIL.
       01  RA-POST             PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  REVASSURE-OK-SW         PIC X VALUE 'Y'.
               88  REVASSURE-OK            VALUE 'Y'.
           05  PORTO-IN-USE-SW         PIC X VALUE 'N'.
               88  PORTO-IN-USE            VALUE 'Y'.

       01  RA-FS               PIC X(2) VALUE SPACE.
           88  RA-SUCCESSFUL       VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

      *>   the period reviewed, YYYY-MM off the command line
       01  WC-RA-PERIOD        PIC X(7)  VALUE SPACE.
       01  WC-PERIOD-START     PIC X(10) VALUE SPACE.
       01  WC-PERIOD-END       PIC X(10) VALUE SPACE.
       01  WC-RA-FILENAME      PIC X(40) VALUE SPACE.

      *>   the period's real last day - the first of the next month
      *>   minus one
       01  WN-EOM-YEAR         PIC 9(4)  VALUE ZERO.
       01  WN-EOM-MONTH        PIC 9(2)  VALUE ZERO.
       01  WN-EOM-YMD          PIC 9(8)  VALUE ZERO.
       01  WN-EOM-INT          PIC S9(9) COMP VALUE ZERO.

       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-RA-UNBILLED-COUNT  PIC 9(5) VALUE ZERO.
           05  WN-RA-DOUBLE-COUNT    PIC 9(5) VALUE ZERO.
           05  WN-RA-NOACT-COUNT     PIC 9(5) VALUE ZERO.
           05  WN-RA-PORTO-COUNT     PIC 9(5) VALUE ZERO.
           05  WN-RA-DECIDED-COUNT   PIC 9(5) VALUE ZERO.
           05  WN-RA-APPROVED-COUNT  PIC 9(5) VALUE ZERO.
           05  WN-RA-CREATED-COUNT   PIC 9(5) VALUE ZERO.

      *>   the article type the activity is billed under, for the
      *>   agreement lookup of an unbilled finding
       01  WC-RA-SRVTYPE       PIC X(1)  VALUE SPACE.
       01  WN-RA-DECIDED       PIC S9(9) COMP VALUE ZERO.
       01  WN-RA-TARIFFS       PIC S9(9) COMP VALUE ZERO.

      *>   an approved finding turned into events: what the ledger
      *>   holds for the key today, what is still missing, and the
      *>   date the new events carry
       01  WC-RA-FIND-START    PIC X(10) VALUE SPACE.
       01  WN-RA-EVNOW         PIC S9(9) COMP VALUE ZERO.
       01  WN-RA-MISSING       PIC S9(9) COMP VALUE ZERO.
       01  WC-RA-EVENTDATE     PIC X(10) VALUE SPACE.
       01  WN-NEXT-BILLEVENT-ID PIC S9(9) COMP VALUE ZERO.

      *>   one summary line per customer, article and finding type
       01  WN-RA-SUM-FINDS     PIC S9(9) COMP VALUE ZERO.
       01  WN-RA-SUM-ACT       PIC S9(9) COMP VALUE ZERO.
       01  WN-RA-SUM-EV        PIC S9(9) COMP VALUE ZERO.

       01  WE-RA-ID            PIC Z(8)9.
       01  WE-RA-CUST-ID       PIC Z(8)9.
       01  WE-RA-INV-ID        PIC Z(8)9.
       01  WE-RA-ACT           PIC Z(5)9.
       01  WE-RA-EV            PIC Z(5)9.
       01  WE-RA-FINDS         PIC Z(5)9.
       01  WC-RA-LINE          PIC X(100) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE SRV        END-EXEC.
           EXEC SQL INCLUDE BILLEVENT  END-EXEC.
           EXEC SQL INCLUDE RAFINDING  END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   unbilled findings approved in the reports menu, not yet
      *>   turned into events - whatever period they were found in
           EXEC SQL
               DECLARE CUR-RA-APPROVED CURSOR FOR
               SELECT FIND_ID, PERIOD, CUST_ID, INV_ID, ACTIONCODE,
                      ACTDATE, SRV_ID, ACTCOUNT
               FROM TUTORIAL.RAFINDING
               WHERE STATE = 'G'
                 AND FINDTYPE = 'U'
                 AND SOURCE <> 'P'
               ORDER BY FIND_ID
           END-EXEC

      *>   activity against events per customer, invoice (or
      *>   letter) and action over the period, only where the two
      *>   counts differ. An e-invoice, SMS or archive is billable
      *>   work only for a customer holding an agreement of that
      *>   type, directly or through a bundle
           EXEC SQL
               DECLARE CUR-RA-EVENTS CURSOR FOR
               SELECT COALESCE(A.CUST_ID, E.CUST_ID),
                      COALESCE(A.INV_ID, E.INV_ID),
                      COALESCE(A.ACTIONCODE, E.ACTIONCODE),
                      COALESCE(A.SOURCE, 'B'),
                      COALESCE(A.SRVTYPE, ' '),
                      COALESCE(A.ACTCOUNT, 0),
                      COALESCE(E.EVCOUNT, 0),
                      COALESCE(A.ACTDATE, E.EVDATE),
                      COALESCE(E.EVSRV, 0),
                      COALESCE(E.EVLAST, 0)
               FROM
                 (SELECT X.CUST_ID AS CUST_ID, X.INV_ID AS INV_ID,
                         X.ACTIONCODE AS ACTIONCODE,
                         MIN(X.SOURCE) AS SOURCE,
                         MIN(X.SRVTYPE) AS SRVTYPE,
                         COUNT(*) AS ACTCOUNT,
                         MIN(X.ACTDATE) AS ACTDATE
                  FROM
                    (SELECT O.CUST_ID AS CUST_ID,
                            I.INV_ID AS INV_ID,
                            O.ACTIONCODE AS ACTIONCODE,
                            O.PROCDATE AS ACTDATE,
                            'O' AS SOURCE,
                            CASE O.ACTIONCODE
                                WHEN 'R' THEN 'I'
                                WHEN 'E' THEN 'E'
                                WHEN 'F' THEN 'E'
                                WHEN 'W' THEN 'D'
                                ELSE 'P' END AS SRVTYPE
                     FROM TUTORIAL.OUTLOG O, TUTORIAL.INVOICE I
                     WHERE O.ACTIONCODE IN ('P', 'R', 'L', 'E', 'F',
                                            'W')
                       AND O.RESULTCODE = 0
                       AND O.PROCDATE BETWEEN :WC-PERIOD-START
                                          AND :WC-PERIOD-END
                       AND I.CUST_ID = O.CUST_ID
                       AND I.INVNO = O.INVNO
                     UNION ALL
                     SELECT O.CUST_ID, L.LETTER_ID, O.ACTIONCODE,
                            O.PROCDATE, 'O', 'B'
                     FROM TUTORIAL.OUTLOG O, TUTORIAL.LETTER L
                     WHERE O.ACTIONCODE = 'N'
                       AND O.RESULTCODE = 0
                       AND O.PROCDATE BETWEEN :WC-PERIOD-START
                                          AND :WC-PERIOD-END
                       AND L.CUST_ID = O.CUST_ID
                       AND L.LETTERNO = O.INVNO
                     UNION ALL
                     SELECT M.CUST_ID, M.INV_ID, 'S',
                            MIN(M.LASTTRY), 'M', 'P'
                     FROM TUTORIAL.MAILQUEUE M, TUTORIAL.INVOICE I
                     WHERE M.STATE = 'S'
                       AND M.LASTTRY BETWEEN :WC-PERIOD-START
                                         AND :WC-PERIOD-END
                       AND I.INV_ID = M.INV_ID
                       AND I.CUST_ID = M.CUST_ID
                     GROUP BY M.CUST_ID, M.INV_ID
                     UNION ALL
                     SELECT M.CUST_ID, M.INV_ID, 'S',
                            MIN(M.LASTTRY), 'M', 'B'
                     FROM TUTORIAL.MAILQUEUE M, TUTORIAL.LETTER L
                     WHERE M.STATE = 'S'
                       AND M.LASTTRY BETWEEN :WC-PERIOD-START
                                         AND :WC-PERIOD-END
                       AND L.LETTER_ID = M.INV_ID
                       AND L.CUST_ID = M.CUST_ID
                     GROUP BY M.CUST_ID, M.INV_ID
                     UNION ALL
                     SELECT I.CUST_ID, Q.INV_ID, 'U',
                            Q.LASTTRY, 'S', 'U'
                     FROM TUTORIAL.SMSQUEUE Q, TUTORIAL.INVOICE I
                     WHERE Q.STATE = 'S'
                       AND Q.LASTTRY BETWEEN :WC-PERIOD-START
                                         AND :WC-PERIOD-END
                       AND I.INV_ID = Q.INV_ID
                     UNION ALL
                     SELECT I.CUST_ID, I.INV_ID, 'A',
                            MIN(R.ARCHDATE), 'A', 'A'
                     FROM TUTORIAL.ARCHIVE R, TUTORIAL.INVOICE I
                     WHERE R.STATE = 'A'
                       AND R.ARCHDATE BETWEEN :WC-PERIOD-START
                                          AND :WC-PERIOD-END
                       AND I.CUSTNO = R.CUSTNO
                       AND I.INVNO = R.INVNO
                     GROUP BY I.CUST_ID, I.INV_ID
                     UNION ALL
                     SELECT L.CUST_ID, L.INV_ID, 'Y',
                            L.LOGDATE, 'R', 'R'
                     FROM TUTORIAL.ADINSLOG L
                     WHERE L.LOGDATE BETWEEN :WC-PERIOD-START
                                         AND :WC-PERIOD-END) X
                  WHERE X.SRVTYPE IN ('P', 'I', 'B', 'R')
                     OR EXISTS
                        (SELECT 1
                         FROM TUTORIAL.SRVCUST SC, TUTORIAL.SRV S
                         WHERE SC.CUST_ID = X.CUST_ID
                           AND SC.STATUS = 'A'
                           AND SC.SRV_ID = S.SRV_ID
                           AND S.TYPE = X.SRVTYPE)
                     OR EXISTS
                        (SELECT 1
                         FROM TUTORIAL.SRVCUST SC,
                              TUTORIAL.SRVBUNDLE B, TUTORIAL.SRV S
                         WHERE SC.CUST_ID = X.CUST_ID
                           AND SC.STATUS = 'A'
                           AND SC.SRV_ID = B.BUNDLE_SRV_ID
                           AND B.COMP_SRV_ID = S.SRV_ID
                           AND S.TYPE = X.SRVTYPE)
                  GROUP BY X.CUST_ID, X.INV_ID, X.ACTIONCODE) A
               FULL OUTER JOIN
                 (SELECT CUST_ID, INV_ID, ACTIONCODE,
                         COUNT(*) AS EVCOUNT,
                         MIN(EVENTDATE) AS EVDATE,
                         MAX(SRV_ID) AS EVSRV,
                         MAX(BILLEVENT_ID) AS EVLAST
                  FROM TUTORIAL.BILLEVENT
                  WHERE EVENTDATE BETWEEN :WC-PERIOD-START
                                      AND :WC-PERIOD-END
                  GROUP BY CUST_ID, INV_ID, ACTIONCODE) E
               ON  A.CUST_ID = E.CUST_ID
               AND A.INV_ID = E.INV_ID
               AND A.ACTIONCODE = E.ACTIONCODE
               WHERE COALESCE(A.ACTCOUNT, 0) <> COALESCE(E.EVCOUNT, 0)
               ORDER BY 1, 3, 2
           END-EXEC

      *>   postage both ways: a paper envelope printed with no
      *>   PORTOLOG row, and a PORTOLOG row with no print, guardian
      *>   copy or letter behind it. Protected identities are
      *>   hand-franked and a collective-invoice customer's
      *>   underlying invoices travel without postage of their own,
      *>   so neither is expected on PORTOLOG
           EXEC SQL
               DECLARE CUR-RA-PORTO CURSOR FOR
               SELECT I.CUST_ID, I.INV_ID, 'U',
                      MIN(O.PROCDATE), COUNT(*), 0
               FROM TUTORIAL.OUTLOG O, TUTORIAL.INVOICE I,
                    TUTORIAL.DEBTOR D, TUTORIAL.CUSTOMER C
               WHERE O.ACTIONCODE = 'P'
                 AND O.RESULTCODE = 0
                 AND O.PROCDATE BETWEEN :WC-PERIOD-START
                                    AND :WC-PERIOD-END
                 AND I.CUST_ID = O.CUST_ID
                 AND I.INVNO = O.INVNO
                 AND D.DEBT_ID = I.DEBT_ID
                 AND D.DELIV = 'P'
                 AND COALESCE(D.PROTECTED, 'N') <> 'Y'
                 AND C.CUST_ID = I.CUST_ID
                 AND COALESCE(C.COLLINV, 'N') <> 'Y'
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.PORTOLOG P
                      WHERE P.INV_ID = I.INV_ID)
               GROUP BY I.CUST_ID, I.INV_ID
               UNION ALL
               SELECT P.CUST_ID, P.INV_ID, 'E',
                      MIN(P.LOGDATE), 0, COUNT(*)
               FROM TUTORIAL.PORTOLOG P
               WHERE P.LOGDATE BETWEEN :WC-PERIOD-START
                                   AND :WC-PERIOD-END
                 AND NOT EXISTS
                     (SELECT 1
                      FROM TUTORIAL.INVOICE I, TUTORIAL.OUTLOG O
                      WHERE I.INV_ID = P.INV_ID
                        AND O.CUST_ID = I.CUST_ID
                        AND O.INVNO = I.INVNO
                        AND O.ACTIONCODE IN ('P', 'G')
                        AND O.RESULTCODE = 0)
                 AND NOT EXISTS
                     (SELECT 1
                      FROM TUTORIAL.LETTER L, TUTORIAL.OUTLOG O
                      WHERE L.LETTER_ID = P.INV_ID
                        AND O.CUST_ID = L.CUST_ID
                        AND O.INVNO = L.LETTERNO
                        AND O.ACTIONCODE = 'N'
                        AND O.RESULTCODE = 0)
               GROUP BY P.CUST_ID, P.INV_ID
               ORDER BY 1, 2
           END-EXEC

      *>   the period's open findings per customer, article and
      *>   finding type for the review list; events logged without
      *>   a customer or article show as '-'
           EXEC SQL
               DECLARE CUR-RA-SUMMARY CURSOR FOR
               SELECT COALESCE(C.CUSTNO, '-'),
                      CASE F.SOURCE
                          WHEN 'P' THEN 'PORTO'
                          ELSE COALESCE(S.ARTNO, '-') END,
                      F.FINDTYPE, COUNT(*),
                      SUM(F.ACTCOUNT), SUM(F.EVCOUNT)
               FROM TUTORIAL.RAFINDING F
                    LEFT JOIN TUTORIAL.CUSTOMER C
                        ON C.CUST_ID = F.CUST_ID
                    LEFT JOIN TUTORIAL.SRV S
                        ON S.SRV_ID = F.SRV_ID
               WHERE F.PERIOD = :WC-RA-PERIOD
                 AND F.STATE = 'P'
               GROUP BY COALESCE(C.CUSTNO, '-'),
                        CASE F.SOURCE
                            WHEN 'P' THEN 'PORTO'
                            ELSE COALESCE(S.ARTNO, '-') END,
                        F.FINDTYPE
               ORDER BY 1, 2, 3
           END-EXEC

       PROCEDURE DIVISION.

       000-REV-ASSURE.
           MOVE 'PbsRevAssure.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT
           IF REVASSURE-OK
               PERFORM 200-CREATE-APPROVED
               PERFORM 300-CLEAR-PROPOSALS
               PERFORM 400-COMPARE-EVENTS
               PERFORM 500-COMPARE-PORTO
               PERFORM 600-WRITE-SUMMARY
               CLOSE RAFIL
               PERFORM 100-END
           END-IF
           IF REVASSURE-OK
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO RETURN-CODE
           ELSE
      *>       half a set of findings or generated events is worse
      *>       than none - a failed run leaves the ledger untouched
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
      *>   the period comes off the command line as YYYY-MM; blank
      *>   means the current month
           ACCEPT WC-RA-PERIOD FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE

           IF WC-RA-PERIOD = SPACE
               MOVE T-YEAR  TO WC-RA-PERIOD(1:4)
               MOVE '-'     TO WC-RA-PERIOD(5:1)
               MOVE T-MONTH TO WC-RA-PERIOD(6:2)
           END-IF

           IF WC-RA-PERIOD(5:1) NOT = '-'
              OR WC-RA-PERIOD(1:4) IS NOT NUMERIC
              OR WC-RA-PERIOD(6:2) IS NOT NUMERIC
               DISPLAY ' Ogiltig period (YYYY-MM): ' WC-RA-PERIOD
               MOVE 'N' TO REVASSURE-OK-SW
           ELSE
               MOVE SPACE TO WC-PERIOD-START
               STRING WC-RA-PERIOD DELIMITED BY SPACE
                      '-01'        DELIMITED BY SIZE
                   INTO WC-PERIOD-START
               END-STRING
               MOVE WC-RA-PERIOD(1:4) TO WN-EOM-YEAR
               MOVE WC-RA-PERIOD(6:2) TO WN-EOM-MONTH
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

      *>       postage is only logged where the weight tariff is
      *>       filled in - an empty table means it is not in use
               MOVE ZERO TO WN-RA-TARIFFS
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WN-RA-TARIFFS
                   FROM TUTORIAL.POSTTARIFF
               END-EXEC
               IF SQLCODE = ZERO AND WN-RA-TARIFFS > ZERO
                   SET PORTO-IN-USE TO TRUE
               END-IF

               MOVE SPACE TO WC-RA-FILENAME
               STRING 'data/revassure-' DELIMITED BY SIZE
                      WC-RA-PERIOD DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WC-RA-FILENAME
               END-STRING

               OPEN OUTPUT RAFIL
               IF NOT RA-SUCCESSFUL
                   DISPLAY ' Kan inte skapa granskningslistan: '
                           WC-RA-FILENAME
                   MOVE 'N' TO REVASSURE-OK-SW
               ELSE
                   MOVE SPACE TO WC-RA-LINE
                   STRING 'INTÄKTSSÄKRING ' DELIMITED BY SIZE
                          WC-RA-PERIOD DELIMITED BY SIZE
                          ' - AKTIVITET MOT DEBITERADE HÄNDELSER'
                              DELIMITED BY SIZE
                       INTO WC-RA-LINE
                   END-STRING
                   MOVE WC-RA-LINE TO RA-POST
                   WRITE RA-POST
                   MOVE SPACE TO RA-POST
                   WRITE RA-POST
                   MOVE 'Id        Typ Källa Åtg   Kund-id'
                     & '   Fakt/brev  Aktivitet Händelser Datum'
                       TO RA-POST
                   WRITE RA-POST
               END-IF
           END-IF.
      ***********************

       100-END.
           DISPLAY ' === Intäktssäkring ' WC-RA-PERIOD ' ==='
           DISPLAY ' Godkända omsatta   : ' WN-RA-APPROVED-COUNT
                   ' (' WN-RA-CREATED-COUNT ' händelser skapade)'
           DISPLAY ' Ej debiterat       : ' WN-RA-UNBILLED-COUNT
           DISPLAY ' Dubbeldebiterat    : ' WN-RA-DOUBLE-COUNT
           DISPLAY ' Utan aktivitet     : ' WN-RA-NOACT-COUNT
           DISPLAY ' Porto avviker      : ' WN-RA-PORTO-COUNT
           DISPLAY ' Redan beslutade    : ' WN-RA-DECIDED-COUNT
           DISPLAY ' Granskningslista   : ' WC-RA-FILENAME.
      ***********************

       200-CREATE-APPROVED.
           EXEC SQL
               OPEN CUR-RA-APPROVED
           END-EXEC

           EXEC SQL
               FETCH CUR-RA-APPROVED
               INTO :RAFINDING-FIND-ID, :RAFINDING-PERIOD,
                    :RAFINDING-CUST-ID, :RAFINDING-INV-ID,
                    :RAFINDING-ACTIONCODE, :RAFINDING-ACTDATE,
                    :RAFINDING-SRV-ID, :RAFINDING-ACTCOUNT
           END-EXEC

           PERFORM 210-CREATE-ONE-APPROVED
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE TO WN-MSG-SQLCODE
               MOVE 'CUR-RA-APPROVED' TO WC-MSG-TBLCURS
               MOVE '200-CREATE-APPROVED' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REVASSURE-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-RA-APPROVED
           END-EXEC.
      ***********************

       210-CREATE-ONE-APPROVED.
      *>   what is missing is recounted against the ledger as it
      *>   stands now, so events that turned up since the finding
      *>   was made are never doubled
           ADD 1 TO WN-RA-APPROVED-COUNT
           MOVE SPACE TO WC-RA-FIND-START
           STRING RAFINDING-PERIOD DELIMITED BY SIZE
                  '-01' DELIMITED BY SIZE
               INTO WC-RA-FIND-START
           END-STRING

           MOVE ZERO TO WN-RA-EVNOW
           EXEC SQL
               SELECT COUNT(*)
               INTO :WN-RA-EVNOW
               FROM TUTORIAL.BILLEVENT
               WHERE CUST_ID = :RAFINDING-CUST-ID
                 AND INV_ID = :RAFINDING-INV-ID
                 AND ACTIONCODE = :RAFINDING-ACTIONCODE
                 AND EVENTDATE >= :WC-RA-FIND-START
           END-EXEC

           COMPUTE WN-RA-MISSING = RAFINDING-ACTCOUNT - WN-RA-EVNOW

      *>   an approval arriving after its own period was billed is
      *>   dated into the period about to be billed instead
           IF RAFINDING-ACTDATE < WC-PERIOD-START
               MOVE WC-PERIOD-START TO WC-RA-EVENTDATE
           ELSE
               MOVE RAFINDING-ACTDATE TO WC-RA-EVENTDATE
           END-IF

           PERFORM 220-INSERT-ONE-EVENT
               UNTIL WN-RA-MISSING NOT > ZERO
                  OR NOT REVASSURE-OK

           EXEC SQL
               UPDATE TUTORIAL.RAFINDING
               SET STATE = 'K'
               WHERE FIND_ID = :RAFINDING-FIND-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'RAFINDING' TO WC-MSG-TBLCURS
               MOVE '210-CREATE-ONE-APPROVED' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REVASSURE-OK-SW
           END-IF

           EXEC SQL
               FETCH CUR-RA-APPROVED
               INTO :RAFINDING-FIND-ID, :RAFINDING-PERIOD,
                    :RAFINDING-CUST-ID, :RAFINDING-INV-ID,
                    :RAFINDING-ACTIONCODE, :RAFINDING-ACTDATE,
                    :RAFINDING-SRV-ID, :RAFINDING-ACTCOUNT
           END-EXEC.
      ***********************

       220-INSERT-ONE-EVENT.
           MOVE 'BILLEVENT' TO WC-KEYALLOC-TABLE
           CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                 WN-NEXT-BILLEVENT-ID

           EXEC SQL
               INSERT INTO TUTORIAL.BILLEVENT
               VALUES (:WN-NEXT-BILLEVENT-ID, :RAFINDING-CUST-ID,
                       :RAFINDING-INV-ID, :RAFINDING-SRV-ID,
                       :WC-RA-EVENTDATE, :RAFINDING-ACTIONCODE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'BILLEVENT' TO WC-MSG-TBLCURS
               MOVE '220-INSERT-ONE-EVENT' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REVASSURE-OK-SW
           ELSE
               ADD 1 TO WN-RA-CREATED-COUNT
               SUBTRACT 1 FROM WN-RA-MISSING
           END-IF.
      ***********************

       300-CLEAR-PROPOSALS.
      *>   a rerun replaces the period's undecided findings
           EXEC SQL
               DELETE FROM TUTORIAL.RAFINDING
               WHERE PERIOD = :WC-RA-PERIOD
                 AND STATE = 'P'
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'RAFINDING' TO WC-MSG-TBLCURS
               MOVE '300-CLEAR-PROPOSALS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REVASSURE-OK-SW
           END-IF.
      ***********************

       400-COMPARE-EVENTS.
           EXEC SQL
               OPEN CUR-RA-EVENTS
           END-EXEC

           EXEC SQL
               FETCH CUR-RA-EVENTS
               INTO :RAFINDING-CUST-ID, :RAFINDING-INV-ID,
                    :RAFINDING-ACTIONCODE, :RAFINDING-SOURCE,
                    :WC-RA-SRVTYPE, :RAFINDING-ACTCOUNT,
                    :RAFINDING-EVCOUNT, :RAFINDING-ACTDATE,
                    :RAFINDING-SRV-ID, :RAFINDING-BILLEVENT-ID
           END-EXEC

           PERFORM 410-CLASSIFY-ONE-KEY
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE TO WN-MSG-SQLCODE
               MOVE 'CUR-RA-EVENTS' TO WC-MSG-TBLCURS
               MOVE '400-COMPARE-EVENTS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REVASSURE-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-RA-EVENTS
           END-EXEC.
      ***********************

       410-CLASSIFY-ONE-KEY.
           EVALUATE TRUE
               WHEN RAFINDING-ACTCOUNT = ZERO
                   SET RAFINDING-IS-NO-ACTIVITY TO TRUE
               WHEN RAFINDING-ACTCOUNT > RAFINDING-EVCOUNT
                   SET RAFINDING-IS-UNBILLED TO TRUE
      *>           with no event to copy the article from, it is
      *>           resolved the way the print run resolves it
                   IF RAFINDING-EVCOUNT = ZERO
                       PERFORM 420-RESOLVE-ARTICLE
                   END-IF
               WHEN OTHER
                   SET RAFINDING-IS-DOUBLE TO TRUE
           END-EVALUATE

           PERFORM 900-SAVE-FINDING

           EXEC SQL
               FETCH CUR-RA-EVENTS
               INTO :RAFINDING-CUST-ID, :RAFINDING-INV-ID,
                    :RAFINDING-ACTIONCODE, :RAFINDING-SOURCE,
                    :WC-RA-SRVTYPE, :RAFINDING-ACTCOUNT,
                    :RAFINDING-EVCOUNT, :RAFINDING-ACTDATE,
                    :RAFINDING-SRV-ID, :RAFINDING-BILLEVENT-ID
           END-EXEC.
      ***********************

       420-RESOLVE-ARTICLE.
      *>   the customer's agreement of the matching type, else the
      *>   component held through a bundle, else none (0) - the
      *>   same order the print run logs its events in
           MOVE ZERO TO RAFINDING-SRV-ID
           EXEC SQL
               SELECT COALESCE(MIN(S.SRV_ID), 0)
               INTO :RAFINDING-SRV-ID
               FROM TUTORIAL.SRVCUST SC, TUTORIAL.SRV S
               WHERE SC.CUST_ID = :RAFINDING-CUST-ID
                 AND SC.SRV_ID = S.SRV_ID
                 AND SC.STATUS = 'A'
                 AND S.TYPE = :WC-RA-SRVTYPE
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO RAFINDING-SRV-ID
           END-IF

           IF RAFINDING-SRV-ID = ZERO
               EXEC SQL
                   SELECT COALESCE(MIN(S.SRV_ID), 0)
                   INTO :RAFINDING-SRV-ID
                   FROM TUTORIAL.SRVCUST SC, TUTORIAL.SRVBUNDLE B,
                        TUTORIAL.SRV S
                   WHERE SC.CUST_ID = :RAFINDING-CUST-ID
                     AND SC.SRV_ID = B.BUNDLE_SRV_ID
                     AND B.COMP_SRV_ID = S.SRV_ID
                     AND SC.STATUS = 'A'
                     AND S.TYPE = :WC-RA-SRVTYPE
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE ZERO TO RAFINDING-SRV-ID
               END-IF
           END-IF.
      ***********************

       500-COMPARE-PORTO.
           IF NOT PORTO-IN-USE
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               OPEN CUR-RA-PORTO
           END-EXEC

           EXEC SQL
               FETCH CUR-RA-PORTO
               INTO :RAFINDING-CUST-ID, :RAFINDING-INV-ID,
                    :RAFINDING-FINDTYPE, :RAFINDING-ACTDATE,
                    :RAFINDING-ACTCOUNT, :RAFINDING-EVCOUNT
           END-EXEC

           PERFORM 510-SAVE-ONE-PORTO
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE TO WN-MSG-SQLCODE
               MOVE 'CUR-RA-PORTO' TO WC-MSG-TBLCURS
               MOVE '500-COMPARE-PORTO' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REVASSURE-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-RA-PORTO
           END-EXEC.
      ***********************

       510-SAVE-ONE-PORTO.
           SET RAFINDING-FROM-PORTOLOG TO TRUE
           MOVE 'P'  TO RAFINDING-ACTIONCODE
           MOVE ZERO TO RAFINDING-SRV-ID
           MOVE ZERO TO RAFINDING-BILLEVENT-ID

           PERFORM 900-SAVE-FINDING

           EXEC SQL
               FETCH CUR-RA-PORTO
               INTO :RAFINDING-CUST-ID, :RAFINDING-INV-ID,
                    :RAFINDING-FINDTYPE, :RAFINDING-ACTDATE,
                    :RAFINDING-ACTCOUNT, :RAFINDING-EVCOUNT
           END-EXEC.
      ***********************

       600-WRITE-SUMMARY.
           MOVE SPACE TO RA-POST
           WRITE RA-POST
           MOVE 'PER KUND OCH ARTIKEL' TO RA-POST
           WRITE RA-POST
           MOVE 'Kund       Artikel    Typ  Antal Aktivitet Händelser'
               TO RA-POST
           WRITE RA-POST

           EXEC SQL
               OPEN CUR-RA-SUMMARY
           END-EXEC

           MOVE SPACE TO CUSTOMER-CUSTNO-TEXT, SRV-ARTNO-TEXT
           EXEC SQL
               FETCH CUR-RA-SUMMARY
               INTO :CUSTOMER-CUSTNO, :SRV-ARTNO,
                    :RAFINDING-FINDTYPE, :WN-RA-SUM-FINDS,
                    :WN-RA-SUM-ACT, :WN-RA-SUM-EV
           END-EXEC

           PERFORM 610-WRITE-ONE-SUMMARY
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE TO WN-MSG-SQLCODE
               MOVE 'CUR-RA-SUMMARY' TO WC-MSG-TBLCURS
               MOVE '600-WRITE-SUMMARY' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REVASSURE-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-RA-SUMMARY
           END-EXEC

           MOVE SPACE TO RA-POST
           WRITE RA-POST
           MOVE 'U = ej debiterat, D = dubbeldebiterat, E = utan'
             & ' aktivitet - granskas i rapportmenyn (53)'
               TO RA-POST
           WRITE RA-POST.
      ***********************

       610-WRITE-ONE-SUMMARY.
           MOVE WN-RA-SUM-FINDS TO WE-RA-FINDS
           MOVE WN-RA-SUM-ACT   TO WE-RA-ACT
           MOVE WN-RA-SUM-EV    TO WE-RA-EV

           MOVE SPACE TO WC-RA-LINE
           STRING CUSTOMER-CUSTNO-TEXT(1:10) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SRV-ARTNO-TEXT(1:10) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RAFINDING-FINDTYPE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WE-RA-FINDS DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WE-RA-ACT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WE-RA-EV DELIMITED BY SIZE
               INTO WC-RA-LINE
           END-STRING
           MOVE WC-RA-LINE TO RA-POST
           WRITE RA-POST

           MOVE SPACE TO CUSTOMER-CUSTNO-TEXT, SRV-ARTNO-TEXT
           EXEC SQL
               FETCH CUR-RA-SUMMARY
               INTO :CUSTOMER-CUSTNO, :SRV-ARTNO,
                    :RAFINDING-FINDTYPE, :WN-RA-SUM-FINDS,
                    :WN-RA-SUM-ACT, :WN-RA-SUM-EV
           END-EXEC.
      ***********************

       900-SAVE-FINDING.
      *>   a difference already approved, acknowledged or turned
      *>   into events for this period is not proposed again
           MOVE ZERO TO WN-RA-DECIDED
           EXEC SQL
               SELECT COUNT(*)
               INTO :WN-RA-DECIDED
               FROM TUTORIAL.RAFINDING
               WHERE PERIOD = :WC-RA-PERIOD
                 AND FINDTYPE = :RAFINDING-FINDTYPE
                 AND SOURCE = :RAFINDING-SOURCE
                 AND CUST_ID = :RAFINDING-CUST-ID
                 AND INV_ID = :RAFINDING-INV-ID
                 AND ACTIONCODE = :RAFINDING-ACTIONCODE
                 AND STATE <> 'P'
           END-EXEC

           IF SQLCODE = ZERO AND WN-RA-DECIDED > ZERO
               ADD 1 TO WN-RA-DECIDED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 'RAFINDING' TO WC-KEYALLOC-TABLE
           CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                 RAFINDING-FIND-ID

           MOVE WC-RA-PERIOD TO RAFINDING-PERIOD
           SET RAFINDING-IS-PROPOSED TO TRUE

           EXEC SQL
               INSERT INTO TUTORIAL.RAFINDING
               VALUES (:RAFINDING-FIND-ID, :RAFINDING-PERIOD,
                       :RAFINDING-FINDTYPE, :RAFINDING-SOURCE,
                       :RAFINDING-CUST-ID, :RAFINDING-INV-ID,
                       :RAFINDING-ACTIONCODE, :RAFINDING-ACTDATE,
                       :RAFINDING-SRV-ID, :RAFINDING-ACTCOUNT,
                       :RAFINDING-EVCOUNT, :RAFINDING-BILLEVENT-ID,
                       :RAFINDING-STATE, NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'RAFINDING' TO WC-MSG-TBLCURS
               MOVE '900-SAVE-FINDING' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO REVASSURE-OK-SW
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN RAFINDING-FROM-PORTOLOG
                   ADD 1 TO WN-RA-PORTO-COUNT
               WHEN RAFINDING-IS-UNBILLED
                   ADD 1 TO WN-RA-UNBILLED-COUNT
               WHEN RAFINDING-IS-DOUBLE
                   ADD 1 TO WN-RA-DOUBLE-COUNT
               WHEN OTHER
                   ADD 1 TO WN-RA-NOACT-COUNT
           END-EVALUATE

           PERFORM 910-WRITE-DETAIL-LINE.
      ***********************

       910-WRITE-DETAIL-LINE.
           MOVE RAFINDING-FIND-ID  TO WE-RA-ID
           MOVE RAFINDING-CUST-ID  TO WE-RA-CUST-ID
           MOVE RAFINDING-INV-ID   TO WE-RA-INV-ID
           MOVE RAFINDING-ACTCOUNT TO WE-RA-ACT
           MOVE RAFINDING-EVCOUNT  TO WE-RA-EV

           MOVE SPACE TO WC-RA-LINE
           STRING WE-RA-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  RAFINDING-FINDTYPE DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  RAFINDING-SOURCE DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  RAFINDING-ACTIONCODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-RA-CUST-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-RA-INV-ID DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WE-RA-ACT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WE-RA-EV DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RAFINDING-ACTDATE DELIMITED BY SIZE
               INTO WC-RA-LINE
           END-STRING
           MOVE WC-RA-LINE TO RA-POST
           WRITE RA-POST.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
