       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsInserter.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Envelope reconciliation against the inserter.
      **>          Every envelope printed for the post is one piece
      **>          (INSERTPIECE, registered by submit-invoices with
      **>          its OUTLOG row), and every page of it carries the
      **>          control mark piece-page-sheets that the inserter
      **>          reads to gather the sheets. The inserter's log
      **>          (data/kuvertlogg.txt) has one line per envelope
      **>          handled, piece;status - S sealed and sent on, D
      **>          diverted to the reject bin. This run loads the
      **>          log and then judges every piece printed on the
      **>          print dates the log covers: sealed once is in
      **>          order, sealed more than once is doubled, never
      **>          sealed but diverted is diverted, and not in the
      **>          log at all is missing. Doubled, diverted and
      **>          missing invoices are put on the reprint queue
      **>          (REPRINTQ), which the operator sends through the
      **>          mass reprint (print menu) under four-eyes
      **>          approval; a letter is listed for manual handling.
      **>          The deviations go to data/kuvertavst-<YYYYMMDD>.txt
      **>          and their count to the alert file the nightly
      **>          driver pages from. A log read twice does no harm -
      **>          only pieces still awaiting their outcome are
      **>          counted and judged.
      **>          Runs as a step in the nightly window.
      **> Initial Version Created: 2014-06-19
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KUVERTFIL ASSIGN TO 'data/kuvertlogg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KUVERT-FS.

           SELECT AVSTFIL ASSIGN TO WC-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AVST-FS.

           SELECT ALERTFIL ASSIGN TO 'data/alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  KUVERTFIL.
       01  KUVERTFIL-POST      PIC X(80).

       FD  AVSTFIL.
       01  AVSTFIL-POST        PIC X(100).

       FD  ALERTFIL.
       01  ALERT-POST          PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  INSERTER-OK-SW          PIC X VALUE 'Y'.
               88  INSERTER-OK             VALUE 'Y'.
           05  DATE-FOUND-SW           PIC X VALUE 'N'.
               88  DATE-FOUND              VALUE 'Y'.

       01  KUVERT-FS           PIC X(2) VALUE SPACE.
           88  KUVERT-SUCCESSFUL   VALUE '00'.
       01  AVST-FS             PIC X(2) VALUE SPACE.
           88  AVST-SUCCESSFUL     VALUE '00'.
       01  ALERT-FS            PIC X(2) VALUE SPACE.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-IN-FILENAME      PIC X(40) VALUE SPACE.
       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.

      *>   one line of the inserter's log
       01  WC-IN-PIECE         PIC X(9)  VALUE SPACE.
       01  WN-IN-PIECE-NUM     REDEFINES WC-IN-PIECE PIC 9(9).
       01  WC-IN-STATUS        PIC X(1)  VALUE SPACE.
       01  WN-IN-PIECE-ID      PIC S9(9) COMP VALUE ZERO.
       01  WN-IN-SEALED        PIC S9(9) COMP VALUE ZERO.
       01  WN-IN-DIVERTED      PIC S9(9) COMP VALUE ZERO.

      *>   the print dates the log covers - a day's log comes back
      *>   for the previous night's print, so seldom more than one
       01  WN-IN-DX            PIC S9(4) COMP VALUE ZERO.
       01  WN-IN-DCOUNT        PIC S9(4) COMP VALUE ZERO.
       01  WN-IN-DMAX          PIC S9(4) COMP VALUE 10.
       01  IN-DATE-TABLE.
           05  WC-IN-PRINTDATE OCCURS 10 TIMES PIC X(10).
       01  WC-IN-DATE          PIC X(10) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-IN-LOG-COUNT       PIC S9(9) COMP VALUE ZERO.
           05  WN-IN-UNKNOWN-COUNT   PIC S9(9) COMP VALUE ZERO.
           05  WN-IN-JUDGED-COUNT    PIC S9(9) COMP VALUE ZERO.
           05  WN-IN-DATE-COUNT      PIC S9(9) COMP VALUE ZERO.
           05  WN-IN-DEVIANT-COUNT   PIC S9(9) COMP VALUE ZERO.
           05  WN-IN-QUEUED-COUNT    PIC S9(9) COMP VALUE ZERO.
           05  WN-IN-LETTER-COUNT    PIC S9(9) COMP VALUE ZERO.

      *>   one deviating piece
       01  WC-IN-REASON        PIC X(1)  VALUE SPACE.
       01  WC-IN-REASON-TEXT   PIC X(10) VALUE SPACE.
       01  WC-IN-ACTIONCODE    PIC X(1)  VALUE SPACE.
       01  WN-IN-RPQ-ID        PIC S9(9) COMP VALUE ZERO.

       01  WE-IN-COUNT         PIC Z(6)9.
       01  WE-IN-PIECE         PIC Z(8)9.
       01  WE-IN-SHEETS        PIC Z9.

           EXEC SQL INCLUDE SQLCA       END-EXEC.
           EXEC SQL INCLUDE INSERTPIECE END-EXEC.
           EXEC SQL INCLUDE REPRINTQ    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER    END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the pieces of one print date not sealed exactly once,
      *>   with the kind of print their OUTLOG row records
           EXEC SQL
               DECLARE CUR-IN-DEVIANT CURSOR FOR
               SELECT P.PIECE_ID, P.CUST_ID, P.INVNO, P.SHEETS,
                      P.SEALED, P.DIVERTED, O.ACTIONCODE, C.CUSTNO
               FROM TUTORIAL.INSERTPIECE P, TUTORIAL.OUTLOG O,
                    TUTORIAL.CUSTOMER C
               WHERE P.PRINTDATE = :WC-IN-DATE
                 AND P.STATE = 'P'
                 AND P.SEALED <> 1
                 AND O.OUTLOG_ID = P.OUTLOG_ID
                 AND C.CUST_ID = P.CUST_ID
               ORDER BY P.PIECE_ID
               FOR FETCH ONLY
           END-EXEC

       PROCEDURE DIVISION.

       000-ENVELOPE-RECONCILIATION.
           MOVE 'PbsInserter.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT

           OPEN INPUT KUVERTFIL
           IF NOT KUVERT-SUCCESSFUL
               DISPLAY ' Ingen kuverteringslogg idag.'
           ELSE
               CLOSE KUVERTFIL
               PERFORM 200-CLEAR-PIECES
               IF INSERTER-OK
                   PERFORM 300-LOAD-LOG
               END-IF

               IF INSERTER-OK AND WN-IN-DCOUNT > ZERO
                   OPEN OUTPUT AVSTFIL
                   IF NOT AVST-SUCCESSFUL
                       DISPLAY ' Kan inte skapa kuverteringsrapporten: '
                               WC-IN-FILENAME
                       MOVE 'N' TO INSERTER-OK-SW
                   ELSE
                       PERFORM 105-WRITE-HEADING
                       PERFORM 400-JUDGE-ONE-DATE
                           VARYING WN-IN-DX FROM 1 BY 1
                           UNTIL WN-IN-DX > WN-IN-DCOUNT
                              OR NOT INSERTER-OK
                       PERFORM 110-WRITE-TOTALS
                       CLOSE AVSTFIL
                       DISPLAY ' Kuverteringsrapport: ' WC-IN-FILENAME
                   END-IF
               END-IF

               IF INSERTER-OK
                   EXEC SQL
                       COMMIT
                   END-EXEC
                   PERFORM 500-RAISE-ALERT
               ELSE
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
               END-IF

               MOVE WN-IN-LOG-COUNT TO WE-IN-COUNT
               DISPLAY ' Kuvert i loggen       : ' WE-IN-COUNT
               MOVE WN-IN-UNKNOWN-COUNT TO WE-IN-COUNT
               DISPLAY ' Okända/redan avstämda : ' WE-IN-COUNT
               MOVE WN-IN-DEVIANT-COUNT TO WE-IN-COUNT
               DISPLAY ' Avvikande försändelser: ' WE-IN-COUNT
           END-IF

      *>   deviating pieces are a matter for the reprint queue and
      *>   the alert, not a failed run
           IF INSERTER-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1)

           STRING 'data/kuvertavst-' DELIMITED BY SIZE
                  T-YEAR T-MONTH T-DAY DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WC-IN-FILENAME
           END-STRING

           MOVE ZERO TO WN-IN-DCOUNT
           MOVE SPACE TO IN-DATE-TABLE.
      ***********************

       105-WRITE-HEADING.
           MOVE SPACE TO AVSTFIL-POST
           STRING 'Kuverteringsavstämning ' DELIMITED BY SIZE
                  WC-TODAY-DATE DELIMITED BY SIZE
               INTO AVSTFIL-POST
           END-STRING
           WRITE AVSTFIL-POST
           MOVE ALL '-' TO AVSTFIL-POST
           WRITE AVSTFIL-POST
           MOVE '     Försändelse Avvikelse  Ark Kund/faktura'
               TO AVSTFIL-POST
           WRITE AVSTFIL-POST.
      ***********************

       110-WRITE-TOTALS.
           MOVE ALL '-' TO AVSTFIL-POST
           WRITE AVSTFIL-POST

           MOVE WN-IN-JUDGED-COUNT TO WE-IN-COUNT
           MOVE SPACE TO AVSTFIL-POST
           STRING 'Bedömda försändelser     : ' DELIMITED BY SIZE
                  WE-IN-COUNT DELIMITED BY SIZE
               INTO AVSTFIL-POST
           END-STRING
           WRITE AVSTFIL-POST

           MOVE WN-IN-QUEUED-COUNT TO WE-IN-COUNT
           MOVE SPACE TO AVSTFIL-POST
           STRING 'Köade för omtryck        : ' DELIMITED BY SIZE
                  WE-IN-COUNT DELIMITED BY SIZE
               INTO AVSTFIL-POST
           END-STRING
           WRITE AVSTFIL-POST

           MOVE WN-IN-LETTER-COUNT TO WE-IN-COUNT
           MOVE SPACE TO AVSTFIL-POST
           STRING 'Brev för manuell hantering: ' DELIMITED BY SIZE
                  WE-IN-COUNT DELIMITED BY SIZE
               INTO AVSTFIL-POST
           END-STRING
           WRITE AVSTFIL-POST.
      ***********************

       200-CLEAR-PIECES.
      *>   the pieces in the log start from nothing, so a log read a
      *>   second time before the judging is not counted twice
           MOVE 'N' TO END-OF-FILE
           OPEN INPUT KUVERTFIL
           READ KUVERTFIL
               AT END SET EOF TO TRUE
           END-READ

           PERFORM 210-CLEAR-ONE-PIECE UNTIL EOF OR NOT INSERTER-OK

           CLOSE KUVERTFIL.
      ***********************

       210-CLEAR-ONE-PIECE.
           PERFORM 220-SPLIT-LOG-LINE

           IF WN-IN-PIECE-ID > ZERO
               EXEC SQL
                   UPDATE TUTORIAL.INSERTPIECE
                   SET SEALED = 0,
                       DIVERTED = 0
                   WHERE PIECE_ID = :WN-IN-PIECE-ID
                     AND STATE = 'P'
               END-EXEC

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE SQLCODE       TO WN-MSG-SQLCODE
                   MOVE 'INSERTPIECE' TO WC-MSG-TBLCURS
                   MOVE '210-CLEAR-ONE-PIECE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO INSERTER-OK-SW
               END-IF
           END-IF

           READ KUVERTFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       220-SPLIT-LOG-LINE.
           MOVE SPACE TO WC-IN-PIECE
           MOVE SPACE TO WC-IN-STATUS
           MOVE ZERO TO WN-IN-PIECE-ID

           UNSTRING KUVERTFIL-POST DELIMITED BY ';'
               INTO WC-IN-PIECE, WC-IN-STATUS
           END-UNSTRING

      *>   the piece number is read off the control mark as printed,
      *>   nine digits with leading zeros
           IF WC-IN-PIECE IS NUMERIC
               MOVE WN-IN-PIECE-NUM TO WN-IN-PIECE-ID
           END-IF.
      ***********************

       300-LOAD-LOG.
           MOVE 'N' TO END-OF-FILE
           OPEN INPUT KUVERTFIL
           READ KUVERTFIL
               AT END SET EOF TO TRUE
           END-READ

           PERFORM 310-LOAD-ONE-ENVELOPE UNTIL EOF OR NOT INSERTER-OK

           CLOSE KUVERTFIL.
      ***********************

       310-LOAD-ONE-ENVELOPE.
           PERFORM 220-SPLIT-LOG-LINE

           IF KUVERTFIL-POST NOT = SPACE
               ADD 1 TO WN-IN-LOG-COUNT
           END-IF

           MOVE ZERO TO WN-IN-SEALED
           MOVE ZERO TO WN-IN-DIVERTED
           IF WC-IN-STATUS = 'S' OR WC-IN-STATUS = 's'
               MOVE 1 TO WN-IN-SEALED
           ELSE
               MOVE 1 TO WN-IN-DIVERTED
           END-IF

           IF WN-IN-PIECE-ID > ZERO
               EXEC SQL
                   UPDATE TUTORIAL.INSERTPIECE
                   SET SEALED = SEALED + :WN-IN-SEALED,
                       DIVERTED = DIVERTED + :WN-IN-DIVERTED
                   WHERE PIECE_ID = :WN-IN-PIECE-ID
                     AND STATE = 'P'
               END-EXEC
           ELSE
               MOVE 100 TO SQLCODE
           END-IF

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 320-NOTE-PRINT-DATE
               WHEN 100
      *>           never registered here, or already judged
                   IF KUVERTFIL-POST NOT = SPACE
                       ADD 1 TO WN-IN-UNKNOWN-COUNT
                       DISPLAY ' Kuvert utan väntande försändelse: '
                               KUVERTFIL-POST(1:40)
                   END-IF
               WHEN OTHER
                   MOVE SQLCODE       TO WN-MSG-SQLCODE
                   MOVE 'INSERTPIECE' TO WC-MSG-TBLCURS
                   MOVE '310-LOAD-ONE-ENVELOPE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO INSERTER-OK-SW
           END-EVALUATE

           READ KUVERTFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       320-NOTE-PRINT-DATE.
      *>   the piece's print date joins the dates to be judged
           EXEC SQL
               SELECT PRINTDATE
               INTO :INSERTPIECE-PRINTDATE
               FROM TUTORIAL.INSERTPIECE
               WHERE PIECE_ID = :WN-IN-PIECE-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE       TO WN-MSG-SQLCODE
               MOVE 'INSERTPIECE' TO WC-MSG-TBLCURS
               MOVE '320-NOTE-PRINT-DATE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO INSERTER-OK-SW
           ELSE
               MOVE 'N' TO DATE-FOUND-SW
               PERFORM 330-MATCH-ONE-DATE
                   VARYING WN-IN-DX FROM 1 BY 1
                   UNTIL WN-IN-DX > WN-IN-DCOUNT OR DATE-FOUND
               IF NOT DATE-FOUND AND WN-IN-DCOUNT < WN-IN-DMAX
                   ADD 1 TO WN-IN-DCOUNT
                   MOVE INSERTPIECE-PRINTDATE
                       TO WC-IN-PRINTDATE(WN-IN-DCOUNT)
               END-IF
           END-IF.
      ***********************

       330-MATCH-ONE-DATE.
           IF WC-IN-PRINTDATE(WN-IN-DX) = INSERTPIECE-PRINTDATE
               MOVE 'Y' TO DATE-FOUND-SW
           END-IF.
      ***********************

       400-JUDGE-ONE-DATE.
      *>   every piece of the print date not sealed exactly once is
      *>   a deviation; then the date's pieces all get their outcome
           MOVE WC-IN-PRINTDATE(WN-IN-DX) TO WC-IN-DATE

           EXEC SQL
               OPEN CUR-IN-DEVIANT
           END-EXEC

           PERFORM 410-FETCH-DEVIANT
           PERFORM 420-QUEUE-ONE-DEVIANT
               UNTIL SQLCODE NOT = ZERO OR NOT INSERTER-OK

           IF INSERTER-OK AND SQLCODE NOT = 100
               MOVE SQLCODE          TO WN-MSG-SQLCODE
               MOVE 'CUR-IN-DEVIANT' TO WC-MSG-TBLCURS
               MOVE '400-JUDGE-ONE-DATE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO INSERTER-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-IN-DEVIANT
           END-EXEC

           IF INSERTER-OK
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WN-IN-DATE-COUNT
                   FROM TUTORIAL.INSERTPIECE
                   WHERE PRINTDATE = :WC-IN-DATE
                     AND STATE = 'P'
               END-EXEC
               IF SQLCODE = ZERO
                   ADD WN-IN-DATE-COUNT TO WN-IN-JUDGED-COUNT
               END-IF

               EXEC SQL
                   UPDATE TUTORIAL.INSERTPIECE
                   SET STATE = CASE
                           WHEN SEALED = 1 THEN 'S'
                           WHEN SEALED > 1 THEN 'W'
                           WHEN DIVERTED > 0 THEN 'D'
                           ELSE 'M'
                       END
                   WHERE PRINTDATE = :WC-IN-DATE
                     AND STATE = 'P'
               END-EXEC

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE SQLCODE       TO WN-MSG-SQLCODE
                   MOVE 'INSERTPIECE' TO WC-MSG-TBLCURS
                   MOVE '400-JUDGE-ONE-DATE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO INSERTER-OK-SW
               END-IF
           END-IF.
      ***********************

       410-FETCH-DEVIANT.
           EXEC SQL
               FETCH CUR-IN-DEVIANT
               INTO :INSERTPIECE-PIECE-ID, :INSERTPIECE-CUST-ID,
                    :INSERTPIECE-INVNO, :INSERTPIECE-SHEETS,
                    :INSERTPIECE-SEALED, :INSERTPIECE-DIVERTED,
                    :WC-IN-ACTIONCODE, :CUSTOMER-CUSTNO
           END-EXEC.
      ***********************

       420-QUEUE-ONE-DEVIANT.
           ADD 1 TO WN-IN-DEVIANT-COUNT

           EVALUATE TRUE
               WHEN INSERTPIECE-SEALED > 1
                   MOVE 'W' TO WC-IN-REASON
                   MOVE 'dubblett' TO WC-IN-REASON-TEXT
               WHEN INSERTPIECE-DIVERTED > 0
                   MOVE 'D' TO WC-IN-REASON
                   MOVE 'utsorterad' TO WC-IN-REASON-TEXT
               WHEN OTHER
                   MOVE 'M' TO WC-IN-REASON
                   MOVE 'saknas' TO WC-IN-REASON-TEXT
           END-EVALUATE

      *>   a letter is not an invoice the reprint can render again -
      *>   it is listed for the operator to send by hand
           IF WC-IN-ACTIONCODE = 'N'
               ADD 1 TO WN-IN-LETTER-COUNT
           ELSE
               MOVE 'REPRINTQ' TO WC-KEYALLOC-TABLE
               CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE, WN-IN-RPQ-ID

               EXEC SQL
                   INSERT INTO TUTORIAL.REPRINTQ
                   VALUES (:WN-IN-RPQ-ID, :INSERTPIECE-CUST-ID,
                           :INSERTPIECE-INVNO, :INSERTPIECE-PIECE-ID,
                           :WC-IN-REASON, :WC-TODAY-DATE, 'O')
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE SQLCODE       TO WN-MSG-SQLCODE
                   MOVE 'REPRINTQ'    TO WC-MSG-TBLCURS
                   MOVE '420-QUEUE-ONE-DEVIANT' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO INSERTER-OK-SW
               ELSE
                   ADD 1 TO WN-IN-QUEUED-COUNT
               END-IF
           END-IF

           MOVE INSERTPIECE-PIECE-ID TO WE-IN-PIECE
           MOVE INSERTPIECE-SHEETS TO WE-IN-SHEETS
           MOVE SPACE TO AVSTFIL-POST
           STRING '     ' DELIMITED BY SIZE
                  WE-IN-PIECE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WC-IN-REASON-TEXT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-IN-SHEETS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CUSTOMER-CUSTNO-TEXT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  INSERTPIECE-INVNO DELIMITED BY SPACE
               INTO AVSTFIL-POST
           END-STRING
           IF WC-IN-ACTIONCODE = 'N'
               MOVE '(brev - manuellt)' TO AVSTFIL-POST(80:17)
           END-IF
           WRITE AVSTFIL-POST

           IF INSERTER-OK
               PERFORM 410-FETCH-DEVIANT
           END-IF.
      ***********************

       500-RAISE-ALERT.
           IF WN-IN-DEVIANT-COUNT > ZERO
               OPEN EXTEND ALERTFIL
               MOVE WN-IN-DEVIANT-COUNT TO WE-IN-COUNT
               MOVE SPACE TO ALERT-POST
               STRING 'KUVERTERING: ' DELIMITED BY SIZE
                      WE-IN-COUNT DELIMITED BY SIZE
                      ' försändelser avvikande - köade för omtryck'
                      DELIMITED BY SIZE
                   INTO ALERT-POST
               END-STRING
               WRITE ALERT-POST
               CLOSE ALERTFIL
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
