       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsDigiBox.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Digital mailbox delivery for private debtors
      **>          (delivery code D). The mailbox operator finds a
      **>          recipient by personal number, registered for the
      **>          debtor in DIGIMBX from the debtor menu.
      **>          With LEVERANS, run after the print run, every
      **>          invoice submit-invoices queued in DIGIQUEUE goes
      **>          on the day's delivery file (data/brevlada-
      **>          leverans-YYYYMMDD.txt, one semicolon-separated
      **>          line per invoice: referens;personnummer;kundnr;
      **>          fakturanr;pdf;belopp;valuta;förfallodag;ocr;
      **>          bankgiro) and the day's lookup file (data/
      **>          brevlada-fraga-YYYYMMDD.txt, gäldenärs-id;
      **>          personnummer) asks about every private debtor
      **>          not yet asked whose customer has agreed to the
      **>          channel (an active agreement on a SRV type D
      **>          article) - and again, after BREVDAGAR days
      **>          (default 90), about one who had no mailbox.
      **>          Both files leave sealed for the operator.
      **>          With SVAR, run before the print run, the
      **>          operator's lookup reply (data/brevlada-svar.txt,
      **>          gäldenärs-id;kod, J = has a mailbox, N = has
      **>          none) moves a paper debtor with a mailbox to
      **>          delivery code D, and the delivery statuses
      **>          (data/brevlada-status.txt, referens;kod;datum,
      **>          L = delivered, F = could not be delivered, U =
      **>          withdrawn by the recipient) are recorded on the
      **>          queue. A failed or withdrawn delivery falls the
      **>          debtor back to paper and puts the invoice back
      **>          in the print queue, so it goes out in an
      **>          envelope the same night. A missing file means
      **>          the operator sent nothing.
      **> Initial Version Created: 2014-06-30
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVFIL ASSIGN TO WC-LEV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEVFIL-FS.

           SELECT FRAGAFIL ASSIGN TO WC-FRAGA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRAGAFIL-FS.

           SELECT SVARFIL ASSIGN TO 'data/brevlada-svar.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SVARFIL-FS.

           SELECT STATFIL ASSIGN TO 'data/brevlada-status.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATFIL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVFIL.
       01  LEVFIL-POST         PIC X(160).

       FD  FRAGAFIL.
       01  FRAGAFIL-POST       PIC X(40).

       FD  SVARFIL.
       01  SVARFIL-POST        PIC X(40).

       FD  STATFIL.
       01  STATFIL-POST        PIC X(60).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  DIGIBOX-OK-SW           PIC X VALUE 'Y'.
               88  DIGIBOX-OK              VALUE 'Y'.

       01  LEVFIL-FS           PIC X(2) VALUE SPACE.
           88  LEVFIL-SUCCESSFUL   VALUE '00'.
       01  FRAGAFIL-FS         PIC X(2) VALUE SPACE.
           88  FRAGAFIL-SUCCESSFUL VALUE '00'.
       01  SVARFIL-FS          PIC X(2) VALUE SPACE.
           88  SVARFIL-SUCCESSFUL  VALUE '00'.
       01  STATFIL-FS          PIC X(2) VALUE SPACE.
           88  STATFIL-SUCCESSFUL  VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-CMDLINE          PIC X(80) VALUE SPACE.
       01  WC-VERB             PIC X(10) VALUE SPACE.
       01  WC-LEV-FILENAME     PIC X(40) VALUE SPACE.
       01  WC-FRAGA-FILENAME   PIC X(40) VALUE SPACE.

      *>   a debtor without a mailbox is asked again after this
      *>   many days
       01  WN-DB-RECHECK-DAYS  PIC S9(5) COMP VALUE 90.
       01  WN-DB-ROLL-YMD      PIC 9(8) VALUE ZERO.
       01  WN-DB-ROLL-INT      PIC S9(9) COMP VALUE ZERO.
       01  WC-DB-RECHECK-DATE  PIC X(10) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-DB-SENT-COUNT      PIC 9(7) VALUE ZERO.
           05  WN-DB-ASKED-COUNT     PIC 9(7) VALUE ZERO.
           05  WN-DB-MOVED-COUNT     PIC 9(7) VALUE ZERO.
           05  WN-DB-KEPT-COUNT      PIC 9(7) VALUE ZERO.
           05  WN-DB-NOBOX-COUNT     PIC 9(7) VALUE ZERO.
           05  WN-DB-DELIV-COUNT     PIC 9(7) VALUE ZERO.
           05  WN-DB-FAILED-COUNT    PIC 9(7) VALUE ZERO.
           05  WN-DB-WITHDRAWN-COUNT PIC 9(7) VALUE ZERO.
           05  WN-DB-FALLBACK-COUNT  PIC 9(7) VALUE ZERO.
           05  WN-DB-UNKNOWN-COUNT   PIC 9(7) VALUE ZERO.

      *>   one line of the lookup reply or of the status file
       01  WC-DB-DEBTID        PIC X(10) VALUE SPACE.
       01  WC-DB-KOD           PIC X(2)  VALUE SPACE.
       01  WC-DB-REF           PIC X(10) VALUE SPACE.
       01  WC-DB-STATDATE      PIC X(10) VALUE SPACE.
       01  WN-DB-DEBT-ID       PIC S9(9) COMP VALUE ZERO.
       01  WN-DB-DIGIQ-ID      PIC S9(9) COMP VALUE ZERO.
       01  WC-DB-NEWSTATE      PIC X(1)  VALUE SPACE.
       01  WC-DB-MBXSTATE      PIC X(1)  VALUE SPACE.

      *>   one queued invoice on its way to the delivery file
       01  WC-DB-DELIV         PIC X(1)  VALUE SPACE.
       01  WN-DB-INVSTATE      PIC S9(4) COMP VALUE ZERO.
       01  WE-DB-DIGIQ-ID      PIC 9(9)  VALUE ZERO.
       01  WE-DB-DEBT-ID       PIC 9(9)  VALUE ZERO.
       01  WE-DB-AMOUNT        PIC -(7)9.99.

      *>   the outbound files and their counterparty for OUTSEAL
       01  WC-SEAL-PARTY       PIC X(10) VALUE 'BREVLADA'.
       01  WC-SEAL-FILE        PIC X(80) VALUE SPACE.
       01  WN-SEAL-RESULT      PIC S9(4) COMP VALUE ZERO.
       01  WC-SEAL-FILETYPE    PIC X(10) VALUE SPACE.
       01  WN-SEAL-RECCOUNT    PIC S9(9) COMP VALUE ZERO.
       01  W9-SEAL-AMOUNT      PIC S9(9)V9(2) COMP-3 VALUE ZERO.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE DEBTOR    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE INVOICE   END-EXEC.
           EXEC SQL INCLUDE DIGIMBX   END-EXEC.
           EXEC SQL INCLUDE DIGIQUEUE END-EXEC.
           EXEC SQL INCLUDE THRESHOLD END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the invoices queued for the mailbox, with the personal
      *>   number and the channel the debtor is on tonight
           EXEC SQL
               DECLARE CUR-DB-QUEUE CURSOR FOR
               SELECT Q.DIGIQ_ID, Q.INV_ID, Q.DEBT_ID, Q.PDFFILE,
                      Q.AMOUNT, Q.CURRENCY, CHAR(Q.DUEDATE), Q.OCR,
                      Q.BANKGIRO, C.CUSTNO, I.INVNO, D.DELIV,
                      COALESCE(M.PERSNO, ' '), COALESCE(M.STATE, ' ')
               FROM TUTORIAL.DIGIQUEUE Q
                    INNER JOIN TUTORIAL.CUSTOMER C
                        ON C.CUST_ID = Q.CUST_ID
                    INNER JOIN TUTORIAL.INVOICE I
                        ON I.INV_ID = Q.INV_ID
                    INNER JOIN TUTORIAL.DEBTOR D
                        ON D.DEBT_ID = Q.DEBT_ID
                    LEFT OUTER JOIN TUTORIAL.DIGIMBX M
                        ON M.DEBT_ID = Q.DEBT_ID
               WHERE Q.STATE = 'Q'
               ORDER BY Q.DIGIQ_ID
           END-EXEC

      *>   the private debtors to ask about: never asked, or found
      *>   without a mailbox long enough ago - and only while one
      *>   of the customers invoicing them has agreed to the channel
           EXEC SQL
               DECLARE CUR-DB-LOOKUP CURSOR FOR
               SELECT M.DEBT_ID, M.PERSNO
               FROM TUTORIAL.DIGIMBX M, TUTORIAL.DEBTOR D
               WHERE D.DEBT_ID = M.DEBT_ID
                 AND D.ACTIVE = 'Y'
                 AND D.DECEASED <> 'Y'
                 AND COALESCE(D.VATNO, ' ') = ' '
                 AND (M.STATE = 'F'
                      OR (M.STATE = 'N'
                          AND M.CHKDATE <= :WC-DB-RECHECK-DATE))
                 AND (EXISTS
                        (SELECT 1
                         FROM TUTORIAL.INVOICE I,
                              TUTORIAL.SRVCUST SC, TUTORIAL.SRV S
                         WHERE I.DEBT_ID = M.DEBT_ID
                           AND SC.CUST_ID = I.CUST_ID
                           AND SC.STATUS = 'A'
                           AND SC.SRV_ID = S.SRV_ID
                           AND S.TYPE = 'D')
                      OR EXISTS
                        (SELECT 1
                         FROM TUTORIAL.INVOICE I,
                              TUTORIAL.SRVCUST SC,
                              TUTORIAL.SRVBUNDLE B, TUTORIAL.SRV S
                         WHERE I.DEBT_ID = M.DEBT_ID
                           AND SC.CUST_ID = I.CUST_ID
                           AND SC.STATUS = 'A'
                           AND SC.SRV_ID = B.BUNDLE_SRV_ID
                           AND B.COMP_SRV_ID = S.SRV_ID
                           AND S.TYPE = 'D'))
               ORDER BY M.DEBT_ID
           END-EXEC

       PROCEDURE DIVISION.

       000-DIGITAL-MAILBOX.
           MOVE 'PbsDigiBox.CBL' TO WC-MSG-SRCFILE

           ACCEPT WC-CMDLINE FROM COMMAND-LINE
           UNSTRING WC-CMDLINE DELIMITED BY ALL SPACE
               INTO WC-VERB
           END-UNSTRING

           PERFORM 100-INIT

           EVALUATE WC-VERB
               WHEN 'LEVERANS'
                   PERFORM 200-DELIVERY-RUN
               WHEN 'SVAR'
                   PERFORM 500-REPLY-RUN
               WHEN OTHER
                   DISPLAY ' Användning: PbsDigiBox LEVERANS'
                   DISPLAY '             PbsDigiBox SVAR'
                   MOVE 'N' TO DIGIBOX-OK-SW
           END-EVALUATE

      *>   a file that could not be sealed leaves the queue as it
      *>   was, so the next run writes it again
           IF DIGIBOX-OK
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO RETURN-CODE
           ELSE
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
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1)

           EXEC SQL
               SELECT THRVALUE
               INTO :THRESHOLD-THRVALUE
               FROM TUTORIAL.THRESHOLD
               WHERE THRKEY = 'BREVDAGAR'
           END-EXEC
           IF SQLCODE = ZERO
               MOVE THRESHOLD-THRVALUE TO WN-DB-RECHECK-DAYS
           END-IF

           MOVE T-YEAR  TO WN-DB-ROLL-YMD(1:4)
           MOVE T-MONTH TO WN-DB-ROLL-YMD(5:2)
           MOVE T-DAY   TO WN-DB-ROLL-YMD(7:2)
           COMPUTE WN-DB-ROLL-INT =
               FUNCTION INTEGER-OF-DATE(WN-DB-ROLL-YMD)
               - WN-DB-RECHECK-DAYS
           COMPUTE WN-DB-ROLL-YMD =
               FUNCTION DATE-OF-INTEGER(WN-DB-ROLL-INT)
           MOVE WN-DB-ROLL-YMD(1:4) TO WC-DB-RECHECK-DATE(1:4)
           MOVE WN-DB-ROLL-YMD(5:2) TO WC-DB-RECHECK-DATE(6:2)
           MOVE WN-DB-ROLL-YMD(7:2) TO WC-DB-RECHECK-DATE(9:2)
           MOVE '-' TO WC-DB-RECHECK-DATE(5:1),
                       WC-DB-RECHECK-DATE(8:1).
      ***********************

       200-DELIVERY-RUN.
           MOVE SPACE TO WC-LEV-FILENAME
           STRING 'data/brevlada-leverans-' DELIMITED BY SIZE
                  T-YEAR DELIMITED BY SIZE
                  T-MONTH DELIMITED BY SIZE
                  T-DAY DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WC-LEV-FILENAME
           END-STRING

           PERFORM 210-WRITE-DELIVERIES

           IF DIGIBOX-OK
               MOVE SPACE TO WC-FRAGA-FILENAME
               STRING 'data/brevlada-fraga-' DELIMITED BY SIZE
                      T-YEAR DELIMITED BY SIZE
                      T-MONTH DELIMITED BY SIZE
                      T-DAY DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WC-FRAGA-FILENAME
               END-STRING

               PERFORM 300-WRITE-LOOKUPS
           END-IF

           DISPLAY ' === Digital brevlåda ' WC-TODAY-DATE ' ==='
           DISPLAY ' Fakturor till brevlådan : ' WN-DB-SENT-COUNT
           DISPLAY ' Åter till papper        : ' WN-DB-FALLBACK-COUNT
           DISPLAY ' Gäldenärer att fråga om : ' WN-DB-ASKED-COUNT.
      ***********************

       210-WRITE-DELIVERIES.
           OPEN OUTPUT LEVFIL
           IF NOT LEVFIL-SUCCESSFUL
               DISPLAY ' Kan inte skapa leveransfilen!'
               MOVE 'N' TO DIGIBOX-OK-SW
           ELSE
               MOVE ZERO TO W9-SEAL-AMOUNT

               EXEC SQL
                   OPEN CUR-DB-QUEUE
               END-EXEC

               PERFORM 215-FETCH-QUEUED

               PERFORM 220-DELIVER-ONE
                   UNTIL SQLCODE NOT = ZERO OR NOT DIGIBOX-OK

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE SQLCODE TO WN-MSG-SQLCODE
                   MOVE 'CUR-DB-QUEUE' TO WC-MSG-TBLCURS
                   MOVE '210-WRITE-DELIVERIES' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DIGIBOX-OK-SW
               END-IF

               EXEC SQL
                   CLOSE CUR-DB-QUEUE
               END-EXEC

               CLOSE LEVFIL

      *>       personal numbers and payment data never leave in
      *>       plain text
               IF DIGIBOX-OK
                   MOVE WC-LEV-FILENAME  TO WC-SEAL-FILE
                   MOVE 'BREVLEV'        TO WC-SEAL-FILETYPE
                   MOVE WN-DB-SENT-COUNT TO WN-SEAL-RECCOUNT
                   CALL 'OUTSEAL' USING WC-SEAL-PARTY, WC-SEAL-FILE,
                                        WC-SEAL-FILETYPE,
                                        WN-SEAL-RECCOUNT,
                                        W9-SEAL-AMOUNT,
                                        WN-SEAL-RESULT
                   IF WN-SEAL-RESULT NOT = ZERO
                       DISPLAY ' Leveransfilen kan inte krypteras!'
                       MOVE 'N' TO DIGIBOX-OK-SW
                   END-IF
               END-IF
           END-IF.
      ***********************

       215-FETCH-QUEUED.
           EXEC SQL
               FETCH CUR-DB-QUEUE
               INTO :DIGIQUEUE-DIGIQ-ID, :DIGIQUEUE-INV-ID,
                    :DIGIQUEUE-DEBT-ID, :DIGIQUEUE-PDFFILE,
                    :DIGIQUEUE-AMOUNT, :DIGIQUEUE-CURRENCY,
                    :DIGIQUEUE-DUEDATE, :DIGIQUEUE-OCR,
                    :DIGIQUEUE-BANKGIRO, :CUSTOMER-CUSTNO,
                    :INVOICE-INVNO, :WC-DB-DELIV,
                    :DIGIMBX-PERSNO, :WC-DB-MBXSTATE
           END-EXEC.
      ***********************

       220-DELIVER-ONE.
      *>   a debtor who has left the channel since the invoice was
      *>   queued gets it on paper instead
           IF WC-DB-DELIV = 'D' AND WC-DB-MBXSTATE = 'J'
               PERFORM 230-WRITE-DELIVERY-LINE
           ELSE
               MOVE DIGIQUEUE-DIGIQ-ID TO WN-DB-DIGIQ-ID
               MOVE 'F' TO WC-DB-NEWSTATE
               EXEC SQL
                   UPDATE TUTORIAL.DIGIQUEUE
                   SET STATE = 'F',
                       STATDATE = :WC-TODAY-DATE
                   WHERE DIGIQ_ID = :WN-DB-DIGIQ-ID
               END-EXEC
               PERFORM 700-FALL-BACK-TO-PRINT
           END-IF

           IF DIGIBOX-OK
               PERFORM 215-FETCH-QUEUED
           END-IF.
      ***********************

       230-WRITE-DELIVERY-LINE.
           MOVE DIGIQUEUE-DIGIQ-ID TO WE-DB-DIGIQ-ID
           MOVE DIGIQUEUE-AMOUNT TO WE-DB-AMOUNT

           MOVE SPACE TO LEVFIL-POST
           STRING WE-DB-DIGIQ-ID DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  DIGIMBX-PERSNO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  CUSTOMER-CUSTNO-TEXT DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  INVOICE-INVNO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  DIGIQUEUE-PDFFILE-TEXT DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  FUNCTION TRIM(WE-DB-AMOUNT) DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  DIGIQUEUE-CURRENCY DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  DIGIQUEUE-DUEDATE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  DIGIQUEUE-OCR DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  DIGIQUEUE-BANKGIRO DELIMITED BY SPACE
               INTO LEVFIL-POST
           END-STRING
           WRITE LEVFIL-POST

           MOVE DIGIQUEUE-DIGIQ-ID TO WN-DB-DIGIQ-ID
           EXEC SQL
               UPDATE TUTORIAL.DIGIQUEUE
               SET STATE = 'S',
                   STATDATE = :WC-TODAY-DATE
               WHERE DIGIQ_ID = :WN-DB-DIGIQ-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'DIGIQUEUE' TO WC-MSG-TBLCURS
               MOVE '230-WRITE-DELIVERY-LINE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DIGIBOX-OK-SW
           ELSE
               ADD 1 TO WN-DB-SENT-COUNT
               ADD DIGIQUEUE-AMOUNT TO W9-SEAL-AMOUNT
           END-IF.
      ***********************

       300-WRITE-LOOKUPS.
           OPEN OUTPUT FRAGAFIL
           IF NOT FRAGAFIL-SUCCESSFUL
               DISPLAY ' Kan inte skapa frågefilen!'
               MOVE 'N' TO DIGIBOX-OK-SW
           ELSE
               EXEC SQL
                   OPEN CUR-DB-LOOKUP
               END-EXEC

               EXEC SQL
                   FETCH CUR-DB-LOOKUP
                   INTO :DIGIMBX-DEBT-ID, :DIGIMBX-PERSNO
               END-EXEC

               PERFORM 310-ASK-ONE
                   UNTIL SQLCODE NOT = ZERO OR NOT DIGIBOX-OK

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE SQLCODE TO WN-MSG-SQLCODE
                   MOVE 'CUR-DB-LOOKUP' TO WC-MSG-TBLCURS
                   MOVE '300-WRITE-LOOKUPS' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DIGIBOX-OK-SW
               END-IF

               EXEC SQL
                   CLOSE CUR-DB-LOOKUP
               END-EXEC

               CLOSE FRAGAFIL

               IF DIGIBOX-OK
                   MOVE WC-FRAGA-FILENAME TO WC-SEAL-FILE
                   MOVE 'BREVFRAGA'       TO WC-SEAL-FILETYPE
                   MOVE WN-DB-ASKED-COUNT TO WN-SEAL-RECCOUNT
                   MOVE ZERO              TO W9-SEAL-AMOUNT
                   CALL 'OUTSEAL' USING WC-SEAL-PARTY, WC-SEAL-FILE,
                                        WC-SEAL-FILETYPE,
                                        WN-SEAL-RECCOUNT,
                                        W9-SEAL-AMOUNT,
                                        WN-SEAL-RESULT
                   IF WN-SEAL-RESULT NOT = ZERO
                       DISPLAY ' Frågefilen kan inte krypteras!'
                       MOVE 'N' TO DIGIBOX-OK-SW
                   END-IF
               END-IF
           END-IF.
      ***********************

       310-ASK-ONE.
           MOVE DIGIMBX-DEBT-ID TO WE-DB-DEBT-ID
           MOVE SPACE TO FRAGAFIL-POST
           STRING WE-DB-DEBT-ID DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  DIGIMBX-PERSNO DELIMITED BY SPACE
               INTO FRAGAFIL-POST
           END-STRING
           WRITE FRAGAFIL-POST

      *>   asked and waiting for the reply
           MOVE DIGIMBX-DEBT-ID TO WN-DB-DEBT-ID
           EXEC SQL
               UPDATE TUTORIAL.DIGIMBX
               SET STATE = 'S',
                   CHKDATE = :WC-TODAY-DATE
               WHERE DEBT_ID = :WN-DB-DEBT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE   TO WN-MSG-SQLCODE
               MOVE 'DIGIMBX' TO WC-MSG-TBLCURS
               MOVE '310-ASK-ONE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DIGIBOX-OK-SW
           ELSE
               ADD 1 TO WN-DB-ASKED-COUNT

               EXEC SQL
                   FETCH CUR-DB-LOOKUP
                   INTO :DIGIMBX-DEBT-ID, :DIGIMBX-PERSNO
               END-EXEC
           END-IF.
      ***********************

       500-REPLY-RUN.
           PERFORM 510-LOAD-LOOKUP-REPLIES
           PERFORM 600-LOAD-STATUSES.
      ***********************

       510-LOAD-LOOKUP-REPLIES.
           MOVE 'N' TO END-OF-FILE
           OPEN INPUT SVARFIL

           IF NOT SVARFIL-SUCCESSFUL
               DISPLAY ' Inget brevlådesvar idag.'
           ELSE
               READ SVARFIL
                   AT END SET EOF TO TRUE
               END-READ

               PERFORM 520-ONE-REPLY UNTIL EOF OR NOT DIGIBOX-OK

               CLOSE SVARFIL

               DISPLAY ' === Brevlådesvar ' WC-TODAY-DATE ' ==='
               DISPLAY ' Flyttade till brevlådan : ' WN-DB-MOVED-COUNT
               DISPLAY ' Brevlåda, annan kanal   : ' WN-DB-KEPT-COUNT
               DISPLAY ' Utan brevlåda           : ' WN-DB-NOBOX-COUNT
               DISPLAY ' Okända rader            : '
                       WN-DB-UNKNOWN-COUNT
           END-IF.
      ***********************

       520-ONE-REPLY.
           MOVE SPACE TO WC-DB-DEBTID
           MOVE SPACE TO WC-DB-KOD

           UNSTRING SVARFIL-POST DELIMITED BY ';'
               INTO WC-DB-DEBTID, WC-DB-KOD
           END-UNSTRING

      *>   the id arrives left-justified with trailing spaces, so
      *>   only the leading position can be tested as a digit -
      *>   NUMVAL accepts the rest
           IF WC-DB-DEBTID NOT = SPACE
              AND WC-DB-DEBTID(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WC-DB-DEBTID) TO WN-DB-DEBT-ID

               EVALUATE FUNCTION UPPER-CASE(WC-DB-KOD(1:1))
                   WHEN 'J'
                       MOVE 'J' TO WC-DB-NEWSTATE
                       PERFORM 530-RECORD-REPLY
                       IF SQLCODE = ZERO
                           PERFORM 540-MOVE-TO-MAILBOX
                       END-IF
                   WHEN 'N'
                       MOVE 'N' TO WC-DB-NEWSTATE
                       PERFORM 530-RECORD-REPLY
                       IF SQLCODE = ZERO
                           ADD 1 TO WN-DB-NOBOX-COUNT
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WN-DB-UNKNOWN-COUNT
                       DISPLAY ' Okänd svarskod: ' WC-DB-KOD
               END-EVALUATE
           ELSE
               IF SVARFIL-POST NOT = SPACE
                   ADD 1 TO WN-DB-UNKNOWN-COUNT
               END-IF
           END-IF

           READ SVARFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       530-RECORD-REPLY.
      *>   only a debtor we asked about takes the answer
           EXEC SQL
               UPDATE TUTORIAL.DIGIMBX
               SET STATE = :WC-DB-NEWSTATE,
                   CHKDATE = :WC-TODAY-DATE
               WHERE DEBT_ID = :WN-DB-DEBT-ID
                 AND STATE = 'S'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   ADD 1 TO WN-DB-UNKNOWN-COUNT
                   DISPLAY ' Svar på gäldenär som inte frågats: '
                           WC-DB-DEBTID
               WHEN OTHER
                   MOVE SQLCODE   TO WN-MSG-SQLCODE
                   MOVE 'DIGIMBX' TO WC-MSG-TBLCURS
                   MOVE '530-RECORD-REPLY' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DIGIBOX-OK-SW
           END-EVALUATE.
      ***********************

       540-MOVE-TO-MAILBOX.
      *>   only a paper debtor moves - one who chose email or an
      *>   e-invoice keeps that channel - and the mailbox is there
      *>   for the next invoice
           EXEC SQL
               UPDATE TUTORIAL.DEBTOR
               SET DELIV = 'D',
                   ROWVER = ROWVER + 1
               WHERE DEBT_ID = :WN-DB-DEBT-ID
                 AND DELIV = 'P'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WN-DB-MOVED-COUNT
                   MOVE WN-DB-DEBT-ID TO WE-DB-DEBT-ID
                   DISPLAY ' Till digital brevlåda: ' WE-DB-DEBT-ID
               WHEN 100
                   ADD 1 TO WN-DB-KEPT-COUNT
               WHEN OTHER
                   MOVE SQLCODE  TO WN-MSG-SQLCODE
                   MOVE 'DEBTOR' TO WC-MSG-TBLCURS
                   MOVE '540-MOVE-TO-MAILBOX' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DIGIBOX-OK-SW
           END-EVALUATE.
      ***********************

       600-LOAD-STATUSES.
           MOVE 'N' TO END-OF-FILE
           OPEN INPUT STATFIL

           IF NOT STATFIL-SUCCESSFUL
               DISPLAY ' Ingen leveransstatus från brevlådan idag.'
           ELSE
               READ STATFIL
                   AT END SET EOF TO TRUE
               END-READ

               PERFORM 610-ONE-STATUS UNTIL EOF OR NOT DIGIBOX-OK

               CLOSE STATFIL

               DISPLAY ' === Brevlådestatus ' WC-TODAY-DATE ' ==='
               DISPLAY ' Levererade              : ' WN-DB-DELIV-COUNT
               DISPLAY ' Ej levererbara          : '
                       WN-DB-FAILED-COUNT
               DISPLAY ' Återkallade             : '
                       WN-DB-WITHDRAWN-COUNT
               DISPLAY ' Åter till papper        : '
                       WN-DB-FALLBACK-COUNT
               DISPLAY ' Okända                  : '
                       WN-DB-UNKNOWN-COUNT
           END-IF.
      ***********************

       610-ONE-STATUS.
           MOVE SPACE TO WC-DB-REF
           MOVE SPACE TO WC-DB-KOD
           MOVE SPACE TO WC-DB-STATDATE

           UNSTRING STATFIL-POST DELIMITED BY ';'
               INTO WC-DB-REF, WC-DB-KOD, WC-DB-STATDATE
           END-UNSTRING

           IF WC-DB-REF NOT = SPACE
              AND WC-DB-REF(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WC-DB-REF) TO WN-DB-DIGIQ-ID
               IF WC-DB-STATDATE = SPACE
                   MOVE WC-TODAY-DATE TO WC-DB-STATDATE
               END-IF

               EVALUATE FUNCTION UPPER-CASE(WC-DB-KOD(1:1))
                   WHEN 'L'
                       MOVE 'L' TO WC-DB-NEWSTATE
                   WHEN 'F'
                       MOVE 'F' TO WC-DB-NEWSTATE
                   WHEN 'U'
                       MOVE 'U' TO WC-DB-NEWSTATE
                   WHEN OTHER
                       MOVE SPACE TO WC-DB-NEWSTATE
                       ADD 1 TO WN-DB-UNKNOWN-COUNT
                       DISPLAY ' Okänd statuskod: ' WC-DB-KOD
               END-EVALUATE

               IF WC-DB-NEWSTATE NOT = SPACE
                   PERFORM 620-RECORD-STATUS
               END-IF
           END-IF

           READ STATFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       620-RECORD-STATUS.
      *>   only an invoice handed to the mailbox takes a status, so
      *>   a status file read twice does no harm
           EXEC SQL
               UPDATE TUTORIAL.DIGIQUEUE
               SET STATE = :WC-DB-NEWSTATE,
                   STATDATE = :WC-DB-STATDATE
               WHERE DIGIQ_ID = :WN-DB-DIGIQ-ID
                 AND STATE = 'S'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   EVALUATE WC-DB-NEWSTATE
                       WHEN 'L'
                           ADD 1 TO WN-DB-DELIV-COUNT
                       WHEN 'F'
                           ADD 1 TO WN-DB-FAILED-COUNT
                           PERFORM 630-FETCH-QUEUE-ROW
                       WHEN 'U'
                           ADD 1 TO WN-DB-WITHDRAWN-COUNT
                           PERFORM 630-FETCH-QUEUE-ROW
                   END-EVALUATE
               WHEN 100
                   ADD 1 TO WN-DB-UNKNOWN-COUNT
                   DISPLAY ' Status på okänd eller redan avslutad'
                           ' leverans: ' WC-DB-REF
               WHEN OTHER
                   MOVE SQLCODE     TO WN-MSG-SQLCODE
                   MOVE 'DIGIQUEUE' TO WC-MSG-TBLCURS
                   MOVE '620-RECORD-STATUS' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DIGIBOX-OK-SW
           END-EVALUATE.
      ***********************

       630-FETCH-QUEUE-ROW.
           EXEC SQL
               SELECT Q.INV_ID, Q.DEBT_ID, I.INVNO
               INTO :DIGIQUEUE-INV-ID, :DIGIQUEUE-DEBT-ID,
                    :INVOICE-INVNO
               FROM TUTORIAL.DIGIQUEUE Q, TUTORIAL.INVOICE I
               WHERE Q.DIGIQ_ID = :WN-DB-DIGIQ-ID
                 AND I.INV_ID = Q.INV_ID
           END-EXEC

           IF SQLCODE = ZERO
               PERFORM 700-FALL-BACK-TO-PRINT
           ELSE
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'DIGIQUEUE' TO WC-MSG-TBLCURS
               MOVE '630-FETCH-QUEUE-ROW' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DIGIBOX-OK-SW
           END-IF.
      ***********************

       700-FALL-BACK-TO-PRINT.
      *>   the debtor goes back to paper - a recipient who withdrew
      *>   is not asked again until re-registered, one the mailbox
      *>   could not deliver to is asked again after BREVDAGAR days
      *>   - and the invoice goes back to pending so the next print
      *>   run puts it in an envelope. An invoice settled in the
      *>   meantime - paid, cancelled, written off, credited or
      *>   sold - is not re-delivered at all
           MOVE DIGIQUEUE-DEBT-ID TO WN-DB-DEBT-ID

           EXEC SQL
               UPDATE TUTORIAL.DEBTOR
               SET DELIV = 'P',
                   ROWVER = ROWVER + 1
               WHERE DEBT_ID = :WN-DB-DEBT-ID
                 AND DELIV = 'D'
           END-EXEC

           IF WC-DB-NEWSTATE = 'U'
               MOVE 'U' TO WC-DB-MBXSTATE
           ELSE
               MOVE 'N' TO WC-DB-MBXSTATE
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.DIGIMBX
               SET STATE = :WC-DB-MBXSTATE,
                   CHKDATE = :WC-TODAY-DATE
               WHERE DEBT_ID = :WN-DB-DEBT-ID
                 AND STATE = 'J'
           END-EXEC

           MOVE ZERO TO WN-DB-INVSTATE
           EXEC SQL
               SELECT INVSTATE
               INTO :WN-DB-INVSTATE
               FROM TUTORIAL.INVOICE
               WHERE INV_ID = :DIGIQUEUE-INV-ID
           END-EXEC

           IF SQLCODE = ZERO
              AND (WN-DB-INVSTATE = 9 OR WN-DB-INVSTATE = 3
                   OR WN-DB-INVSTATE = 7 OR WN-DB-INVSTATE = 6
                   OR WN-DB-INVSTATE = 8)
               DISPLAY ' Ej levererad till brevlådan, fakturan'
                       ' avslutad - ingen omleverans: ' INVOICE-INVNO
           ELSE
      *>       the state guard is repeated here so a payment landing
      *>       between the read and this update still cannot reopen
      *>       a settled invoice
               EXEC SQL
                   UPDATE TUTORIAL.INVOICE
                   SET INVSTATE = 0
                   WHERE INV_ID = :DIGIQUEUE-INV-ID
                     AND INVSTATE NOT = 9
                     AND INVSTATE NOT = 3
                     AND INVSTATE NOT = 7
                     AND INVSTATE NOT = 6
                     AND INVSTATE NOT = 8
               END-EXEC

               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE SQLCODE   TO WN-MSG-SQLCODE
                   MOVE 'INVOICE' TO WC-MSG-TBLCURS
                   MOVE '700-FALL-BACK-TO-PRINT' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DIGIBOX-OK-SW
               ELSE
                   ADD 1 TO WN-DB-FALLBACK-COUNT
                   DISPLAY ' Ej levererad till brevlådan - skrivs'
                           ' ut på papper: ' INVOICE-INVNO
               END-IF
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
