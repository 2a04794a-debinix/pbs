       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsKfm.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Betalningsföreläggande at Kronofogden for the
      **>          claims the collection agency gave back unpaid
      **>          but undisputed (KFMCASE, registered by
      **>          PbsInkassoRet). With ANSOKAN every case the
      **>          customer has approved in the worklist is
      **>          written to the day's application file
      **>          (data/kfm-ansokan-YYYYMMDD.txt, one semicolon-
      **>          separated line per claim) with the outstanding
      **>          principal, the late interest accrued from the
      **>          due date and the open fees on the invoice; the
      **>          application fee is charged on the invoice in
      **>          INVFEE like the reminder fees. With BESLUT the
      **>          decision file Kronofogden sends back
      **>          (data/kfm-beslut.txt, kundnr;fakturanr;kod;
      **>          målnummer;datum per line, kod U = utslag,
      **>          B = bestridd, A = avvisad) is recorded on the
      **>          case. Every step is logged to OUTLOG under
      **>          action J so the invoice inquiry shows where the
      **>          case stands; the worklist keeps the case until
      **>          it ends in an utslag or is withdrawn. The
      **>          application file is encrypted for Kronofogden
      **>          and signed with our key (OUTSEAL, counterparty
      **>          KFM, file type KFMANSOK) and registered in
      **>          OUTFILEREG with its claim count and total; a
      **>          file that cannot be sealed fails the run and is
      **>          sealed by the next run before it writes anew.
      **> Initial Version Created: 2014-04-16
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KFMANSFIL ASSIGN TO WC-KFM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KFMANS-FS.

           SELECT KFMBESFIL ASSIGN TO 'data/kfm-beslut.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KFMBES-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  KFMANSFIL.
       01  KFMANS-POST         PIC X(250).

       FD  KFMBESFIL.
       01  KFMBES-POST         PIC X(80).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  KFM-OK-SW               PIC X VALUE 'Y'.
               88  KFM-OK                  VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 KFMANS-FS                PIC XX.
               88  KFMANS-SUCCESSFUL       VALUE '00'.
           05 KFMBES-FS                PIC XX.
               88  KFMBES-SUCCESSFUL       VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  T-HOUR          PIC X(2).
           05  T-MINUTE        PIC X(2).
           05  T-SECOND        PIC X(2).
           05  FILLER          PIC X(7).

       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-PROC-TIME        PIC X(8)  VALUE SPACE.
       01  WC-CMDLINE          PIC X(80) VALUE SPACE.
       01  WC-VERB             PIC X(10) VALUE SPACE.
       01  WC-KFM-FILENAME     PIC X(40) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-KFM-APP-COUNT      PIC 9(5) VALUE ZERO.
           05  WN-KFM-UTSLAG-COUNT   PIC 9(5) VALUE ZERO.
           05  WN-KFM-DISPUTE-COUNT  PIC 9(5) VALUE ZERO.
           05  WN-KFM-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05  WN-KFM-UNKNOWN-COUNT  PIC 9(5) VALUE ZERO.

      *>   the claim parts of one application
       01  WN-KFM-DAYS-LATE    PIC S9(9) COMP VALUE ZERO.
       01  WC-KFM-DUEDATE      PIC X(10) VALUE SPACE.
       01  W9-KFM-APPFEE       PIC S9(5)V9(2) COMP-3 VALUE 300.00.
       01  W9-KFM-TOT-CLAIM    PIC S9(11)V9(2) COMP-3 VALUE ZERO.

      *>   the parsed fields off one decision line
       01  WC-KFM-CUSTNO       PIC X(10) VALUE SPACE.
       01  WC-KFM-INVNO        PIC X(16) VALUE SPACE.
       01  WC-KFM-KOD          PIC X(2)  VALUE SPACE.
       01  WC-KFM-REF          PIC X(20) VALUE SPACE.
       01  WC-KFM-DECDATE      PIC X(10) VALUE SPACE.
       01  WC-KFM-NEWSTATE     PIC X(1)  VALUE SPACE.

       01  WN-NEXT-OUTLOG-ID   PIC S9(9) COMP VALUE ZERO.
       01  WN-NEXT-FEE-ID      PIC S9(9) COMP VALUE ZERO.
       01  WN-KFM-RESULTCODE   PIC S9(4) COMP VALUE ZERO.
       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.

       01  WE-KFM-AMOUNT       PIC -(7)9.99.
       01  WE-KFM-AMOUNT-2     PIC -(7)9.99.
       01  WE-KFM-AMOUNT-3     PIC -(7)9.99.
       01  WE-KFM-AMOUNT-4     PIC -(7)9.99.
       01  WE-KFM-RATE         PIC 9.99.
       01  WC-KFM-LINE         PIC X(250) VALUE SPACE.

      *>   the outbound file and its counterparty for OUTSEAL
       01  WC-SEAL-PARTY       PIC X(10) VALUE SPACE.
       01  WC-SEAL-FILE        PIC X(80) VALUE SPACE.
       01  WN-SEAL-RESULT      PIC S9(4) COMP VALUE ZERO.
       01  WC-SEAL-FILETYPE    PIC X(10) VALUE SPACE.
       01  WN-SEAL-RECCOUNT    PIC S9(9) COMP VALUE ZERO.
       01  W9-SEAL-AMOUNT      PIC S9(9)V9(2) COMP-3 VALUE ZERO.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE KFMCASE   END-EXEC.
           EXEC SQL INCLUDE INVOICE   END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE DEBTOR    END-EXEC.
           EXEC SQL INCLUDE ADDR      END-EXEC.
           EXEC SQL INCLUDE INVFEE    END-EXEC.
           EXEC SQL INCLUDE OUTLOG    END-EXEC.
           EXEC SQL INCLUDE THRESHOLD END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the cases the customer has approved, with the claimant,
      *>   the debtor and what is still owed on the invoice; the
      *>   interest runs from the due date to the application day
           EXEC SQL
               DECLARE CUR-KFM-APPLY CURSOR FOR
               SELECT K.CASE_ID, I.INV_ID, I.CUST_ID, I.INVNO,
                      I.CUSTNO, C.ORGNO, C.DELRATE,
                      D.NAME, D.VATNO, A.STREET, A.POSTNO, A.PLACE,
                      CHAR(COALESCE(I.DUEDATE,
                                    I.INVDATE + C.DUEDAYS DAYS)),
                      DAYS(:WC-TODAY-DATE)
                      - DAYS(COALESCE(I.DUEDATE,
                                      I.INVDATE + C.DUEDAYS DAYS)),
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = I.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID)
                      - I.PAIDAMT,
                      (SELECT COALESCE(SUM(F.AMOUNT - F.PAIDAMT), 0)
                       FROM TUTORIAL.INVFEE F
                       WHERE F.INV_ID = I.INV_ID)
               FROM TUTORIAL.KFMCASE K, TUTORIAL.INVOICE I,
                    TUTORIAL.CUSTOMER C, TUTORIAL.DEBTOR D,
                    TUTORIAL.ADDR A
               WHERE K.STATE = 'G'
                 AND I.INV_ID = K.INV_ID
                 AND C.CUST_ID = I.CUST_ID
                 AND D.DEBT_ID = I.DEBT_ID
                 AND A.ADDR_ID = D.ADDR_ID
               ORDER BY I.CUSTNO, I.INVNO
           END-EXEC

       PROCEDURE DIVISION.

       000-KFM-RUN.
           MOVE 'PbsKfm.CBL' TO WC-MSG-SRCFILE

           ACCEPT WC-CMDLINE FROM COMMAND-LINE
           UNSTRING WC-CMDLINE DELIMITED BY ALL SPACE
               INTO WC-VERB
           END-UNSTRING

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1)
           MOVE T-HOUR   TO WC-PROC-TIME(1:2)
           MOVE T-MINUTE TO WC-PROC-TIME(4:2)
           MOVE T-SECOND TO WC-PROC-TIME(7:2)
           MOVE ':' TO WC-PROC-TIME(3:1), WC-PROC-TIME(6:1)

           EVALUATE WC-VERB
               WHEN 'ANSOKAN'
                   PERFORM 100-APPLICATION-RUN
               WHEN 'BESLUT'
                   PERFORM 200-DECISION-RUN
               WHEN OTHER
                   DISPLAY ' Användning: PbsKfm ANSOKAN'
                   DISPLAY '             PbsKfm BESLUT'
                   MOVE 'N' TO KFM-OK-SW
           END-EVALUATE

           IF KFM-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-APPLICATION-RUN.
      *>   the application fee Kronofogden charges is configurable
      *>   like the reminder fees
           EXEC SQL
               SELECT THRVALUE
               INTO :THRESHOLD-THRVALUE
               FROM TUTORIAL.THRESHOLD
               WHERE THRKEY = 'KFMFEE'
           END-EXEC
           IF SQLCODE = ZERO
               MOVE THRESHOLD-THRVALUE TO W9-KFM-APPFEE
           END-IF

      *>   one application file per day; a file an earlier run
      *>   the same day could not seal is sealed first, so a file
      *>   already sealed and registered is never written to again
      *>   and a second run starts a file of its own
           MOVE SPACE TO WC-KFM-FILENAME
           STRING 'data/kfm-ansokan-' DELIMITED BY SIZE
                  T-YEAR DELIMITED BY SIZE
                  T-MONTH DELIMITED BY SIZE
                  T-DAY DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WC-KFM-FILENAME
           END-STRING

           PERFORM 130-SEAL-APPLICATION-FILE
           IF NOT KFM-OK
               DISPLAY ' Osänd ansökningsfil från tidigare körning'
                       ' kan inte krypteras - körningen avbryts'
           ELSE
               OPEN OUTPUT KFMANSFIL
               IF NOT KFMANS-SUCCESSFUL
                   DISPLAY ' Kan inte skapa ansökningsfilen!'
                   MOVE 'N' TO KFM-OK-SW
               ELSE
                   EXEC SQL
                       OPEN CUR-KFM-APPLY
                   END-EXEC

                   EXEC SQL
                       FETCH CUR-KFM-APPLY
                       INTO :KFMCASE-CASE-ID, :INVOICE-INV-ID,
                            :INVOICE-CUST-ID, :INVOICE-INVNO,
                            :INVOICE-CUSTNO, :CUSTOMER-ORGNO,
                            :CUSTOMER-DELRATE, :DEBTOR-NAME,
                            :DEBTOR-VATNO, :ADDR-STREET, :ADDR-POSTNO,
                            :ADDR-PLACE, :WC-KFM-DUEDATE,
                            :WN-KFM-DAYS-LATE, :KFMCASE-PRINCIPAL,
                            :KFMCASE-FEES
                   END-EXEC

                   PERFORM 110-APPLY-ONE-CASE
                       UNTIL SQLCODE NOT = ZERO

                   IF SQLCODE NOT = 100
                       MOVE SQLCODE TO WN-MSG-SQLCODE
                       MOVE 'CUR-KFM-APPLY' TO WC-MSG-TBLCURS
                       MOVE '100-APPLICATION-RUN' TO WC-MSG-PARA
                       PERFORM Z0900-ERROR-ROUTINE
                       MOVE 'N' TO KFM-OK-SW
                   END-IF

                   EXEC SQL
                       CLOSE CUR-KFM-APPLY
                   END-EXEC

                   CLOSE KFMANSFIL

                   PERFORM 130-SEAL-APPLICATION-FILE

                   MOVE W9-KFM-TOT-CLAIM TO WE-KFM-AMOUNT
                   DISPLAY ' === Betalningsföreläggande ' WC-TODAY-DATE
                           ' ==='
                   DISPLAY ' Ansökningsfil        : ' WC-KFM-FILENAME
                   DISPLAY ' Ansökta fordringar   : ' WN-KFM-APP-COUNT
                   DISPLAY ' Sökt belopp totalt   : ' WE-KFM-AMOUNT
               END-IF
           END-IF.
      ***********************

       110-APPLY-ONE-CASE.
      *>   simple annual interest from the due date, same formula
      *>   as the interest run and the konkurs claim statement
           IF WN-KFM-DAYS-LATE < ZERO
               MOVE ZERO TO WN-KFM-DAYS-LATE
           END-IF

           COMPUTE KFMCASE-INTEREST ROUNDED =
               KFMCASE-PRINCIPAL * CUSTOMER-DELRATE / 100
               * WN-KFM-DAYS-LATE / 365

           MOVE W9-KFM-APPFEE TO KFMCASE-APPFEE

           MOVE KFMCASE-PRINCIPAL TO WE-KFM-AMOUNT
           MOVE KFMCASE-INTEREST  TO WE-KFM-AMOUNT-2
           MOVE KFMCASE-FEES      TO WE-KFM-AMOUNT-3
           MOVE KFMCASE-APPFEE    TO WE-KFM-AMOUNT-4
           MOVE CUSTOMER-DELRATE  TO WE-KFM-RATE

           MOVE SPACE TO WC-KFM-LINE
           STRING INVOICE-CUSTNO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  CUSTOMER-ORGNO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  INVOICE-INVNO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  DEBTOR-NAME-TEXT(1:40) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  DEBTOR-VATNO DELIMITED BY SPACE
                  ';' DELIMITED BY SIZE
                  ADDR-STREET-TEXT(1:35) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  ADDR-POSTNO DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  ADDR-PLACE-TEXT(1:30) DELIMITED BY '  '
                  ';' DELIMITED BY SIZE
                  WC-KFM-DUEDATE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-KFM-AMOUNT DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-KFM-RATE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-KFM-AMOUNT-2 DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-KFM-AMOUNT-3 DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WE-KFM-AMOUNT-4 DELIMITED BY SIZE
               INTO WC-KFM-LINE
           END-STRING
           MOVE WC-KFM-LINE TO KFMANS-POST
           WRITE KFMANS-POST

           EXEC SQL
               UPDATE TUTORIAL.KFMCASE
               SET STATE = 'A',
                   APPDATE = :WC-TODAY-DATE,
                   PRINCIPAL = :KFMCASE-PRINCIPAL,
                   INTEREST = :KFMCASE-INTEREST,
                   FEES = :KFMCASE-FEES,
                   APPFEE = :KFMCASE-APPFEE
               WHERE CASE_ID = :KFMCASE-CASE-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE   TO WN-MSG-SQLCODE
               MOVE 'KFMCASE' TO WC-MSG-TBLCURS
               MOVE '110-APPLY-ONE-CASE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO KFM-OK-SW
           ELSE
               PERFORM 120-CHARGE-APPLICATION-FEE

               MOVE ZERO TO WN-KFM-RESULTCODE
               PERFORM 300-LOG-KFM-OUTLOG

               ADD 1 TO WN-KFM-APP-COUNT
               COMPUTE W9-KFM-TOT-CLAIM = W9-KFM-TOT-CLAIM
                   + KFMCASE-PRINCIPAL + KFMCASE-INTEREST
                   + KFMCASE-FEES + KFMCASE-APPFEE
           END-IF

           EXEC SQL
               FETCH CUR-KFM-APPLY
               INTO :KFMCASE-CASE-ID, :INVOICE-INV-ID,
                    :INVOICE-CUST-ID, :INVOICE-INVNO,
                    :INVOICE-CUSTNO, :CUSTOMER-ORGNO,
                    :CUSTOMER-DELRATE, :DEBTOR-NAME,
                    :DEBTOR-VATNO, :ADDR-STREET, :ADDR-POSTNO,
                    :ADDR-PLACE, :WC-KFM-DUEDATE,
                    :WN-KFM-DAYS-LATE, :KFMCASE-PRINCIPAL,
                    :KFMCASE-FEES
           END-EXEC.
      ***********************

       120-CHARGE-APPLICATION-FEE.
      *>   the application fee is owed by the debtor on top of the
      *>   claim, so it is charged on the invoice where payments
      *>   and the statement pick it up with the other fees
           IF KFMCASE-APPFEE > ZERO
               MOVE 'INVFEE' TO WC-KEYALLOC-TABLE
               CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                     WN-NEXT-FEE-ID

               EXEC SQL
                   INSERT INTO TUTORIAL.INVFEE
                   VALUES (:WN-NEXT-FEE-ID, :INVOICE-INV-ID, 'K',
                           :KFMCASE-APPFEE, :WC-TODAY-DATE, 0)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE SQLCODE  TO WN-MSG-SQLCODE
                   MOVE 'INVFEE' TO WC-MSG-TBLCURS
                   MOVE '120-CHARGE-APPLICATION-FEE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO KFM-OK-SW
               END-IF
           END-IF.
      ***********************

       130-SEAL-APPLICATION-FILE.
      *>   the claims carry debtors' names and addresses and go to
      *>   Kronofogden encrypted and signed only; the plain copy
      *>   does not stay behind on disk (a file left over from an
      *>   earlier run is registered without counts - this run
      *>   has not counted it)
           MOVE 'KFM' TO WC-SEAL-PARTY
           MOVE WC-KFM-FILENAME TO WC-SEAL-FILE
           MOVE 'KFMANSOK' TO WC-SEAL-FILETYPE
           MOVE WN-KFM-APP-COUNT TO WN-SEAL-RECCOUNT
           MOVE W9-KFM-TOT-CLAIM TO W9-SEAL-AMOUNT
           CALL 'OUTSEAL' USING WC-SEAL-PARTY, WC-SEAL-FILE,
                                WC-SEAL-FILETYPE, WN-SEAL-RECCOUNT,
                                W9-SEAL-AMOUNT, WN-SEAL-RESULT
           IF WN-SEAL-RESULT NOT = ZERO
               MOVE 'N' TO KFM-OK-SW
           END-IF.
      ***********************

       200-DECISION-RUN.
           OPEN INPUT KFMBESFIL

           IF NOT KFMBES-SUCCESSFUL
      *>       no file today just means Kronofogden sent nothing -
      *>       that is not a failed batch step
               DISPLAY ' Ingen beslutsfil från Kronofogden idag.'
           ELSE
               READ KFMBESFIL
                   AT END SET EOF TO TRUE
               END-READ

               PERFORM 210-PROCESS-ONE-DECISION UNTIL EOF

               CLOSE KFMBESFIL

               DISPLAY ' === Beslut från Kronofogden ' WC-TODAY-DATE
                       ' ==='
               DISPLAY ' Utslag               : '
                       WN-KFM-UTSLAG-COUNT
               DISPLAY ' Bestridda            : '
                       WN-KFM-DISPUTE-COUNT
               DISPLAY ' Avvisade             : '
                       WN-KFM-REJECT-COUNT
               DISPLAY ' Okända rader         : '
                       WN-KFM-UNKNOWN-COUNT
           END-IF.
      ***********************

       210-PROCESS-ONE-DECISION.
           MOVE SPACE TO WC-KFM-CUSTNO
           MOVE SPACE TO WC-KFM-INVNO
           MOVE SPACE TO WC-KFM-KOD
           MOVE SPACE TO WC-KFM-REF
           MOVE SPACE TO WC-KFM-DECDATE

           UNSTRING KFMBES-POST DELIMITED BY ';'
               INTO WC-KFM-CUSTNO, WC-KFM-INVNO, WC-KFM-KOD,
                    WC-KFM-REF, WC-KFM-DECDATE
           END-UNSTRING

           IF WC-KFM-DECDATE = SPACE
               MOVE WC-TODAY-DATE TO WC-KFM-DECDATE
           END-IF

           IF WC-KFM-CUSTNO NOT = SPACE
              AND WC-KFM-INVNO NOT = SPACE
      *>       only a case with an application out can get a
      *>       decision; a disputed case may still end in one
               EXEC SQL
                   SELECT K.CASE_ID, I.INV_ID, I.CUST_ID, I.INVNO
                   INTO :KFMCASE-CASE-ID, :INVOICE-INV-ID,
                        :INVOICE-CUST-ID, :INVOICE-INVNO
                   FROM TUTORIAL.KFMCASE K, TUTORIAL.INVOICE I
                   WHERE I.CUSTNO = :WC-KFM-CUSTNO
                     AND I.INVNO = :WC-KFM-INVNO
                     AND K.INV_ID = I.INV_ID
                     AND (K.STATE = 'A' OR K.STATE = 'B')
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Inget ansökt ärende för: '
                           WC-KFM-CUSTNO ' / ' WC-KFM-INVNO
                   ADD 1 TO WN-KFM-UNKNOWN-COUNT
               ELSE
                   EVALUATE WC-KFM-KOD(1:1)
                       WHEN 'U'
                           MOVE 'S' TO WC-KFM-NEWSTATE
                           MOVE 1 TO WN-KFM-RESULTCODE
                           PERFORM 220-RECORD-DECISION
                           ADD 1 TO WN-KFM-UTSLAG-COUNT
                       WHEN 'B'
                           MOVE 'B' TO WC-KFM-NEWSTATE
                           MOVE 2 TO WN-KFM-RESULTCODE
                           PERFORM 220-RECORD-DECISION
                           ADD 1 TO WN-KFM-DISPUTE-COUNT
                       WHEN 'A'
                           MOVE 'V' TO WC-KFM-NEWSTATE
                           MOVE 3 TO WN-KFM-RESULTCODE
                           PERFORM 220-RECORD-DECISION
                           ADD 1 TO WN-KFM-REJECT-COUNT
                       WHEN OTHER
                           DISPLAY ' Okänd beslutskod: ' WC-KFM-KOD
                           ADD 1 TO WN-KFM-UNKNOWN-COUNT
                   END-EVALUATE
               END-IF
           END-IF

           READ KFMBESFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       220-RECORD-DECISION.
      *>   the målnummer and decision day go on the case; an
      *>   utslag closes it, a dispute or a rejection leaves it in
      *>   the worklist for the customer to decide on
           EXEC SQL
               UPDATE TUTORIAL.KFMCASE
               SET STATE = :WC-KFM-NEWSTATE,
                   KFMREF = :WC-KFM-REF,
                   DECDATE = :WC-KFM-DECDATE
               WHERE CASE_ID = :KFMCASE-CASE-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE   TO WN-MSG-SQLCODE
               MOVE 'KFMCASE' TO WC-MSG-TBLCURS
               MOVE '220-RECORD-DECISION' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO KFM-OK-SW
           ELSE
               PERFORM 300-LOG-KFM-OUTLOG
           END-IF.
      ***********************

       300-LOG-KFM-OUTLOG.
      *>   one OUTLOG row per application and decision under
      *>   action J, so the G0170 invoice inquiry shows the
      *>   Kronofogden case next to the agency's K rows
           MOVE 'OUTLOG' TO WC-KEYALLOC-TABLE
           CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                 WN-NEXT-OUTLOG-ID

           EXEC SQL
               INSERT INTO TUTORIAL.OUTLOG
               VALUES (:WN-NEXT-OUTLOG-ID, :INVOICE-CUST-ID,
                       :INVOICE-INVNO, :WC-TODAY-DATE, 'J',
                       :WN-KFM-RESULTCODE, :WC-PROC-TIME)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE  TO WN-MSG-SQLCODE
               MOVE 'OUTLOG' TO WC-MSG-TBLCURS
               MOVE '300-LOG-KFM-OUTLOG' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
