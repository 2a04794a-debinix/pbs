       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsDwExtract.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Nightly extract for the data warehouse of the BI
      **>          team, so finance and sales stop asking for CSVs
      **>          off the revenue reports (43, 44). One semicolon
      **>          separated file per table goes to data/dwh, named
      **>          <table>-<YYYYMMDD>.csv after the business date:
      **>          customers (kund), debtors (galdenar), invoices
      **>          (faktura) with their item lines (faktrad),
      **>          payments (betalning, history included), dunning
      **>          levels (kravniva), agreements (avtal), billable
      **>          events (handelse) and the import and output log
      **>          results (inlog, outlog). Every row starts with its
      **>          change code: N new, U changed, D gone.
      **>          The first run of a table is a full load; after
      **>          that only what changed goes out. The log tables
      **>          and the events only grow, so their rows are sent
      **>          once from a high-water mark kept per table in
      **>          DWMARK. Everything else is compared against the
      **>          row as last sent, kept in DWROWSIG, and a row no
      **>          longer there goes out as D. The argument FULL
      **>          forgets both and sends every table in full.
      **>          Debtors are pseudonymised: no name, contact,
      **>          e-mail, phone, VAT number or bank account, only
      **>          DEBT_ID, flags and the first three digits of the
      **>          postal code. A debtor with protected identity is
      **>          never sent, nor are the invoices, item lines,
      **>          payments, dunning levels, events or log rows of
      **>          that debtor's invoices; a debtor given protected
      **>          identity after being sent goes out as D with all
      **>          of it. Customers go without contact persons,
      **>          item lines and agreements without their free
      **>          texts.
      **>          A manifest (manifest-<YYYYMMDD>.csv) lists each
      **>          file with its load type and row counts. The files
      **>          and then the manifest are registered in OUTFILEREG
      **>          (OUTREG, counterparty BI) and handed over from
      **>          there; the run is one unit of work, so a failed
      **>          night sends the same changes again the next night.
      **> Initial Version Created: 2014-06-09
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DWFIL ASSIGN TO WC-DW-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DW-FS.

           SELECT MANIFIL ASSIGN TO WC-DW-MANIFEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANI-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  DWFIL.
       01  DW-POST             PIC X(410).

       FD  MANIFIL.
       01  MANI-POST           PIC X(120).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  DWEXTRACT-OK-SW         PIC X VALUE 'Y'.
               88  DWEXTRACT-OK            VALUE 'Y'.

       01  DW-FS               PIC X(2) VALUE SPACE.
           88  DW-SUCCESSFUL       VALUE '00'.

       01  MANI-FS             PIC X(2) VALUE SPACE.
           88  MANI-SUCCESSFUL     VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-TODAY-STAMP      PIC X(8)  VALUE SPACE.
       01  WC-DW-ARG           PIC X(10) VALUE SPACE.
       01  WC-MKDIR-COMMAND    PIC X(40)
                                VALUE 'mkdir -p data/dwh'.
       01  WC-DW-MANIFEST      PIC X(60) VALUE SPACE.
       01  WC-DW-FILENAME      PIC X(60) VALUE SPACE.

      *>   the table being extracted: its name in the files and in
      *>   DWMARK/DWROWSIG, its column header, whether it goes in
      *>   full, and its high-water marks
       01  WC-DW-ENTITY        PIC X(10) VALUE SPACE.
       01  WC-DW-HEADER        PIC X(200) VALUE SPACE.
       01  WC-DW-LOADTYPE      PIC X(5)  VALUE SPACE.
       01  WN-DW-LASTKEY       PIC S9(9) COMP VALUE ZERO.
       01  WN-DW-HIGHKEY       PIC S9(9) COMP VALUE ZERO.

      *>   the row being sent: its key, its change code and its
      *>   columns, built one field at a time
       01  WN-DW-KEY1          PIC S9(9) COMP VALUE ZERO.
       01  WN-DW-KEY2          PIC S9(9) COMP VALUE ZERO.
       01  WC-DW-CHANGE        PIC X(1)  VALUE SPACE.
       01  WC-DW-DATA          PIC X(400) VALUE SPACE.
       01  WN-DW-PTR           PIC S9(4) COMP VALUE 1.
       01  WN-DW-LEN           PIC S9(4) COMP VALUE ZERO.
       01  WC-DW-FIELD         PIC X(80) VALUE SPACE.
       01  WE-DW-NUM           PIC -(9)9.
       01  WE-DW-AMT           PIC -(9)9.99.
       01  WE-DW-RATE          PIC -9.99.

      *>   the row counts of the table being extracted
       01  COUNTS-FIELDS.
           05  WN-DW-ROWS            PIC S9(9) COMP VALUE ZERO.
           05  WN-DW-NEW             PIC S9(9) COMP VALUE ZERO.
           05  WN-DW-UPD             PIC S9(9) COMP VALUE ZERO.
           05  WN-DW-DEL             PIC S9(9) COMP VALUE ZERO.
           05  WN-DW-TOTAL-ROWS      PIC S9(9) COMP VALUE ZERO.
           05  WE-DW-COUNT           PIC Z(8)9.

      *>   the files of the night, registered once all are written
       01  WN-DW-FILE-COUNT    PIC S9(4) COMP VALUE ZERO.
       01  WN-DW-FX            PIC S9(4) COMP VALUE ZERO.
       01  DW-FILE-TABLE.
           05  DW-FILE OCCURS 12 TIMES.
               10  WC-DW-F-NAME        PIC X(60).
               10  WN-DW-F-ROWS        PIC S9(9) COMP.

      *>   the files as registered through OUTREG
       01  WC-REG-PARTY        PIC X(10)  VALUE 'BI'.
       01  WC-REG-FILETYPE     PIC X(10)  VALUE SPACE.
       01  WC-REG-SRCNAME      PIC X(80)  VALUE SPACE.
       01  WC-REG-FILENAME     PIC X(100) VALUE SPACE.
       01  WN-REG-RECCOUNT     PIC S9(9) COMP VALUE ZERO.
       01  W9-REG-AMOUNT       PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WN-REG-RESULT       PIC S9(4) COMP VALUE ZERO.

      *>   fetched columns not held by the table copybooks
       01  W9-DW-NET           PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WC-DW-POSTNO        PIC X(5)  VALUE SPACE.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE ADDR       END-EXEC.
           EXEC SQL INCLUDE DEBTOR     END-EXEC.
           EXEC SQL INCLUDE INVOICE    END-EXEC.
           EXEC SQL INCLUDE INVITEM    END-EXEC.
           EXEC SQL INCLUDE ITEM       END-EXEC.
           EXEC SQL INCLUDE BGPAYMENT  END-EXEC.
           EXEC SQL INCLUDE DUNSTATE   END-EXEC.
           EXEC SQL INCLUDE SRVCUST    END-EXEC.
           EXEC SQL INCLUDE SRV        END-EXEC.
           EXEC SQL INCLUDE BILLEVENT  END-EXEC.
           EXEC SQL INCLUDE INLOG      END-EXEC.
           EXEC SQL INCLUDE OUTLOG     END-EXEC.
           EXEC SQL INCLUDE DWMARK     END-EXEC.
           EXEC SQL INCLUDE DWROWSIG   END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

           EXEC SQL
               DECLARE CUR-DW-CUSTOMER CURSOR FOR
               SELECT C.CUST_ID, C.CUSTNO, C.NAME, C.ORGNO,
                      C.ACTIVE, COALESCE(A.POSTNO, ''),
                      COALESCE(A.PLACE, ''), C.DUEDAYS,
                      C.CREDLIMIT, C.REVCHARGE, C.COLLINV,
                      C.PBSCO_ID, C.STAFF_ID
               FROM TUTORIAL.CUSTOMER C
                    LEFT JOIN TUTORIAL.ADDR A
                    ON A.ADDR_ID = C.ADDR_ID
               ORDER BY C.CUST_ID
           END-EXEC

      *>   what identifies the person stays behind
           EXEC SQL
               DECLARE CUR-DW-DEBTOR CURSOR FOR
               SELECT D.DEBT_ID, D.ACTIVE, D.DELIV,
                      COALESCE(D.LANGCODE, ''),
                      COALESCE(D.RISKCLASS, ''),
                      COALESCE(A.POSTNO, ''),
                      D.KONKURS, D.DECEASED
               FROM TUTORIAL.DEBTOR D
                    LEFT JOIN TUTORIAL.ADDR A
                    ON A.ADDR_ID = D.ADDR_ID
               WHERE D.PROTECTED <> 'Y'
               ORDER BY D.DEBT_ID
           END-EXEC

           EXEC SQL
               DECLARE CUR-DW-INVOICE CURSOR FOR
               SELECT I.INV_ID, I.CUST_ID, I.DEBT_ID, I.INVNO,
                      I.INVDATE, COALESCE(I.DUEDATE, I.INVDATE),
                      I.INVSTATE, I.CURRENCY, I.VAT,
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = I.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID),
                      I.PAIDAMT
               FROM TUTORIAL.INVOICE I
               WHERE NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.DEBTOR PD
                      WHERE PD.DEBT_ID = I.DEBT_ID
                        AND PD.PROTECTED = 'Y')
               ORDER BY I.INV_ID
           END-EXEC

           EXEC SQL
               DECLARE CUR-DW-ITEM CURSOR FOR
               SELECT II.INV_ID, IT.ITEM_ID,
                      COALESCE(IT.ARTNO, ''),
                      COALESCE(IT.UNITDESC, ''),
                      IT.QTY, IT.PRICE, IT.LABOUR
               FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT,
                    TUTORIAL.INVOICE I
               WHERE IT.ITEM_ID = II.ITEM_ID
                 AND I.INV_ID = II.INV_ID
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.DEBTOR PD
                      WHERE PD.DEBT_ID = I.DEBT_ID
                        AND PD.PROTECTED = 'Y')
               ORDER BY IT.ITEM_ID
           END-EXEC

      *>   a payment rolled to the history table is still the same
      *>   payment; the payer's account is not sent
           EXEC SQL
               DECLARE CUR-DW-PAYMENT CURSOR FOR
               SELECT X.PAYMENT_ID, X.INV_ID, X.AMOUNT, X.PAYDATE,
                      X.REVERSED, X.COSTAMT, X.INTAMT, X.INTINV_ID
               FROM (SELECT B.PAYMENT_ID, B.INV_ID, B.AMOUNT,
                            B.PAYDATE, B.REVERSED, B.COSTAMT,
                            B.INTAMT, B.INTINV_ID
                     FROM TUTORIAL.BGPAYMENT B
                     UNION ALL
                     SELECT H.PAYMENT_ID, H.INV_ID, H.AMOUNT,
                            H.PAYDATE, H.REVERSED, H.COSTAMT,
                            H.INTAMT, H.INTINV_ID
                     FROM TUTORIAL.BGPAYHIST H) X
               WHERE NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE PI,
                                    TUTORIAL.DEBTOR PD
                      WHERE PI.INV_ID = X.INV_ID
                        AND PD.DEBT_ID = PI.DEBT_ID
                        AND PD.PROTECTED = 'Y')
               ORDER BY X.PAYMENT_ID
           END-EXEC

           EXEC SQL
               DECLARE CUR-DW-DUNNING CURSOR FOR
               SELECT U.INV_ID, U.DUNLEVEL, U.LASTDATE
               FROM TUTORIAL.DUNSTATE U
               WHERE NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE PI,
                                    TUTORIAL.DEBTOR PD
                      WHERE PI.INV_ID = U.INV_ID
                        AND PD.DEBT_ID = PI.DEBT_ID
                        AND PD.PROTECTED = 'Y')
               ORDER BY U.INV_ID
           END-EXEC

      *>   the latest agreement per customer and service, with the
      *>   service's article and type
           EXEC SQL
               DECLARE CUR-DW-AGREEMENT CURSOR FOR
               SELECT A.SRV_ID, A.CUST_ID, A.STARTDATE,
                      COALESCE(A.ENDDATE, DATE('9999-12-31')),
                      A.STATUS, A.FREQ, S.ARTNO, S.TYPE
               FROM TUTORIAL.SRVCUST A, TUTORIAL.SRV S
               WHERE S.SRV_ID = A.SRV_ID
                 AND A.STARTDATE =
                     (SELECT MAX(A2.STARTDATE)
                      FROM TUTORIAL.SRVCUST A2
                      WHERE A2.SRV_ID = A.SRV_ID
                        AND A2.CUST_ID = A.CUST_ID)
               ORDER BY A.SRV_ID, A.CUST_ID
           END-EXEC

           EXEC SQL
               DECLARE CUR-DW-EVENT CURSOR FOR
               SELECT E.BILLEVENT_ID, E.CUST_ID, E.INV_ID,
                      E.SRV_ID, E.EVENTDATE, E.ACTIONCODE
               FROM TUTORIAL.BILLEVENT E
               WHERE E.BILLEVENT_ID > :WN-DW-LASTKEY
                 AND E.BILLEVENT_ID <= :WN-DW-HIGHKEY
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE PI,
                                    TUTORIAL.DEBTOR PD
                      WHERE PI.INV_ID = E.INV_ID
                        AND PD.DEBT_ID = PI.DEBT_ID
                        AND PD.PROTECTED = 'Y')
               ORDER BY E.BILLEVENT_ID
           END-EXEC

           EXEC SQL
               DECLARE CUR-DW-INLOG CURSOR FOR
               SELECT L.INLOG_ID, L.CUST_ID, L.FILENO, L.PROCDATE,
                      L.INVNO, L.RESULTCODE
               FROM TUTORIAL.INLOG L
               WHERE L.INLOG_ID > :WN-DW-LASTKEY
                 AND L.INLOG_ID <= :WN-DW-HIGHKEY
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE PI,
                                    TUTORIAL.DEBTOR PD
                      WHERE PI.CUST_ID = L.CUST_ID
                        AND PI.INVNO = L.INVNO
                        AND PD.DEBT_ID = PI.DEBT_ID
                        AND PD.PROTECTED = 'Y')
               ORDER BY L.INLOG_ID
           END-EXEC

           EXEC SQL
               DECLARE CUR-DW-OUTLOG CURSOR FOR
               SELECT O.OUTLOG_ID, O.CUST_ID, O.INVNO, O.PROCDATE,
                      O.ACTIONCODE, O.RESULTCODE
               FROM TUTORIAL.OUTLOG O
               WHERE O.OUTLOG_ID > :WN-DW-LASTKEY
                 AND O.OUTLOG_ID <= :WN-DW-HIGHKEY
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE PI,
                                    TUTORIAL.DEBTOR PD
                      WHERE PI.CUST_ID = O.CUST_ID
                        AND PI.INVNO = O.INVNO
                        AND PD.DEBT_ID = PI.DEBT_ID
                        AND PD.PROTECTED = 'Y')
               ORDER BY O.OUTLOG_ID
           END-EXEC

      *>   rows sent before that are no longer there to send - each
      *>   test only applies to its own table, so for the table
      *>   asked for the others are always true
           EXEC SQL
               DECLARE CUR-DW-GONE CURSOR FOR
               SELECT S.KEY1, S.KEY2
               FROM TUTORIAL.DWROWSIG S
               WHERE S.ENTITY = :WC-DW-ENTITY
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.CUSTOMER C
                      WHERE S.ENTITY = 'KUND'
                        AND C.CUST_ID = S.KEY1)
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.DEBTOR D
                      WHERE S.ENTITY = 'GALDENAR'
                        AND D.DEBT_ID = S.KEY1
                        AND D.PROTECTED <> 'Y')
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE I
                      WHERE S.ENTITY = 'FAKTURA'
                        AND I.INV_ID = S.KEY1
                        AND NOT EXISTS
                            (SELECT 1 FROM TUTORIAL.DEBTOR PD
                             WHERE PD.DEBT_ID = I.DEBT_ID
                               AND PD.PROTECTED = 'Y'))
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.INVITEM II,
                                    TUTORIAL.INVOICE I
                      WHERE S.ENTITY = 'FAKTRAD'
                        AND II.ITEM_ID = S.KEY1
                        AND I.INV_ID = II.INV_ID
                        AND NOT EXISTS
                            (SELECT 1 FROM TUTORIAL.DEBTOR PD
                             WHERE PD.DEBT_ID = I.DEBT_ID
                               AND PD.PROTECTED = 'Y'))
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.BGPAYMENT B
                      WHERE S.ENTITY = 'BETALNING'
                        AND B.PAYMENT_ID = S.KEY1
                        AND NOT EXISTS
                            (SELECT 1 FROM TUTORIAL.INVOICE PI,
                                           TUTORIAL.DEBTOR PD
                             WHERE PI.INV_ID = B.INV_ID
                               AND PD.DEBT_ID = PI.DEBT_ID
                               AND PD.PROTECTED = 'Y'))
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.BGPAYHIST H
                      WHERE S.ENTITY = 'BETALNING'
                        AND H.PAYMENT_ID = S.KEY1
                        AND NOT EXISTS
                            (SELECT 1 FROM TUTORIAL.INVOICE PI,
                                           TUTORIAL.DEBTOR PD
                             WHERE PI.INV_ID = H.INV_ID
                               AND PD.DEBT_ID = PI.DEBT_ID
                               AND PD.PROTECTED = 'Y'))
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.DUNSTATE U
                      WHERE S.ENTITY = 'KRAVNIVA'
                        AND U.INV_ID = S.KEY1
                        AND NOT EXISTS
                            (SELECT 1 FROM TUTORIAL.INVOICE PI,
                                           TUTORIAL.DEBTOR PD
                             WHERE PI.INV_ID = U.INV_ID
                               AND PD.DEBT_ID = PI.DEBT_ID
                               AND PD.PROTECTED = 'Y'))
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.SRVCUST A
                      WHERE S.ENTITY = 'AVTAL'
                        AND A.SRV_ID = S.KEY1
                        AND A.CUST_ID = S.KEY2)
               ORDER BY S.KEY1, S.KEY2
           END-EXEC

       PROCEDURE DIVISION.

       000-DW-EXTRACT.
           MOVE 'PbsDwExtract.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT

           IF DWEXTRACT-OK
               PERFORM 110-EXTRACT-CUSTOMERS
           END-IF
           IF DWEXTRACT-OK
               PERFORM 120-EXTRACT-DEBTORS
           END-IF
           IF DWEXTRACT-OK
               PERFORM 130-EXTRACT-INVOICES
           END-IF
           IF DWEXTRACT-OK
               PERFORM 140-EXTRACT-ITEMS
           END-IF
           IF DWEXTRACT-OK
               PERFORM 150-EXTRACT-PAYMENTS
           END-IF
           IF DWEXTRACT-OK
               PERFORM 160-EXTRACT-DUNNING
           END-IF
           IF DWEXTRACT-OK
               PERFORM 170-EXTRACT-AGREEMENTS
           END-IF
           IF DWEXTRACT-OK
               PERFORM 180-EXTRACT-EVENTS
           END-IF
           IF DWEXTRACT-OK
               PERFORM 185-EXTRACT-INLOG
           END-IF
           IF DWEXTRACT-OK
               PERFORM 190-EXTRACT-OUTLOG
           END-IF

           PERFORM 200-FINISH

           IF DWEXTRACT-OK
               MOVE WN-DW-FILE-COUNT TO WE-DW-COUNT
               DISPLAY ' Filer till BI        : ' WE-DW-COUNT
               MOVE WN-DW-TOTAL-ROWS TO WE-DW-COUNT
               DISPLAY ' Rader                : ' WE-DW-COUNT
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY ' BI-utdraget gjordes inte!'
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           ACCEPT WC-DW-ARG FROM COMMAND-LINE

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1)
           MOVE T-YEAR  TO WC-TODAY-STAMP(1:4)
           MOVE T-MONTH TO WC-TODAY-STAMP(5:2)
           MOVE T-DAY   TO WC-TODAY-STAMP(7:2)

           CALL 'SYSTEM' USING WC-MKDIR-COMMAND

      *>   FULL forgets what was sent, so every table goes in full
           IF WC-DW-ARG = 'FULL' OR WC-DW-ARG = 'full'
               EXEC SQL
                   DELETE FROM TUTORIAL.DWROWSIG
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE SQLCODE    TO WN-MSG-SQLCODE
                   MOVE 'DWROWSIG' TO WC-MSG-TBLCURS
                   MOVE '100-INIT' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DWEXTRACT-OK-SW
               END-IF
               EXEC SQL
                   DELETE FROM TUTORIAL.DWMARK
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE SQLCODE    TO WN-MSG-SQLCODE
                   MOVE 'DWMARK'   TO WC-MSG-TBLCURS
                   MOVE '100-INIT' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DWEXTRACT-OK-SW
               END-IF
               DISPLAY ' Fullständig laddning av alla tabeller'
           END-IF

           MOVE SPACE TO WC-DW-MANIFEST
           STRING 'data/dwh/manifest-' DELIMITED BY SIZE
                  WC-TODAY-STAMP DELIMITED BY SIZE
                  '.csv' DELIMITED BY SIZE
               INTO WC-DW-MANIFEST
           END-STRING

           OPEN OUTPUT MANIFIL
           IF NOT MANI-SUCCESSFUL
               DISPLAY ' Kan inte skapa manifestet: ' WC-DW-MANIFEST
               MOVE 'N' TO DWEXTRACT-OK-SW
           ELSE
               MOVE 'FIL;TABELL;LADDNING;RADER;NYA;ANDRADE;'
                 & 'BORTTAGNA;AFFARSDAG' TO MANI-POST
               WRITE MANI-POST
           END-IF.
      ***********************

       110-EXTRACT-CUSTOMERS.
           MOVE 'KUND' TO WC-DW-ENTITY
           MOVE 'ANDRING;KUND_ID;KUNDNR;NAMN;ORGNR;AKTIV;POSTNR;'
             & 'ORT;BETALDAGAR;KREDITGRANS;OMVAND_MOMS;'
             & 'SAMLINGSFAKTURA;BOLAG_ID;ANSVARIG_ID'
               TO WC-DW-HEADER
           PERFORM 800-START-ENTITY

           EXEC SQL
               OPEN CUR-DW-CUSTOMER
           END-EXEC
           PERFORM 210-FETCH-CUSTOMER
           PERFORM 215-TAKE-CUSTOMER
               UNTIL SQLCODE NOT = ZERO
           IF SQLCODE NOT = 100
               MOVE SQLCODE           TO WN-MSG-SQLCODE
               MOVE 'CUR-DW-CUSTOMER' TO WC-MSG-TBLCURS
               MOVE '110-EXTRACT-CUSTOMERS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF
           EXEC SQL
               CLOSE CUR-DW-CUSTOMER
           END-EXEC

           PERFORM 820-WRITE-DELETIONS
           PERFORM 830-END-ENTITY.
      ***********************

       210-FETCH-CUSTOMER.
           MOVE SPACE TO CUSTOMER-CUSTNO-TEXT
           MOVE SPACE TO CUSTOMER-NAME-TEXT
           MOVE SPACE TO ADDR-PLACE-TEXT
           EXEC SQL
               FETCH CUR-DW-CUSTOMER
               INTO :CUSTOMER-CUST-ID, :CUSTOMER-CUSTNO,
                    :CUSTOMER-NAME, :CUSTOMER-ORGNO,
                    :CUSTOMER-ACTIVE, :WC-DW-POSTNO,
                    :ADDR-PLACE, :CUSTOMER-DUEDAYS,
                    :CUSTOMER-CREDLIMIT, :CUSTOMER-REVCHARGE,
                    :CUSTOMER-COLLINV, :CUSTOMER-PBSCO-ID,
                    :CUSTOMER-STAFF-ID
           END-EXEC.
      ***********************

       215-TAKE-CUSTOMER.
           MOVE CUSTOMER-CUST-ID TO WN-DW-KEY1
           MOVE ZERO TO WN-DW-KEY2
           PERFORM 850-START-ROW
           MOVE CUSTOMER-CUST-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE CUSTOMER-CUSTNO-TEXT(1:10) TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE CUSTOMER-NAME-TEXT(1:80) TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE CUSTOMER-ORGNO TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE CUSTOMER-ACTIVE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE WC-DW-POSTNO TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE ADDR-PLACE-TEXT(1:40) TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE CUSTOMER-DUEDAYS TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE CUSTOMER-CREDLIMIT TO WE-DW-AMT
           MOVE WE-DW-AMT TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE CUSTOMER-REVCHARGE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE CUSTOMER-COLLINV TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE CUSTOMER-PBSCO-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE CUSTOMER-STAFF-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           PERFORM 810-APPLY-CHANGE

           PERFORM 210-FETCH-CUSTOMER.
      ***********************

       120-EXTRACT-DEBTORS.
           MOVE 'GALDENAR' TO WC-DW-ENTITY
           MOVE 'ANDRING;GALDENAR_ID;AKTIV;LEVERANSSATT;SPRAK;'
             & 'RISKKLASS;POSTOMRADE;KONKURS;AVLIDEN'
               TO WC-DW-HEADER
           PERFORM 800-START-ENTITY

           EXEC SQL
               OPEN CUR-DW-DEBTOR
           END-EXEC
           PERFORM 220-FETCH-DEBTOR
           PERFORM 225-TAKE-DEBTOR
               UNTIL SQLCODE NOT = ZERO
           IF SQLCODE NOT = 100
               MOVE SQLCODE         TO WN-MSG-SQLCODE
               MOVE 'CUR-DW-DEBTOR' TO WC-MSG-TBLCURS
               MOVE '120-EXTRACT-DEBTORS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF
           EXEC SQL
               CLOSE CUR-DW-DEBTOR
           END-EXEC

           PERFORM 820-WRITE-DELETIONS
           PERFORM 830-END-ENTITY.
      ***********************

       220-FETCH-DEBTOR.
           EXEC SQL
               FETCH CUR-DW-DEBTOR
               INTO :DEBTOR-DEBT-ID, :DEBTOR-ACTIVE, :DEBTOR-DELIV,
                    :DEBTOR-LANGCODE, :DEBTOR-RISKCLASS,
                    :WC-DW-POSTNO, :DEBTOR-KONKURS,
                    :DEBTOR-DECEASED
           END-EXEC.
      ***********************

       225-TAKE-DEBTOR.
      *>   the postal area, not the postal code, goes out
           MOVE DEBTOR-DEBT-ID TO WN-DW-KEY1
           MOVE ZERO TO WN-DW-KEY2
           PERFORM 850-START-ROW
           MOVE DEBTOR-DEBT-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE DEBTOR-ACTIVE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE DEBTOR-DELIV TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE DEBTOR-LANGCODE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE DEBTOR-RISKCLASS TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE WC-DW-POSTNO(1:3) TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE DEBTOR-KONKURS TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE DEBTOR-DECEASED TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           PERFORM 810-APPLY-CHANGE

           PERFORM 220-FETCH-DEBTOR.
      ***********************

       130-EXTRACT-INVOICES.
           MOVE 'FAKTURA' TO WC-DW-ENTITY
           MOVE 'ANDRING;FAKTURA_ID;KUND_ID;GALDENAR_ID;FAKTURANR;'
             & 'FAKTURADATUM;FORFALLODATUM;STATUS;VALUTA;MOMS;'
             & 'NETTO;BETALT'
               TO WC-DW-HEADER
           PERFORM 800-START-ENTITY

           EXEC SQL
               OPEN CUR-DW-INVOICE
           END-EXEC
           PERFORM 230-FETCH-INVOICE
           PERFORM 235-TAKE-INVOICE
               UNTIL SQLCODE NOT = ZERO
           IF SQLCODE NOT = 100
               MOVE SQLCODE          TO WN-MSG-SQLCODE
               MOVE 'CUR-DW-INVOICE' TO WC-MSG-TBLCURS
               MOVE '130-EXTRACT-INVOICES' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF
           EXEC SQL
               CLOSE CUR-DW-INVOICE
           END-EXEC

           PERFORM 820-WRITE-DELETIONS
           PERFORM 830-END-ENTITY.
      ***********************

       230-FETCH-INVOICE.
           EXEC SQL
               FETCH CUR-DW-INVOICE
               INTO :INVOICE-INV-ID, :INVOICE-CUST-ID,
                    :INVOICE-DEBT-ID, :INVOICE-INVNO,
                    :INVOICE-INVDATE, :INVOICE-DUEDATE,
                    :INVOICE-INVSTATE, :INVOICE-CURRENCY,
                    :INVOICE-VAT, :W9-DW-NET, :INVOICE-PAIDAMT
           END-EXEC.
      ***********************

       235-TAKE-INVOICE.
           MOVE INVOICE-INV-ID TO WN-DW-KEY1
           MOVE ZERO TO WN-DW-KEY2
           PERFORM 850-START-ROW
           MOVE INVOICE-INV-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INVOICE-CUST-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INVOICE-DEBT-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INVOICE-INVNO TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INVOICE-INVDATE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INVOICE-DUEDATE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INVOICE-INVSTATE TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INVOICE-CURRENCY TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INVOICE-VAT TO WE-DW-RATE
           MOVE WE-DW-RATE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE W9-DW-NET TO WE-DW-AMT
           MOVE WE-DW-AMT TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INVOICE-PAIDAMT TO WE-DW-AMT
           MOVE WE-DW-AMT TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           PERFORM 810-APPLY-CHANGE

           PERFORM 230-FETCH-INVOICE.
      ***********************

       140-EXTRACT-ITEMS.
           MOVE 'FAKTRAD' TO WC-DW-ENTITY
           MOVE 'ANDRING;RAD_ID;FAKTURA_ID;ARTIKELNR;ENHET;ANTAL;'
             & 'PRIS;ARBETE'
               TO WC-DW-HEADER
           PERFORM 800-START-ENTITY

           EXEC SQL
               OPEN CUR-DW-ITEM
           END-EXEC
           PERFORM 240-FETCH-ITEM
           PERFORM 245-TAKE-ITEM
               UNTIL SQLCODE NOT = ZERO
           IF SQLCODE NOT = 100
               MOVE SQLCODE       TO WN-MSG-SQLCODE
               MOVE 'CUR-DW-ITEM' TO WC-MSG-TBLCURS
               MOVE '140-EXTRACT-ITEMS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF
           EXEC SQL
               CLOSE CUR-DW-ITEM
           END-EXEC

           PERFORM 820-WRITE-DELETIONS
           PERFORM 830-END-ENTITY.
      ***********************

       240-FETCH-ITEM.
           MOVE SPACE TO ITEM-ARTNO-TEXT
           MOVE SPACE TO ITEM-UNITDESC-TEXT
           EXEC SQL
               FETCH CUR-DW-ITEM
               INTO :INVITEM-INV-ID, :ITEM-ITEM-ID, :ITEM-ARTNO,
                    :ITEM-UNITDESC, :ITEM-QTY, :ITEM-PRICE,
                    :ITEM-LABOUR
           END-EXEC.
      ***********************

       245-TAKE-ITEM.
      *>   the line's description is free text and may name a
      *>   person, so only the article goes out
           MOVE ITEM-ITEM-ID TO WN-DW-KEY1
           MOVE ZERO TO WN-DW-KEY2
           PERFORM 850-START-ROW
           MOVE ITEM-ITEM-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INVITEM-INV-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE ITEM-ARTNO-TEXT(1:30) TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE ITEM-UNITDESC-TEXT(1:20) TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE ITEM-QTY TO WE-DW-AMT
           MOVE WE-DW-AMT TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE ITEM-PRICE TO WE-DW-AMT
           MOVE WE-DW-AMT TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE ITEM-LABOUR TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           PERFORM 810-APPLY-CHANGE

           PERFORM 240-FETCH-ITEM.
      ***********************

       150-EXTRACT-PAYMENTS.
           MOVE 'BETALNING' TO WC-DW-ENTITY
           MOVE 'ANDRING;BETALNING_ID;FAKTURA_ID;BELOPP;'
             & 'BETALDATUM;ATERFORD;AVGIFTER;RANTA;'
             & 'RANTEFAKTURA_ID'
               TO WC-DW-HEADER
           PERFORM 800-START-ENTITY

           EXEC SQL
               OPEN CUR-DW-PAYMENT
           END-EXEC
           PERFORM 250-FETCH-PAYMENT
           PERFORM 255-TAKE-PAYMENT
               UNTIL SQLCODE NOT = ZERO
           IF SQLCODE NOT = 100
               MOVE SQLCODE          TO WN-MSG-SQLCODE
               MOVE 'CUR-DW-PAYMENT' TO WC-MSG-TBLCURS
               MOVE '150-EXTRACT-PAYMENTS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF
           EXEC SQL
               CLOSE CUR-DW-PAYMENT
           END-EXEC

           PERFORM 820-WRITE-DELETIONS
           PERFORM 830-END-ENTITY.
      ***********************

       250-FETCH-PAYMENT.
           EXEC SQL
               FETCH CUR-DW-PAYMENT
               INTO :BGPAYMENT-PAYMENT-ID, :BGPAYMENT-INV-ID,
                    :BGPAYMENT-AMOUNT, :BGPAYMENT-PAYDATE,
                    :BGPAYMENT-REVERSED, :BGPAYMENT-COSTAMT,
                    :BGPAYMENT-INTAMT, :BGPAYMENT-INTINV-ID
           END-EXEC.
      ***********************

       255-TAKE-PAYMENT.
           MOVE BGPAYMENT-PAYMENT-ID TO WN-DW-KEY1
           MOVE ZERO TO WN-DW-KEY2
           PERFORM 850-START-ROW
           MOVE BGPAYMENT-PAYMENT-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BGPAYMENT-INV-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BGPAYMENT-AMOUNT TO WE-DW-AMT
           MOVE WE-DW-AMT TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BGPAYMENT-PAYDATE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BGPAYMENT-REVERSED TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BGPAYMENT-COSTAMT TO WE-DW-AMT
           MOVE WE-DW-AMT TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BGPAYMENT-INTAMT TO WE-DW-AMT
           MOVE WE-DW-AMT TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BGPAYMENT-INTINV-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           PERFORM 810-APPLY-CHANGE

           PERFORM 250-FETCH-PAYMENT.
      ***********************

       160-EXTRACT-DUNNING.
           MOVE 'KRAVNIVA' TO WC-DW-ENTITY
           MOVE 'ANDRING;FAKTURA_ID;KRAVNIVA;SENAST'
               TO WC-DW-HEADER
           PERFORM 800-START-ENTITY

           EXEC SQL
               OPEN CUR-DW-DUNNING
           END-EXEC
           PERFORM 260-FETCH-DUNNING
           PERFORM 265-TAKE-DUNNING
               UNTIL SQLCODE NOT = ZERO
           IF SQLCODE NOT = 100
               MOVE SQLCODE          TO WN-MSG-SQLCODE
               MOVE 'CUR-DW-DUNNING' TO WC-MSG-TBLCURS
               MOVE '160-EXTRACT-DUNNING' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF
           EXEC SQL
               CLOSE CUR-DW-DUNNING
           END-EXEC

           PERFORM 820-WRITE-DELETIONS
           PERFORM 830-END-ENTITY.
      ***********************

       260-FETCH-DUNNING.
           EXEC SQL
               FETCH CUR-DW-DUNNING
               INTO :DUNSTATE-INV-ID, :DUNSTATE-DUNLEVEL,
                    :DUNSTATE-LASTDATE
           END-EXEC.
      ***********************

       265-TAKE-DUNNING.
           MOVE DUNSTATE-INV-ID TO WN-DW-KEY1
           MOVE ZERO TO WN-DW-KEY2
           PERFORM 850-START-ROW
           MOVE DUNSTATE-INV-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE DUNSTATE-DUNLEVEL TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE DUNSTATE-LASTDATE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           PERFORM 810-APPLY-CHANGE

           PERFORM 260-FETCH-DUNNING.
      ***********************

       170-EXTRACT-AGREEMENTS.
           MOVE 'AVTAL' TO WC-DW-ENTITY
           MOVE 'ANDRING;TJANST_ID;KUND_ID;STARTDATUM;SLUTDATUM;'
             & 'STATUS;FREKVENS;ARTIKELNR;TJANSTETYP'
               TO WC-DW-HEADER
           PERFORM 800-START-ENTITY

           EXEC SQL
               OPEN CUR-DW-AGREEMENT
           END-EXEC
           PERFORM 270-FETCH-AGREEMENT
           PERFORM 275-TAKE-AGREEMENT
               UNTIL SQLCODE NOT = ZERO
           IF SQLCODE NOT = 100
               MOVE SQLCODE            TO WN-MSG-SQLCODE
               MOVE 'CUR-DW-AGREEMENT' TO WC-MSG-TBLCURS
               MOVE '170-EXTRACT-AGREEMENTS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF
           EXEC SQL
               CLOSE CUR-DW-AGREEMENT
           END-EXEC

           PERFORM 820-WRITE-DELETIONS
           PERFORM 830-END-ENTITY.
      ***********************

       270-FETCH-AGREEMENT.
           MOVE SPACE TO SRV-ARTNO-TEXT
           EXEC SQL
               FETCH CUR-DW-AGREEMENT
               INTO :SRVCUST-SRV-ID, :SRVCUST-CUST-ID,
                    :SRVCUST-STARTDATE, :SRVCUST-ENDDATE,
                    :SRVCUST-STATUS, :SRVCUST-FREQ,
                    :SRV-ARTNO, :SRV-TYPE
           END-EXEC.
      ***********************

       275-TAKE-AGREEMENT.
      *>   an agreement still running has no end date
           MOVE SRVCUST-SRV-ID  TO WN-DW-KEY1
           MOVE SRVCUST-CUST-ID TO WN-DW-KEY2
           PERFORM 850-START-ROW
           MOVE SRVCUST-SRV-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE SRVCUST-CUST-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE SRVCUST-STARTDATE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           IF SRVCUST-ENDDATE = '9999-12-31'
               MOVE SPACE TO WC-DW-FIELD
           ELSE
               MOVE SRVCUST-ENDDATE TO WC-DW-FIELD
           END-IF
           PERFORM 860-ADD-FIELD
           MOVE SRVCUST-STATUS TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE SRVCUST-FREQ TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE SRV-ARTNO-TEXT(1:30) TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE SRV-TYPE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           PERFORM 810-APPLY-CHANGE

           PERFORM 270-FETCH-AGREEMENT.
      ***********************

       180-EXTRACT-EVENTS.
           MOVE 'HANDELSE' TO WC-DW-ENTITY
           MOVE 'ANDRING;HANDELSE_ID;KUND_ID;FAKTURA_ID;TJANST_ID;'
             & 'DATUM;ATGARD'
               TO WC-DW-HEADER
           PERFORM 800-START-ENTITY

           MOVE WN-DW-LASTKEY TO WN-DW-HIGHKEY
           EXEC SQL
               SELECT COALESCE(MAX(BILLEVENT_ID), 0)
               INTO :WN-DW-HIGHKEY
               FROM TUTORIAL.BILLEVENT
           END-EXEC
           PERFORM 840-CHECK-HIGHKEY

           EXEC SQL
               OPEN CUR-DW-EVENT
           END-EXEC
           PERFORM 280-FETCH-EVENT
           PERFORM 285-TAKE-EVENT
               UNTIL SQLCODE NOT = ZERO
           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO WN-MSG-SQLCODE
               MOVE 'CUR-DW-EVENT' TO WC-MSG-TBLCURS
               MOVE '180-EXTRACT-EVENTS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF
           EXEC SQL
               CLOSE CUR-DW-EVENT
           END-EXEC

           PERFORM 830-END-ENTITY.
      ***********************

       280-FETCH-EVENT.
           EXEC SQL
               FETCH CUR-DW-EVENT
               INTO :BILLEVENT-BILLEVENT-ID, :BILLEVENT-CUST-ID,
                    :BILLEVENT-INV-ID, :BILLEVENT-SRV-ID,
                    :BILLEVENT-EVENTDATE, :BILLEVENT-ACTIONCODE
           END-EXEC.
      ***********************

       285-TAKE-EVENT.
           PERFORM 850-START-ROW
           MOVE BILLEVENT-BILLEVENT-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BILLEVENT-CUST-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BILLEVENT-INV-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BILLEVENT-SRV-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BILLEVENT-EVENTDATE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE BILLEVENT-ACTIONCODE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE 'N' TO WC-DW-CHANGE
           PERFORM 870-WRITE-ROW

           PERFORM 280-FETCH-EVENT.
      ***********************

       185-EXTRACT-INLOG.
           MOVE 'INLOG' TO WC-DW-ENTITY
           MOVE 'ANDRING;INLOG_ID;KUND_ID;FILNR;DATUM;FAKTURANR;'
             & 'RESULTAT'
               TO WC-DW-HEADER
           PERFORM 800-START-ENTITY

           MOVE WN-DW-LASTKEY TO WN-DW-HIGHKEY
           EXEC SQL
               SELECT COALESCE(MAX(INLOG_ID), 0)
               INTO :WN-DW-HIGHKEY
               FROM TUTORIAL.INLOG
           END-EXEC
           PERFORM 840-CHECK-HIGHKEY

           EXEC SQL
               OPEN CUR-DW-INLOG
           END-EXEC
           PERFORM 290-FETCH-INLOG
           PERFORM 292-TAKE-INLOG
               UNTIL SQLCODE NOT = ZERO
           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO WN-MSG-SQLCODE
               MOVE 'CUR-DW-INLOG' TO WC-MSG-TBLCURS
               MOVE '185-EXTRACT-INLOG' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF
           EXEC SQL
               CLOSE CUR-DW-INLOG
           END-EXEC

           PERFORM 830-END-ENTITY.
      ***********************

       290-FETCH-INLOG.
           EXEC SQL
               FETCH CUR-DW-INLOG
               INTO :INLOG-INLOG-ID, :INLOG-CUST-ID, :INLOG-FILENO,
                    :INLOG-PROCDATE, :INLOG-INVNO,
                    :INLOG-RESULTCODE
           END-EXEC.
      ***********************

       292-TAKE-INLOG.
           PERFORM 850-START-ROW
           MOVE INLOG-INLOG-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INLOG-CUST-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INLOG-FILENO TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INLOG-PROCDATE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INLOG-INVNO TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE INLOG-RESULTCODE TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE 'N' TO WC-DW-CHANGE
           PERFORM 870-WRITE-ROW

           PERFORM 290-FETCH-INLOG.
      ***********************

       190-EXTRACT-OUTLOG.
           MOVE 'OUTLOG' TO WC-DW-ENTITY
           MOVE 'ANDRING;OUTLOG_ID;KUND_ID;FAKTURANR;DATUM;ATGARD;'
             & 'RESULTAT'
               TO WC-DW-HEADER
           PERFORM 800-START-ENTITY

           MOVE WN-DW-LASTKEY TO WN-DW-HIGHKEY
           EXEC SQL
               SELECT COALESCE(MAX(OUTLOG_ID), 0)
               INTO :WN-DW-HIGHKEY
               FROM TUTORIAL.OUTLOG
           END-EXEC
           PERFORM 840-CHECK-HIGHKEY

           EXEC SQL
               OPEN CUR-DW-OUTLOG
           END-EXEC
           PERFORM 295-FETCH-OUTLOG
           PERFORM 297-TAKE-OUTLOG
               UNTIL SQLCODE NOT = ZERO
           IF SQLCODE NOT = 100
               MOVE SQLCODE         TO WN-MSG-SQLCODE
               MOVE 'CUR-DW-OUTLOG' TO WC-MSG-TBLCURS
               MOVE '190-EXTRACT-OUTLOG' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF
           EXEC SQL
               CLOSE CUR-DW-OUTLOG
           END-EXEC

           PERFORM 830-END-ENTITY.
      ***********************

       295-FETCH-OUTLOG.
           EXEC SQL
               FETCH CUR-DW-OUTLOG
               INTO :OUTLOG-OUTLOG-ID, :OUTLOG-CUST-ID,
                    :OUTLOG-INVNO, :OUTLOG-PROCDATE,
                    :OUTLOG-ACTIONCODE, :OUTLOG-RESULTCODE
           END-EXEC.
      ***********************

       297-TAKE-OUTLOG.
           PERFORM 850-START-ROW
           MOVE OUTLOG-OUTLOG-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE OUTLOG-CUST-ID TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE OUTLOG-INVNO TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE OUTLOG-PROCDATE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE OUTLOG-ACTIONCODE TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE OUTLOG-RESULTCODE TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           MOVE 'N' TO WC-DW-CHANGE
           PERFORM 870-WRITE-ROW

           PERFORM 295-FETCH-OUTLOG.
      ***********************

       200-FINISH.
      *>   the data files first and the manifest last, so BI never
      *>   sees a manifest ahead of its files
           IF MANI-SUCCESSFUL
               CLOSE MANIFIL
           END-IF

           IF DWEXTRACT-OK
               MOVE 'DWDATA' TO WC-REG-FILETYPE
               PERFORM 880-REGISTER-FILE
                   VARYING WN-DW-FX FROM 1 BY 1
                   UNTIL WN-DW-FX > WN-DW-FILE-COUNT
                      OR NOT DWEXTRACT-OK
           END-IF

           IF DWEXTRACT-OK
               MOVE 'DWMANIFEST'     TO WC-REG-FILETYPE
               MOVE WC-DW-MANIFEST   TO WC-REG-SRCNAME
               MOVE WC-DW-MANIFEST   TO WC-REG-FILENAME
               MOVE WN-DW-FILE-COUNT TO WN-REG-RECCOUNT
               MOVE ZERO             TO W9-REG-AMOUNT
               CALL 'OUTREG' USING WC-REG-PARTY, WC-REG-FILETYPE,
                                   WC-REG-SRCNAME, WC-REG-FILENAME,
                                   WN-REG-RECCOUNT, W9-REG-AMOUNT,
                                   WN-REG-RESULT
               IF WN-REG-RESULT NOT = ZERO
                   MOVE 'N' TO DWEXTRACT-OK-SW
               END-IF
           END-IF

      *>   what was sent is only remembered when all of it went
           IF DWEXTRACT-OK
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.
      ***********************

       800-START-ENTITY.
      *>   a table without a mark has never been sent and goes in
      *>   full
           MOVE ZERO TO WN-DW-ROWS
           MOVE ZERO TO WN-DW-NEW
           MOVE ZERO TO WN-DW-UPD
           MOVE ZERO TO WN-DW-DEL
           MOVE ZERO TO WN-DW-LASTKEY

           EXEC SQL
               SELECT LASTKEY
               INTO :DWMARK-LASTKEY
               FROM TUTORIAL.DWMARK
               WHERE ENTITY = :WC-DW-ENTITY
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'DELTA' TO WC-DW-LOADTYPE
                   MOVE DWMARK-LASTKEY TO WN-DW-LASTKEY
               WHEN 100
                   MOVE 'FULL' TO WC-DW-LOADTYPE
               WHEN OTHER
                   MOVE SQLCODE  TO WN-MSG-SQLCODE
                   MOVE 'DWMARK' TO WC-MSG-TBLCURS
                   MOVE '800-START-ENTITY' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DWEXTRACT-OK-SW
           END-EVALUATE

           MOVE SPACE TO WC-DW-FILENAME
           STRING 'data/dwh/' DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(WC-DW-ENTITY) DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WC-TODAY-STAMP DELIMITED BY SIZE
                  '.csv' DELIMITED BY SIZE
               INTO WC-DW-FILENAME
           END-STRING

           OPEN OUTPUT DWFIL
           IF NOT DW-SUCCESSFUL
               DISPLAY ' Kan inte skapa BI-filen: ' WC-DW-FILENAME
               MOVE 'N' TO DWEXTRACT-OK-SW
           ELSE
               MOVE WC-DW-HEADER TO DW-POST
               WRITE DW-POST
           END-IF.
      ***********************

       810-APPLY-CHANGE.
      *>   the row is compared with the one sent last time: a new
      *>   key goes out as N, a different row as U, the same row
      *>   not at all
           MOVE SPACE TO DWROWSIG-SIGNATURE-TEXT
           EXEC SQL
               SELECT SIGNATURE
               INTO :DWROWSIG-SIGNATURE
               FROM TUTORIAL.DWROWSIG
               WHERE ENTITY = :WC-DW-ENTITY
                 AND KEY1 = :WN-DW-KEY1
                 AND KEY2 = :WN-DW-KEY2
           END-EXEC

           EVALUATE SQLCODE
               WHEN 100
                   MOVE WC-DW-DATA TO DWROWSIG-SIGNATURE-TEXT
                   MOVE WN-DW-LEN  TO DWROWSIG-SIGNATURE-LEN
                   EXEC SQL
                       INSERT INTO TUTORIAL.DWROWSIG
                       VALUES (:WC-DW-ENTITY, :WN-DW-KEY1,
                               :WN-DW-KEY2, :DWROWSIG-SIGNATURE)
                   END-EXEC
                   PERFORM 890-CHECK-SIGNATURE
                   MOVE 'N' TO WC-DW-CHANGE
                   PERFORM 870-WRITE-ROW
                   ADD 1 TO WN-DW-NEW
               WHEN ZERO
                   IF DWROWSIG-SIGNATURE-TEXT NOT = WC-DW-DATA
                       MOVE WC-DW-DATA TO DWROWSIG-SIGNATURE-TEXT
                       MOVE WN-DW-LEN  TO DWROWSIG-SIGNATURE-LEN
                       EXEC SQL
                           UPDATE TUTORIAL.DWROWSIG
                           SET SIGNATURE = :DWROWSIG-SIGNATURE
                           WHERE ENTITY = :WC-DW-ENTITY
                             AND KEY1 = :WN-DW-KEY1
                             AND KEY2 = :WN-DW-KEY2
                       END-EXEC
                       PERFORM 890-CHECK-SIGNATURE
                       MOVE 'U' TO WC-DW-CHANGE
                       PERFORM 870-WRITE-ROW
                       ADD 1 TO WN-DW-UPD
                   END-IF
               WHEN OTHER
                   PERFORM 890-CHECK-SIGNATURE
           END-EVALUATE

      *>   the cursor's own SQLCODE decides the loop, not this one
           MOVE ZERO TO SQLCODE.
      ***********************

       820-WRITE-DELETIONS.
      *>   a row sent before and no longer there goes out as D with
      *>   its key only, and is forgotten
           IF DWEXTRACT-OK
               EXEC SQL
                   OPEN CUR-DW-GONE
               END-EXEC
               EXEC SQL
                   FETCH CUR-DW-GONE
                   INTO :DWROWSIG-KEY1, :DWROWSIG-KEY2
               END-EXEC
               PERFORM 825-TAKE-GONE-ROW
                   UNTIL SQLCODE NOT = ZERO
               IF SQLCODE NOT = 100
                   MOVE SQLCODE       TO WN-MSG-SQLCODE
                   MOVE 'CUR-DW-GONE' TO WC-MSG-TBLCURS
                   MOVE '820-WRITE-DELETIONS' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DWEXTRACT-OK-SW
               END-IF
               EXEC SQL
                   CLOSE CUR-DW-GONE
               END-EXEC
           END-IF

           IF DWEXTRACT-OK AND WN-DW-DEL > ZERO
               EXEC SQL
                   DELETE FROM TUTORIAL.DWROWSIG S
                   WHERE S.ENTITY = :WC-DW-ENTITY
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.CUSTOMER C
                          WHERE S.ENTITY = 'KUND'
                            AND C.CUST_ID = S.KEY1)
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.DEBTOR D
                          WHERE S.ENTITY = 'GALDENAR'
                            AND D.DEBT_ID = S.KEY1
                            AND D.PROTECTED <> 'Y')
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.INVOICE I
                          WHERE S.ENTITY = 'FAKTURA'
                            AND I.INV_ID = S.KEY1
                            AND NOT EXISTS
                                (SELECT 1 FROM TUTORIAL.DEBTOR PD
                                 WHERE PD.DEBT_ID = I.DEBT_ID
                                   AND PD.PROTECTED = 'Y'))
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.INVITEM II,
                                        TUTORIAL.INVOICE I
                          WHERE S.ENTITY = 'FAKTRAD'
                            AND II.ITEM_ID = S.KEY1
                            AND I.INV_ID = II.INV_ID
                            AND NOT EXISTS
                                (SELECT 1 FROM TUTORIAL.DEBTOR PD
                                 WHERE PD.DEBT_ID = I.DEBT_ID
                                   AND PD.PROTECTED = 'Y'))
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.BGPAYMENT B
                          WHERE S.ENTITY = 'BETALNING'
                            AND B.PAYMENT_ID = S.KEY1
                            AND NOT EXISTS
                                (SELECT 1 FROM TUTORIAL.INVOICE PI,
                                               TUTORIAL.DEBTOR PD
                                 WHERE PI.INV_ID = B.INV_ID
                                   AND PD.DEBT_ID = PI.DEBT_ID
                                   AND PD.PROTECTED = 'Y'))
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.BGPAYHIST H
                          WHERE S.ENTITY = 'BETALNING'
                            AND H.PAYMENT_ID = S.KEY1
                            AND NOT EXISTS
                                (SELECT 1 FROM TUTORIAL.INVOICE PI,
                                               TUTORIAL.DEBTOR PD
                                 WHERE PI.INV_ID = H.INV_ID
                                   AND PD.DEBT_ID = PI.DEBT_ID
                                   AND PD.PROTECTED = 'Y'))
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.DUNSTATE U
                          WHERE S.ENTITY = 'KRAVNIVA'
                            AND U.INV_ID = S.KEY1
                            AND NOT EXISTS
                                (SELECT 1 FROM TUTORIAL.INVOICE PI,
                                               TUTORIAL.DEBTOR PD
                                 WHERE PI.INV_ID = U.INV_ID
                                   AND PD.DEBT_ID = PI.DEBT_ID
                                   AND PD.PROTECTED = 'Y'))
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.SRVCUST A
                          WHERE S.ENTITY = 'AVTAL'
                            AND A.SRV_ID = S.KEY1
                            AND A.CUST_ID = S.KEY2)
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   MOVE SQLCODE    TO WN-MSG-SQLCODE
                   MOVE 'DWROWSIG' TO WC-MSG-TBLCURS
                   MOVE '820-WRITE-DELETIONS' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DWEXTRACT-OK-SW
               END-IF
           END-IF.
      ***********************

       825-TAKE-GONE-ROW.
           PERFORM 850-START-ROW
           MOVE DWROWSIG-KEY1 TO WE-DW-NUM
           MOVE WE-DW-NUM TO WC-DW-FIELD
           PERFORM 860-ADD-FIELD
           IF WC-DW-ENTITY = 'AVTAL'
               MOVE DWROWSIG-KEY2 TO WE-DW-NUM
               MOVE WE-DW-NUM TO WC-DW-FIELD
               PERFORM 860-ADD-FIELD
           END-IF
           MOVE 'D' TO WC-DW-CHANGE
           PERFORM 870-WRITE-ROW
           ADD 1 TO WN-DW-DEL

           EXEC SQL
               FETCH CUR-DW-GONE
               INTO :DWROWSIG-KEY1, :DWROWSIG-KEY2
           END-EXEC.
      ***********************

       830-END-ENTITY.
      *>   the table's mark records the run, and for the growing
      *>   tables how far they have been sent
           IF DW-SUCCESSFUL
               CLOSE DWFIL
           END-IF

           IF DWEXTRACT-OK
               MOVE WC-TODAY-DATE TO DWMARK-LASTRUN
               MOVE WN-DW-ROWS    TO DWMARK-LASTROWS
               IF WC-DW-ENTITY = 'HANDELSE' OR 'INLOG' OR 'OUTLOG'
                   MOVE WN-DW-HIGHKEY TO DWMARK-LASTKEY
               ELSE
                   MOVE ZERO TO DWMARK-LASTKEY
               END-IF
               EXEC SQL
                   UPDATE TUTORIAL.DWMARK
                   SET LASTKEY  = :DWMARK-LASTKEY,
                       LASTRUN  = :DWMARK-LASTRUN,
                       LASTROWS = :DWMARK-LASTROWS
                   WHERE ENTITY = :WC-DW-ENTITY
               END-EXEC
               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO TUTORIAL.DWMARK
                       VALUES (:WC-DW-ENTITY, :DWMARK-LASTKEY,
                               :DWMARK-LASTRUN, :DWMARK-LASTROWS)
                   END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO
                   MOVE SQLCODE  TO WN-MSG-SQLCODE
                   MOVE 'DWMARK' TO WC-MSG-TBLCURS
                   MOVE '830-END-ENTITY' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO DWEXTRACT-OK-SW
               END-IF
           END-IF

           IF DWEXTRACT-OK
               ADD 1 TO WN-DW-FILE-COUNT
               MOVE WC-DW-FILENAME TO WC-DW-F-NAME(WN-DW-FILE-COUNT)
               MOVE WN-DW-ROWS     TO WN-DW-F-ROWS(WN-DW-FILE-COUNT)
               ADD WN-DW-ROWS TO WN-DW-TOTAL-ROWS

               MOVE SPACE TO WC-DW-DATA
               MOVE 1 TO WN-DW-PTR
               MOVE WC-DW-FILENAME(10:) TO WC-DW-FIELD
               PERFORM 860-ADD-FIELD
               MOVE WC-DW-ENTITY TO WC-DW-FIELD
               PERFORM 860-ADD-FIELD
               MOVE WC-DW-LOADTYPE TO WC-DW-FIELD
               PERFORM 860-ADD-FIELD
               MOVE WN-DW-ROWS TO WE-DW-NUM
               MOVE WE-DW-NUM TO WC-DW-FIELD
               PERFORM 860-ADD-FIELD
               MOVE WN-DW-NEW TO WE-DW-NUM
               MOVE WE-DW-NUM TO WC-DW-FIELD
               PERFORM 860-ADD-FIELD
               MOVE WN-DW-UPD TO WE-DW-NUM
               MOVE WE-DW-NUM TO WC-DW-FIELD
               PERFORM 860-ADD-FIELD
               MOVE WN-DW-DEL TO WE-DW-NUM
               MOVE WE-DW-NUM TO WC-DW-FIELD
               PERFORM 860-ADD-FIELD
               MOVE WC-TODAY-DATE TO WC-DW-FIELD
               PERFORM 860-ADD-FIELD
               MOVE WC-DW-DATA TO MANI-POST
               WRITE MANI-POST

               MOVE WN-DW-ROWS TO WE-DW-COUNT
               DISPLAY ' ' WC-DW-ENTITY ' ' WC-DW-LOADTYPE
                       WE-DW-COUNT
           END-IF.
      ***********************

       840-CHECK-HIGHKEY.
      *>   a table emptied into its history keeps the old mark
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE TO WN-MSG-SQLCODE
               MOVE WC-DW-ENTITY TO WC-MSG-TBLCURS
               MOVE '840-CHECK-HIGHKEY' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF
           IF WN-DW-HIGHKEY < WN-DW-LASTKEY
               MOVE WN-DW-LASTKEY TO WN-DW-HIGHKEY
           END-IF.
      ***********************

       850-START-ROW.
           MOVE SPACE TO WC-DW-DATA
           MOVE 1 TO WN-DW-PTR.
      ***********************

       860-ADD-FIELD.
      *>   fields are separated by semicolons, so one inside a
      *>   field becomes a comma
           INSPECT WC-DW-FIELD REPLACING ALL ';' BY ','
           IF WN-DW-PTR > 1
               STRING ';' DELIMITED BY SIZE
                   INTO WC-DW-DATA
                   WITH POINTER WN-DW-PTR
               END-STRING
           END-IF
           IF WC-DW-FIELD NOT = SPACE
               STRING FUNCTION TRIM(WC-DW-FIELD) DELIMITED BY SIZE
                   INTO WC-DW-DATA
                   WITH POINTER WN-DW-PTR
               END-STRING
           END-IF
           COMPUTE WN-DW-LEN = WN-DW-PTR - 1.
      ***********************

       870-WRITE-ROW.
           MOVE SPACE TO DW-POST
           STRING WC-DW-CHANGE DELIMITED BY SIZE
                  ';' DELIMITED BY SIZE
                  WC-DW-DATA(1:WN-DW-LEN) DELIMITED BY SIZE
               INTO DW-POST
           END-STRING
           WRITE DW-POST
           ADD 1 TO WN-DW-ROWS.
      ***********************

       880-REGISTER-FILE.
           MOVE WC-DW-F-NAME(WN-DW-FX) TO WC-REG-SRCNAME
           MOVE WC-DW-F-NAME(WN-DW-FX) TO WC-REG-FILENAME
           MOVE WN-DW-F-ROWS(WN-DW-FX) TO WN-REG-RECCOUNT
           MOVE ZERO TO W9-REG-AMOUNT
           CALL 'OUTREG' USING WC-REG-PARTY, WC-REG-FILETYPE,
                               WC-REG-SRCNAME, WC-REG-FILENAME,
                               WN-REG-RECCOUNT, W9-REG-AMOUNT,
                               WN-REG-RESULT
           IF WN-REG-RESULT NOT = ZERO
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF.
      ***********************

       890-CHECK-SIGNATURE.
           IF SQLCODE NOT = ZERO
               MOVE SQLCODE    TO WN-MSG-SQLCODE
               MOVE 'DWROWSIG' TO WC-MSG-TBLCURS
               MOVE '810-APPLY-CHANGE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO DWEXTRACT-OK-SW
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
