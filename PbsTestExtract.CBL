       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsTestExtract.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Anonymized extract into the test schema (PBSTEST)
      **>          for trying out new customer formats and month-end
      **>          changes against realistic data. The customers
      **>          named in data/testurval.txt (one CUSTNO per
      **>          line) are copied with their debtors (DEBTMAP and
      **>          every debtor they have invoiced), addresses,
      **>          invoices, items, payments, Bankgiro payer names
      **>          and import and output logs. The test schema is
      **>          emptied first, so every run gives exactly the
      **>          chosen set.
      **>          Personal data never leaves production: debtor
      **>          name, contact, note, e-mail, mobile, VAT number,
      **>          IBAN and estate contact, the street of every
      **>          address, the customer's contact person, note,
      **>          phone and e-mail, and the Bankgiro payer names
      **>          are replaced by made-up values built from the
      **>          row's own key - the same debtor is
      **>          'Testperson <DEBT_ID>' in DEBTOR and in BGPAYER,
      **>          run after run. The customer's file key is not
      **>          copied. Amounts, dates, invoice and OCR numbers,
      **>          postal codes and every key stay as they are, so
      **>          payment matching, dunning and the reports behave
      **>          in test as they do in production.
      **>          Run on demand; the whole extract is one unit of
      **>          work and is rolled back if any table fails.
      **> Initial Version Created: 2014-05-02
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT URVALFIL ASSIGN TO 'data/testurval.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS URVAL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  URVALFIL.
       01  URVALFIL-POST       PIC X(80).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  EXTRACT-OK-SW           PIC X VALUE 'Y'.
               88  EXTRACT-OK              VALUE 'Y'.

       01  URVAL-FS            PIC X(2) VALUE SPACE.
           88  URVAL-SUCCESSFUL    VALUE '00'.

       01  WC-TX-CUSTNO        PIC X(10) VALUE SPACE.
       01  WN-TX-CUST-ID       PIC S9(9) COMP VALUE ZERO.
       01  WN-TX-HIT           PIC S9(9) COMP VALUE ZERO.
       01  WC-TX-LABEL         PIC X(24) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-TX-CUST-COUNT      PIC S9(9) COMP VALUE ZERO.
           05  WN-TX-ROWS            PIC S9(9) COMP VALUE ZERO.
           05  WE-TX-ROWS            PIC Z(8)9.

           EXEC SQL INCLUDE SQLCA      END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

       PROCEDURE DIVISION.

       000-TEST-EXTRACT.
           MOVE 'PbsTestExtract.CBL' TO WC-MSG-SRCFILE

           OPEN INPUT URVALFIL
           IF NOT URVAL-SUCCESSFUL
               DISPLAY ' Urvalsfilen data/testurval.txt saknas!'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 100-CLEAR-TEST-SCHEMA

           PERFORM 200-READ-SELECTION
           PERFORM 210-EXTRACT-CUSTOMER UNTIL EOF
           CLOSE URVALFIL

      *>   everything hanging off the chosen customers is copied
      *>   once, from what already landed in the test schema, so a
      *>   debtor shared by two customers comes over only once
           IF EXTRACT-OK
               PERFORM 300-COPY-DEBTORS
           END-IF
           IF EXTRACT-OK
               PERFORM 310-COPY-ADDRESSES
           END-IF
           IF EXTRACT-OK
               PERFORM 320-COPY-ITEMS
           END-IF
           IF EXTRACT-OK
               PERFORM 330-COPY-PAYMENTS
           END-IF

           IF EXTRACT-OK AND WN-TX-CUST-COUNT > ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE WN-TX-CUST-COUNT TO WE-TX-ROWS
               DISPLAY ' Kunder i testutdraget  : ' WE-TX-ROWS
               MOVE ZERO TO RETURN-CODE
           ELSE
      *>       a half-filled test schema would pass for a complete
      *>       one - anything that failed rolls the extract back
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY ' Testutdraget gjordes inte!'
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-CLEAR-TEST-SCHEMA.
           EXEC SQL DELETE FROM PBSTEST.CUSTOMER  END-EXEC
           PERFORM 900-CHECK-CLEAR
           EXEC SQL DELETE FROM PBSTEST.DEBTMAP   END-EXEC
           PERFORM 900-CHECK-CLEAR
           EXEC SQL DELETE FROM PBSTEST.DEBTOR    END-EXEC
           PERFORM 900-CHECK-CLEAR
           EXEC SQL DELETE FROM PBSTEST.ADDR      END-EXEC
           PERFORM 900-CHECK-CLEAR
           EXEC SQL DELETE FROM PBSTEST.INVOICE   END-EXEC
           PERFORM 900-CHECK-CLEAR
           EXEC SQL DELETE FROM PBSTEST.INVITEM   END-EXEC
           PERFORM 900-CHECK-CLEAR
           EXEC SQL DELETE FROM PBSTEST.ITEM      END-EXEC
           PERFORM 900-CHECK-CLEAR
           EXEC SQL DELETE FROM PBSTEST.BGPAYMENT END-EXEC
           PERFORM 900-CHECK-CLEAR
           EXEC SQL DELETE FROM PBSTEST.BGPAYER   END-EXEC
           PERFORM 900-CHECK-CLEAR
           EXEC SQL DELETE FROM PBSTEST.INLOG     END-EXEC
           PERFORM 900-CHECK-CLEAR
           EXEC SQL DELETE FROM PBSTEST.OUTLOG    END-EXEC
           PERFORM 900-CHECK-CLEAR.
      ***********************

       200-READ-SELECTION.
           READ URVALFIL
               AT END
                   SET EOF TO TRUE
           END-READ.
      ***********************

       210-EXTRACT-CUSTOMER.
           MOVE SPACE TO WC-TX-CUSTNO
           UNSTRING URVALFIL-POST DELIMITED BY ALL SPACE OR ';'
               INTO WC-TX-CUSTNO
           END-UNSTRING

           IF WC-TX-CUSTNO NOT = SPACE AND EXTRACT-OK
               EXEC SQL
                   SELECT CUST_ID
                   INTO :WN-TX-CUST-ID
                   FROM TUTORIAL.CUSTOMER
                   WHERE CUSTNO = :WC-TX-CUSTNO
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Okänt kundnummer i urvalet: '
                           WC-TX-CUSTNO
                   MOVE 'N' TO EXTRACT-OK-SW
               ELSE
                   MOVE ZERO TO WN-TX-HIT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WN-TX-HIT
                       FROM PBSTEST.CUSTOMER
                       WHERE CUST_ID = :WN-TX-CUST-ID
                   END-EXEC

      *>           a customer named twice is simply taken once
                   IF WN-TX-HIT = ZERO
                       DISPLAY ' Kund ' WC-TX-CUSTNO
                       PERFORM 220-COPY-CUSTOMER-ROWS
                       ADD 1 TO WN-TX-CUST-COUNT
                   END-IF
               END-IF
           END-IF

           PERFORM 200-READ-SELECTION.
      ***********************

       220-COPY-CUSTOMER-ROWS.
           MOVE '220-COPY-CUSTOMER-ROWS' TO WC-MSG-PARA

      *>   the customer is a company, but its contact person,
      *>   note, phone and e-mail are a person's
           EXEC SQL
               INSERT INTO PBSTEST.CUSTOMER
               SELECT C.CUST_ID, C.CUSTNO, C.NAME, C.BOARDPLACE,
                      'Testkontakt ' CONCAT RTRIM(CHAR(C.CUST_ID)),
                      NULL,
                      '070-' CONCAT SUBSTR(DIGITS(C.CUST_ID), 4, 7),
                      'kund' CONCAT RTRIM(CHAR(C.CUST_ID))
                             CONCAT '@example.invalid',
                      C.WEB, C.ORGNO, C.ACTIVE, C.ADDR_ID, C.FIN_ID,
                      C.DELRATE, C.DUEDAYS, C.CREDLIMIT, C.REVCHARGE,
                      C.COLLINV, C.SLADAYS, C.SLAPENALTY, C.PBSCO_ID,
                      C.ROWVER, C.EXPRESS, C.CUTOFF, C.STAFF_ID,
                      NULL
               FROM TUTORIAL.CUSTOMER C
               WHERE C.CUST_ID = :WN-TX-CUST-ID
           END-EXEC
           MOVE 'CUSTOMER' TO WC-MSG-TBLCURS
           MOVE '  CUSTOMER        : ' TO WC-TX-LABEL
           PERFORM 910-CHECK-COPY

           EXEC SQL
               INSERT INTO PBSTEST.DEBTMAP
               SELECT M.*
               FROM TUTORIAL.DEBTMAP M
               WHERE M.CUST_ID = :WN-TX-CUST-ID
           END-EXEC
           MOVE 'DEBTMAP' TO WC-MSG-TBLCURS
           MOVE '  DEBTMAP         : ' TO WC-TX-LABEL
           PERFORM 910-CHECK-COPY

           EXEC SQL
               INSERT INTO PBSTEST.INVOICE
               SELECT I.*
               FROM TUTORIAL.INVOICE I
               WHERE I.CUST_ID = :WN-TX-CUST-ID
           END-EXEC
           MOVE 'INVOICE' TO WC-MSG-TBLCURS
           MOVE '  INVOICE         : ' TO WC-TX-LABEL
           PERFORM 910-CHECK-COPY

           EXEC SQL
               INSERT INTO PBSTEST.INLOG
               SELECT L.*
               FROM TUTORIAL.INLOG L
               WHERE L.CUST_ID = :WN-TX-CUST-ID
           END-EXEC
           MOVE 'INLOG' TO WC-MSG-TBLCURS
           MOVE '  INLOG           : ' TO WC-TX-LABEL
           PERFORM 910-CHECK-COPY

           EXEC SQL
               INSERT INTO PBSTEST.OUTLOG
               SELECT O.*
               FROM TUTORIAL.OUTLOG O
               WHERE O.CUST_ID = :WN-TX-CUST-ID
           END-EXEC
           MOVE 'OUTLOG' TO WC-MSG-TBLCURS
           MOVE '  OUTLOG          : ' TO WC-TX-LABEL
           PERFORM 910-CHECK-COPY.
      ***********************

       300-COPY-DEBTORS.
      *>   every debtor the chosen customers have mapped or
      *>   invoiced; what identifies the person is replaced from
      *>   DEBT_ID, everything the runs decide on is kept
           MOVE '300-COPY-DEBTORS' TO WC-MSG-PARA
           EXEC SQL
               INSERT INTO PBSTEST.DEBTOR
               SELECT D.DEBT_ID,
                      'Testperson ' CONCAT RTRIM(CHAR(D.DEBT_ID)),
                      '',
                      NULL,
                      D.ADDR_ID, D.ACTIVE, D.DELIV,
                      CASE WHEN D.EMAIL IS NULL THEN NULL
                           ELSE 'person' CONCAT RTRIM(CHAR(D.DEBT_ID))
                                CONCAT '@example.invalid'
                      END,
                      D.LANGCODE, D.RISKCLASS, D.RISKDATE,
                      CASE WHEN D.VATNO IS NULL THEN NULL
                           ELSE 'SE' CONCAT DIGITS(D.DEBT_ID)
                                CONCAT '01'
                      END,
                      D.KONKURS, D.KONKDATE, D.ROWVER,
                      CASE WHEN D.MOBILE IS NULL THEN NULL
                           ELSE '+4670' CONCAT
                                SUBSTR(DIGITS(D.DEBT_ID), 4, 7)
                      END,
                      D.PROTECTED,
                      CASE WHEN D.IBAN IS NULL THEN NULL
                           ELSE 'SE0000000000' CONCAT DIGITS(D.DEBT_ID)
                      END,
                      D.BIC, D.REFREQ, D.DECEASED, D.DECDATE,
                      CASE WHEN D.ESTATECO IS NULL THEN NULL
                           ELSE 'Testdelägare '
                                CONCAT RTRIM(CHAR(D.DEBT_ID))
                      END,
                      D.ESTADDR_ID, D.NOADS
               FROM TUTORIAL.DEBTOR D
               WHERE D.DEBT_ID IN
                     (SELECT I.DEBT_ID FROM PBSTEST.INVOICE I
                      UNION
                      SELECT M.DEBT_ID FROM PBSTEST.DEBTMAP M)
           END-EXEC
           MOVE 'DEBTOR' TO WC-MSG-TBLCURS
           MOVE '  DEBTOR          : ' TO WC-TX-LABEL
           PERFORM 910-CHECK-COPY.
      ***********************

       310-COPY-ADDRESSES.
      *>   the street goes, the postal code and town stay - the
      *>   postage zones and the print split are decided on them
           MOVE '310-COPY-ADDRESSES' TO WC-MSG-PARA
           EXEC SQL
               INSERT INTO PBSTEST.ADDR
               SELECT A.ADDR_ID,
                      'Testgatan ' CONCAT RTRIM(CHAR(A.ADDR_ID)),
                      A.POSTNO, A.PLACE
               FROM TUTORIAL.ADDR A
               WHERE A.ADDR_ID IN
                     (SELECT D.ADDR_ID FROM PBSTEST.DEBTOR D
                      UNION
                      SELECT D.ESTADDR_ID FROM PBSTEST.DEBTOR D
                      UNION
                      SELECT C.ADDR_ID FROM PBSTEST.CUSTOMER C)
           END-EXEC
           MOVE 'ADDR' TO WC-MSG-TBLCURS
           MOVE '  ADDR            : ' TO WC-TX-LABEL
           PERFORM 910-CHECK-COPY.
      ***********************

       320-COPY-ITEMS.
           MOVE '320-COPY-ITEMS' TO WC-MSG-PARA
           EXEC SQL
               INSERT INTO PBSTEST.INVITEM
               SELECT V.*
               FROM TUTORIAL.INVITEM V
               WHERE V.INV_ID IN
                     (SELECT I.INV_ID FROM PBSTEST.INVOICE I)
           END-EXEC
           MOVE 'INVITEM' TO WC-MSG-TBLCURS
           MOVE '  INVITEM         : ' TO WC-TX-LABEL
           PERFORM 910-CHECK-COPY

           IF EXTRACT-OK
               EXEC SQL
                   INSERT INTO PBSTEST.ITEM
                   SELECT T.*
                   FROM TUTORIAL.ITEM T
                   WHERE T.ITEM_ID IN
                         (SELECT V.ITEM_ID FROM PBSTEST.INVITEM V)
               END-EXEC
               MOVE 'ITEM' TO WC-MSG-TBLCURS
               MOVE '  ITEM            : ' TO WC-TX-LABEL
               PERFORM 910-CHECK-COPY
           END-IF.
      ***********************

       330-COPY-PAYMENTS.
      *>   payments keep amount, date and OCR so the matching runs
      *>   the same; the payer name on the Bankgiro name post is
      *>   the debtor's made-up name, so DEBTOR and BGPAYER agree
           MOVE '330-COPY-PAYMENTS' TO WC-MSG-PARA
           EXEC SQL
               INSERT INTO PBSTEST.BGPAYMENT
               SELECT B.*
               FROM TUTORIAL.BGPAYMENT B
               WHERE B.INV_ID IN
                     (SELECT I.INV_ID FROM PBSTEST.INVOICE I)
           END-EXEC
           MOVE 'BGPAYMENT' TO WC-MSG-TBLCURS
           MOVE '  BGPAYMENT       : ' TO WC-TX-LABEL
           PERFORM 910-CHECK-COPY

           IF EXTRACT-OK
               EXEC SQL
                   INSERT INTO PBSTEST.BGPAYER
                   SELECT P.PAYER_ID, P.SENDERBG, P.DEBT_ID,
                          'Testperson ' CONCAT RTRIM(CHAR(P.DEBT_ID)),
                          P.FIRSTSEEN, P.LASTSEEN
                   FROM TUTORIAL.BGPAYER P
                   WHERE P.DEBT_ID IN
                         (SELECT D.DEBT_ID FROM PBSTEST.DEBTOR D)
               END-EXEC
               MOVE 'BGPAYER' TO WC-MSG-TBLCURS
               MOVE '  BGPAYER         : ' TO WC-TX-LABEL
               PERFORM 910-CHECK-COPY
           END-IF.
      ***********************

       900-CHECK-CLEAR.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE      TO WN-MSG-SQLCODE
               MOVE 'PBSTEST'    TO WC-MSG-TBLCURS
               MOVE '100-CLEAR-TEST-SCHEMA' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO EXTRACT-OK-SW
           END-IF.
      ***********************

       910-CHECK-COPY.
      *>   the caller names the target table and the label the
      *>   row count is shown under
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE TO WN-MSG-SQLCODE
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO EXTRACT-OK-SW
           ELSE
               IF SQLCODE = 100
                   MOVE ZERO TO WN-TX-ROWS
               ELSE
                   MOVE SQLERRD(3) TO WN-TX-ROWS
               END-IF
               MOVE WN-TX-ROWS TO WE-TX-ROWS
               DISPLAY WC-TX-LABEL WE-TX-ROWS
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
