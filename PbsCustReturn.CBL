      **>          sent or reminded, and the invoice's current
      **>          state and paid amount - so the customers can
      **>          follow their material without calling us.
      **>          Invoices put on hold today because their debtor
      **>          was reported deceased come as ST rows with the
      **>          event DODSBO, so the customer stops its own
      **>          reminders too.
      **>          A customer change registered ahead of its date
      **>          and applied tonight (CUSTCHG) comes as a KU row
      **>          naming the changed field, so the customer sees
      **>          its new address or account has taken effect.
      **>          Each file is encrypted for its customer and
      **>          signed with our key (OUTSEAL, counterparty =
      **>          the customer's CUSTNO); a customer whose file
      **>          cannot be sealed gets none and fails the run.
      **>          Each sealed file is registered in OUTFILEREG
      **>          (OUTREG) as file type STATUSRET with its number
      **>          of event rows.
      **> Initial Version Created: 2014-04-01
      **>


       01  COUNTS-FIELDS.
           05  WN-CUST-FILE-COUNT     PIC 9(5) VALUE ZERO.
           05  WN-CUST-ROW-COUNT      PIC 9(7) VALUE ZERO.

      *>   the outbound file and its counterparty for OUTSEAL
       01  WC-SEAL-PARTY       PIC X(10) VALUE SPACE.
       01  WC-SEAL-FILE        PIC X(80) VALUE SPACE.
       01  WN-SEAL-RESULT      PIC S9(4) COMP VALUE ZERO.
       01  WC-SEAL-FILETYPE    PIC X(10) VALUE 'STATUSRET'.
       01  WN-SEAL-RECCOUNT    PIC S9(9) COMP VALUE ZERO.
       01  W9-SEAL-AMOUNT      PIC S9(9)V9(2) COMP-3 VALUE ZERO.

       01  WN-CR-CUST-ID       PIC S9(9) COMP VALUE ZERO.
       01  WC-CR-CUSTNO        PIC X(10) VALUE SPACE.
       01  WE-CR-RESULT        PIC 9(2)  VALUE ZERO.
       01  WE-CR-STATE         PIC 9(2)  VALUE ZERO.
       01  WE-CR-PAID          PIC -(7)9.99.
       01  WC-CR-FIELDNAME     PIC X(12) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE CUSTOMER END-EXEC.
           EXEC SQL INCLUDE INVOICE  END-EXEC.
           EXEC SQL INCLUDE INLOG    END-EXEC.
           EXEC SQL INCLUDE OUTLOG   END-EXEC.
           EXEC SQL INCLUDE CUSTCHG  END-EXEC.

           COPY Z0900-error-wkstg.

                     (SELECT 1 FROM TUTORIAL.OUTLOG O
                      WHERE O.CUST_ID = C.CUST_ID
                        AND O.PROCDATE = :WC-TODAY-DATE)
                  OR EXISTS
                     (SELECT 1 FROM TUTORIAL.DISPUTE D,
                                    TUTORIAL.INVOICE I
                      WHERE I.CUST_ID = C.CUST_ID
                        AND D.INV_ID = I.INV_ID
                        AND D.OPERATOR = 'DÖDSBO'
                        AND D.DISPDATE = :WC-TODAY-DATE)
                  OR EXISTS
                     (SELECT 1 FROM TUTORIAL.CUSTCHG K
                      WHERE K.CUST_ID = C.CUST_ID
                        AND K.STATE = 'A'
                        AND K.APPLIEDDATE = :WC-TODAY-DATE)
               ORDER BY C.CUST_ID
           END-EXEC

               ORDER BY OUTLOG_ID
           END-EXEC

      *>   the customer's invoices held today because the debtor
      *>   has died
           EXEC SQL
               DECLARE CUR-CR-ESTATE CURSOR FOR
               SELECT I.INVNO
               FROM TUTORIAL.DISPUTE D, TUTORIAL.INVOICE I
               WHERE I.CUST_ID = :WN-CR-CUST-ID
                 AND D.INV_ID = I.INV_ID
                 AND D.OPERATOR = 'DÖDSBO'
                 AND D.RELEASED = 'N'
                 AND D.DISPDATE = :WC-TODAY-DATE
               ORDER BY I.INVNO
           END-EXEC

      *>   the customer's scheduled changes applied tonight
           EXEC SQL
               DECLARE CUR-CR-CHANGES CURSOR FOR
               SELECT FIELDCODE
               FROM TUTORIAL.CUSTCHG
               WHERE CUST_ID = :WN-CR-CUST-ID
                 AND STATE = 'A'
                 AND APPLIEDDATE = :WC-TODAY-DATE
               ORDER BY CHG_ID
           END-EXEC

       PROCEDURE DIVISION.

       000-CUST-RETURN.
      **************************

       100-INIT.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
               MOVE 'TYP;FAKTURANR;HANDELSE;RESULTAT;STATUS;BETALT'
                   TO UTBOX-POST
               WRITE UTBOX-POST
               MOVE ZERO TO WN-CUST-ROW-COUNT

               PERFORM 130-WRITE-INLOG-ROWS
               PERFORM 140-WRITE-OUTLOG-ROWS
               PERFORM 145-WRITE-ESTATE-ROWS
               PERFORM 147-WRITE-CHANGE-ROWS

               CLOSE UTBOXFIL
               ADD 1 TO WN-CUST-FILE-COUNT

      *>       the customer's file leaves encrypted for them and
      *>       signed by us, never in plain text
               MOVE WC-CR-CUSTNO      TO WC-SEAL-PARTY
               MOVE WC-UTBOX-FILENAME TO WC-SEAL-FILE
               MOVE WN-CUST-ROW-COUNT TO WN-SEAL-RECCOUNT
               CALL 'OUTSEAL' USING WC-SEAL-PARTY, WC-SEAL-FILE,
                                    WC-SEAL-FILETYPE,
                                    WN-SEAL-RECCOUNT,
                                    W9-SEAL-AMOUNT, WN-SEAL-RESULT
               IF WN-SEAL-RESULT NOT = ZERO
                   MOVE 'N' TO CRETURN-OK-SW
               END-IF
           END-IF

           EXEC SQL
                   INTO UTBOX-POST
               END-STRING
               WRITE UTBOX-POST
               ADD 1 TO WN-CUST-ROW-COUNT

               EXEC SQL
                   FETCH CUR-CR-INLOG
                   INTO UTBOX-POST
               END-STRING
               WRITE UTBOX-POST
               ADD 1 TO WN-CUST-ROW-COUNT

               EXEC SQL
                   FETCH CUR-CR-OUTLOG
           END-EXEC.
      ***********************

       145-WRITE-ESTATE-ROWS.
           EXEC SQL
               OPEN CUR-CR-ESTATE
           END-EXEC

           EXEC SQL
               FETCH CUR-CR-ESTATE
               INTO :WC-CR-INVNO
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE ZERO TO WE-CR-RESULT
               PERFORM 150-GET-INVOICE-STATE

               MOVE SPACE TO UTBOX-POST
               STRING 'ST;'        DELIMITED BY SIZE
                      WC-CR-INVNO  DELIMITED BY SPACE
                      ';DODSBO;'   DELIMITED BY SIZE
                      WE-CR-RESULT DELIMITED BY SIZE
                      ';'          DELIMITED BY SIZE
                      WE-CR-STATE  DELIMITED BY SIZE
                      ';'          DELIMITED BY SIZE
                      WE-CR-PAID   DELIMITED BY SIZE
                   INTO UTBOX-POST
               END-STRING
               WRITE UTBOX-POST
               ADD 1 TO WN-CUST-ROW-COUNT

               EXEC SQL
                   FETCH CUR-CR-ESTATE
                   INTO :WC-CR-INVNO
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CR-ESTATE
           END-EXEC.
      ***********************

       147-WRITE-CHANGE-ROWS.
           EXEC SQL
               OPEN CUR-CR-CHANGES
           END-EXEC

           EXEC SQL
               FETCH CUR-CR-CHANGES
               INTO :CUSTCHG-FIELDCODE
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = ZERO
               EVALUATE TRUE
                   WHEN CUSTCHG-IS-STREET
                       MOVE 'GATUADRESS' TO WC-CR-FIELDNAME
                   WHEN CUSTCHG-IS-POSTNO
                       MOVE 'POSTNUMMER' TO WC-CR-FIELDNAME
                   WHEN CUSTCHG-IS-PLACE
                       MOVE 'POSTORT'    TO WC-CR-FIELDNAME
                   WHEN CUSTCHG-IS-NAME
                       MOVE 'NAMN'       TO WC-CR-FIELDNAME
                   WHEN CUSTCHG-IS-BOARDPLACE
                       MOVE 'SATE'       TO WC-CR-FIELDNAME
                   WHEN CUSTCHG-IS-TEL
                       MOVE 'TELEFON'    TO WC-CR-FIELDNAME
                   WHEN CUSTCHG-IS-EMAIL
                       MOVE 'EPOST'      TO WC-CR-FIELDNAME
                   WHEN CUSTCHG-IS-WEB
                       MOVE 'WEBB'       TO WC-CR-FIELDNAME
                   WHEN CUSTCHG-IS-VATREGNO
                       MOVE 'MOMSREGNR'  TO WC-CR-FIELDNAME
                   WHEN CUSTCHG-IS-BANKGIRO
                       MOVE 'BANKGIRO'   TO WC-CR-FIELDNAME
                   WHEN OTHER
                       MOVE 'POSTGIRO'   TO WC-CR-FIELDNAME
               END-EVALUATE

               MOVE SPACE TO UTBOX-POST
               STRING 'KU;;'          DELIMITED BY SIZE
                      WC-CR-FIELDNAME DELIMITED BY SPACE
                      ';00;;'         DELIMITED BY SIZE
                   INTO UTBOX-POST
               END-STRING
               WRITE UTBOX-POST
               ADD 1 TO WN-CUST-ROW-COUNT

               EXEC SQL
                   FETCH CUR-CR-CHANGES
                   INTO :CUSTCHG-FIELDCODE
               END-EXEC
           END-PERFORM

           EXEC SQL
               CLOSE CUR-CR-CHANGES
           END-EXEC.
      ***********************

       150-GET-INVOICE-STATE.
           MOVE ZERO TO WN-CR-INVSTATE
           MOVE ZERO TO W9-CR-PAIDAMT
