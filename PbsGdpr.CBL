      **>          data/gdprlog.txt. The retention period in days
      **>          is the GDPRDAYS key in the shop's configuration
      **>          table (default 730). Run periodically by hand or
      **>          from the month-end schedule. A debtor with a
      **>          register extract request (GDPRREQ) still to be
      **>          delivered is left alone until it has gone out -
      **>          the extract is produced from the debtor menu.
      **>          A debtor under an active legal hold (LEGALHOLD,
      **>          on the debtor itself, on one of its invoices or
      **>          on a customer it has been invoiced by) is never
      **>          anonymized; each such debtor that would otherwise
      **>          have gone is listed with the hold that kept it,
      **>          both on screen and in the log. The personal
      **>          number registered for the digital mailbox goes
      **>          with the rest of the identifying data, and so do
      **>          the debtor's address history and the name and
      **>          address each invoice was delivered to.
      **> Initial Version Created: 2014-04-03
      **>


       01  COUNTS-FIELDS.
           05  WN-ANON-COUNT          PIC 9(5) VALUE ZERO.
           05  WN-HELD-COUNT          PIC 9(5) VALUE ZERO.

       01  WN-GDPR-DEBT-ID     PIC S9(9) COMP VALUE ZERO.
       01  WN-GDPR-ADDR-ID     PIC S9(9) COMP VALUE ZERO.
       01  WE-GDPR-DEBT-ID     PIC -(8)9.
       01  WN-GDPR-HOLD-ID     PIC S9(9) COMP VALUE ZERO.
       01  WE-GDPR-HOLD-ID     PIC -(8)9.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE DEBTOR    END-EXEC.
           EXEC SQL INCLUDE ADDR      END-EXEC.
           EXEC SQL INCLUDE INVOICE   END-EXEC.
           EXEC SQL INCLUDE THRESHOLD END-EXEC.
           EXEC SQL INCLUDE LEGALHOLD END-EXEC.
           EXEC SQL INCLUDE DIGIMBX   END-EXEC.
           EXEC SQL INCLUDE ADDRHIST  END-EXEC.
           EXEC SQL INCLUDE OUTADDR   END-EXEC.

           COPY Z0900-error-wkstg.

                        AND I2.INVSTATE NOT = 9
                        AND I2.INVSTATE NOT = 3
                        AND I2.INVSTATE NOT = 7
                        AND I2.INVSTATE NOT = 6
                        AND I2.INVSTATE NOT = 8)
                 AND (SELECT MAX(I3.INVDATE)
                      FROM TUTORIAL.INVOICE I3
                      WHERE I3.DEBT_ID = D.DEBT_ID)
                     < :WC-CUTOFF-DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.GDPRREQ R
                      WHERE R.DEBT_ID = D.DEBT_ID
                        AND R.STATE NOT = 'L')
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.LEGALHOLD H
                      WHERE H.RELEASED IS NULL
                        AND (H.DEBT_ID = D.DEBT_ID
                         OR EXISTS
                            (SELECT 1 FROM TUTORIAL.INVOICE I4
                             WHERE I4.DEBT_ID = D.DEBT_ID
                               AND (I4.INV_ID = H.INV_ID
                                 OR I4.CUST_ID = H.CUST_ID))))
               ORDER BY D.DEBT_ID
           END-EXEC

      *>   the debtors the run would have anonymized but for a
      *>   legal hold, one row per hold in force on them
           EXEC SQL
               DECLARE CUR-GDPR-HELD CURSOR FOR
               SELECT D.DEBT_ID, H.HOLD_ID, H.REASON, H.REASONTXT
               FROM TUTORIAL.DEBTOR D, TUTORIAL.LEGALHOLD H
               WHERE D.NAME NOT = 'ANONYMISERAD'
                 AND EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE I
                      WHERE I.DEBT_ID = D.DEBT_ID)
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE I2
                      WHERE I2.DEBT_ID = D.DEBT_ID
                        AND I2.INVSTATE NOT = 9
                        AND I2.INVSTATE NOT = 3
                        AND I2.INVSTATE NOT = 7
                        AND I2.INVSTATE NOT = 6
                        AND I2.INVSTATE NOT = 8)
                 AND (SELECT MAX(I3.INVDATE)
                      FROM TUTORIAL.INVOICE I3
                      WHERE I3.DEBT_ID = D.DEBT_ID)
                     < :WC-CUTOFF-DATE
                 AND H.RELEASED IS NULL
                 AND (H.DEBT_ID = D.DEBT_ID
                  OR EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE I4
                      WHERE I4.DEBT_ID = D.DEBT_ID
                        AND (I4.INV_ID = H.INV_ID
                          OR I4.CUST_ID = H.CUST_ID)))
               ORDER BY D.DEBT_ID, H.HOLD_ID
           END-EXEC

       PROCEDURE DIVISION.

       000-GDPR-RUN.
           MOVE 'PbsGdpr.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT
           PERFORM 110-ANONYMIZE-ALL
           PERFORM 130-LIST-HELD
           PERFORM 100-END
           IF GDPR-OK
               MOVE ZERO TO RETURN-CODE
      **************************

       100-INIT.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
       100-END.
           CLOSE GDPRLOG
           DISPLAY ' Gallringskörning klar - ' WN-ANON-COUNT
                   ' gäldenärer anonymiserade'
           DISPLAY ' Kvarhållna av bevarandespärr: ' WN-HELD-COUNT.
      ***********************

       110-ANONYMIZE-ALL.
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO GDPR-OK-SW
               ELSE
                   EXEC SQL
                       DELETE FROM TUTORIAL.DIGIMBX
                       WHERE DEBT_ID = :WN-GDPR-DEBT-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                       MOVE SQLCODE   TO WN-MSG-SQLCODE
                       MOVE 'DIGIMBX' TO WC-MSG-TBLCURS
                       MOVE '120-ANONYMIZE-ONE' TO WC-MSG-PARA
                       PERFORM Z0900-ERROR-ROUTINE
                       MOVE 'N' TO GDPR-OK-SW
                   END-IF

                   EXEC SQL
                       DELETE FROM TUTORIAL.ADDRHIST
                       WHERE DEBT_ID = :WN-GDPR-DEBT-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                       MOVE SQLCODE    TO WN-MSG-SQLCODE
                       MOVE 'ADDRHIST' TO WC-MSG-TBLCURS
                       MOVE '120-ANONYMIZE-ONE' TO WC-MSG-PARA
                       PERFORM Z0900-ERROR-ROUTINE
                       MOVE 'N' TO GDPR-OK-SW
                   END-IF

      *>           the delivery rows stay as proof that each piece
      *>           went out and by which channel, without the person
                   EXEC SQL
                       UPDATE TUTORIAL.OUTADDR
                       SET NAME = 'ANONYMISERAD',
                           CONTACT = ' ',
                           STREET = 'ANONYMISERAD',
                           POSTNO = '00000',
                           PLACE = 'ANONYMISERAD',
                           EMAIL = ' ',
                           MOBILE = ' '
                       WHERE DEBT_ID = :WN-GDPR-DEBT-ID
                   END-EXEC

                   IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                       MOVE SQLCODE   TO WN-MSG-SQLCODE
                       MOVE 'OUTADDR' TO WC-MSG-TBLCURS
                       MOVE '120-ANONYMIZE-ONE' TO WC-MSG-PARA
                       PERFORM Z0900-ERROR-ROUTINE
                       MOVE 'N' TO GDPR-OK-SW
                   END-IF

                   ADD 1 TO WN-ANON-COUNT

                   MOVE WN-GDPR-DEBT-ID TO WE-GDPR-DEBT-ID
           END-EXEC.
      ***********************

       130-LIST-HELD.
           EXEC SQL
               OPEN CUR-GDPR-HELD
           END-EXEC

           EXEC SQL
               FETCH CUR-GDPR-HELD
               INTO :WN-GDPR-DEBT-ID, :WN-GDPR-HOLD-ID,
                    :LEGALHOLD-REASON, :LEGALHOLD-REASONTXT
           END-EXEC

           PERFORM 140-LIST-ONE-HELD
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE            TO WN-MSG-SQLCODE
               MOVE 'CUR-GDPR-HELD'    TO WC-MSG-TBLCURS
               MOVE '130-LIST-HELD'    TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO GDPR-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-GDPR-HELD
           END-EXEC.
      ***********************

       140-LIST-ONE-HELD.
      *>   nothing is changed on a held debtor - the line tells
      *>   the reviewer why it is still on file past retention
           ADD 1 TO WN-HELD-COUNT
           MOVE WN-GDPR-DEBT-ID TO WE-GDPR-DEBT-ID
           MOVE WN-GDPR-HOLD-ID TO WE-GDPR-HOLD-ID

           DISPLAY ' Spärrad DEBT_ID ' WE-GDPR-DEBT-ID
                   ' spärr ' WE-GDPR-HOLD-ID ' orsak '
                   LEGALHOLD-REASON ' '
                   LEGALHOLD-REASONTXT-TEXT(1:40)

           MOVE SPACE TO GDPRLOG-POST
           STRING WC-TODAY-DATE DELIMITED BY SIZE
                  ' DEBT_ID ' DELIMITED BY SIZE
                  WE-GDPR-DEBT-ID DELIMITED BY SIZE
                  ' kvarhållen - spärr ' DELIMITED BY SIZE
                  WE-GDPR-HOLD-ID DELIMITED BY SIZE
                  ' orsak ' DELIMITED BY SIZE
                  LEGALHOLD-REASON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LEGALHOLD-REASONTXT-TEXT DELIMITED BY SIZE
               INTO GDPRLOG-POST
           END-STRING
           WRITE GDPRLOG-POST

           EXEC SQL
               FETCH CUR-GDPR-HELD
               INTO :WN-GDPR-DEBT-ID, :WN-GDPR-HOLD-ID,
                    :LEGALHOLD-REASON, :LEGALHOLD-REASONTXT
           END-EXEC.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
