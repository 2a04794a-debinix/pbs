      **>          proposal in the menyval 86 review flow, so an
      **>          operator approves the move exactly like a
      **>          Bankgiro address post today.
      **>          The answer line may carry two more fields, a
      **>          deceased flag (J) and the date of death: such a
      **>          debtor is marked deceased instead of raising an
      **>          address proposal, and the open invoices go on a
      **>          DÖDSBO dispute hold the same way the debtor
      **>          menu's dödsbo marking puts them there. A
      **>          deceased debtor is not asked about again.
      **> Initial Version Created: 2014-04-10
      **>

           05  WN-SPAR-EXP-COUNT     PIC 9(7) VALUE ZERO.
           05  WN-SPAR-PROP-COUNT    PIC 9(7) VALUE ZERO.
           05  WN-SPAR-SAME-COUNT    PIC 9(7) VALUE ZERO.
           05  WN-SPAR-DEC-COUNT     PIC 9(7) VALUE ZERO.

       01  WC-SPAR-DEBTID      PIC X(10) VALUE SPACE.
       01  WC-SPAR-STREET      PIC X(35) VALUE SPACE.
       01  WC-SPAR-PLACE       PIC X(35) VALUE SPACE.
       01  WC-SPAR-DECEASED    PIC X(1)  VALUE SPACE.
       01  WC-SPAR-DECDATE     PIC X(10) VALUE SPACE.
       01  WN-SPAR-DEBT-ID     PIC S9(9) COMP VALUE ZERO.
       01  WE-SPAR-DEBT-ED     PIC 9(9)  VALUE ZERO.
       01  WC-SPAR-CUR-PLACE   PIC X(35) VALUE SPACE.
       01  WN-NEXT-PROP-ID     PIC S9(9) COMP VALUE ZERO.
       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.

      *>   worklist queue log: the item entering its queue, with no
      *>   operator for a batch run
       01  WC-QL-FUNC          PIC X(1)  VALUE 'E'.
       01  WC-QL-QUEUE         PIC X(4)  VALUE SPACE.
       01  WN-QL-KEY1          PIC S9(9) COMP VALUE ZERO.
       01  WN-QL-KEY2          PIC S9(9) COMP VALUE ZERO.
       01  WC-QL-KEYTEXT       PIC X(16) VALUE SPACE.
       01  WC-QL-USERID        PIC X(10) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE DEBTOR   END-EXEC.
           EXEC SQL INCLUDE ADDR     END-EXEC.
       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the active debtors going on the question file; a
      *>   protected identity is never sent to an outside party,
      *>   and a debtor already known to be deceased is not asked
      *>   about again
           EXEC SQL
               DECLARE CUR-SPAR-EXP CURSOR FOR
               SELECT DEBT_ID, NAME
               FROM TUTORIAL.DEBTOR
               WHERE ACTIVE = 'Y'
                 AND PROTECTED NOT = 'Y'
                 AND DECEASED NOT = 'Y'
               ORDER BY DEBT_ID
           END-EXEC


           ACCEPT WC-RUN-MODE FROM COMMAND-LINE

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)

               DISPLAY ' Adressvar: ' WN-SPAR-PROP-COUNT
                       ' förslag, ' WN-SPAR-SAME-COUNT
                       ' oförändrade, ' WN-SPAR-DEC-COUNT
                       ' avlidna'
           END-IF.
      ***********************

           MOVE SPACE TO WC-SPAR-DEBTID
           MOVE SPACE TO WC-SPAR-STREET
           MOVE SPACE TO WC-SPAR-PLACE
           MOVE SPACE TO WC-SPAR-DECEASED
           MOVE SPACE TO WC-SPAR-DECDATE

           UNSTRING SPARSVAR-POST DELIMITED BY ';'
               INTO WC-SPAR-DEBTID, WC-SPAR-STREET, WC-SPAR-PLACE,
                    WC-SPAR-DECEASED, WC-SPAR-DECDATE
           END-UNSTRING

      *>   the id arrives left-justified with trailing spaces, so
              AND WC-SPAR-DEBTID(1:1) IS NUMERIC
               MOVE FUNCTION NUMVAL(WC-SPAR-DEBTID)
                   TO WN-SPAR-DEBT-ID
               IF WC-SPAR-DECEASED = 'J'
                   PERFORM 240-MARK-DECEASED
               ELSE
                   PERFORM 220-COMPARE-ONE-ADDRESS
               END-IF
           END-IF

           READ SPARSVAR
                   INSERT INTO TUTORIAL.ADDRPROP
                   VALUES (:WN-CUR-PROP-ID, :WN-SPAR-DEBT-ID,
                           NULL, NULL, NULL, NULL,
                           :WC-TODAY-DATE, 'O', 'S')
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE 'ADDRPROP'  TO WC-MSG-TBLCURS
                   MOVE '230-ENSURE-ADDR-PROPOSAL' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
               ELSE
                   MOVE 'ADRF' TO WC-QL-QUEUE
                   MOVE WN-CUR-PROP-ID TO WN-QL-KEY1
                   PERFORM 260-LOG-QUEUE-ITEM
               END-IF
           END-IF.
      ***********************

       240-MARK-DECEASED.
      *>   the register reports the debtor dead: the flag and date
      *>   go on the debtor (an answer without a date counts from
      *>   today) and every open invoice is held; the estate's c/o
      *>   address is not in the answer and is registered by hand
           IF WC-SPAR-DECDATE = SPACE
               MOVE WC-TODAY-DATE TO WC-SPAR-DECDATE
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.DEBTOR
               SET DECEASED = 'Y',
                   DECDATE = :WC-SPAR-DECDATE,
                   ROWVER = ROWVER + 1
               WHERE DEBT_ID = :WN-SPAR-DEBT-ID
                 AND DECEASED NOT = 'Y'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WN-SPAR-DEC-COUNT
                   PERFORM 250-HOLD-ESTATE-INVOICES
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE SQLCODE     TO WN-MSG-SQLCODE
                   MOVE 'DEBTOR'    TO WC-MSG-TBLCURS
                   MOVE '240-MARK-DECEASED' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO SPAR-OK-SW
           END-EVALUATE.
      ***********************

       250-HOLD-ESTATE-INVOICES.
      *>   a hold already released is put back, a live dispute is
      *>   left as it is
           EXEC SQL
               UPDATE TUTORIAL.DISPUTE
               SET REASON = 'Dödsbo - gäldenären avliden',
                   OPERATOR = 'DÖDSBO',
                   DISPDATE = :WC-TODAY-DATE,
                   RELEASED = 'N'
               WHERE RELEASED = 'Y'
                 AND INV_ID IN
                     (SELECT I.INV_ID
                      FROM TUTORIAL.INVOICE I
                      WHERE I.DEBT_ID = :WN-SPAR-DEBT-ID
                        AND I.INVSTATE NOT = 9
                        AND I.INVSTATE NOT = 3
                        AND I.INVSTATE NOT = 7
                        AND I.INVSTATE NOT = 6
                        AND I.INVSTATE NOT = 8)
           END-EXEC

           IF SQLCODE = ZERO OR SQLCODE = 100
               EXEC SQL
                   INSERT INTO TUTORIAL.DISPUTE
                   SELECT I.INV_ID, 'Dödsbo - gäldenären avliden',
                          'DÖDSBO', :WC-TODAY-DATE, 'N'
                   FROM TUTORIAL.INVOICE I
                   WHERE I.DEBT_ID = :WN-SPAR-DEBT-ID
                     AND I.INVSTATE NOT = 9
                     AND I.INVSTATE NOT = 3
                     AND I.INVSTATE NOT = 7
                     AND I.INVSTATE NOT = 6
                     AND I.INVSTATE NOT = 8
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.DISPUTE D
                          WHERE D.INV_ID = I.INV_ID)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'DISPUTE'   TO WC-MSG-TBLCURS
               MOVE '250-HOLD-ESTATE-INVOICES' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO SPAR-OK-SW
           END-IF.
      ***********************

       260-LOG-QUEUE-ITEM.
      *>   timed for the queue aging report
           CALL 'queuelog' USING WC-QL-FUNC, WC-QL-QUEUE, WN-QL-KEY1,
                                 WN-QL-KEY2, WC-QL-KEYTEXT,
                                 WC-QL-USERID.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
