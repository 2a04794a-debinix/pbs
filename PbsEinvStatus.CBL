       01  WN-NEXT-OUTLOG-ID   PIC S9(9) COMP VALUE ZERO.
       01  WN-NEXT-MAILQ-ID    PIC S9(9) COMP VALUE ZERO.
       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.

      *>   worklist queue log: the item entering its queue, with no
      *>   operator for a batch run
       01  WC-QL-FUNC          PIC X(1)  VALUE 'E'.
       01  WC-QL-QUEUE         PIC X(4)  VALUE SPACE.
       01  WN-QL-KEY1          PIC S9(9) COMP VALUE ZERO.
       01  WN-QL-KEY2          PIC S9(9) COMP VALUE ZERO.
       01  WC-QL-KEYTEXT       PIC X(16) VALUE SPACE.
       01  WC-QL-USERID        PIC X(10) VALUE SPACE.
       01  WC-ES-PDFFILE       PIC X(30) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
       000-EINV-STATUS.
           MOVE 'PbsEinvStatus.CBL' TO WC-MSG-SRCFILE

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
               MOVE '120-LOG-STATUS-OUTLOG' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO ESTAT-OK-SW
           ELSE
      *>       a rejected delivery is followed up from the worklist
               IF WN-ES-RESULTCODE = 2
                   MOVE 'EFAK' TO WC-QL-QUEUE
                   MOVE WN-NEXT-OUTLOG-ID TO WN-QL-KEY1
                   PERFORM 150-LOG-QUEUE-ITEM
               END-IF
           END-IF.
      ***********************

                         AND INVSTATE NOT = 9
                         AND INVSTATE NOT = 3
                         AND INVSTATE NOT = 7
                         AND INVSTATE NOT = 6
                         AND INVSTATE NOT = 8
                   END-EXEC

           END-IF.
      ***********************

       150-LOG-QUEUE-ITEM.
      *>   timed for the queue aging report
           CALL 'queuelog' USING WC-QL-FUNC, WC-QL-QUEUE, WN-QL-KEY1,
                                 WN-QL-KEY2, WC-QL-KEYTEXT,
                                 WC-QL-USERID.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
