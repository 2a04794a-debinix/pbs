      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. queuelog IS INITIAL.
      *
      * Authors: Peter B, Bertil K and Sergejs S.
      * Purpose: Entry and resolution log for the worklist queues -
      *          one QUEUEITEM row per item from the time it enters
      *          its queue until it is resolved, with the operator
      *          who resolved it, for the weekly queue aging and
      *          productivity report (PbsQueueAge).
      *
      *              CALL 'queuelog' USING wc-func, wc-queue,
      *                                    w9-key1, w9-key2,
      *                                    wc-keytext, wc-userid
      *
      *          E enters the item (nothing is done when it is
      *          already open), R resolves it (nothing is done when
      *          it is not open). The queues are FAKT rejected
      *          invoices (batch, seqno), BATC staged batches
      *          (batch), SUSP suspense payments (susp_id), ADRF
      *          address proposals (prop_id), RETP returned mail
      *          (debt_id, invno - a blank invno resolves all the
      *          debtor's returned mail), GODK approvals (appr_id)
      *          and EFAK rejected e-invoices (outlog_id). A blank
      *          operator means the item was resolved by a batch
      *          run. The row is written in the caller's unit of
      *          work; a failed log write is reported but never
      *          stops the caller.
      * Initial Version Created: 2014-06-12
      *
      **********************************************************
       ENVIRONMENT DIVISION.
      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE QUEUEITEM END-EXEC.

      *    working storage data for error routine
           COPY Z0900-error-wkstg.

      *    Various generic variables
       01  wc-accept                    PIC X(2)     VALUE SPACE.
       01  wc-keyalloc-table            PIC X(18)    VALUE SPACE.

      *    log work fields
       01  w9-ql-id                     PIC S9(9)           COMP.
       01  w9-ql-open                   PIC S9(9)           COMP.

       LINKAGE SECTION.
       01  lc-function                  PIC X(1).
       01  lc-queue                     PIC X(4).
       01  lc-key1                      PIC S9(9)           COMP.
       01  lc-key2                      PIC S9(9)           COMP.
       01  lc-keytext                   PIC X(16).
       01  lc-userid                    PIC X(10).

      **********************************************************
       PROCEDURE DIVISION USING lc-function, lc-queue, lc-key1,
                                lc-key2, lc-keytext, lc-userid.
       0000-queuelog.

      *    current source file to error handler
           MOVE 'queuelog.cbl' TO wc-msg-srcfile

           EVALUATE lc-function
               WHEN 'E'
                   PERFORM Q0100-enter-item
               WHEN 'R'
                   PERFORM Q0200-resolve-item
           END-EVALUATE

           EXIT PROGRAM
           .

      **********************************************************
       Q0100-enter-item.

      *    an item already waiting keeps the time it first came in
           EXEC SQL
               SELECT COUNT(*)
               INTO :w9-ql-open
               FROM TUTORIAL.QUEUEITEM
               WHERE QUEUE = :lc-queue
                 AND KEY1 = :lc-key1
                 AND KEY2 = :lc-key2
                 AND KEYTEXT = :lc-keytext
                 AND RESOLVED IS NULL
           END-EXEC

           IF SQLCODE = ZERO AND w9-ql-open = ZERO
               MOVE 'QUEUEITEM' TO wc-keyalloc-table
               CALL 'KEYALLOC' USING wc-keyalloc-table, w9-ql-id

               EXEC SQL
                   INSERT INTO TUTORIAL.QUEUEITEM
                   VALUES (:w9-ql-id, :lc-queue, :lc-key1, :lc-key2,
                           :lc-keytext, CURRENT TIMESTAMP, NULL,
                           NULL)
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.QUEUEITEM'      TO wc-msg-tblcurs
               MOVE 'Q0100-enter-item'        TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       Q0200-resolve-item.

           EXEC SQL
               UPDATE TUTORIAL.QUEUEITEM
               SET RESOLVED = CURRENT TIMESTAMP,
                   RESOLVEDBY = :lc-userid
               WHERE QUEUE = :lc-queue
                 AND KEY1 = :lc-key1
                 AND KEY2 = :lc-key2
                 AND (KEYTEXT = :lc-keytext OR :lc-keytext = ' ')
                 AND RESOLVED IS NULL
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.QUEUEITEM'      TO wc-msg-tblcurs
               MOVE 'Q0200-resolve-item'      TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       Z0900-error-routine.

      *    requires the ending dot (and no extension)!
           COPY Z0900-error-routine.
           .
