      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. readlog IS INITIAL.
      *
      * Authors: Peter B, Bertil K and Sergejs S.
      * Purpose: Read-access log for debtor personal data - one
      *          READLOG row per look at a private debtor's
      *          address, invoices or payments, with operator,
      *          time, debtor and the function used, for the data
      *          protection officer's monthly review (PbsReadAudit).
      *
      *              CALL 'readlog' USING wc-func, w9-debt-id,
      *                                   w9-inv-id, wc-userid
      *
      *          The function is the screen's paragraph or menu
      *          code (M0110, G0170, X0140 ...). Given only an
      *          invoice, the debtor is taken from it; debtor 0
      *          with no invoice means the whole register was
      *          listed. A failed log write is reported but never
      *          stops the screen the operator is in.
      * Initial Version Created: 2014-04-13
      *
      **********************************************************
       ENVIRONMENT DIVISION.
      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE READLOG END-EXEC.

      *    working storage data for error routine
           COPY Z0900-error-wkstg.

      *    Various generic variables
       01  wc-accept                    PIC X(2)     VALUE SPACE.
       01  wc-keyalloc-table            PIC X(18)    VALUE SPACE.

      *    log work fields
       01  w9-rl-id                     PIC S9(9)           COMP.
       01  w9-rl-debt-id                PIC S9(9)           COMP.

       LINKAGE SECTION.
       01  lc-function                  PIC X(8).
       01  lc-debt-id                   PIC S9(9)           COMP.
       01  lc-inv-id                    PIC S9(9)           COMP.
       01  lc-userid                    PIC X(10).

      **********************************************************
       PROCEDURE DIVISION USING lc-function, lc-debt-id, lc-inv-id,
                                lc-userid.
       0000-readlog.

      *    current source file to error handler
           MOVE 'readlog.cbl' TO wc-msg-srcfile

           MOVE lc-debt-id TO w9-rl-debt-id

           IF w9-rl-debt-id = ZERO AND lc-inv-id NOT = ZERO
               PERFORM L0100-debtor-of-invoice
           END-IF

           PERFORM L0200-write-log-row

           EXIT PROGRAM
           .

      **********************************************************
       L0100-debtor-of-invoice.

           EXEC SQL
               SELECT DEBT_ID
               INTO :w9-rl-debt-id
               FROM TUTORIAL.INVOICE
               WHERE INV_ID = :lc-inv-id
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-rl-debt-id
           END-IF
           .

      **********************************************************
       L0200-write-log-row.

           MOVE 'READLOG' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, w9-rl-id

           EXEC SQL
               INSERT INTO TUTORIAL.READLOG
               VALUES (:w9-rl-id, :lc-userid, CURRENT TIMESTAMP,
                       :w9-rl-debt-id, :lc-inv-id, :lc-function)
           END-EXEC

           IF SQLCODE NOT = ZERO

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.READLOG'        TO wc-msg-tblcurs
               MOVE 'L0200-write-log-row'     TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       Z0900-error-routine.

      *    requires the ending dot (and no extension)!
           COPY Z0900-error-routine.
           .
