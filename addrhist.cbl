      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. addrhist IS INITIAL.
      *
      * Authors: Peter B, Bertil K and Sergejs S.
      * Purpose: Address history per debtor - one ADDRHIST row for
      *          every postal address the debtor has had, with the
      *          name it went under, when it was registered, who
      *          or what changed it and the operator, so a returned
      *          letter or a disputed delivery can be held against
      *          the address in force at the time.
      *
      *              CALL 'addrhist' USING wc-func, w9-debt-id,
      *                                    w9-addr-id, wc-source,
      *                                    wc-userid
      *
      *          K is called before the address is changed: when the
      *          debtor has no history yet, the address about to be
      *          replaced is kept as its first row (source U, stamped
      *          with the time it was captured). C is called once the
      *          change is in the register and records the new
      *          address with its source - O operator in the debtor
      *          menu, R operator correcting after returned mail,
      *          B Bankgiro address proposal, P PlusGiro address
      *          proposal, S SPAR proposal, I the customer's debtor
      *          file, D the estate's c/o address. A blank operator
      *          means a batch run. The row is written in the
      *          caller's unit of work; a failed write is reported
      *          but never stops the caller.
      * Initial Version Created: 2014-06-30
      *
      **********************************************************
       ENVIRONMENT DIVISION.
      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE ADDRHIST END-EXEC.

      *    working storage data for error routine
           COPY Z0900-error-wkstg.

      *    Various generic variables
       01  wc-accept                    PIC X(2)     VALUE SPACE.
       01  wc-keyalloc-table            PIC X(18)    VALUE SPACE.

      *    history work fields
       01  w9-ah-id                     PIC S9(9)           COMP.
       01  w9-ah-rows                   PIC S9(9)           COMP.
       01  wc-ah-source                 PIC X(1)     VALUE SPACE.

       LINKAGE SECTION.
       01  lc-function                  PIC X(1).
       01  lc-debt-id                   PIC S9(9)           COMP.
       01  lc-addr-id                   PIC S9(9)           COMP.
       01  lc-source                    PIC X(1).
       01  lc-userid                    PIC X(10).

      **********************************************************
       PROCEDURE DIVISION USING lc-function, lc-debt-id, lc-addr-id,
                                lc-source, lc-userid.
       0000-addrhist.

      *    current source file to error handler
           MOVE 'addrhist.cbl' TO wc-msg-srcfile

           EVALUATE lc-function
               WHEN 'K'
                   PERFORM A0100-keep-first-address
               WHEN 'C'
                   MOVE lc-source TO wc-ah-source
                   PERFORM A0200-record-address
           END-EVALUATE

           EXIT PROGRAM
           .

      **********************************************************
       A0100-keep-first-address.

           EXEC SQL
               SELECT COUNT(*)
               INTO :w9-ah-rows
               FROM TUTORIAL.ADDRHIST
               WHERE DEBT_ID = :lc-debt-id
           END-EXEC

           IF SQLCODE = ZERO AND w9-ah-rows = ZERO
               MOVE 'U' TO wc-ah-source
               PERFORM A0200-record-address
           END-IF
           .

      **********************************************************
       A0200-record-address.

      *    the name and address are taken as the register holds
      *    them now, so the row is exactly what the print run reads
           MOVE 'ADDRHIST' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, w9-ah-id

           EXEC SQL
               INSERT INTO TUTORIAL.ADDRHIST
               SELECT :w9-ah-id, D.DEBT_ID, A.ADDR_ID, D.NAME,
                      A.STREET, A.POSTNO, A.PLACE, :wc-ah-source,
                      CURRENT TIMESTAMP, :lc-userid
               FROM TUTORIAL.DEBTOR D, TUTORIAL.ADDR A
               WHERE D.DEBT_ID = :lc-debt-id
                 AND A.ADDR_ID = :lc-addr-id
           END-EXEC

           IF SQLCODE NOT = ZERO

      *        add error trace information
               MOVE  SQLCODE                  TO wn-msg-sqlcode
               MOVE 'TUTORIAL.ADDRHIST'       TO wc-msg-tblcurs
               MOVE 'A0200-record-address'    TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF
           .

      **********************************************************
       Z0900-error-routine.

      *    requires the ending dot (and no extension)!
           COPY Z0900-error-routine.
           .
