       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsMigrateContact.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: One-time conversion of the free-text account
      **>          manager in CUSTOMER.OURCONTACT into references
      **>          to the STAFF register. Every distinct contact
      **>          text on a customer not yet linked (STAFF_ID 0)
      **>          becomes a STAFF row of its own - unless a row
      **>          with that name is already registered - and the
      **>          customers carrying the text are pointed at it.
      **>          The new rows get their id as signature and no
      **>          e-mail; both are completed in pbs.cbl's menu 97
      **>          before the portfolio reports are subscribed.
      **>          Run once by hand after the STAFF table and the
      **>          CUSTOMER.STAFF_ID column have been created - not
      **>          part of the nightly batch window. Running it
      **>          again only picks up customers still unlinked.
      **> Initial Version Created: 2014-04-10
      **>

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  MIGRATION-OK-SW         PIC X VALUE 'Y'.
               88  MIGRATION-OK            VALUE 'Y'.

       01  WN-NEXT-STAFF-ID            PIC S9(9) COMP VALUE ZERO.
       01  WC-KEYALLOC-TABLE           PIC X(18) VALUE SPACE.
       01  WC-MC-CONTACT               PIC X(60) VALUE SPACE.
       01  WE-MC-STAFF-ID              PIC 9(5)  VALUE ZERO.

       01  COUNTS-FIELDS.
           05  WN-STAFF-COUNT          PIC 9(5) VALUE ZERO.
           05  WN-LINKED-COUNT         PIC 9(5) VALUE ZERO.

       01  WC-ACCEPT                   PIC X(2) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE STAFF      END-EXEC.

           COPY Z0900-error-wkstg.

      *    every contact text still to be converted
           EXEC SQL
               DECLARE CUR-MC-CONTACT CURSOR FOR
               SELECT DISTINCT OURCONTACT
               FROM TUTORIAL.CUSTOMER
               WHERE STAFF_ID = 0
               ORDER BY OURCONTACT
               FOR FETCH ONLY
           END-EXEC

       PROCEDURE DIVISION.

       000-MIGRATE-CONTACT.
           MOVE 'PbsMigrateContact.CBL' TO WC-MSG-SRCFILE

           EXEC SQL
               OPEN CUR-MC-CONTACT
           END-EXEC

           EXEC SQL
               FETCH CUR-MC-CONTACT
               INTO :CUSTOMER-OURCONTACT
           END-EXEC

           PERFORM 100-CONVERT-ONE-CONTACT
               UNTIL SQLCODE NOT = ZERO
                  OR NOT MIGRATION-OK

           IF SQLCODE NOT = 100 AND MIGRATION-OK
               MOVE 'N' TO MIGRATION-OK-SW
               MOVE SQLCODE          TO WN-MSG-SQLCODE
               MOVE 'CUR-MC-CONTACT' TO WC-MSG-TBLCURS
               MOVE '000-MIGRATE-CONTACT' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
           END-IF

           EXEC SQL
               CLOSE CUR-MC-CONTACT
           END-EXEC

           DISPLAY ' Nya kundansvariga i STAFF: ' WN-STAFF-COUNT
           DISPLAY ' Kunder kopplade          : ' WN-LINKED-COUNT

           IF MIGRATION-OK
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO RETURN-CODE
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY ' Konverteringen avbruten - inget ändrat.'
               MOVE 1 TO RETURN-CODE
           END-IF

           STOP RUN.
      ***********************

       100-CONVERT-ONE-CONTACT.
           MOVE SPACE TO WC-MC-CONTACT
           MOVE CUSTOMER-OURCONTACT-TEXT(1:60) TO WC-MC-CONTACT

           PERFORM 110-FIND-OR-ADD-STAFF

           IF MIGRATION-OK
               PERFORM 120-LINK-CUSTOMERS
           END-IF

           EXEC SQL
               FETCH CUR-MC-CONTACT
               INTO :CUSTOMER-OURCONTACT
           END-EXEC.
      ***********************

       110-FIND-OR-ADD-STAFF.
      *    the same person typed the same way on several customers
      *    is one register entry
           EXEC SQL
               SELECT MIN(STAFF_ID)
               INTO :STAFF-STAFF-ID
               FROM TUTORIAL.STAFF
               WHERE NAME = :WC-MC-CONTACT
               HAVING COUNT(*) > 0
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   MOVE 'STAFF' TO WC-KEYALLOC-TABLE
                   CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                         WN-NEXT-STAFF-ID
                   MOVE WN-NEXT-STAFF-ID TO STAFF-STAFF-ID
                   MOVE WN-NEXT-STAFF-ID TO WE-MC-STAFF-ID
                   MOVE SPACE TO STAFF-SIGN
                   MOVE WE-MC-STAFF-ID TO STAFF-SIGN

                   EXEC SQL
                       INSERT INTO TUTORIAL.STAFF
                       VALUES (:STAFF-STAFF-ID, :STAFF-SIGN,
                               :WC-MC-CONTACT, ' ', 'Y')
                   END-EXEC

                   IF SQLCODE = ZERO
                       ADD 1 TO WN-STAFF-COUNT
                       DISPLAY ' ' STAFF-SIGN ' '
                               WC-MC-CONTACT(1:40)
                   ELSE
                       MOVE 'N' TO MIGRATION-OK-SW
                       MOVE SQLCODE     TO WN-MSG-SQLCODE
                       MOVE 'STAFF'     TO WC-MSG-TBLCURS
                       MOVE '110-FIND-OR-ADD-STAFF' TO WC-MSG-PARA
                       PERFORM Z0900-ERROR-ROUTINE
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO MIGRATION-OK-SW
                   MOVE SQLCODE     TO WN-MSG-SQLCODE
                   MOVE 'STAFF'     TO WC-MSG-TBLCURS
                   MOVE '110-FIND-OR-ADD-STAFF' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
           END-EVALUATE.
      ***********************

       120-LINK-CUSTOMERS.
           EXEC SQL
               UPDATE TUTORIAL.CUSTOMER
               SET STAFF_ID = :STAFF-STAFF-ID
               WHERE OURCONTACT = :CUSTOMER-OURCONTACT
                 AND STAFF_ID = 0
           END-EXEC

           IF SQLCODE = ZERO
               ADD SQLERRD(3) TO WN-LINKED-COUNT
           ELSE
               MOVE 'N' TO MIGRATION-OK-SW
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'CUSTOMER'  TO WC-MSG-TBLCURS
               MOVE '120-LINK-CUSTOMERS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
