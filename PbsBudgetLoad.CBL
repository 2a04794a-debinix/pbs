       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsBudgetLoad.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Load the year's revenue budget from the file
      **>          management keeps it in (data/budget-<year>.csv,
      **>          one kundnr;artikel;jan;feb;...;dec line per
      **>          customer and SRV article, amounts in kronor
      **>          excluding VAT, a blank month meaning zero). Each
      **>          month is written to REVBUDGET - an existing
      **>          figure is updated, a new one inserted - so the
      **>          file can be reloaded in full whenever the budget
      **>          is revised. A line naming an unknown customer or
      **>          article is listed and skipped. The year comes
      **>          off the command line as YYYY; left blank it
      **>          defaults to the coming year.
      **> Initial Version Created: 2014-04-25
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDFIL ASSIGN TO WC-BUD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUDFIL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDFIL.
       01  BUDFIL-POST         PIC X(250).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  BUD-OK-SW               PIC X VALUE 'Y'.
               88  BUD-OK                  VALUE 'Y'.

       01  BUDFIL-FS           PIC X(2) VALUE SPACE.
           88  BUDFIL-SUCCESSFUL   VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-BUD-ARG          PIC X(4)  VALUE SPACE.
       01  WN-BUD-YEAR         PIC 9(4)  VALUE ZERO.
       01  WC-BUD-FILENAME     PIC X(40) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-BUD-LINE-COUNT     PIC 9(7) VALUE ZERO.
           05  WN-BUD-LOAD-COUNT     PIC 9(7) VALUE ZERO.
           05  WN-BUD-SKIP-COUNT     PIC 9(7) VALUE ZERO.
           05  W9-BUD-TOTAL          PIC S9(11)V9(2) COMP-3
                                      VALUE ZERO.

      *>   one file line: customer, article and the twelve months
       01  WC-BUD-CUSTNO       PIC X(10) VALUE SPACE.
       01  WC-BUD-ARTNO        PIC X(30) VALUE SPACE.
       01  WR-BUD-MONTHS.
           05  WC-BUD-MONTH    PIC X(15) OCCURS 12 TIMES.
       01  WN-BUD-IX           PIC S9(4) COMP VALUE ZERO.
       01  WE-BUD-TOTAL        PIC Z(10)9.99.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE SRV       END-EXEC.
           EXEC SQL INCLUDE REVBUDGET END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

       PROCEDURE DIVISION.

       000-BUDGET-LOAD.
           MOVE 'PbsBudgetLoad.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT

           IF BUD-OK
               OPEN INPUT BUDFIL

               IF NOT BUDFIL-SUCCESSFUL
                   DISPLAY ' Kan inte öppna budgetfilen: '
                           WC-BUD-FILENAME
                   MOVE 'N' TO BUD-OK-SW
               ELSE
                   READ BUDFIL
                       AT END SET EOF TO TRUE
                   END-READ

                   PERFORM 110-LOAD-ONE-LINE UNTIL EOF

                   CLOSE BUDFIL

                   MOVE W9-BUD-TOTAL TO WE-BUD-TOTAL
                   DISPLAY ' === Intäktsbudget ' WN-BUD-YEAR ' ==='
                   DISPLAY ' Rader i filen      : ' WN-BUD-LINE-COUNT
                   DISPLAY ' Månadsbelopp lagda : ' WN-BUD-LOAD-COUNT
                   DISPLAY ' Överhoppade rader  : ' WN-BUD-SKIP-COUNT
                   DISPLAY ' Budget för året    : ' WE-BUD-TOTAL
               END-IF
           END-IF

           IF BUD-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           ACCEPT WC-BUD-ARG FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE

           IF WC-BUD-ARG = SPACE
      *>       default to the coming year - budgets are set ahead
               MOVE T-YEAR TO WN-BUD-YEAR
               ADD 1 TO WN-BUD-YEAR
               MOVE WN-BUD-YEAR TO WC-BUD-ARG
           END-IF

           IF WC-BUD-ARG IS NOT NUMERIC
               DISPLAY ' Ogiltigt år (YYYY): ' WC-BUD-ARG
               MOVE 'N' TO BUD-OK-SW
           ELSE
               MOVE WC-BUD-ARG TO WN-BUD-YEAR
               MOVE WN-BUD-YEAR TO REVBUDGET-BUDGETYEAR
               MOVE SPACE TO WC-BUD-FILENAME
               STRING 'data/budget-' DELIMITED BY SIZE
                      WC-BUD-ARG DELIMITED BY SIZE
                      '.csv' DELIMITED BY SIZE
                   INTO WC-BUD-FILENAME
               END-STRING
           END-IF.
      ***********************

       110-LOAD-ONE-LINE.
           MOVE SPACE TO WC-BUD-CUSTNO
           MOVE SPACE TO WC-BUD-ARTNO
           MOVE SPACE TO WR-BUD-MONTHS

           UNSTRING BUDFIL-POST DELIMITED BY ';'
               INTO WC-BUD-CUSTNO, WC-BUD-ARTNO,
                    WC-BUD-MONTH(1), WC-BUD-MONTH(2),
                    WC-BUD-MONTH(3), WC-BUD-MONTH(4),
                    WC-BUD-MONTH(5), WC-BUD-MONTH(6),
                    WC-BUD-MONTH(7), WC-BUD-MONTH(8),
                    WC-BUD-MONTH(9), WC-BUD-MONTH(10),
                    WC-BUD-MONTH(11), WC-BUD-MONTH(12)
           END-UNSTRING

      *>   a heading line or a blank one carries no customer
           IF WC-BUD-CUSTNO NOT = SPACE
              AND WC-BUD-CUSTNO(1:1) IS NUMERIC
               ADD 1 TO WN-BUD-LINE-COUNT
               PERFORM 120-FIND-CUSTOMER-ARTICLE
               IF SQLCODE = ZERO
                   PERFORM 130-STORE-ONE-MONTH
                       VARYING WN-BUD-IX FROM 1 BY 1
                       UNTIL WN-BUD-IX > 12
               ELSE
                   ADD 1 TO WN-BUD-SKIP-COUNT
                   DISPLAY ' Okänd kund eller artikel: '
                           WC-BUD-CUSTNO ' ' WC-BUD-ARTNO
               END-IF
           END-IF

           READ BUDFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       120-FIND-CUSTOMER-ARTICLE.
           EXEC SQL
               SELECT CUST_ID
               INTO :REVBUDGET-CUST-ID
               FROM TUTORIAL.CUSTOMER
               WHERE CUSTNO = :WC-BUD-CUSTNO
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   SELECT SRV_ID
                   INTO :REVBUDGET-SRV-ID
                   FROM TUTORIAL.SRV
                   WHERE ARTNO = :WC-BUD-ARTNO
               END-EXEC
           END-IF.
      ***********************

       130-STORE-ONE-MONTH.
           MOVE WN-BUD-IX TO REVBUDGET-BUDGETMONTH
           IF WC-BUD-MONTH(WN-BUD-IX) = SPACE
               MOVE ZERO TO REVBUDGET-AMOUNT
           ELSE
               MOVE FUNCTION NUMVAL(WC-BUD-MONTH(WN-BUD-IX))
                   TO REVBUDGET-AMOUNT
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.REVBUDGET
               SET AMOUNT = :REVBUDGET-AMOUNT
               WHERE BUDGETYEAR = :REVBUDGET-BUDGETYEAR
                 AND BUDGETMONTH = :REVBUDGET-BUDGETMONTH
                 AND CUST_ID = :REVBUDGET-CUST-ID
                 AND SRV_ID = :REVBUDGET-SRV-ID
           END-EXEC

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO TUTORIAL.REVBUDGET
                   VALUES (:REVBUDGET-BUDGETYEAR,
                           :REVBUDGET-BUDGETMONTH,
                           :REVBUDGET-CUST-ID, :REVBUDGET-SRV-ID,
                           :REVBUDGET-AMOUNT)
               END-EXEC
           END-IF

           IF SQLCODE = ZERO
               ADD 1 TO WN-BUD-LOAD-COUNT
               ADD REVBUDGET-AMOUNT TO W9-BUD-TOTAL
           ELSE
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'REVBUDGET' TO WC-MSG-TBLCURS
               MOVE '130-STORE-ONE-MONTH' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO BUD-OK-SW
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
