       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsTrueUp.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Year-end true-up of minimum volume commitments:
      **>          for every commitment (VOLCOMMIT) of the year the
      **>          customer's actual volume on the committed
      **>          service is counted from the billable-events
      **>          ledger, and a shortfall (volume missed times the
      **>          agreed shortfall price) is proposed for approval
      **>          and written to a preview list
      **>          (data/trueup-<year>.txt) for the account
      **>          managers. Nothing is invoiced here: a proposal
      **>          approved in the customer menu is billed by the
      **>          next month-end billing run like any other line.
      **>          The year comes off the command line as YYYY;
      **>          left blank it defaults to the previous year. A
      **>          rerun refreshes proposals still awaiting
      **>          approval and leaves decided ones alone. Run
      **>          from the December month-end.
      **> Initial Version Created: 2014-04-22
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRUEUPFIL ASSIGN TO WC-TRUEUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRUEUP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRUEUPFIL.
       01  TRUEUP-POST         PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  TRUEUP-OK-SW            PIC X VALUE 'Y'.
               88  TRUEUP-OK               VALUE 'Y'.

       01  TRUEUP-FS           PIC X(2) VALUE SPACE.
           88  TRUEUP-SUCCESSFUL   VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-TRUEUP-ARG       PIC X(4)  VALUE SPACE.
       01  WN-TRUEUP-YEAR      PIC 9(4)  VALUE ZERO.
       01  WN-TRUEUP-YEAR-INT  PIC S9(9) COMP VALUE ZERO.
       01  WC-YEAR-START       PIC X(10) VALUE SPACE.
       01  WC-YEAR-END         PIC X(10) VALUE SPACE.
       01  WC-TRUEUP-FILENAME  PIC X(40) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-TU-COMMIT-COUNT    PIC 9(5) VALUE ZERO.
           05  WN-TU-SHORT-COUNT     PIC 9(5) VALUE ZERO.
           05  W9-TU-TOTAL           PIC S9(9)V9(2) COMP-3
                                      VALUE ZERO.

       01  WN-TU-SHORTQTY      PIC S9(9) COMP VALUE ZERO.
       01  WE-TU-QTY           PIC Z(8)9.
       01  WE-TU-COMMIT        PIC Z(8)9.
       01  WE-TU-SHORT         PIC Z(8)9.
       01  WE-TU-PRICE         PIC ZZ9.99.
       01  WE-TU-AMOUNT        PIC Z(6)9.99.
       01  WE-TU-TOTAL         PIC Z(8)9.99.
       01  WC-TU-LINE          PIC X(100) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE SRV       END-EXEC.
           EXEC SQL INCLUDE VOLCOMMIT END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the year's commitments not yet decided - open ones and
      *>   proposals still waiting for approval
           EXEC SQL
               DECLARE CUR-TU-COMMIT CURSOR FOR
               SELECT V.COMMIT_ID, V.CUST_ID, C.CUSTNO, S.ARTNO,
                      V.SRV_ID, V.COMMITQTY, V.SHORTPRICE
               FROM TUTORIAL.VOLCOMMIT V, TUTORIAL.CUSTOMER C,
                    TUTORIAL.SRV S
               WHERE V.COMMITYEAR = :WN-TRUEUP-YEAR-INT
                 AND V.STATE IN ('O', 'P')
                 AND V.CUST_ID = C.CUST_ID
                 AND V.SRV_ID = S.SRV_ID
               ORDER BY C.CUSTNO, V.SRV_ID
           END-EXEC

       PROCEDURE DIVISION.

       000-TRUE-UP.
           MOVE 'PbsTrueUp.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT
           IF TRUEUP-OK
               PERFORM 110-RUN-ALL-COMMITMENTS
               DISPLAY ' === Volymåtaganden ' WN-TRUEUP-YEAR ' ==='
               DISPLAY ' Åtaganden prövade  : ' WN-TU-COMMIT-COUNT
               DISPLAY ' Ej uppfyllda       : ' WN-TU-SHORT-COUNT
               MOVE W9-TU-TOTAL TO WE-TU-TOTAL
               DISPLAY ' Föreslaget belopp  : ' WE-TU-TOTAL
               DISPLAY ' Förhandslista      : ' WC-TRUEUP-FILENAME
           END-IF
           IF TRUEUP-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           ACCEPT WC-TRUEUP-ARG FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE

           IF WC-TRUEUP-ARG = SPACE
      *>       default to the previous year - the one just closed
               MOVE T-YEAR TO WN-TRUEUP-YEAR
               SUBTRACT 1 FROM WN-TRUEUP-YEAR
               MOVE WN-TRUEUP-YEAR TO WC-TRUEUP-ARG
           END-IF

           IF WC-TRUEUP-ARG IS NOT NUMERIC
               DISPLAY ' Ogiltigt år (YYYY): ' WC-TRUEUP-ARG
               MOVE 'N' TO TRUEUP-OK-SW
           ELSE
               MOVE WC-TRUEUP-ARG TO WN-TRUEUP-YEAR
               MOVE WN-TRUEUP-YEAR TO WN-TRUEUP-YEAR-INT
               MOVE SPACE TO WC-YEAR-START, WC-YEAR-END
               STRING WC-TRUEUP-ARG DELIMITED BY SIZE
                      '-01-01' DELIMITED BY SIZE
                   INTO WC-YEAR-START
               END-STRING
               STRING WC-TRUEUP-ARG DELIMITED BY SIZE
                      '-12-31' DELIMITED BY SIZE
                   INTO WC-YEAR-END
               END-STRING

               MOVE SPACE TO WC-TRUEUP-FILENAME
               STRING 'data/trueup-' DELIMITED BY SIZE
                      WC-TRUEUP-ARG DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WC-TRUEUP-FILENAME
               END-STRING

               OPEN OUTPUT TRUEUPFIL
               IF NOT TRUEUP-SUCCESSFUL
                   DISPLAY ' Kan inte skapa förhandslistan: '
                           WC-TRUEUP-FILENAME
                   MOVE 'N' TO TRUEUP-OK-SW
               ELSE
                   MOVE SPACE TO WC-TU-LINE
                   STRING 'VOLYMÅTAGANDEN ' DELIMITED BY SIZE
                          WC-TRUEUP-ARG DELIMITED BY SIZE
                          ' - FÖRSLAG TILL ÅRSAVSTÄMNING'
                              DELIMITED BY SIZE
                       INTO WC-TU-LINE
                   END-STRING
                   MOVE WC-TU-LINE TO TRUEUP-POST
                   WRITE TRUEUP-POST
                   MOVE 'Kund       Artikel      Åtagande    Utfall'
                     & '     Saknas    Pris      Belopp'
                       TO TRUEUP-POST
                   WRITE TRUEUP-POST
               END-IF
           END-IF.
      ***********************

       110-RUN-ALL-COMMITMENTS.
           EXEC SQL
               OPEN CUR-TU-COMMIT
           END-EXEC

           EXEC SQL
               FETCH CUR-TU-COMMIT
               INTO :VOLCOMMIT-COMMIT-ID, :VOLCOMMIT-CUST-ID,
                    :CUSTOMER-CUSTNO, :SRV-ARTNO,
                    :VOLCOMMIT-SRV-ID, :VOLCOMMIT-COMMITQTY,
                    :VOLCOMMIT-SHORTPRICE
           END-EXEC

           PERFORM 120-TRUE-UP-ONE-COMMITMENT
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE TO WN-MSG-SQLCODE
               MOVE 'CUR-TU-COMMIT' TO WC-MSG-TBLCURS
               MOVE '110-RUN-ALL-COMMITMENTS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO TRUEUP-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-TU-COMMIT
           END-EXEC

           MOVE W9-TU-TOTAL TO WE-TU-TOTAL
           MOVE SPACE TO WC-TU-LINE
           STRING 'Summa föreslaget: ' DELIMITED BY SIZE
                  WE-TU-TOTAL DELIMITED BY SIZE
                  ' kr exkl moms - godkänns i kundmenyn (58)'
                      DELIMITED BY SIZE
               INTO WC-TU-LINE
           END-STRING
           MOVE WC-TU-LINE TO TRUEUP-POST
           WRITE TRUEUP-POST

           CLOSE TRUEUPFIL.
      ***********************

       120-TRUE-UP-ONE-COMMITMENT.
      *>   the year's actual volume is what the billing run billed
      *>   from - the billable-events ledger for the service
           ADD 1 TO WN-TU-COMMIT-COUNT
           MOVE ZERO TO VOLCOMMIT-ACTUALQTY

           EXEC SQL
               SELECT COUNT(*)
               INTO :VOLCOMMIT-ACTUALQTY
               FROM TUTORIAL.BILLEVENT
               WHERE CUST_ID = :VOLCOMMIT-CUST-ID
                 AND SRV_ID = :VOLCOMMIT-SRV-ID
                 AND EVENTDATE BETWEEN :WC-YEAR-START
                                   AND :WC-YEAR-END
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO VOLCOMMIT-ACTUALQTY
           END-IF

           MOVE ZERO TO WN-TU-SHORTQTY
           MOVE ZERO TO VOLCOMMIT-SHORTAMT
           IF VOLCOMMIT-ACTUALQTY < VOLCOMMIT-COMMITQTY
               COMPUTE WN-TU-SHORTQTY =
                   VOLCOMMIT-COMMITQTY - VOLCOMMIT-ACTUALQTY
               COMPUTE VOLCOMMIT-SHORTAMT =
                   WN-TU-SHORTQTY * VOLCOMMIT-SHORTPRICE
           END-IF

      *>   a shortfall waits for approval; a commitment met is
      *>   closed with its outcome recorded
           IF VOLCOMMIT-SHORTAMT > ZERO
               MOVE 'P' TO VOLCOMMIT-STATE
           ELSE
               MOVE 'U' TO VOLCOMMIT-STATE
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.VOLCOMMIT
               SET ACTUALQTY = :VOLCOMMIT-ACTUALQTY,
                   SHORTAMT = :VOLCOMMIT-SHORTAMT,
                   STATE = :VOLCOMMIT-STATE
               WHERE COMMIT_ID = :VOLCOMMIT-COMMIT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'VOLCOMMIT' TO WC-MSG-TBLCURS
               MOVE '120-TRUE-UP-ONE-COMMITMENT' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO TRUEUP-OK-SW
           ELSE
               IF VOLCOMMIT-IS-PROPOSED
                   ADD 1 TO WN-TU-SHORT-COUNT
                   ADD VOLCOMMIT-SHORTAMT TO W9-TU-TOTAL
                   PERFORM 130-WRITE-PREVIEW-LINE
               END-IF
           END-IF

           EXEC SQL
               FETCH CUR-TU-COMMIT
               INTO :VOLCOMMIT-COMMIT-ID, :VOLCOMMIT-CUST-ID,
                    :CUSTOMER-CUSTNO, :SRV-ARTNO,
                    :VOLCOMMIT-SRV-ID, :VOLCOMMIT-COMMITQTY,
                    :VOLCOMMIT-SHORTPRICE
           END-EXEC.
      ***********************

       130-WRITE-PREVIEW-LINE.
           MOVE VOLCOMMIT-COMMITQTY  TO WE-TU-COMMIT
           MOVE VOLCOMMIT-ACTUALQTY  TO WE-TU-QTY
           MOVE WN-TU-SHORTQTY       TO WE-TU-SHORT
           MOVE VOLCOMMIT-SHORTPRICE TO WE-TU-PRICE
           MOVE VOLCOMMIT-SHORTAMT   TO WE-TU-AMOUNT

           MOVE SPACE TO WC-TU-LINE
           STRING CUSTOMER-CUSTNO-TEXT(1:10) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SRV-ARTNO-TEXT(1:10) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-TU-COMMIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-TU-QTY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-TU-SHORT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-TU-PRICE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WE-TU-AMOUNT DELIMITED BY SIZE
               INTO WC-TU-LINE
           END-STRING
           MOVE WC-TU-LINE TO TRUEUP-POST
           WRITE TRUEUP-POST

           DISPLAY ' ' WC-TU-LINE(1:78).
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
