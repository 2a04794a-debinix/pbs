       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsTrackEvent.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Delivery events for tracked mail. The final
      **>          demand before inkasso, and every letter the
      **>          customer asks to send tracked, go with a carrier
      **>          tracking number (TRACKMAIL, registered by
      **>          submit-invoices). The carrier's event file for
      **>          the day (data/sparhandelser.txt) has one line
      **>          per event, trackno;event;date;time;receiver -
      **>          AVI the addressee notified to collect it, UTD
      **>          delivered or collected (receiver the name signed
      **>          for it), RET returned to sender; other events
      **>          along the way are only counted. A delivery or a
      **>          return is final, and a later event never moves
      **>          the item back. The delivery date is the proof
      **>          the dunning run waits for before the inkasso
      **>          handover, and it shows in the invoice inquiry
      **>          and travels on the handover record. Returned
      **>          final demands are raised through the alert file
      **>          the nightly driver pages from. An event file
      **>          read twice does no harm.
      **>          Runs as a step in the nightly window.
      **> Initial Version Created: 2014-06-23
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPARFIL ASSIGN TO 'data/sparhandelser.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPAR-FS.

           SELECT ALERTFIL ASSIGN TO 'data/alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPARFIL.
       01  SPARFIL-POST        PIC X(120).

       FD  ALERTFIL.
       01  ALERT-POST          PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  TRACKEVENT-OK-SW        PIC X VALUE 'Y'.
               88  TRACKEVENT-OK           VALUE 'Y'.

       01  SPAR-FS             PIC X(2) VALUE SPACE.
           88  SPAR-SUCCESSFUL     VALUE '00'.
       01  ALERT-FS            PIC X(2) VALUE SPACE.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.

      *>   one line of the carrier's event file
       01  WC-TE-TRACKNO       PIC X(13) VALUE SPACE.
       01  WC-TE-EVENT         PIC X(3)  VALUE SPACE.
       01  WC-TE-DATE          PIC X(10) VALUE SPACE.
       01  WC-TE-TIME          PIC X(8)  VALUE SPACE.
       01  WC-TE-RECEIVER      PIC X(30) VALUE SPACE.
       01  WC-TE-STATE         PIC X(1)  VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-TE-EVENT-COUNT     PIC S9(9) COMP VALUE ZERO.
           05  WN-TE-OTHER-COUNT     PIC S9(9) COMP VALUE ZERO.
           05  WN-TE-UNKNOWN-COUNT   PIC S9(9) COMP VALUE ZERO.
           05  WN-TE-DELIV-COUNT     PIC S9(9) COMP VALUE ZERO.
           05  WN-TE-NOTIF-COUNT     PIC S9(9) COMP VALUE ZERO.
           05  WN-TE-RETURN-COUNT    PIC S9(9) COMP VALUE ZERO.
           05  WN-TE-RET-DEMAND      PIC S9(9) COMP VALUE ZERO.

       01  WE-TE-COUNT         PIC Z(6)9.

           EXEC SQL INCLUDE SQLCA       END-EXEC.
           EXEC SQL INCLUDE TRACKMAIL   END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

       PROCEDURE DIVISION.

       000-TRACKING-EVENTS.
           MOVE 'PbsTrackEvent.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT

           PERFORM 200-LOAD-EVENTS

           IF TRACKEVENT-OK
               EXEC SQL
                   COMMIT
               END-EXEC
               PERFORM 300-RAISE-ALERT
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF

      *>   a returned demand is a matter for the alert, not a
      *>   failed run
           IF TRACKEVENT-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1).
      ***********************

       200-LOAD-EVENTS.
           MOVE 'N' TO END-OF-FILE
           OPEN INPUT SPARFIL

           IF NOT SPAR-SUCCESSFUL
               DISPLAY ' Inga spårningshändelser idag.'
           ELSE
               READ SPARFIL
                   AT END SET EOF TO TRUE
               END-READ

               PERFORM 210-ONE-EVENT UNTIL EOF OR NOT TRACKEVENT-OK

               CLOSE SPARFIL

               MOVE WN-TE-EVENT-COUNT TO WE-TE-COUNT
               DISPLAY ' Spårningshändelser inlästa: ' WE-TE-COUNT
               MOVE WN-TE-DELIV-COUNT TO WE-TE-COUNT
               DISPLAY ' Utdelade                  : ' WE-TE-COUNT
               MOVE WN-TE-NOTIF-COUNT TO WE-TE-COUNT
               DISPLAY ' Aviserade                 : ' WE-TE-COUNT
               MOVE WN-TE-RETURN-COUNT TO WE-TE-COUNT
               DISPLAY ' Returnerade               : ' WE-TE-COUNT
               MOVE WN-TE-OTHER-COUNT TO WE-TE-COUNT
               DISPLAY ' Övriga händelser          : ' WE-TE-COUNT
               IF WN-TE-UNKNOWN-COUNT > ZERO
                   MOVE WN-TE-UNKNOWN-COUNT TO WE-TE-COUNT
                   DISPLAY ' Utan väntande försändelse : '
                           WE-TE-COUNT
               END-IF
           END-IF.
      ***********************

       210-ONE-EVENT.
           MOVE SPACE TO WC-TE-TRACKNO
           MOVE SPACE TO WC-TE-EVENT
           MOVE SPACE TO WC-TE-DATE
           MOVE SPACE TO WC-TE-TIME
           MOVE SPACE TO WC-TE-RECEIVER

           UNSTRING SPARFIL-POST DELIMITED BY ';'
               INTO WC-TE-TRACKNO, WC-TE-EVENT, WC-TE-DATE,
                    WC-TE-TIME, WC-TE-RECEIVER
           END-UNSTRING

           IF WC-TE-TRACKNO NOT = SPACE
               ADD 1 TO WN-TE-EVENT-COUNT

               EVALUATE WC-TE-EVENT
                   WHEN 'UTD'
                       MOVE 'D' TO WC-TE-STATE
                   WHEN 'AVI'
                       MOVE 'A' TO WC-TE-STATE
                   WHEN 'RET'
                       MOVE 'R' TO WC-TE-STATE
                   WHEN OTHER
                       MOVE SPACE TO WC-TE-STATE
                       ADD 1 TO WN-TE-OTHER-COUNT
               END-EVALUATE

               IF WC-TE-STATE NOT = SPACE
                   PERFORM 220-UPDATE-ITEM
               END-IF
           END-IF

           READ SPARFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       220-UPDATE-ITEM.
      *>   only an item still on its way takes the event; the
      *>   date missing from the line is the business date
           IF WC-TE-DATE = SPACE
               MOVE WC-TODAY-DATE TO WC-TE-DATE
           END-IF

           EXEC SQL
               UPDATE TUTORIAL.TRACKMAIL
               SET STATE = :WC-TE-STATE,
                   EVENTDATE = :WC-TE-DATE,
                   RECEIVER = :WC-TE-RECEIVER
               WHERE TRACKNO = :WC-TE-TRACKNO
                 AND STATE IN ('S', 'A')
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   EVALUATE WC-TE-STATE
                       WHEN 'D'
                           ADD 1 TO WN-TE-DELIV-COUNT
                       WHEN 'A'
                           ADD 1 TO WN-TE-NOTIF-COUNT
                       WHEN 'R'
                           ADD 1 TO WN-TE-RETURN-COUNT
                           PERFORM 230-CHECK-RETURNED-DEMAND
                   END-EVALUATE
               WHEN 100
      *>           not ours, or already delivered or returned
                   ADD 1 TO WN-TE-UNKNOWN-COUNT
               WHEN OTHER
                   MOVE SQLCODE      TO WN-MSG-SQLCODE
                   MOVE 'TRACKMAIL'  TO WC-MSG-TBLCURS
                   MOVE '220-UPDATE-ITEM' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO TRACKEVENT-OK-SW
           END-EVALUATE.
      ***********************

       230-CHECK-RETURNED-DEMAND.
           EXEC SQL
               SELECT DOCTYPE, CUST_ID, INVNO
               INTO :TRACKMAIL-DOCTYPE, :TRACKMAIL-CUST-ID,
                    :TRACKMAIL-INVNO
               FROM TUTORIAL.TRACKMAIL
               WHERE TRACKNO = :WC-TE-TRACKNO
           END-EXEC

           IF SQLCODE = ZERO AND TRACKMAIL-IS-FINAL-DEMAND
               ADD 1 TO WN-TE-RET-DEMAND
               DISPLAY ' Slutkrav returnerat: ' WC-TE-TRACKNO ' '
                       TRACKMAIL-INVNO
           END-IF.
      ***********************

       300-RAISE-ALERT.
           IF WN-TE-RET-DEMAND > ZERO
               OPEN EXTEND ALERTFIL
               MOVE WN-TE-RET-DEMAND TO WE-TE-COUNT
               MOVE SPACE TO ALERT-POST
               STRING 'REKOMMENDERAT: ' DELIMITED BY SIZE
                      WE-TE-COUNT DELIMITED BY SIZE
                      ' slutkrav returnerade - kontrollera adressen'
                      DELIMITED BY SIZE
                   INTO ALERT-POST
               END-STRING
               WRITE ALERT-POST
               CLOSE ALERTFIL
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
