      **>          counts come from the postage log when it is in
      **>          use, one sheet per invoice otherwise. Written
      **>          to data/printprognos.txt.
      **>          The consumables register follows: for every
      **>          item in use its stock on hand, what the print
      **>          run draws of it on an average print night, and
      **>          the night it runs out at the forecast volumes
      **>          within the fortnight. Every item below its
      **>          reorder level raises a line in the alert file
      **>          the nightly driver pages from. Runs as a step
      **>          in the nightly window after the print runs.
      **> Initial Version Created: 2014-04-16
      **>

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROG-FS.

           SELECT ALERTFIL ASSIGN TO 'data/alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROGFIL.
       01  PROG-POST           PIC X(100).

       FD  ALERTFIL.
       01  ALERT-POST          PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  FCAST-OK-SW             PIC X VALUE 'Y'.

       01  PROG-FS             PIC X(2) VALUE SPACE.
           88  PROG-SUCCESSFUL     VALUE '00'.
       01  ALERT-FS            PIC X(2) VALUE SPACE.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
       01  WN-FC-EXP-SHEETS    PIC S9(9) COMP VALUE ZERO.
       01  WC-FC-DATE          PIC X(10) VALUE SPACE.

      *>   the expected volume of each forecast night, and the
      *>   history's average print night it is measured against
       01  WN-FC-NIGHT-TABLE.
           05  W9-FC-NIGHT-EXP PIC S9(7)V9(1) COMP-3 OCCURS 14 TIMES.
       01  W9-FC-NIGHT-AVG     PIC S9(7)V9(1) COMP-3 VALUE ZERO.

      *>   one consumable: its stock, its draw per print night and
      *>   the projection night by night
       01  WC-CS-CONSCODE      PIC X(10) VALUE SPACE.
       01  WC-CS-DESCRIPTION   PIC X(30) VALUE SPACE.
       01  WN-CS-ONHAND        PIC S9(9) COMP VALUE ZERO.
       01  WN-CS-REORDERLVL    PIC S9(9) COMP VALUE ZERO.
       01  WN-CS-REORDERQTY    PIC S9(9) COMP VALUE ZERO.
       01  WN-CS-USED          PIC S9(9) COMP VALUE ZERO.
       01  WN-CS-USE-NIGHTS    PIC S9(9) COMP VALUE ZERO.
       01  W9-CS-PER-NIGHT     PIC S9(7)V9(1) COMP-3 VALUE ZERO.
       01  W9-CS-LEFT          PIC S9(9)V9(1) COMP-3 VALUE ZERO.
       01  WN-CS-OUT-IX        PIC S9(4) COMP VALUE ZERO.
       01  WN-CS-ALERT-COUNT   PIC S9(9) COMP VALUE ZERO.
       01  WE-CS-QTY           PIC -(8)9.
       01  WE-CS-ORDER         PIC Z(8)9.
       01  WE-CS-PER-NIGHT     PIC Z(6)9.9.

       01  WE-FC-INV           PIC Z(6)9.
       01  WE-FC-SHEETS        PIC Z(6)9.
       01  WE-FC-FACTOR        PIC ZZ9.99.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the register's items in use with what they drew in
      *>   the history window
           EXEC SQL
               DECLARE CUR-FC-STOCK CURSOR FOR
               SELECT C.CONSCODE, C.DESCRIPTION, C.ONHAND,
                      C.REORDERLVL,
                      COALESCE((SELECT SUM(U.USED)
                                FROM TUTORIAL.CONSUSE U
                                WHERE U.CONS_ID = C.CONS_ID
                                  AND U.USEDATE >= :WC-CUTOFF-DATE),
                               0)
               FROM TUTORIAL.CONSUMABLE C
               WHERE C.ACTIVE = 'Y'
               ORDER BY C.CONSTYPE DESC, C.CUST_ID, C.CONSCODE
           END-EXEC

      *>   the items in use below their reorder level
           EXEC SQL
               DECLARE CUR-FC-REORDER CURSOR FOR
               SELECT CONSCODE, DESCRIPTION, ONHAND, REORDERLVL,
                      REORDERQTY
               FROM TUTORIAL.CONSUMABLE
               WHERE ACTIVE = 'Y'
                 AND ONHAND < REORDERLVL
               ORDER BY CONSCODE
           END-EXEC

      *>   the history window's print volume per night
           EXEC SQL
               DECLARE CUR-FC-HIST CURSOR FOR
           PERFORM 100-INIT
           PERFORM 110-GATHER-HISTORY
           PERFORM 150-WRITE-FORECAST
           PERFORM 300-REORDER-ALERTS
           IF FCAST-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
      **************************

       100-INIT.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE ZERO TO WN-FC-YMD
           MOVE T-YEAR  TO WN-FC-YMD(1:4)
           MOVE T-MONTH TO WN-FC-YMD(5:2)
           END-EXEC
           IF SQLCODE NOT = ZERO OR W9-FC-AVG-SHEETS < 1
               MOVE 1 TO W9-FC-AVG-SHEETS
           END-IF

      *>   the print nights the consumables register has seen in
      *>   the window - an item's draw is averaged over these
           EXEC SQL
               SELECT COUNT(DISTINCT USEDATE)
               INTO :WN-CS-USE-NIGHTS
               FROM TUTORIAL.CONSUSE
               WHERE USEDATE >= :WC-CUTOFF-DATE
                 AND USED > 0
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WN-CS-USE-NIGHTS
           END-IF.
      ***********************

               END-IF
           ELSE
               MOVE 1 TO W9-FC-ME-FACTOR
           END-IF

           IF WN-FC-ALL-CNT + WN-FC-ME-CNT > ZERO
               COMPUTE W9-FC-NIGHT-AVG ROUNDED =
                   (WN-FC-ALL-SUM + WN-FC-ME-SUM)
                   / (WN-FC-ALL-CNT + WN-FC-ME-CNT)
           ELSE
               MOVE ZERO TO W9-FC-NIGHT-AVG
           END-IF.
      ***********************

                   PERFORM 160-FORECAST-ONE-NIGHT
               END-PERFORM

               PERFORM 200-STOCK-FORECAST

               CLOSE PROGFIL

               DISPLAY ' Printprognos skriven till'
               END-IF
           END-IF

           MOVE W9-FC-EXPECT TO W9-FC-NIGHT-EXP(WN-FC-IX)
           COMPUTE WN-FC-EXP-INV ROUNDED = W9-FC-EXPECT
           COMPUTE WN-FC-EXP-SHEETS ROUNDED =
               W9-FC-EXPECT * W9-FC-AVG-SHEETS
           WRITE PROG-POST.
      ***********************

       200-STOCK-FORECAST.
           MOVE SPACE TO PROG-POST
           WRITE PROG-POST
           MOVE 'FÖRBRUKNINGSMATERIAL - LAGER OCH BERÄKNAT SLUT'
               TO PROG-POST
           WRITE PROG-POST
           MOVE SPACE TO WC-FC-LINE
           MOVE 'Kod'           TO WC-FC-LINE(1:3)
           MOVE 'Benämning'     TO WC-FC-LINE(12:10)
           MOVE 'I lager'       TO WC-FC-LINE(46:7)
           MOVE 'Best.punkt'    TO WC-FC-LINE(54:10)
           MOVE 'Per natt'      TO WC-FC-LINE(65:8)
           MOVE 'Tar slut'      TO WC-FC-LINE(75:8)
           MOVE WC-FC-LINE TO PROG-POST
           WRITE PROG-POST

           EXEC SQL
               OPEN CUR-FC-STOCK
           END-EXEC

           PERFORM 210-FETCH-STOCK
           PERFORM 220-FORECAST-ONE-ITEM
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO WN-MSG-SQLCODE
               MOVE 'CUR-FC-STOCK' TO WC-MSG-TBLCURS
               MOVE '200-STOCK-FORECAST' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO FCAST-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-FC-STOCK
           END-EXEC.
      ***********************

       210-FETCH-STOCK.
           EXEC SQL
               FETCH CUR-FC-STOCK
               INTO :WC-CS-CONSCODE, :WC-CS-DESCRIPTION,
                    :WN-CS-ONHAND, :WN-CS-REORDERLVL, :WN-CS-USED
           END-EXEC.
      ***********************

       220-FORECAST-ONE-ITEM.
      *>   the item's draw on an average print night, scaled night
      *>   by night with the forecast volume against the history's
      *>   average night
           IF WN-CS-USE-NIGHTS > ZERO
               COMPUTE W9-CS-PER-NIGHT ROUNDED =
                   WN-CS-USED / WN-CS-USE-NIGHTS
           ELSE
               MOVE ZERO TO W9-CS-PER-NIGHT
           END-IF

           MOVE WN-CS-ONHAND TO W9-CS-LEFT
           MOVE ZERO TO WN-CS-OUT-IX
           IF W9-CS-PER-NIGHT > ZERO AND W9-FC-NIGHT-AVG > ZERO
               PERFORM 230-PROJECT-ONE-NIGHT
                   VARYING WN-FC-IX FROM 1 BY 1
                   UNTIL WN-FC-IX > 14
                      OR WN-CS-OUT-IX > ZERO
           END-IF

           MOVE SPACE TO WC-FC-LINE
           MOVE WC-CS-CONSCODE    TO WC-FC-LINE(1:10)
           MOVE WC-CS-DESCRIPTION TO WC-FC-LINE(12:30)
           MOVE WN-CS-ONHAND      TO WE-CS-QTY
           MOVE WE-CS-QTY         TO WC-FC-LINE(44:9)
           MOVE WN-CS-REORDERLVL  TO WE-CS-QTY
           MOVE WE-CS-QTY         TO WC-FC-LINE(55:9)
           MOVE W9-CS-PER-NIGHT   TO WE-CS-PER-NIGHT
           MOVE WE-CS-PER-NIGHT   TO WC-FC-LINE(64:9)

           IF WN-CS-ONHAND NOT > ZERO
               MOVE 'SLUT I LAGER' TO WC-FC-LINE(75:12)
           ELSE
               IF WN-CS-OUT-IX > ZERO
                   COMPUTE WN-FC-INT = WN-TODAY-INT + WN-CS-OUT-IX
                   COMPUTE WN-FC-YMD =
                       FUNCTION DATE-OF-INTEGER(WN-FC-INT)
                   MOVE WN-FC-YMD(1:4) TO WC-FC-DATE(1:4)
                   MOVE WN-FC-YMD(5:2) TO WC-FC-DATE(6:2)
                   MOVE WN-FC-YMD(7:2) TO WC-FC-DATE(9:2)
                   MOVE '-' TO WC-FC-DATE(5:1), WC-FC-DATE(8:1)
                   MOVE WC-FC-DATE TO WC-FC-LINE(75:10)
               ELSE
                   MOVE '-' TO WC-FC-LINE(75:1)
               END-IF
           END-IF

           IF WN-CS-ONHAND < WN-CS-REORDERLVL
               MOVE '*' TO WC-FC-LINE(87:1)
           END-IF
           MOVE WC-FC-LINE TO PROG-POST
           WRITE PROG-POST

           PERFORM 210-FETCH-STOCK.
      ***********************

       230-PROJECT-ONE-NIGHT.
           COMPUTE W9-CS-LEFT ROUNDED = W9-CS-LEFT
               - W9-CS-PER-NIGHT * W9-FC-NIGHT-EXP(WN-FC-IX)
                 / W9-FC-NIGHT-AVG
           IF W9-CS-LEFT < ZERO
               MOVE WN-FC-IX TO WN-CS-OUT-IX
           END-IF.
      ***********************

       300-REORDER-ALERTS.
      *>   an item below its reorder level is paged every night
      *>   until the delivery is booked
           EXEC SQL
               OPEN CUR-FC-REORDER
           END-EXEC

           PERFORM 310-FETCH-REORDER
           PERFORM 320-ALERT-ONE-ITEM
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE          TO WN-MSG-SQLCODE
               MOVE 'CUR-FC-REORDER' TO WC-MSG-TBLCURS
               MOVE '300-REORDER-ALERTS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO FCAST-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-FC-REORDER
           END-EXEC

           IF WN-CS-ALERT-COUNT > ZERO
               CLOSE ALERTFIL
           END-IF.
      ***********************

       310-FETCH-REORDER.
           EXEC SQL
               FETCH CUR-FC-REORDER
               INTO :WC-CS-CONSCODE, :WC-CS-DESCRIPTION,
                    :WN-CS-ONHAND, :WN-CS-REORDERLVL,
                    :WN-CS-REORDERQTY
           END-EXEC.
      ***********************

       320-ALERT-ONE-ITEM.
           IF WN-CS-ALERT-COUNT = ZERO
               OPEN EXTEND ALERTFIL
           END-IF
           ADD 1 TO WN-CS-ALERT-COUNT

           MOVE SPACE TO ALERT-POST
           MOVE WN-CS-ONHAND TO WE-CS-QTY
           MOVE WN-CS-REORDERQTY TO WE-CS-ORDER
           STRING 'FÖRBRUKNING: ' DELIMITED BY SIZE
                  WC-CS-CONSCODE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WC-CS-DESCRIPTION DELIMITED BY '  '
                  ' i lager' DELIMITED BY SIZE
                  WE-CS-QTY DELIMITED BY SIZE
                  ', beställ' DELIMITED BY SIZE
                  WE-CS-ORDER DELIMITED BY SIZE
               INTO ALERT-POST
           END-STRING
           WRITE ALERT-POST
           DISPLAY ' ' ALERT-POST

           PERFORM 310-FETCH-REORDER.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
