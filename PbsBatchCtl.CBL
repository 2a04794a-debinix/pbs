      **>                                 failed or still-running
      **>                                 step (the month-end
      **>                                 driver's gate)
      **>            BUSDATE id         - print the business date run
      **>                                 id was made for (restart)
      **>            DAYRUN date        - exit 0 when a nightly run
      **>                                 for that business date is
      **>                                 completed, 2 when one is
      **>                                 recorded but not completed
      **>                                 (its id is printed), 1 when
      **>                                 none is recorded
      **>            LASTDAY            - print the latest business
      **>                                 date a nightly run is
      **>                                 recorded for
      **>            NEXTDATE date      - print the calendar day after
      **>                                 date; exit 1 when date is
      **>                                 not a valid YYYY-MM-DD
      **>          A step started with PBS_AFFARSDAG set is recorded
      **>          under that business date - the nightly driver
      **>          always sets it, so a missed night run afterwards
      **>          is still recorded as the day it belongs to. The
      **>          run date and times stay the clock's.
      **> Initial Version Created: 2014-04-02
      **>

       01  WN-HIT              PIC S9(9) COMP VALUE ZERO.
       01  WE-RUN-ID           PIC Z(8)9.

      *>   the business date of the step being started
       01  BUS-DATE.
           05  BUS-YEAR        PIC X(4).
           05  BUS-MONTH       PIC X(2).
           05  BUS-DAY         PIC X(2).
           05  FILLER          PIC X(13).
       01  WC-AFFARSDAG        PIC X(10) VALUE SPACE.
       01  WC-BUSDATE          PIC X(10) VALUE SPACE.
       01  WN-BUSDATE-IND      PIC S9(4) COMP VALUE ZERO.
       01  WN-DATE-YMD         PIC 9(8)  VALUE ZERO.
       01  WN-DATE-INT         PIC S9(9) COMP VALUE ZERO.

           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE BATCHRUN END-EXEC.

                   PERFORM 140-PING-DATABASE
               WHEN 'LASTOK'
                   PERFORM 150-CHECK-LAST-RUN
               WHEN 'BUSDATE'
                   PERFORM 160-RUN-BUSINESS-DATE
               WHEN 'DAYRUN'
                   PERFORM 170-CHECK-BUSINESS-DAY
               WHEN 'LASTDAY'
                   PERFORM 180-LAST-BUSINESS-DAY
               WHEN 'NEXTDATE'
                   PERFORM 190-NEXT-DATE
               WHEN OTHER
                   DISPLAY ' Okänt kommando: ' WC-VERB
                   MOVE 1 TO RETURN-CODE
           MOVE WC-ARG3 TO BATCHRUN-STEPNAME-TEXT
           MOVE 40 TO BATCHRUN-STEPNAME-LEN

      *>   no business date given - a hand-run or month-end step -
      *>   is recorded without one
           MOVE SPACE TO WC-AFFARSDAG
           ACCEPT WC-AFFARSDAG FROM ENVIRONMENT 'PBS_AFFARSDAG'

           IF WC-AFFARSDAG = SPACE
               MOVE SPACE TO WC-BUSDATE
               MOVE -1 TO WN-BUSDATE-IND
           ELSE
               CALL 'BUSDATE' USING BUS-DATE
               MOVE BUS-YEAR  TO WC-BUSDATE(1:4)
               MOVE BUS-MONTH TO WC-BUSDATE(6:2)
               MOVE BUS-DAY   TO WC-BUSDATE(9:2)
               MOVE '-' TO WC-BUSDATE(5:1), WC-BUSDATE(8:1)
               MOVE ZERO TO WN-BUSDATE-IND
           END-IF

           EXEC SQL
               INSERT INTO TUTORIAL.BATCHRUN
               VALUES (:WN-RUN-ID, :WN-STEPNO,
                       :BATCHRUN-STEPNAME, :WC-RUNDATE,
                       :WC-CLOCK, NULL, NULL, NULL, 'R',
                       :WC-BUSDATE :WN-BUSDATE-IND)
           END-EXEC

           IF SQLCODE NOT = ZERO
           END-IF.
      ***********************

       160-RUN-BUSINESS-DATE.
      *>   a restarted night carries on as the business day it was
      *>   started for, not as the day of the restart
           MOVE FUNCTION NUMVAL(WC-ARG1) TO WN-RUN-ID
           MOVE SPACE TO WC-BUSDATE
           MOVE -1 TO WN-BUSDATE-IND

           EXEC SQL
               SELECT MAX(BUSDATE)
               INTO :WC-BUSDATE :WN-BUSDATE-IND
               FROM TUTORIAL.BATCHRUN
               WHERE RUN_ID = :WN-RUN-ID
           END-EXEC

           IF SQLCODE = ZERO AND WN-BUSDATE-IND = ZERO
               DISPLAY WC-BUSDATE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF.
      ***********************

       170-CHECK-BUSINESS-DAY.
      *>   the catch-up run must neither repeat a business day
      *>   already run nor run past one that stands broken
           MOVE WC-ARG1 TO WC-BUSDATE
           MOVE ZERO TO WN-RUN-ID
           MOVE -1 TO WN-BUSDATE-IND

           EXEC SQL
               SELECT MAX(RUN_ID)
               INTO :WN-RUN-ID :WN-BUSDATE-IND
               FROM TUTORIAL.BATCHRUN
               WHERE BUSDATE = :WC-BUSDATE
           END-EXEC

           IF SQLCODE NOT = ZERO OR WN-BUSDATE-IND NOT = ZERO
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WN-HIT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WN-HIT
                   FROM TUTORIAL.BATCHRUN
                   WHERE RUN_ID = :WN-RUN-ID
                     AND STATE NOT = 'C'
               END-EXEC

               IF WN-HIT = ZERO
                   MOVE ZERO TO RETURN-CODE
               ELSE
                   MOVE WN-RUN-ID TO WE-RUN-ID
                   DISPLAY FUNCTION TRIM(WE-RUN-ID)
                   MOVE 2 TO RETURN-CODE
               END-IF
           END-IF.
      ***********************

       180-LAST-BUSINESS-DAY.
           MOVE SPACE TO WC-BUSDATE
           MOVE -1 TO WN-BUSDATE-IND

           EXEC SQL
               SELECT MAX(BUSDATE)
               INTO :WC-BUSDATE :WN-BUSDATE-IND
               FROM TUTORIAL.BATCHRUN
           END-EXEC

           IF SQLCODE = ZERO AND WN-BUSDATE-IND = ZERO
               DISPLAY WC-BUSDATE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF.
      ***********************

       190-NEXT-DATE.
      *>   the shell has no portable date arithmetic, so the
      *>   catch-up run steps from one business day to the next
      *>   through here
           MOVE 1 TO WN-DATE-INT

           IF WC-ARG1(5:1) = '-'
              AND WC-ARG1(8:1) = '-'
              AND WC-ARG1(1:4) IS NUMERIC
              AND WC-ARG1(6:2) IS NUMERIC
              AND WC-ARG1(9:2) IS NUMERIC
               MOVE WC-ARG1(1:4) TO WN-DATE-YMD(1:4)
               MOVE WC-ARG1(6:2) TO WN-DATE-YMD(5:2)
               MOVE WC-ARG1(9:2) TO WN-DATE-YMD(7:2)
               MOVE FUNCTION TEST-DATE-YYYYMMDD(WN-DATE-YMD)
                   TO WN-DATE-INT
           END-IF

           IF WN-DATE-INT NOT = ZERO
               DISPLAY ' Ogiltigt datum: ' WC-ARG1
               MOVE 1 TO RETURN-CODE
           ELSE
               COMPUTE WN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WN-DATE-YMD) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WN-DATE-INT)
                   TO WN-DATE-YMD
               MOVE WN-DATE-YMD(1:4) TO WC-BUSDATE(1:4)
               MOVE WN-DATE-YMD(5:2) TO WC-BUSDATE(6:2)
               MOVE WN-DATE-YMD(7:2) TO WC-BUSDATE(9:2)
               MOVE '-' TO WC-BUSDATE(5:1), WC-BUSDATE(8:1)
               DISPLAY WC-BUSDATE
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
