       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsRevRelease.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Month-end revenue release (periodisering): a line
      **>          billed in advance for a quarter or a year is
      **>          recorded by the billing run in REVDEFER with the
      **>          service period it pays for. For every such line
      **>          whose service period covers the month, one
      **>          month's share is released from förutbetalda
      **>          intäkter into revenue and logged in REVRELEASE;
      **>          the last month takes whatever the rounding left,
      **>          so a line is always released to the öre. The SIE
      **>          export books the month's releases as its
      **>          periodisering verification and the revenue
      **>          reports show them as earned. The period comes off
      **>          the command line as YYYY-MM; blank means the
      **>          current month. A rerun of the same month releases
      **>          nothing twice. Run from the month-end chain ahead
      **>          of the SIE export.
      **> Initial Version Created: 2014-04-24
      **>

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  RELEASE-OK-SW           PIC X VALUE 'Y'.
               88  RELEASE-OK              VALUE 'Y'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-REL-PERIOD       PIC X(7)  VALUE SPACE.
       01  WC-PERIOD-START     PIC X(10) VALUE SPACE.
       01  WC-PERIOD-END       PIC X(10) VALUE SPACE.
       01  WC-REL-DATE         PIC X(10) VALUE SPACE.

      *>   work fields for computing the period's real last day -
      *>   the first of the next month minus one
       01  WN-EOM-YEAR         PIC 9(4)  VALUE ZERO.
       01  WN-EOM-MONTH        PIC 9(2)  VALUE ZERO.
       01  WN-EOM-YMD          PIC 9(8)  VALUE ZERO.
       01  WN-EOM-INT          PIC S9(9) COMP VALUE ZERO.

       01  COUNTS-FIELDS.
           05  WN-REL-COUNT          PIC 9(5) VALUE ZERO.
           05  WN-REL-DONE-COUNT     PIC 9(5) VALUE ZERO.
           05  W9-REL-TOTAL          PIC S9(9)V9(2) COMP-3
                                      VALUE ZERO.

       01  W9-REL-SHARE        PIC S9(7)V9(2) COMP-3 VALUE ZERO.
       01  WE-REL-TOTAL        PIC Z(8)9.99.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE REVDEFER   END-EXEC.
           EXEC SQL INCLUDE REVRELEASE END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   every advance-billed line whose service period covers the
      *>   month, still with months to release and not yet released
      *>   for this one - a cancelled invoice earns nothing
           EXEC SQL
               DECLARE CUR-REL-DEFER CURSOR FOR
               SELECT D.DEFER_ID, D.MONTHS, D.AMOUNT, D.RELEASED,
                      D.RELMONTHS
               FROM TUTORIAL.REVDEFER D, TUTORIAL.INVOICE I
               WHERE D.INV_ID = I.INV_ID
                 AND I.INVSTATE NOT = 3
                 AND D.SRVFROM <= :WC-PERIOD-END
                 AND D.SRVTO >= :WC-PERIOD-START
                 AND D.RELMONTHS < D.MONTHS
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.REVRELEASE R
                      WHERE R.DEFER_ID = D.DEFER_ID
                        AND R.RELPERIOD = :WC-REL-PERIOD)
               ORDER BY D.DEFER_ID
           END-EXEC

       PROCEDURE DIVISION.

       000-REV-RELEASE.
           MOVE 'PbsRevRelease.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT
           IF RELEASE-OK
               PERFORM 110-RELEASE-ALL-DEFERRALS
               MOVE W9-REL-TOTAL TO WE-REL-TOTAL
               DISPLAY ' === Periodisering ' WC-REL-PERIOD ' ==='
               DISPLAY ' Periodiserade rader: ' WN-REL-COUNT
               DISPLAY ' Varav slutförda    : ' WN-REL-DONE-COUNT
               DISPLAY ' Intäktsfört belopp : ' WE-REL-TOTAL
           END-IF
           IF RELEASE-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           ACCEPT WC-REL-PERIOD FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE

           IF WC-REL-PERIOD = SPACE
               MOVE T-YEAR  TO WC-REL-PERIOD(1:4)
               MOVE '-'     TO WC-REL-PERIOD(5:1)
               MOVE T-MONTH TO WC-REL-PERIOD(6:2)
           END-IF

           IF WC-REL-PERIOD(5:1) NOT = '-'
              OR WC-REL-PERIOD(1:4) IS NOT NUMERIC
              OR WC-REL-PERIOD(6:2) IS NOT NUMERIC
               DISPLAY ' Ogiltig period (YYYY-MM): ' WC-REL-PERIOD
               MOVE 'N' TO RELEASE-OK-SW
           ELSE
               MOVE SPACE TO WC-PERIOD-START
               STRING WC-REL-PERIOD DELIMITED BY SPACE
                      '-01'         DELIMITED BY SIZE
                   INTO WC-PERIOD-START
               END-STRING
      *>       the period's real last day: first of the next month
      *>       minus one
               MOVE WC-REL-PERIOD(1:4) TO WN-EOM-YEAR
               MOVE WC-REL-PERIOD(6:2) TO WN-EOM-MONTH
               IF WN-EOM-MONTH = 12
                   ADD 1 TO WN-EOM-YEAR
                   MOVE 1 TO WN-EOM-MONTH
               ELSE
                   ADD 1 TO WN-EOM-MONTH
               END-IF
               COMPUTE WN-EOM-YMD =
                   WN-EOM-YEAR * 10000 + WN-EOM-MONTH * 100 + 1
               COMPUTE WN-EOM-INT =
                   FUNCTION INTEGER-OF-DATE(WN-EOM-YMD) - 1
               COMPUTE WN-EOM-YMD =
                   FUNCTION DATE-OF-INTEGER(WN-EOM-INT)
               MOVE SPACE TO WC-PERIOD-END
               MOVE WN-EOM-YMD(1:4) TO WC-PERIOD-END(1:4)
               MOVE WN-EOM-YMD(5:2) TO WC-PERIOD-END(6:2)
               MOVE WN-EOM-YMD(7:2) TO WC-PERIOD-END(9:2)
               MOVE '-' TO WC-PERIOD-END(5:1), WC-PERIOD-END(8:1)

               MOVE T-YEAR  TO WC-REL-DATE(1:4)
               MOVE T-MONTH TO WC-REL-DATE(6:2)
               MOVE T-DAY   TO WC-REL-DATE(9:2)
               MOVE '-' TO WC-REL-DATE(5:1), WC-REL-DATE(8:1)
           END-IF.
      ***********************

       110-RELEASE-ALL-DEFERRALS.
           EXEC SQL
               OPEN CUR-REL-DEFER
           END-EXEC

           EXEC SQL
               FETCH CUR-REL-DEFER
               INTO :REVDEFER-DEFER-ID, :REVDEFER-MONTHS,
                    :REVDEFER-AMOUNT, :REVDEFER-RELEASED,
                    :REVDEFER-RELMONTHS
           END-EXEC

           PERFORM 120-RELEASE-ONE-DEFERRAL
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE TO WN-MSG-SQLCODE
               MOVE 'CUR-REL-DEFER' TO WC-MSG-TBLCURS
               MOVE '110-RELEASE-ALL-DEFERRALS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO RELEASE-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-REL-DEFER
           END-EXEC.
      ***********************

       120-RELEASE-ONE-DEFERRAL.
      *>   an even monthly share; the final month takes the rest
           IF REVDEFER-RELMONTHS + 1 >= REVDEFER-MONTHS
               COMPUTE W9-REL-SHARE =
                   REVDEFER-AMOUNT - REVDEFER-RELEASED
           ELSE
               COMPUTE W9-REL-SHARE ROUNDED =
                   REVDEFER-AMOUNT / REVDEFER-MONTHS
           END-IF

           MOVE REVDEFER-DEFER-ID TO REVRELEASE-DEFER-ID
           MOVE WC-REL-PERIOD     TO REVRELEASE-RELPERIOD
           MOVE W9-REL-SHARE      TO REVRELEASE-AMOUNT
           MOVE WC-REL-DATE       TO REVRELEASE-RELDATE

           EXEC SQL
               INSERT INTO TUTORIAL.REVRELEASE
               VALUES (:REVRELEASE-DEFER-ID, :REVRELEASE-RELPERIOD,
                       :REVRELEASE-AMOUNT, :REVRELEASE-RELDATE)
           END-EXEC

           IF SQLCODE = ZERO
               EXEC SQL
                   UPDATE TUTORIAL.REVDEFER
                   SET RELEASED = RELEASED + :W9-REL-SHARE,
                       RELMONTHS = RELMONTHS + 1
                   WHERE DEFER_ID = :REVDEFER-DEFER-ID
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE    TO WN-MSG-SQLCODE
               MOVE 'REVDEFER' TO WC-MSG-TBLCURS
               MOVE '120-RELEASE-ONE-DEFERRAL' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO RELEASE-OK-SW
           ELSE
               ADD 1 TO WN-REL-COUNT
               ADD W9-REL-SHARE TO W9-REL-TOTAL
               IF REVDEFER-RELMONTHS + 1 >= REVDEFER-MONTHS
                   ADD 1 TO WN-REL-DONE-COUNT
               END-IF
           END-IF

           EXEC SQL
               FETCH CUR-REL-DEFER
               INTO :REVDEFER-DEFER-ID, :REVDEFER-MONTHS,
                    :REVDEFER-AMOUNT, :REVDEFER-RELEASED,
                    :REVDEFER-RELMONTHS
           END-EXEC.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
