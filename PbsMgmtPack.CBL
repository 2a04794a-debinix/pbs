      **>          receivable at month end, the service level
      **>          (received-to-printed within a day) and the
      **>          import result-code statistics - each with its
      **>          delta against the prior month - and the revenue
      **>          budget against invoiced service revenue for the
      **>          month and the year so far. The period comes
      **>          off the command line as YYYY-MM; left blank it
      **>          defaults to the previous month, which is the
      **>          one being reported. Revenue, import results and
      **>          budget actuals come from the daily statistics
      **>          summaries (PbsDailyStat), which the month-end
      **>          schedule brings up to date before the pack runs.
      **> Initial Version Created: 2014-04-08
      **>

       01  WE-PK-RC-CODE       PIC Z9 VALUE ZERO.
       01  WN-PK-RC-COUNT      PIC S9(9) COMP VALUE ZERO.

      *>   budget against invoiced service revenue, for the month
      *>   and for the year through the month
       01  WN-PK-BUD-YEAR      PIC S9(4) COMP VALUE ZERO.
       01  WN-PK-BUD-FROM      PIC S9(4) COMP VALUE ZERO.
       01  WN-PK-BUD-MONTH     PIC S9(4) COMP VALUE ZERO.
       01  WC-PK-BUD-START     PIC X(10) VALUE SPACE.
       01  W9-PK-BUDGET        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  W9-PK-ACTUAL        PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  WN-PK-BUD-PCT       PIC S9(5) COMP VALUE ZERO.
       01  WE-PK-BUD-PCT       PIC -(4)9.
       01  WC-PK-BUD-LABEL     PIC X(17) VALUE SPACE.

       01  W9-PK-DELTA         PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  WN-PK-DELTA         PIC S9(9) COMP VALUE ZERO.

           EXEC SQL INCLUDE INLOG    END-EXEC.
           EXEC SQL INCLUDE OUTLOG   END-EXEC.
           EXEC SQL INCLUDE BGPAYMENT END-EXEC.
           EXEC SQL INCLUDE STATINLOG END-EXEC.
           EXEC SQL INCLUDE STATINVOICE END-EXEC.
           EXEC SQL INCLUDE STATARTICLE END-EXEC.

           COPY Z0900-error-wkstg.

      *>   grouping the G0150 screen shows
           EXEC SQL
               DECLARE CUR-PK-RC CURSOR FOR
               SELECT RESULTCODE, SUM(INCOUNT)
               FROM TUTORIAL.STATINLOG
               WHERE STATDATE BETWEEN :WC-PERIOD-START
                                  AND :WC-PERIOD-END
               GROUP BY RESULTCODE
               ORDER BY RESULTCODE

       100-INIT.
           ACCEPT WC-PACK-PERIOD FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE

           IF WC-PACK-PERIOD = SPACE
      *>       default to the previous month - the one reported
               PERFORM 130-SECTION-OUTSTANDING
               PERFORM 140-SECTION-SLA
               PERFORM 150-SECTION-IMPORT
               PERFORM 160-SECTION-BUDGET

               CLOSE PACKFIL
           END-IF.
           MOVE ZERO TO WN-PK-INV-COUNT
           MOVE ZERO TO W9-PK-REVENUE
           EXEC SQL
               SELECT COALESCE(SUM(INVCOUNT), 0),
                      COALESCE(SUM(AMOUNT), 0)
               INTO :WN-PK-INV-COUNT, :W9-PK-REVENUE
               FROM TUTORIAL.STATINVOICE
               WHERE STATDATE BETWEEN :WC-PERIOD-START
                                  AND :WC-PERIOD-END
                 AND INVSTATE NOT = 3
           END-EXEC

           IF SQLCODE NOT = ZERO

      *>   the prior month's rejection rate for the delta
           EXEC SQL
               SELECT COALESCE(SUM(INCOUNT), 0),
                      COALESCE(SUM(CASE
                          WHEN RESULTCODE NOT = 0 THEN INCOUNT
                          ELSE 0 END), 0)
               INTO :WN-PK-IN-TOTAL, :WN-PK-IN-REJ
               FROM TUTORIAL.STATINLOG
               WHERE STATDATE BETWEEN :WC-PRIOR-START
                                  AND :WC-PRIOR-END
           END-EXEC

           WRITE PACK-POST.
      ***********************

       160-SECTION-BUDGET.
           MOVE SPACE TO PACK-POST
           WRITE PACK-POST
           MOVE '=== BUDGET MOT UTFALL (I0200) ===' TO PACK-POST
           WRITE PACK-POST

           MOVE WC-PERIOD-START(1:4) TO WN-PK-BUD-YEAR
           MOVE WC-PERIOD-START(6:2) TO WN-PK-BUD-MONTH

      *>   the month on its own
           MOVE WN-PK-BUD-MONTH TO WN-PK-BUD-FROM
           MOVE WC-PERIOD-START TO WC-PK-BUD-START
           PERFORM 270-SUM-BUDGET
           MOVE 'Månaden       : ' TO WC-PK-BUD-LABEL
           PERFORM 280-WRITE-BUDGET-LINE

      *>   January through the month
           MOVE 1 TO WN-PK-BUD-FROM
           MOVE WC-PERIOD-START TO WC-PK-BUD-START
           MOVE '01-01' TO WC-PK-BUD-START(6:5)
           PERFORM 270-SUM-BUDGET
           MOVE 'Hittills i år : ' TO WC-PK-BUD-LABEL
           PERFORM 280-WRITE-BUDGET-LINE.
      ***********************

       270-SUM-BUDGET.
      *>   bundle lines count per component article, as in the
      *>   article report
           EXEC SQL
               SELECT COALESCE(SUM(AMOUNT), 0)
               INTO :W9-PK-BUDGET
               FROM TUTORIAL.REVBUDGET
               WHERE BUDGETYEAR = :WN-PK-BUD-YEAR
                 AND BUDGETMONTH BETWEEN :WN-PK-BUD-FROM
                                     AND :WN-PK-BUD-MONTH
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO W9-PK-BUDGET
           END-IF

      *>   own invoices only; a split row is a component of a
      *>   service package, an unsplit one counts when its article
      *>   is a service
           EXEC SQL
               SELECT COALESCE(SUM(A.AMOUNT), 0)
               INTO :W9-PK-ACTUAL
               FROM TUTORIAL.STATARTICLE A
               WHERE A.OWNINV = 'Y'
                 AND A.INVSTATE NOT = 3
                 AND A.STATDATE BETWEEN :WC-PK-BUD-START
                                    AND :WC-PERIOD-END
                 AND (A.SPLITROW = 'Y'
                  OR EXISTS (SELECT 1 FROM TUTORIAL.SRV S
                             WHERE S.ARTNO = A.ARTNO))
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO W9-PK-ACTUAL
           END-IF.
      ***********************

       280-WRITE-BUDGET-LINE.
           IF W9-PK-BUDGET = ZERO
               MOVE ZERO TO WN-PK-BUD-PCT
           ELSE
               COMPUTE WN-PK-BUD-PCT ROUNDED =
                   W9-PK-ACTUAL * 100 / W9-PK-BUDGET
           END-IF
           COMPUTE W9-PK-DELTA = W9-PK-ACTUAL - W9-PK-BUDGET

           MOVE W9-PK-BUDGET TO WE-PK-AMOUNT
           MOVE W9-PK-ACTUAL TO WE-PK-AMOUNT-2
           MOVE WN-PK-BUD-PCT TO WE-PK-BUD-PCT
           MOVE SPACE TO WC-PK-LINE
           STRING WC-PK-BUD-LABEL DELIMITED BY SIZE
                  'budget ' DELIMITED BY SIZE
                  WE-PK-AMOUNT DELIMITED BY SIZE
                  ' utfall ' DELIMITED BY SIZE
                  WE-PK-AMOUNT-2 DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WE-PK-BUD-PCT DELIMITED BY SIZE
                  '%)' DELIMITED BY SIZE
               INTO WC-PK-LINE
           END-STRING
           MOVE WC-PK-LINE TO PACK-POST
           WRITE PACK-POST

           MOVE W9-PK-DELTA TO WE-PK-AMOUNT
           MOVE SPACE TO WC-PK-LINE
           STRING '                avvikelse ' DELIMITED BY SIZE
                  WE-PK-AMOUNT DELIMITED BY SIZE
               INTO WC-PK-LINE
           END-STRING
           MOVE WC-PK-LINE TO PACK-POST
           WRITE PACK-POST.
      ***********************

       250-SWAP-TO-PRIOR.
           MOVE WC-PERIOD-START TO WC-PK-SAVE-START
           MOVE WC-PERIOD-END   TO WC-PK-SAVE-END
