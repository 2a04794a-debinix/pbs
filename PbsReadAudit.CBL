       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsReadAudit.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Monthly review of read access to debtor personal
      **>          data for the data protection officer. Every look
      **>          at a debtor's details, invoices, statements,
      **>          invoice copies or payments is logged in READLOG
      **>          by the screens (readlog.cbl); this run sums the
      **>          period per operator - reads, debtors opened,
      **>          whole-register listings and protected-identity
      **>          debtors opened - and counts the debtors each
      **>          operator opened with no case attached: no open
      **>          invoice, no invoice dated in the period, no
      **>          contact log entry and no register extract
      **>          request in the period. An operator above the
      **>          READNOCASE threshold (default 50 debtors) is
      **>          flagged and the debtors behind the figure are
      **>          listed. Written to data/lasatkomst.txt. The
      **>          period comes off the command line as YYYY-MM;
      **>          left blank it defaults to the previous month.
      **>          Run from the month-end schedule.
      **> Initial Version Created: 2014-04-13
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAFIL ASSIGN TO 'data/lasatkomst.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAFIL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAFIL.
       01  RAFIL-POST          PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  AUDIT-OK-SW             PIC X VALUE 'Y'.
               88  AUDIT-OK                VALUE 'Y'.

       01  RAFIL-FS            PIC X(2) VALUE SPACE.
           88  RAFIL-SUCCESSFUL    VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-RA-PERIOD        PIC X(7)  VALUE SPACE.
       01  WC-PERIOD-START     PIC X(10) VALUE SPACE.
       01  WC-PERIOD-END       PIC X(10) VALUE SPACE.
       01  WN-EOM-YEAR         PIC 9(4)  VALUE ZERO.
       01  WN-EOM-MONTH        PIC 9(2)  VALUE ZERO.
       01  WN-EOM-YMD          PIC 9(8)  VALUE ZERO.
       01  WN-EOM-INT          PIC S9(9) COMP VALUE ZERO.
       01  WC-THR-KEY          PIC X(12) VALUE SPACE.
       01  WN-RA-LIMIT         PIC S9(9) COMP VALUE 50.

       01  COUNTS-FIELDS.
           05  WN-RA-OP-COUNT        PIC 9(5) VALUE ZERO.
           05  WN-RA-FLAG-COUNT      PIC 9(5) VALUE ZERO.

       01  WC-RA-OPERATOR      PIC X(10) VALUE SPACE.
       01  WN-RA-READS         PIC S9(9) COMP VALUE ZERO.
       01  WN-RA-DEBTORS       PIC S9(9) COMP VALUE ZERO.
       01  WN-RA-LISTS         PIC S9(9) COMP VALUE ZERO.
       01  WN-RA-PROTECTED     PIC S9(9) COMP VALUE ZERO.
       01  WN-RA-NOCASE        PIC S9(9) COMP VALUE ZERO.
       01  WN-RA-DEBT-ID       PIC S9(9) COMP VALUE ZERO.
       01  WN-RA-DEBT-READS    PIC S9(9) COMP VALUE ZERO.
       01  WC-RA-FIRST         PIC X(19) VALUE SPACE.
       01  WC-RA-FLAG          PIC X(1)  VALUE SPACE.

       01  WE-RA-READS         PIC Z(6)9.
       01  WE-RA-DEBTORS       PIC Z(6)9.
       01  WE-RA-LISTS         PIC Z(4)9.
       01  WE-RA-PROTECTED     PIC Z(4)9.
       01  WE-RA-NOCASE        PIC Z(6)9.
       01  WE-RA-DEBT-ID       PIC Z(8)9.
       01  WE-RA-LIMIT         PIC Z(6)9.
       01  WC-RA-LINE          PIC X(100) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE READLOG    END-EXEC.
           EXEC SQL INCLUDE THRESHOLD  END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the operators with read access logged in the period
           EXEC SQL
               DECLARE CUR-RA-OPER CURSOR FOR
               SELECT OPERATOR, COUNT(*)
               FROM TUTORIAL.READLOG
               WHERE DATE(READAT) BETWEEN :WC-PERIOD-START
                                      AND :WC-PERIOD-END
               GROUP BY OPERATOR
               ORDER BY OPERATOR
               FOR FETCH ONLY
           END-EXEC

      *>   the debtors one operator opened with no case attached
           EXEC SQL
               DECLARE CUR-RA-NOCASE CURSOR FOR
               SELECT R.DEBT_ID, COUNT(*), CHAR(MIN(R.READAT))
               FROM TUTORIAL.READLOG R
               WHERE R.OPERATOR = :WC-RA-OPERATOR
                 AND DATE(R.READAT) BETWEEN :WC-PERIOD-START
                                        AND :WC-PERIOD-END
                 AND R.DEBT_ID > 0
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.INVOICE I
                      WHERE I.DEBT_ID = R.DEBT_ID
                        AND ((I.INVSTATE NOT = 9
                              AND I.INVSTATE NOT = 3
                              AND I.INVSTATE NOT = 7
                              AND I.INVSTATE NOT = 6
                              AND I.INVSTATE NOT = 8)
                          OR I.INVDATE BETWEEN :WC-PERIOD-START
                                           AND :WC-PERIOD-END))
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.CONTACTLOG C
                      WHERE C.DEBT_ID = R.DEBT_ID
                        AND C.LOGDATE BETWEEN :WC-PERIOD-START
                                          AND :WC-PERIOD-END)
                 AND NOT EXISTS
                     (SELECT 1 FROM TUTORIAL.GDPRREQ G
                      WHERE G.DEBT_ID = R.DEBT_ID
                        AND G.RECEIVED BETWEEN :WC-PERIOD-START
                                           AND :WC-PERIOD-END)
               GROUP BY R.DEBT_ID
               ORDER BY R.DEBT_ID
               FOR FETCH ONLY
           END-EXEC

       PROCEDURE DIVISION.

       000-READ-AUDIT.
           MOVE 'PbsReadAudit.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT

           IF AUDIT-OK
               OPEN OUTPUT RAFIL
               IF NOT RAFIL-SUCCESSFUL
                   DISPLAY ' Kan inte skapa läsrapporten!'
                   MOVE 'N' TO AUDIT-OK-SW
               END-IF
           END-IF

           IF AUDIT-OK
               PERFORM 105-WRITE-HEADING
               PERFORM 110-RUN-ALL-OPERATORS

               MOVE SPACE TO RAFIL-POST
               WRITE RAFIL-POST
               MOVE SPACE TO WC-RA-LINE
               STRING 'Operatörer: ' DELIMITED BY SIZE
                      WN-RA-OP-COUNT DELIMITED BY SIZE
                      '  Flaggade: ' DELIMITED BY SIZE
                      WN-RA-FLAG-COUNT DELIMITED BY SIZE
                   INTO WC-RA-LINE
               END-STRING
               MOVE WC-RA-LINE TO RAFIL-POST
               WRITE RAFIL-POST

               CLOSE RAFIL

               DISPLAY ' Läsåtkomst period ' WC-RA-PERIOD ': '
                       WN-RA-OP-COUNT ' operatörer, '
                       WN-RA-FLAG-COUNT ' flaggade'
           END-IF

      *>   a flagged operator is a finding for the data protection
      *>   officer, not a failed run - the month-end goes on
           IF AUDIT-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           ACCEPT WC-RA-PERIOD FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE

           IF WC-RA-PERIOD = SPACE
      *>       default to the previous month - the one closed
               MOVE T-YEAR  TO WN-EOM-YEAR
               MOVE T-MONTH TO WN-EOM-MONTH
               IF WN-EOM-MONTH = 1
                   MOVE 12 TO WN-EOM-MONTH
                   SUBTRACT 1 FROM WN-EOM-YEAR
               ELSE
                   SUBTRACT 1 FROM WN-EOM-MONTH
               END-IF
               MOVE WN-EOM-YEAR  TO WC-RA-PERIOD(1:4)
               MOVE '-'          TO WC-RA-PERIOD(5:1)
               MOVE WN-EOM-MONTH TO WC-RA-PERIOD(6:2)
           END-IF

           IF WC-RA-PERIOD(5:1) NOT = '-'
              OR WC-RA-PERIOD(1:4) IS NOT NUMERIC
              OR WC-RA-PERIOD(6:2) IS NOT NUMERIC
               DISPLAY ' Ogiltig period (YYYY-MM): ' WC-RA-PERIOD
               MOVE 'N' TO AUDIT-OK-SW
           ELSE
               MOVE SPACE TO WC-PERIOD-START
               STRING WC-RA-PERIOD DELIMITED BY SPACE
                      '-01'        DELIMITED BY SIZE
                   INTO WC-PERIOD-START
               END-STRING
      *>       the period's real last day: first of the next month
      *>       minus one
               MOVE WC-RA-PERIOD(1:4) TO WN-EOM-YEAR
               MOVE WC-RA-PERIOD(6:2) TO WN-EOM-MONTH
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
           END-IF

      *>   how many case-less debtors one operator may open in a
      *>   month before it is flagged
           MOVE 'READNOCASE' TO WC-THR-KEY
           EXEC SQL
               SELECT THRVALUE
               INTO :THRESHOLD-THRVALUE
               FROM TUTORIAL.THRESHOLD
               WHERE THRKEY = :WC-THR-KEY
           END-EXEC

           IF SQLCODE = ZERO AND THRESHOLD-THRVALUE > ZERO
               MOVE THRESHOLD-THRVALUE TO WN-RA-LIMIT
           END-IF.
      ***********************

       105-WRITE-HEADING.
           MOVE SPACE TO WC-RA-LINE
           STRING 'LÄSÅTKOMST TILL PERSONUPPGIFTER ' DELIMITED BY SIZE
                  WC-PERIOD-START DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WC-PERIOD-END DELIMITED BY SIZE
               INTO WC-RA-LINE
           END-STRING
           MOVE WC-RA-LINE TO RAFIL-POST
           WRITE RAFIL-POST

           MOVE WN-RA-LIMIT TO WE-RA-LIMIT
           MOVE SPACE TO WC-RA-LINE
           STRING 'Flaggas (!) vid fler än ' DELIMITED BY SIZE
                  WE-RA-LIMIT DELIMITED BY SIZE
                  ' gäldenärer utan ärende' DELIMITED BY SIZE
               INTO WC-RA-LINE
           END-STRING
           MOVE WC-RA-LINE TO RAFIL-POST
           WRITE RAFIL-POST

           MOVE SPACE TO RAFIL-POST
           WRITE RAFIL-POST
           MOVE '  Operatör    Läsningar Gäldenärer Listor Skyddade'
               TO RAFIL-POST
           WRITE RAFIL-POST
           MOVE '                                         Utan ärende'
               TO RAFIL-POST
           WRITE RAFIL-POST.
      ***********************

       110-RUN-ALL-OPERATORS.
           EXEC SQL
               OPEN CUR-RA-OPER
           END-EXEC

           EXEC SQL
               FETCH CUR-RA-OPER
               INTO :WC-RA-OPERATOR, :WN-RA-READS
           END-EXEC

           PERFORM 120-REVIEW-ONE-OPERATOR
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE       TO WN-MSG-SQLCODE
               MOVE 'CUR-RA-OPER' TO WC-MSG-TBLCURS
               MOVE '110-RUN-ALL-OPERATORS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO AUDIT-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-RA-OPER
           END-EXEC.
      ***********************

       120-REVIEW-ONE-OPERATOR.
           ADD 1 TO WN-RA-OP-COUNT

      *>   debtors opened, whole-register listings and protected
      *>   identities opened, and the case-less debtors - the
      *>   same test the detail cursor lists; pinned to one
      *>   PBSCOMPANY row so the figures come back as one row
           EXEC SQL
               SELECT
                  (SELECT COUNT(DISTINCT R1.DEBT_ID)
                   FROM TUTORIAL.READLOG R1
                   WHERE R1.OPERATOR = :WC-RA-OPERATOR
                     AND DATE(R1.READAT) BETWEEN :WC-PERIOD-START
                                             AND :WC-PERIOD-END
                     AND R1.DEBT_ID > 0),
                  (SELECT COUNT(*)
                   FROM TUTORIAL.READLOG R2
                   WHERE R2.OPERATOR = :WC-RA-OPERATOR
                     AND DATE(R2.READAT) BETWEEN :WC-PERIOD-START
                                             AND :WC-PERIOD-END
                     AND R2.DEBT_ID = 0
                     AND R2.INV_ID = 0),
                  (SELECT COUNT(DISTINCT R3.DEBT_ID)
                   FROM TUTORIAL.READLOG R3, TUTORIAL.DEBTOR D
                   WHERE R3.OPERATOR = :WC-RA-OPERATOR
                     AND DATE(R3.READAT) BETWEEN :WC-PERIOD-START
                                             AND :WC-PERIOD-END
                     AND D.DEBT_ID = R3.DEBT_ID
                     AND D.PROTECTED = 'Y'),
                  (SELECT COUNT(DISTINCT R.DEBT_ID)
                   FROM TUTORIAL.READLOG R
                   WHERE R.OPERATOR = :WC-RA-OPERATOR
                     AND DATE(R.READAT) BETWEEN :WC-PERIOD-START
                                            AND :WC-PERIOD-END
                     AND R.DEBT_ID > 0
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.INVOICE I
                          WHERE I.DEBT_ID = R.DEBT_ID
                            AND ((I.INVSTATE NOT = 9
                                  AND I.INVSTATE NOT = 3
                                  AND I.INVSTATE NOT = 7
                                  AND I.INVSTATE NOT = 6
                                  AND I.INVSTATE NOT = 8)
                              OR I.INVDATE
                                 BETWEEN :WC-PERIOD-START
                                     AND :WC-PERIOD-END))
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.CONTACTLOG C
                          WHERE C.DEBT_ID = R.DEBT_ID
                            AND C.LOGDATE
                                BETWEEN :WC-PERIOD-START
                                    AND :WC-PERIOD-END)
                     AND NOT EXISTS
                         (SELECT 1 FROM TUTORIAL.GDPRREQ G
                          WHERE G.DEBT_ID = R.DEBT_ID
                            AND G.RECEIVED
                                BETWEEN :WC-PERIOD-START
                                    AND :WC-PERIOD-END))
               INTO :WN-RA-DEBTORS, :WN-RA-LISTS,
                    :WN-RA-PROTECTED, :WN-RA-NOCASE
               FROM TUTORIAL.PBSCOMPANY
               WHERE PBSCO_ID =
                   (SELECT MIN(PBSCO_ID)
                    FROM TUTORIAL.PBSCOMPANY)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE    TO WN-MSG-SQLCODE
               MOVE 'READLOG'  TO WC-MSG-TBLCURS
               MOVE '120-REVIEW-ONE-OPERATOR' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO AUDIT-OK-SW
               MOVE ZERO TO WN-RA-DEBTORS, WN-RA-LISTS,
                            WN-RA-PROTECTED, WN-RA-NOCASE
           END-IF

           MOVE SPACE TO WC-RA-FLAG
           IF WN-RA-NOCASE > WN-RA-LIMIT
               MOVE '!' TO WC-RA-FLAG
               ADD 1 TO WN-RA-FLAG-COUNT
           END-IF

           MOVE WN-RA-READS     TO WE-RA-READS
           MOVE WN-RA-DEBTORS   TO WE-RA-DEBTORS
           MOVE WN-RA-LISTS     TO WE-RA-LISTS
           MOVE WN-RA-PROTECTED TO WE-RA-PROTECTED
           MOVE WN-RA-NOCASE    TO WE-RA-NOCASE
           MOVE SPACE TO WC-RA-LINE
           STRING WC-RA-FLAG DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WC-RA-OPERATOR DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WE-RA-READS DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WE-RA-DEBTORS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WE-RA-LISTS DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WE-RA-PROTECTED DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  WE-RA-NOCASE DELIMITED BY SIZE
               INTO WC-RA-LINE
           END-STRING
           MOVE WC-RA-LINE TO RAFIL-POST
           WRITE RAFIL-POST

           IF WC-RA-FLAG = '!'
               PERFORM 130-LIST-NOCASE-DEBTORS
           END-IF

           EXEC SQL
               FETCH CUR-RA-OPER
               INTO :WC-RA-OPERATOR, :WN-RA-READS
           END-EXEC.
      ***********************

       130-LIST-NOCASE-DEBTORS.
           MOVE '   Gäldenär utan ärende Läsningar Första läsning'
               TO RAFIL-POST
           WRITE RAFIL-POST

           EXEC SQL
               OPEN CUR-RA-NOCASE
           END-EXEC

           EXEC SQL
               FETCH CUR-RA-NOCASE
               INTO :WN-RA-DEBT-ID, :WN-RA-DEBT-READS, :WC-RA-FIRST
           END-EXEC

           PERFORM 140-LIST-ONE-DEBTOR
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE         TO WN-MSG-SQLCODE
               MOVE 'CUR-RA-NOCASE' TO WC-MSG-TBLCURS
               MOVE '130-LIST-NOCASE-DEBTORS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO AUDIT-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-RA-NOCASE
           END-EXEC.
      ***********************

       140-LIST-ONE-DEBTOR.
           MOVE WN-RA-DEBT-ID    TO WE-RA-DEBT-ID
           MOVE WN-RA-DEBT-READS TO WE-RA-READS
           MOVE SPACE TO WC-RA-LINE
           STRING '     ' DELIMITED BY SIZE
                  WE-RA-DEBT-ID DELIMITED BY SIZE
                  '             ' DELIMITED BY SIZE
                  WE-RA-READS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WC-RA-FIRST DELIMITED BY SIZE
               INTO WC-RA-LINE
           END-STRING
           MOVE WC-RA-LINE TO RAFIL-POST
           WRITE RAFIL-POST

           EXEC SQL
               FETCH CUR-RA-NOCASE
               INTO :WN-RA-DEBT-ID, :WN-RA-DEBT-READS, :WC-RA-FIRST
           END-EXEC.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
