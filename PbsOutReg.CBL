       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsOutReg.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Receipt follow-up for the outbound interface
      **>          file register (OUTFILEREG). Every file that
      **>          leaves the house - inkasso handover, refund LB
      **>          and SEPA files, Autogiro files, B2C e-faktura
      **>          files, print packages, customer status returns
      **>          and SIE files - is registered by OUTREG when it
      **>          is handed over. This run first loads the day's
      **>          receipts (data/kvittenser.txt, filnamn;referens
      **>          per line, filnamn being the name the file was
      **>          handed over under) and marks the matching
      **>          entries as received, then lists every file
      **>          still without a receipt after the KVITTDAGAR
      **>          threshold (default 2 days, plain days, counted
      **>          from the last handover) and raises them through
      **>          the alert file the nightly driver pages from.
      **>          The same files come up on the operator's
      **>          worklist, where a file can be marked received by
      **>          hand or sent again from its registered copy.
      **>          A receipt file read twice does no harm - only
      **>          entries still awaiting a receipt are updated.
      **>          Runs as a step in the nightly window.
      **> Initial Version Created: 2014-04-29
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KVITTFIL ASSIGN TO 'data/kvittenser.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KVITT-FS.

           SELECT ALERTFIL ASSIGN TO 'data/alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  KVITTFIL.
       01  KVITTFIL-POST       PIC X(120).

       FD  ALERTFIL.
       01  ALERT-POST          PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  OUTREG-OK-SW            PIC X VALUE 'Y'.
               88  OUTREG-OK               VALUE 'Y'.

       01  KVITT-FS            PIC X(2) VALUE SPACE.
           88  KVITT-SUCCESSFUL    VALUE '00'.
       01  ALERT-FS            PIC X(2) VALUE SPACE.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-OR-LIMIT-DATE    PIC X(10) VALUE SPACE.
       01  WN-OR-LIMIT-YMD     PIC 9(8)  VALUE ZERO.
       01  WN-OR-LIMIT-INT     PIC S9(9) COMP VALUE ZERO.
       01  WN-OR-RECEIPT-DAYS  PIC S9(4) COMP VALUE 2.
       01  WC-THR-KEY          PIC X(12) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-OR-KVITT-COUNT     PIC 9(7) VALUE ZERO.
           05  WN-OR-UNKNOWN-COUNT   PIC 9(7) VALUE ZERO.
           05  WN-OR-MISS-COUNT      PIC 9(7) VALUE ZERO.

       01  WC-OR-HANDNAME      PIC X(60) VALUE SPACE.
       01  WC-OR-REF           PIC X(40) VALUE SPACE.
       01  WE-OR-COUNT         PIC Z(6)9.
       01  WE-OR-ID            PIC Z(8)9.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE OUTFILEREG END-EXEC.
           EXEC SQL INCLUDE THRESHOLD  END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   handed-over files still without a receipt after the
      *>   configured number of days
           EXEC SQL
               DECLARE CUR-OR-UNRECEIVED CURSOR FOR
               SELECT OFR_ID, PARTY, FILETYPE, HANDNAME,
                      HANDEDDATE, SENDCOUNT
               FROM TUTORIAL.OUTFILEREG
               WHERE RECEIPT = 'N'
                 AND HANDEDDATE <= :WC-OR-LIMIT-DATE
               ORDER BY HANDEDDATE, OFR_ID
               FOR FETCH ONLY
           END-EXEC

       PROCEDURE DIVISION.

       000-OUTFILE-RECEIPTS.
           MOVE 'PbsOutReg.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT

           PERFORM 200-LOAD-RECEIPTS
           PERFORM 300-CHECK-MISSING-RECEIPTS

      *>   a missing receipt is a matter for the worklist and the
      *>   alert, not a failed run
           IF OUTREG-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           MOVE FUNCTION CURRENT-DATE TO TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1)

      *>   how many days a counterparty has to send its receipt
           MOVE 'KVITTDAGAR' TO WC-THR-KEY
           EXEC SQL
               SELECT THRVALUE
               INTO :THRESHOLD-THRVALUE
               FROM TUTORIAL.THRESHOLD
               WHERE THRKEY = :WC-THR-KEY
           END-EXEC

           IF SQLCODE = ZERO AND THRESHOLD-THRVALUE > ZERO
               MOVE THRESHOLD-THRVALUE TO WN-OR-RECEIPT-DAYS
           END-IF

           MOVE ZERO TO WN-OR-LIMIT-YMD
           MOVE T-YEAR  TO WN-OR-LIMIT-YMD(1:4)
           MOVE T-MONTH TO WN-OR-LIMIT-YMD(5:2)
           MOVE T-DAY   TO WN-OR-LIMIT-YMD(7:2)
           COMPUTE WN-OR-LIMIT-INT =
               FUNCTION INTEGER-OF-DATE(WN-OR-LIMIT-YMD)
               - WN-OR-RECEIPT-DAYS
           COMPUTE WN-OR-LIMIT-YMD =
               FUNCTION DATE-OF-INTEGER(WN-OR-LIMIT-INT)
           MOVE WN-OR-LIMIT-YMD(1:4) TO WC-OR-LIMIT-DATE(1:4)
           MOVE WN-OR-LIMIT-YMD(5:2) TO WC-OR-LIMIT-DATE(6:2)
           MOVE WN-OR-LIMIT-YMD(7:2) TO WC-OR-LIMIT-DATE(9:2)
           MOVE '-' TO WC-OR-LIMIT-DATE(5:1), WC-OR-LIMIT-DATE(8:1).
      ***********************

       200-LOAD-RECEIPTS.
           MOVE 'N' TO END-OF-FILE
           OPEN INPUT KVITTFIL

           IF NOT KVITT-SUCCESSFUL
               DISPLAY ' Inga kvittenser på utgående filer idag.'
           ELSE
               READ KVITTFIL
                   AT END SET EOF TO TRUE
               END-READ

               PERFORM 210-RECEIPT-ONE-FILE UNTIL EOF

               CLOSE KVITTFIL

               DISPLAY ' Kvittenser inlästa: ' WN-OR-KVITT-COUNT
               IF WN-OR-UNKNOWN-COUNT > ZERO
                   DISPLAY ' Kvittenser utan registrerad fil: '
                           WN-OR-UNKNOWN-COUNT
               END-IF
           END-IF.
      ***********************

       210-RECEIPT-ONE-FILE.
           MOVE SPACE TO WC-OR-HANDNAME
           MOVE SPACE TO WC-OR-REF

           UNSTRING KVITTFIL-POST DELIMITED BY ';'
               INTO WC-OR-HANDNAME, WC-OR-REF
           END-UNSTRING

           IF WC-OR-HANDNAME NOT = SPACE
               MOVE WC-OR-HANDNAME TO OUTFILEREG-HANDNAME-TEXT
               MOVE 60             TO OUTFILEREG-HANDNAME-LEN
               MOVE WC-OR-REF      TO OUTFILEREG-RECEIPTREF-TEXT
               MOVE 40             TO OUTFILEREG-RECEIPTREF-LEN

               EXEC SQL
                   UPDATE TUTORIAL.OUTFILEREG
                   SET RECEIPT = 'Y',
                       RECEIPTDATE = :WC-TODAY-DATE,
                       RECEIPTREF = :OUTFILEREG-RECEIPTREF
                   WHERE HANDNAME = :OUTFILEREG-HANDNAME
                     AND RECEIPT = 'N'
               END-EXEC

               EVALUATE SQLCODE
                   WHEN ZERO
                       ADD 1 TO WN-OR-KVITT-COUNT
                   WHEN 100
      *>               already receipted, or never registered here
                       ADD 1 TO WN-OR-UNKNOWN-COUNT
                       DISPLAY ' Kvittens utan väntande fil: '
                               WC-OR-HANDNAME
                   WHEN OTHER
                       MOVE SQLCODE      TO WN-MSG-SQLCODE
                       MOVE 'OUTFILEREG' TO WC-MSG-TBLCURS
                       MOVE '210-RECEIPT-ONE-FILE' TO WC-MSG-PARA
                       PERFORM Z0900-ERROR-ROUTINE
                       MOVE 'N' TO OUTREG-OK-SW
               END-EVALUATE
           END-IF

           READ KVITTFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       300-CHECK-MISSING-RECEIPTS.
      *>   a file with no receipt may never have reached the
      *>   counterparty - list it and raise it through the alert
      *>   file
           EXEC SQL
               OPEN CUR-OR-UNRECEIVED
           END-EXEC

           PERFORM 310-FETCH-UNRECEIVED
           PERFORM 320-LIST-ONE-UNRECEIVED
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE             TO WN-MSG-SQLCODE
               MOVE 'CUR-OR-UNRECEIVED' TO WC-MSG-TBLCURS
               MOVE '300-CHECK-MISSING-RECEIPTS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO OUTREG-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-OR-UNRECEIVED
           END-EXEC

           DISPLAY ' Utgående filer utan kvittens: ' WN-OR-MISS-COUNT

           IF WN-OR-MISS-COUNT > ZERO
               OPEN EXTEND ALERTFIL
               MOVE WN-OR-MISS-COUNT TO WE-OR-COUNT
               MOVE SPACE TO ALERT-POST
               STRING 'UTFILER: ' DELIMITED BY SIZE
                      WE-OR-COUNT DELIMITED BY SIZE
                      ' utgående filer saknar kvittens'
                      DELIMITED BY SIZE
                   INTO ALERT-POST
               END-STRING
               WRITE ALERT-POST
               CLOSE ALERTFIL
           END-IF.
      ***********************

       310-FETCH-UNRECEIVED.
           EXEC SQL
               FETCH CUR-OR-UNRECEIVED
               INTO :OUTFILEREG-OFR-ID, :OUTFILEREG-PARTY,
                    :OUTFILEREG-FILETYPE, :OUTFILEREG-HANDNAME,
                    :OUTFILEREG-HANDEDDATE, :OUTFILEREG-SENDCOUNT
           END-EXEC.
      ***********************

       320-LIST-ONE-UNRECEIVED.
           ADD 1 TO WN-OR-MISS-COUNT
           MOVE OUTFILEREG-OFR-ID TO WE-OR-ID
           DISPLAY ' Ingen kvittens: ' WE-OR-ID ' '
                   OUTFILEREG-PARTY ' ' OUTFILEREG-FILETYPE ' '
                   OUTFILEREG-HANDNAME-TEXT(1:40) ' ('
                   OUTFILEREG-HANDEDDATE ')'

           PERFORM 310-FETCH-UNRECEIVED.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
