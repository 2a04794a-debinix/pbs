       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsRotRut.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Husavdrag (ROT/RUT) for the customers' private
      **>          buyers. The invoice import registers the tax
      **>          reduction per invoice and work type in TAXRED
      **>          and books it on the invoice, so the buyer pays
      **>          only the rest. With BEGARAN every reduction
      **>          whose invoice the buyer has paid is claimed:
      **>          one begäran om utbetalning per customer and
      **>          work type in Skatteverket's XML layout
      **>          (data/rotrut-<kundnr>-<R|U>-YYYYMMDD-NN.xml, at
      **>          most 100 ärenden per file) that we file with
      **>          Skatteverket on the customer's behalf. With
      **>          BESLUT the decisions that come back
      **>          (data/rotrut-beslut.txt,
      **>          kundnr;fakturanr;typ;kod;belopp;datum per line,
      **>          typ R/ROT or U/RUT, kod G = godkänd, A =
      **>          avslagen, belopp the amount paid out) are
      **>          recorded per invoice; what Skatteverket does not
      **>          pay is put back on the invoice for the buyer,
      **>          and the reminder run takes it from there. Every
      **>          claim and decision is logged to OUTLOG under
      **>          action X so the invoice inquiry shows it. Each
      **>          begäran carries the buyers' personal numbers and
      **>          is encrypted for Skatteverket and signed with
      **>          our key (OUTSEAL, counterparty SKV, file type
      **>          ROTRUT) and registered in OUTFILEREG with its
      **>          ärende count and claimed total; a file that
      **>          cannot be sealed fails the run, and the next
      **>          BEGARAN seals every begäran still on disk
      **>          before it claims anything new.
      **> Initial Version Created: 2014-04-18
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RRBEGFIL ASSIGN TO WC-RR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRBEG-FS.

           SELECT RRBESFIL ASSIGN TO 'data/rotrut-beslut.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRBES-FS.

           SELECT RRDIRFIL ASSIGN TO 'data/rotrut-list.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RRDIR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RRBEGFIL.
       01  RRBEG-POST          PIC X(120).

       FD  RRBESFIL.
       01  RRBES-POST          PIC X(80).

       FD  RRDIRFIL.
       01  RRDIR-POST          PIC X(80).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  RR-OK-SW                PIC X VALUE 'Y'.
               88  RR-OK                   VALUE 'Y'.
           05  RR-FILE-OPEN-SW         PIC X VALUE 'N'.
               88  RR-FILE-OPEN            VALUE 'Y'.
           05  RR-NAME-FREE-SW         PIC X VALUE 'N'.
               88  RR-NAME-FREE            VALUE 'Y'.
           05  RRDIR-EOF-SW            PIC X VALUE 'N'.
               88  RRDIR-EOF               VALUE 'Y'.

       01  FILE-STATUS-FIELDS.
           05 RRBEG-FS                 PIC XX.
               88  RRBEG-SUCCESSFUL        VALUE '00'.
           05 RRBES-FS                 PIC XX.
               88  RRBES-SUCCESSFUL        VALUE '00'.
           05 RRDIR-FS                 PIC XX.
               88  RRDIR-SUCCESSFUL        VALUE '00'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  T-HOUR          PIC X(2).
           05  T-MINUTE        PIC X(2).
           05  T-SECOND        PIC X(2).
           05  FILLER          PIC X(7).

       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-PROC-TIME        PIC X(8)  VALUE SPACE.
       01  WC-CMDLINE          PIC X(80) VALUE SPACE.
       01  WC-VERB             PIC X(10) VALUE SPACE.
       01  WC-RR-FILENAME      PIC X(60) VALUE SPACE.
       01  WC-RR-DIR-COMMAND   PIC X(80) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-RR-CLAIM-COUNT     PIC 9(5) VALUE ZERO.
           05  WN-RR-FILE-COUNT      PIC 9(5) VALUE ZERO.
           05  WN-RR-APPROVED-COUNT  PIC 9(5) VALUE ZERO.
           05  WN-RR-PARTIAL-COUNT   PIC 9(5) VALUE ZERO.
           05  WN-RR-DENIED-COUNT    PIC 9(5) VALUE ZERO.
           05  WN-RR-UNKNOWN-COUNT   PIC 9(5) VALUE ZERO.

      *>   the begäran file being written: one per customer and
      *>   work type, a new one after every hundred ärenden
       01  WC-RR-CUR-CUSTNO    PIC X(10) VALUE SPACE.
       01  WC-RR-CUR-TYPE      PIC X(1)  VALUE SPACE.
       01  WN-RR-IN-FILE       PIC S9(4) COMP VALUE ZERO.
       01  W9-RR-FILE-CLAIM    PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WN-RR-REG-HIT       PIC S9(9) COMP VALUE ZERO.
       01  WN-RR-FILESEQ       PIC 9(2)  VALUE ZERO.
       01  WC-RR-BEGARAN       PIC X(14) VALUE SPACE.

      *>   the parts of one ärende off the claim cursor
       01  WC-RR-PAYDATE       PIC X(10) VALUE SPACE.
       01  W9-RR-OTHERCOST     PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-RR-AMOUNT        PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-RR-TOT-CLAIM     PIC S9(11)V9(2) COMP-3 VALUE ZERO.
       01  WC-RR-TAG           PIC X(24) VALUE SPACE.

      *>   the outbound file and its counterparty for OUTSEAL
       01  WC-SEAL-PARTY       PIC X(10) VALUE SPACE.
       01  WC-SEAL-FILE        PIC X(80) VALUE SPACE.
       01  WN-SEAL-RESULT      PIC S9(4) COMP VALUE ZERO.
       01  WC-SEAL-FILETYPE    PIC X(10) VALUE SPACE.
       01  WN-SEAL-RECCOUNT    PIC S9(9) COMP VALUE ZERO.
       01  W9-SEAL-AMOUNT      PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WC-RR-VALUE         PIC X(40) VALUE SPACE.

      *>   the parsed fields off one decision line
       01  WC-RR-CUSTNO        PIC X(10) VALUE SPACE.
       01  WC-RR-INVNO         PIC X(16) VALUE SPACE.
       01  WC-RR-TYP           PIC X(3)  VALUE SPACE.
       01  WC-RR-KOD           PIC X(2)  VALUE SPACE.
       01  WC-RR-BELOPP        PIC X(15) VALUE SPACE.
       01  WC-RR-DECDATE       PIC X(10) VALUE SPACE.
       01  W9-RR-SHORTFALL     PIC S9(7)V9(2) COMP-3 VALUE ZERO.

       01  WN-NEXT-OUTLOG-ID   PIC S9(9) COMP VALUE ZERO.
       01  WN-RR-RESULTCODE    PIC S9(4) COMP VALUE ZERO.
       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.

       01  WE-RR-AMOUNT        PIC Z(8)9.
       01  WE-RR-TOT-CLAIM     PIC -(9)9.99.
       01  WC-RR-LINE          PIC X(120) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE TAXRED    END-EXEC.
           EXEC SQL INCLUDE INVOICE   END-EXEC.
           EXEC SQL INCLUDE OUTLOG    END-EXEC.
           EXEC SQL INCLUDE OUTFILEREG END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the reductions not yet claimed on invoices the buyer has
      *>   paid in full, with the day of the last payment and the
      *>   invoice's other costs (materials, travel) including VAT;
      *>   grouped per customer and work type, one begäran each
           EXEC SQL
               DECLARE CUR-RR-CLAIM CURSOR FOR
               SELECT T.INV_ID, T.WORKTYPE, T.CUST_ID, I.CUSTNO,
                      I.INVNO, T.PERSNO, T.PROPERTY, T.LABOURAMT,
                      T.REDAMT,
                      COALESCE(
                          (SELECT CHAR(MAX(P.PAYDATE))
                           FROM TUTORIAL.BGPAYMENT P
                           WHERE P.INV_ID = T.INV_ID
                             AND P.REVERSED = 'N'),
                          :WC-TODAY-DATE),
                      (SELECT COALESCE(SUM(IT.QTY * IT.PRICE), 0)
                       FROM TUTORIAL.INVITEM II, TUTORIAL.ITEM IT
                       WHERE II.INV_ID = T.INV_ID
                         AND IT.ITEM_ID = II.ITEM_ID
                         AND IT.LABOUR IS NULL)
                      * (1 + I.VAT)
               FROM TUTORIAL.TAXRED T, TUTORIAL.INVOICE I
               WHERE T.STATE = 'P'
                 AND I.INV_ID = T.INV_ID
                 AND I.INVSTATE = 9
               ORDER BY I.CUSTNO, T.WORKTYPE, I.INVNO
           END-EXEC

       PROCEDURE DIVISION.

       000-RR-RUN.
           MOVE 'PbsRotRut.CBL' TO WC-MSG-SRCFILE

           ACCEPT WC-CMDLINE FROM COMMAND-LINE
           UNSTRING WC-CMDLINE DELIMITED BY ALL SPACE
               INTO WC-VERB
           END-UNSTRING

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1)
           MOVE T-HOUR   TO WC-PROC-TIME(1:2)
           MOVE T-MINUTE TO WC-PROC-TIME(4:2)
           MOVE T-SECOND TO WC-PROC-TIME(7:2)
           MOVE ':' TO WC-PROC-TIME(3:1), WC-PROC-TIME(6:1)

           EVALUATE WC-VERB
               WHEN 'BEGARAN'
                   PERFORM 100-CLAIM-RUN
               WHEN 'BESLUT'
                   PERFORM 200-DECISION-RUN
               WHEN OTHER
                   DISPLAY ' Användning: PbsRotRut BEGARAN'
                   DISPLAY '             PbsRotRut BESLUT'
                   MOVE 'N' TO RR-OK-SW
           END-EVALUATE

           IF RR-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-CLAIM-RUN.
      *>   a begäran an earlier run could not seal is still on
      *>   disk with its ärenden marked as claimed - it is sealed
      *>   and sent before anything new is claimed
           PERFORM 105-SEAL-LEFTOVER-FILES
           IF NOT RR-OK
               DISPLAY ' Osänd begäransfil från tidigare körning'
                       ' kan inte krypteras - körningen avbryts'
           ELSE
               EXEC SQL
                   OPEN CUR-RR-CLAIM
               END-EXEC

               EXEC SQL
                   FETCH CUR-RR-CLAIM
                   INTO :TAXRED-INV-ID, :TAXRED-WORKTYPE,
                        :TAXRED-CUST-ID, :INVOICE-CUSTNO,
                        :INVOICE-INVNO, :TAXRED-PERSNO,
                        :TAXRED-PROPERTY, :TAXRED-LABOURAMT,
                        :TAXRED-REDAMT, :WC-RR-PAYDATE,
                        :W9-RR-OTHERCOST
               END-EXEC

               PERFORM 110-CLAIM-ONE-REDUCTION
                   UNTIL SQLCODE NOT = ZERO

               IF SQLCODE NOT = 100
                   MOVE SQLCODE TO WN-MSG-SQLCODE
                   MOVE 'CUR-RR-CLAIM' TO WC-MSG-TBLCURS
                   MOVE '100-CLAIM-RUN' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO RR-OK-SW
               END-IF

               EXEC SQL
                   CLOSE CUR-RR-CLAIM
               END-EXEC

               IF RR-FILE-OPEN
                   PERFORM 130-CLOSE-CLAIM-FILE
               END-IF

               MOVE W9-RR-TOT-CLAIM TO WE-RR-TOT-CLAIM
               DISPLAY ' === Begäran om utbetalning ROT/RUT '
                       WC-TODAY-DATE ' ==='
               DISPLAY ' Begäransfiler        : ' WN-RR-FILE-COUNT
               DISPLAY ' Begärda ärenden      : ' WN-RR-CLAIM-COUNT
               DISPLAY ' Begärt belopp totalt : ' WE-RR-TOT-CLAIM
           END-IF.
      ***********************

       105-SEAL-LEFTOVER-FILES.
           MOVE SPACE TO WC-RR-DIR-COMMAND
           STRING 'ls data/rotrut-*.xml' DELIMITED BY SIZE
                  ' > data/rotrut-list.txt 2>/dev/null'
                  DELIMITED BY SIZE
               INTO WC-RR-DIR-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WC-RR-DIR-COMMAND

           MOVE 'N' TO RRDIR-EOF-SW
           OPEN INPUT RRDIRFIL

           IF RRDIR-SUCCESSFUL
               PERFORM 106-READ-LEFTOVER-NAME
               PERFORM 107-SEAL-ONE-LEFTOVER
                   UNTIL RRDIR-EOF
               CLOSE RRDIRFIL
           END-IF.
      ***********************

       106-READ-LEFTOVER-NAME.
           READ RRDIRFIL
               AT END
                   SET RRDIR-EOF TO TRUE
           END-READ.
      ***********************

       107-SEAL-ONE-LEFTOVER.
      *>   registered without counts - this run has not counted it
           MOVE RRDIR-POST TO WC-RR-FILENAME
           MOVE ZERO TO WN-SEAL-RECCOUNT
           MOVE ZERO TO W9-SEAL-AMOUNT
           PERFORM 135-SEAL-CLAIM-FILE

           PERFORM 106-READ-LEFTOVER-NAME.
      ***********************

       110-CLAIM-ONE-REDUCTION.
           IF RR-FILE-OPEN
              AND (INVOICE-CUSTNO NOT = WC-RR-CUR-CUSTNO
                   OR TAXRED-WORKTYPE NOT = WC-RR-CUR-TYPE
                   OR WN-RR-IN-FILE NOT < 100)
               PERFORM 130-CLOSE-CLAIM-FILE
           END-IF

           IF NOT RR-FILE-OPEN
               PERFORM 120-OPEN-CLAIM-FILE
           END-IF

           IF RR-FILE-OPEN
               PERFORM 140-WRITE-ONE-ARENDE

               EXEC SQL
                   UPDATE TUTORIAL.TAXRED
                   SET STATE = 'B',
                       CLAIMDATE = :WC-TODAY-DATE
                   WHERE INV_ID = :TAXRED-INV-ID
                     AND WORKTYPE = :TAXRED-WORKTYPE
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE SQLCODE  TO WN-MSG-SQLCODE
                   MOVE 'TAXRED' TO WC-MSG-TBLCURS
                   MOVE '110-CLAIM-ONE-REDUCTION' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO RR-OK-SW
               ELSE
                   MOVE ZERO TO WN-RR-RESULTCODE
                   PERFORM 300-LOG-RR-OUTLOG

                   ADD 1 TO WN-RR-CLAIM-COUNT
                   ADD 1 TO WN-RR-IN-FILE
                   ADD TAXRED-REDAMT TO W9-RR-TOT-CLAIM
                   ADD TAXRED-REDAMT TO W9-RR-FILE-CLAIM
               END-IF
           END-IF

           EXEC SQL
               FETCH CUR-RR-CLAIM
               INTO :TAXRED-INV-ID, :TAXRED-WORKTYPE,
                    :TAXRED-CUST-ID, :INVOICE-CUSTNO,
                    :INVOICE-INVNO, :TAXRED-PERSNO,
                    :TAXRED-PROPERTY, :TAXRED-LABOURAMT,
                    :TAXRED-REDAMT, :WC-RR-PAYDATE,
                    :W9-RR-OTHERCOST
           END-EXEC.
      ***********************

       120-OPEN-CLAIM-FILE.
           MOVE INVOICE-CUSTNO  TO WC-RR-CUR-CUSTNO
           MOVE TAXRED-WORKTYPE TO WC-RR-CUR-TYPE
           MOVE ZERO TO WN-RR-IN-FILE
           MOVE ZERO TO W9-RR-FILE-CLAIM

      *>   a file name already used today - by an earlier run or
      *>   the previous hundred ärenden - is never used again,
      *>   whether the file is still on disk or already sealed
      *>   and registered
           MOVE ZERO TO WN-RR-FILESEQ
           MOVE 'N' TO RR-NAME-FREE-SW
           PERFORM 125-NEXT-CLAIM-FILENAME
               UNTIL RR-NAME-FREE OR WN-RR-FILESEQ = 99

           OPEN OUTPUT RRBEGFIL
           IF NOT RRBEG-SUCCESSFUL
               DISPLAY ' Kan inte skapa begäransfilen: '
                       WC-RR-FILENAME
               MOVE 'N' TO RR-OK-SW
           ELSE
               SET RR-FILE-OPEN TO TRUE
               ADD 1 TO WN-RR-FILE-COUNT

               IF WC-RR-CUR-TYPE = 'R'
                   MOVE 'RotBegaran' TO WC-RR-BEGARAN
               ELSE
                   MOVE 'HushallBegaran' TO WC-RR-BEGARAN
               END-IF

               MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                   TO RRBEG-POST
               WRITE RRBEG-POST
               MOVE SPACE TO RRBEG-POST
               STRING '<Begaran xmlns="http://xmls.skatteverket.se/'
                      DELIMITED BY SIZE
                      'se/skatteverket/ht/begaran/6.0">'
                      DELIMITED BY SIZE
                   INTO RRBEG-POST
               END-STRING
               WRITE RRBEG-POST

               MOVE SPACE TO WC-RR-VALUE
               STRING WC-RR-CUR-CUSTNO DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WC-TODAY-DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WN-RR-FILESEQ DELIMITED BY SIZE
                   INTO WC-RR-VALUE
               END-STRING
               MOVE 'NamnPaBegaran' TO WC-RR-TAG
               PERFORM 146-WRITE-TEXT-ELEMENT

               MOVE SPACE TO RRBEG-POST
               STRING '  <' DELIMITED BY SIZE
                      WC-RR-BEGARAN DELIMITED BY SPACE
                      '>' DELIMITED BY SIZE
                   INTO RRBEG-POST
               END-STRING
               WRITE RRBEG-POST
           END-IF.
      ***********************

       125-NEXT-CLAIM-FILENAME.
           ADD 1 TO WN-RR-FILESEQ
           MOVE SPACE TO WC-RR-FILENAME
           STRING 'data/rotrut-' DELIMITED BY SIZE
                  WC-RR-CUR-CUSTNO DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WC-RR-CUR-TYPE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  T-YEAR DELIMITED BY SIZE
                  T-MONTH DELIMITED BY SIZE
                  T-DAY DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WN-RR-FILESEQ DELIMITED BY SIZE
                  '.xml' DELIMITED BY SIZE
               INTO WC-RR-FILENAME
           END-STRING

           OPEN INPUT RRBEGFIL
           IF RRBEG-SUCCESSFUL
               CLOSE RRBEGFIL
           ELSE
               MOVE SPACE TO OUTFILEREG-SRCNAME-TEXT
               MOVE WC-RR-FILENAME TO OUTFILEREG-SRCNAME-TEXT
               MOVE 80 TO OUTFILEREG-SRCNAME-LEN
               MOVE ZERO TO WN-RR-REG-HIT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WN-RR-REG-HIT
                   FROM TUTORIAL.OUTFILEREG
                   WHERE SRCNAME = :OUTFILEREG-SRCNAME
               END-EXEC
               IF SQLCODE = ZERO AND WN-RR-REG-HIT = ZERO
                   SET RR-NAME-FREE TO TRUE
               END-IF
           END-IF.
      ***********************

       130-CLOSE-CLAIM-FILE.
           MOVE SPACE TO RRBEG-POST
           STRING '  </' DELIMITED BY SIZE
                  WC-RR-BEGARAN DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
               INTO RRBEG-POST
           END-STRING
           WRITE RRBEG-POST
           MOVE '</Begaran>' TO RRBEG-POST
           WRITE RRBEG-POST

           CLOSE RRBEGFIL
           MOVE 'N' TO RR-FILE-OPEN-SW

           MOVE WN-RR-IN-FILE TO WN-SEAL-RECCOUNT
           MOVE W9-RR-FILE-CLAIM TO W9-SEAL-AMOUNT
           PERFORM 135-SEAL-CLAIM-FILE.
      ***********************

       135-SEAL-CLAIM-FILE.
      *>   the buyers' personal numbers leave encrypted and
      *>   signed only; the plain copy does not stay behind
           MOVE 'SKV' TO WC-SEAL-PARTY
           MOVE WC-RR-FILENAME TO WC-SEAL-FILE
           MOVE 'ROTRUT' TO WC-SEAL-FILETYPE
           CALL 'OUTSEAL' USING WC-SEAL-PARTY, WC-SEAL-FILE,
                                WC-SEAL-FILETYPE, WN-SEAL-RECCOUNT,
                                W9-SEAL-AMOUNT, WN-SEAL-RESULT
           IF WN-SEAL-RESULT NOT = ZERO
               MOVE 'N' TO RR-OK-SW
           END-IF.
      ***********************

       140-WRITE-ONE-ARENDE.
      *>   one ärende: the buyer, when the invoice was paid, the
      *>   labour including VAT, what the buyer paid of it, the
      *>   amount claimed, and the invoice's other costs; ROT
      *>   work also names the property
           MOVE '    <Arenden>' TO RRBEG-POST
           WRITE RRBEG-POST

           MOVE 'Kopare' TO WC-RR-TAG
           MOVE TAXRED-PERSNO TO WC-RR-VALUE
           PERFORM 146-WRITE-TEXT-ELEMENT

           MOVE 'BetalningsDatum' TO WC-RR-TAG
           MOVE WC-RR-PAYDATE TO WC-RR-VALUE
           PERFORM 146-WRITE-TEXT-ELEMENT

           MOVE 'PrisForArbete' TO WC-RR-TAG
           MOVE TAXRED-LABOURAMT TO W9-RR-AMOUNT
           PERFORM 145-WRITE-AMOUNT-ELEMENT

           MOVE 'BetaltBelopp' TO WC-RR-TAG
           COMPUTE W9-RR-AMOUNT = TAXRED-LABOURAMT - TAXRED-REDAMT
           PERFORM 145-WRITE-AMOUNT-ELEMENT

           MOVE 'BegartBelopp' TO WC-RR-TAG
           MOVE TAXRED-REDAMT TO W9-RR-AMOUNT
           PERFORM 145-WRITE-AMOUNT-ELEMENT

           MOVE 'FakturaNr' TO WC-RR-TAG
           MOVE INVOICE-INVNO TO WC-RR-VALUE
           PERFORM 146-WRITE-TEXT-ELEMENT

           MOVE 'Ovrigkostnad' TO WC-RR-TAG
           MOVE W9-RR-OTHERCOST TO W9-RR-AMOUNT
           PERFORM 145-WRITE-AMOUNT-ELEMENT

           IF TAXRED-IS-ROT
               MOVE 'Fastighetsbeteckning' TO WC-RR-TAG
               MOVE TAXRED-PROPERTY TO WC-RR-VALUE
               PERFORM 146-WRITE-TEXT-ELEMENT
           END-IF

           MOVE '    </Arenden>' TO RRBEG-POST
           WRITE RRBEG-POST.
      ***********************

       145-WRITE-AMOUNT-ELEMENT.
      *>   Skatteverket takes whole kronor
           IF W9-RR-AMOUNT < ZERO
               MOVE ZERO TO W9-RR-AMOUNT
           END-IF
           COMPUTE WE-RR-AMOUNT ROUNDED = W9-RR-AMOUNT
           MOVE SPACE TO WC-RR-VALUE
           MOVE FUNCTION TRIM(WE-RR-AMOUNT) TO WC-RR-VALUE
           PERFORM 146-WRITE-TEXT-ELEMENT.
      ***********************

       146-WRITE-TEXT-ELEMENT.
           MOVE SPACE TO WC-RR-LINE
           STRING '      <' DELIMITED BY SIZE
                  WC-RR-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
                  FUNCTION TRIM(WC-RR-VALUE) DELIMITED BY SIZE
                  '</' DELIMITED BY SIZE
                  WC-RR-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
               INTO WC-RR-LINE
           END-STRING
           MOVE WC-RR-LINE TO RRBEG-POST
           WRITE RRBEG-POST.
      ***********************

       200-DECISION-RUN.
           OPEN INPUT RRBESFIL

           IF NOT RRBES-SUCCESSFUL
      *>       no file today just means no answers have come back -
      *>       that is not a failed batch step
               DISPLAY ' Inga ROT/RUT-beslut att registrera idag.'
           ELSE
               READ RRBESFIL
                   AT END SET EOF TO TRUE
               END-READ

               PERFORM 210-PROCESS-ONE-DECISION UNTIL EOF

               CLOSE RRBESFIL

               DISPLAY ' === Beslut om ROT/RUT ' WC-TODAY-DATE
                       ' ==='
               DISPLAY ' Godkända             : '
                       WN-RR-APPROVED-COUNT
               DISPLAY ' Delvis godkända      : '
                       WN-RR-PARTIAL-COUNT
               DISPLAY ' Avslagna             : '
                       WN-RR-DENIED-COUNT
               DISPLAY ' Okända rader         : '
                       WN-RR-UNKNOWN-COUNT
           END-IF.
      ***********************

       210-PROCESS-ONE-DECISION.
           MOVE SPACE TO WC-RR-CUSTNO
           MOVE SPACE TO WC-RR-INVNO
           MOVE SPACE TO WC-RR-TYP
           MOVE SPACE TO WC-RR-KOD
           MOVE SPACE TO WC-RR-BELOPP
           MOVE SPACE TO WC-RR-DECDATE

           UNSTRING RRBES-POST DELIMITED BY ';'
               INTO WC-RR-CUSTNO, WC-RR-INVNO, WC-RR-TYP,
                    WC-RR-KOD, WC-RR-BELOPP, WC-RR-DECDATE
           END-UNSTRING

           IF WC-RR-DECDATE = SPACE
               MOVE WC-TODAY-DATE TO WC-RR-DECDATE
           END-IF

           EVALUATE WC-RR-TYP
               WHEN 'R'
               WHEN 'ROT'
                   MOVE 'R' TO TAXRED-WORKTYPE
               WHEN 'U'
               WHEN 'RUT'
                   MOVE 'U' TO TAXRED-WORKTYPE
               WHEN OTHER
                   MOVE SPACE TO TAXRED-WORKTYPE
           END-EVALUATE

           IF WC-RR-CUSTNO NOT = SPACE
              AND WC-RR-INVNO NOT = SPACE
              AND TAXRED-WORKTYPE NOT = SPACE
      *>       only a reduction that has been claimed can get an
      *>       answer
               EXEC SQL
                   SELECT T.INV_ID, T.CUST_ID, T.REDAMT, I.INVNO
                   INTO :TAXRED-INV-ID, :TAXRED-CUST-ID,
                        :TAXRED-REDAMT, :INVOICE-INVNO
                   FROM TUTORIAL.TAXRED T, TUTORIAL.INVOICE I
                   WHERE I.CUSTNO = :WC-RR-CUSTNO
                     AND I.INVNO = :WC-RR-INVNO
                     AND T.INV_ID = I.INV_ID
                     AND T.WORKTYPE = :TAXRED-WORKTYPE
                     AND T.STATE = 'B'
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Ingen begärd skattereduktion för: '
                           WC-RR-CUSTNO ' / ' WC-RR-INVNO ' '
                           WC-RR-TYP
                   ADD 1 TO WN-RR-UNKNOWN-COUNT
               ELSE
                   EVALUATE WC-RR-KOD(1:1)
                       WHEN 'G'
      *>                   no amount on the line means the whole
      *>                   claim was paid; more than was claimed
      *>                   is not ours to book
                           IF WC-RR-BELOPP = SPACE
                               MOVE TAXRED-REDAMT TO TAXRED-APPRAMT
                           ELSE
                               MOVE FUNCTION NUMVAL(WC-RR-BELOPP)
                                   TO TAXRED-APPRAMT
                           END-IF
                           IF TAXRED-APPRAMT > TAXRED-REDAMT
                               MOVE TAXRED-REDAMT TO TAXRED-APPRAMT
                           END-IF
                           MOVE 'G' TO TAXRED-STATE
                           IF TAXRED-APPRAMT < TAXRED-REDAMT
                               MOVE 2 TO WN-RR-RESULTCODE
                               ADD 1 TO WN-RR-PARTIAL-COUNT
                           ELSE
                               MOVE 1 TO WN-RR-RESULTCODE
                               ADD 1 TO WN-RR-APPROVED-COUNT
                           END-IF
                           PERFORM 220-RECORD-DECISION
                       WHEN 'A'
                           MOVE ZERO TO TAXRED-APPRAMT
                           MOVE 'A' TO TAXRED-STATE
                           MOVE 3 TO WN-RR-RESULTCODE
                           PERFORM 220-RECORD-DECISION
                           ADD 1 TO WN-RR-DENIED-COUNT
                       WHEN OTHER
                           DISPLAY ' Okänd beslutskod: ' WC-RR-KOD
                           ADD 1 TO WN-RR-UNKNOWN-COUNT
                   END-EVALUATE
               END-IF
           ELSE
               DISPLAY ' Ofullständig beslutsrad: ' RRBES-POST
               ADD 1 TO WN-RR-UNKNOWN-COUNT
           END-IF

           READ RRBESFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       220-RECORD-DECISION.
           EXEC SQL
               UPDATE TUTORIAL.TAXRED
               SET STATE = :TAXRED-STATE,
                   APPRAMT = :TAXRED-APPRAMT,
                   DECDATE = :WC-RR-DECDATE
               WHERE INV_ID = :TAXRED-INV-ID
                 AND WORKTYPE = :TAXRED-WORKTYPE
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE  TO WN-MSG-SQLCODE
               MOVE 'TAXRED' TO WC-MSG-TBLCURS
               MOVE '220-RECORD-DECISION' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO RR-OK-SW
           ELSE
               COMPUTE W9-RR-SHORTFALL =
                   TAXRED-REDAMT - TAXRED-APPRAMT
               IF W9-RR-SHORTFALL > ZERO
                   PERFORM 230-CHARGE-BUYER-SHORTFALL
               END-IF
               PERFORM 300-LOG-RR-OUTLOG
           END-IF.
      ***********************

       230-CHARGE-BUYER-SHORTFALL.
      *>   what Skatteverket does not pay the buyer owes after all:
      *>   the part of the reduction booked at import is taken back
      *>   off PAIDAMT and a settled invoice opens again, so the
      *>   Bankgiro matching expects the difference and the
      *>   reminder run duns the buyer for it
           EXEC SQL
               UPDATE TUTORIAL.INVOICE
               SET PAIDAMT = PAIDAMT - :W9-RR-SHORTFALL,
                   INVSTATE = CASE WHEN INVSTATE = 9 THEN 1
                                   ELSE INVSTATE END
               WHERE INV_ID = :TAXRED-INV-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE   TO WN-MSG-SQLCODE
               MOVE 'INVOICE' TO WC-MSG-TBLCURS
               MOVE '230-CHARGE-BUYER-SHORTFALL' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO RR-OK-SW
           ELSE
               DISPLAY ' Köparen debiteras ej beviljad del: '
                       WC-RR-CUSTNO ' / ' WC-RR-INVNO
           END-IF.
      ***********************

       300-LOG-RR-OUTLOG.
      *>   one OUTLOG row per claim and decision under action X,
      *>   so the G0170 invoice inquiry shows how far the
      *>   reduction has come
           MOVE 'OUTLOG' TO WC-KEYALLOC-TABLE
           CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                 WN-NEXT-OUTLOG-ID

           EXEC SQL
               INSERT INTO TUTORIAL.OUTLOG
               VALUES (:WN-NEXT-OUTLOG-ID, :TAXRED-CUST-ID,
                       :INVOICE-INVNO, :WC-TODAY-DATE, 'X',
                       :WN-RR-RESULTCODE, :WC-PROC-TIME)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE  TO WN-MSG-SQLCODE
               MOVE 'OUTLOG' TO WC-MSG-TBLCURS
               MOVE '300-LOG-RR-OUTLOG' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
