       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsSanction.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Sanctions-list screening of the parties money is
      **>          paid out to: debtors, customers and the Bankgiro
      **>          payers PbsReadBG registers from the name posts
      **>          (BGPAYER). Run with LADDA, the published list
      **>          (data/sanktionslista.txt, one
      **>          kalla;referens;namn;land line per listed name or
      **>          alias, kalla EU or UN) replaces SANCLIST in full
      **>          and the whole register is screened again; run
      **>          without an argument, the register is screened
      **>          against the list already loaded, which catches
      **>          the parties added since.
      **>          Names are compared word by word after folding
      **>          case, accents and punctuation away: a list word
      **>          found in the party's name scores 100, one within
      **>          a single letter (five letters or more) scores
      **>          80, and the name scores the average over the
      **>          list words. A name at or above the SANCSCORE
      **>          threshold (default 85) is a hit; when both sides
      **>          carry a country (the party's from its IBAN or
      **>          VAT number) and they differ, only a full score
      **>          counts. A new hit is queued in SANCHIT for
      **>          review in the worklist, and until it is cleared
      **>          through four-eyes PbsRefund, PbsRemit and the
      **>          suspense refund pay nothing to the party. A
      **>          party already hit on the same list entry is not
      **>          queued again.
      **> Initial Version Created: 2014-04-27
      **>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCFIL ASSIGN TO 'data/sanktionslista.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCFIL-FS.

           SELECT ALERTFIL ASSIGN TO 'data/alerts.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCFIL.
       01  SCFIL-POST          PIC X(200).

       FD  ALERTFIL.
       01  ALERT-POST          PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  END-OF-FILE             PIC X VALUE 'N'.
               88  EOF                     VALUE 'Y'.
           05  SCREEN-OK-SW            PIC X VALUE 'Y'.
               88  SCREEN-OK               VALUE 'Y'.
           05  UTF8-LEAD-SW            PIC X VALUE 'N'.
               88  UTF8-LEAD               VALUE 'Y'.

       01  SCFIL-FS            PIC X(2) VALUE SPACE.
           88  SCFIL-SUCCESSFUL    VALUE '00'.
       01  ALERT-FS            PIC X(2) VALUE SPACE.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-SC-ARG           PIC X(10) VALUE SPACE.
           88  SC-LOAD-LIST        VALUE 'LADDA'.
       01  WC-SC-TODAY         PIC X(10) VALUE SPACE.
       01  WC-THR-KEY          PIC X(12) VALUE SPACE.
       01  WN-SC-LIMIT         PIC S9(4) COMP VALUE 85.
       01  WN-NEXT-HIT-ID      PIC S9(9) COMP VALUE ZERO.
       01  WC-KEYALLOC-TABLE   PIC X(18) VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-SC-LINE-COUNT      PIC 9(7) VALUE ZERO.
           05  WN-SC-LOAD-COUNT      PIC 9(7) VALUE ZERO.
           05  WN-SC-SKIP-COUNT      PIC 9(7) VALUE ZERO.
           05  WN-SC-PARTY-COUNT     PIC 9(7) VALUE ZERO.
           05  WN-SC-NEW-HITS        PIC 9(7) VALUE ZERO.
           05  WN-SC-OLD-HITS        PIC 9(7) VALUE ZERO.

      *>   one list file line
       01  WC-SC-SOURCE        PIC X(10) VALUE SPACE.
       01  WC-SC-LISTREF       PIC X(20) VALUE SPACE.
       01  WC-SC-LISTNAME      PIC X(80) VALUE SPACE.
       01  WC-SC-COUNTRY       PIC X(10) VALUE SPACE.

      *>   the list held in storage for the screening, each name
      *>   already split into its folded words
       01  WN-SC-LIST-MAX      PIC S9(9) COMP VALUE 20000.
       01  WN-SC-LIST-COUNT    PIC S9(9) COMP VALUE ZERO.
       01  WN-SC-LX            PIC S9(9) COMP VALUE ZERO.
       01  SC-LIST-TABLE.
           05  SC-LIST-ENTRY OCCURS 20000 TIMES.
               10  WC-SC-L-REF         PIC X(20).
               10  WC-SC-L-NAME        PIC X(80).
               10  WC-SC-L-COUNTRY     PIC X(2).
               10  SC-L-TOKENS.
                   15  WN-SC-L-TOK-COUNT   PIC S9(4) COMP.
                   15  SC-L-TOK OCCURS 8 TIMES.
                       20  WC-SC-L-TOK         PIC X(20).
                       20  WN-SC-L-TOK-LEN     PIC S9(4) COMP.

      *>   the party being screened
       01  WC-SC-PARTYTYPE     PIC X(1)  VALUE SPACE.
       01  WN-SC-DEBT-ID       PIC S9(9) COMP VALUE ZERO.
       01  WN-SC-CUST-ID       PIC S9(9) COMP VALUE ZERO.
       01  WC-SC-SENDERBG      PIC X(10) VALUE SPACE.
       01  WC-SC-PARTYNAME     PIC X(80) VALUE SPACE.
       01  WC-SC-P-COUNTRY     PIC X(2)  VALUE SPACE.
       01  WC-SC-DBNAME.
           49  WC-SC-DBNAME-LEN    PIC S9(4) COMP.
           49  WC-SC-DBNAME-TEXT   PIC X(254).
       01  WC-SC-IBAN          PIC X(34) VALUE SPACE.
       01  WC-SC-VATNO         PIC X(14) VALUE SPACE.
       01  SC-P-TOKENS.
           05  WN-SC-P-TOK-COUNT   PIC S9(4) COMP.
           05  SC-P-TOK OCCURS 8 TIMES.
               10  WC-SC-P-TOK         PIC X(20).
               10  WN-SC-P-TOK-LEN     PIC S9(4) COMP.

      *>   name folding and word split - the name to fold goes in
      *>   WC-SC-NAME, the words come back in SC-TOKENS
       01  WC-SC-NAME          PIC X(80) VALUE SPACE.
       01  WC-SC-NORM          PIC X(80) VALUE SPACE.
       01  WC-SC-CHAR          PIC X(1)  VALUE SPACE.
       01  WN-SC-IX            PIC S9(4) COMP VALUE ZERO.
       01  WN-SC-OUT           PIC S9(4) COMP VALUE ZERO.
       01  WN-SC-RX            PIC S9(4) COMP VALUE ZERO.
       01  SC-RAW-TOKENS.
           05  WC-SC-RAW-TOK   PIC X(20) OCCURS 8 TIMES.
       01  SC-TOKENS.
           05  WN-SC-TOK-COUNT     PIC S9(4) COMP.
           05  SC-TOK OCCURS 8 TIMES.
               10  WC-SC-TOK           PIC X(20).
               10  WN-SC-TOK-LEN       PIC S9(4) COMP.

      *>   scoring of one party against one list name
       01  WN-SC-TX            PIC S9(4) COMP VALUE ZERO.
       01  WN-SC-PX            PIC S9(4) COMP VALUE ZERO.
       01  WN-SC-POINTS        PIC S9(9) COMP VALUE ZERO.
       01  WN-SC-BEST          PIC S9(4) COMP VALUE ZERO.
       01  WN-SC-SCORE         PIC S9(4) COMP VALUE ZERO.
       01  WC-SC-A             PIC X(20) VALUE SPACE.
       01  WC-SC-B             PIC X(20) VALUE SPACE.
       01  WN-SC-A-LEN         PIC S9(4) COMP VALUE ZERO.
       01  WN-SC-B-LEN         PIC S9(4) COMP VALUE ZERO.
       01  WN-SC-AX            PIC S9(4) COMP VALUE ZERO.
       01  WN-SC-BX            PIC S9(4) COMP VALUE ZERO.
       01  WN-SC-MISS          PIC S9(4) COMP VALUE ZERO.
       01  WN-SC-EXIST         PIC S9(9) COMP VALUE ZERO.

       01  WE-SC-ID            PIC Z(8)9.
       01  WE-SC-SCORE         PIC ZZ9.
       01  WE-SC-NEW-HITS      PIC Z(6)9.

           EXEC SQL INCLUDE SQLCA      END-EXEC.
           EXEC SQL INCLUDE SANCLIST   END-EXEC.
           EXEC SQL INCLUDE SANCHIT    END-EXEC.
           EXEC SQL INCLUDE BGPAYER    END-EXEC.
           EXEC SQL INCLUDE THRESHOLD  END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   the loaded list, in file order
           EXEC SQL
               DECLARE CUR-SC-LIST CURSOR FOR
               SELECT LISTREF, NAME, COUNTRY
               FROM TUTORIAL.SANCLIST
               ORDER BY SANC_ID
               FOR FETCH ONLY
           END-EXEC

      *>   debtors - an anonymised debtor has no name left to screen
           EXEC SQL
               DECLARE CUR-SC-DEBTOR CURSOR FOR
               SELECT DEBT_ID, NAME,
                      COALESCE(IBAN, ' '), COALESCE(VATNO, ' ')
               FROM TUTORIAL.DEBTOR
               WHERE NAME NOT = 'ANONYMISERAD'
               ORDER BY DEBT_ID
               FOR FETCH ONLY
           END-EXEC

           EXEC SQL
               DECLARE CUR-SC-CUSTOMER CURSOR FOR
               SELECT CUST_ID, NAME
               FROM TUTORIAL.CUSTOMER
               ORDER BY CUST_ID
               FOR FETCH ONLY
           END-EXEC

           EXEC SQL
               DECLARE CUR-SC-PAYER CURSOR FOR
               SELECT SENDERBG, DEBT_ID, NAME
               FROM TUTORIAL.BGPAYER
               ORDER BY PAYER_ID
               FOR FETCH ONLY
           END-EXEC

       PROCEDURE DIVISION.

       000-SANCTION-SCREEN.
           MOVE 'PbsSanction.CBL' TO WC-MSG-SRCFILE
           PERFORM 100-INIT

           IF SCREEN-OK AND SC-LOAD-LIST
               PERFORM 110-LOAD-LIST-FILE
           END-IF

           IF SCREEN-OK
               PERFORM 200-READ-LIST-TABLE
           END-IF

           IF SCREEN-OK
               PERFORM 300-SCREEN-DEBTORS
               PERFORM 310-SCREEN-CUSTOMERS
               PERFORM 320-SCREEN-PAYERS

               DISPLAY ' === Sanktionsscreening ' WC-SC-TODAY ' ==='
               IF SC-LOAD-LIST
                   DISPLAY ' Rader i listfilen  : ' WN-SC-LINE-COUNT
                   DISPLAY ' Namn inlästa       : ' WN-SC-LOAD-COUNT
                   DISPLAY ' Överhoppade rader  : ' WN-SC-SKIP-COUNT
               END-IF
               DISPLAY ' Namn på listan     : ' WN-SC-LIST-COUNT
               DISPLAY ' Parter screenade   : ' WN-SC-PARTY-COUNT
               DISPLAY ' Nya träffar        : ' WN-SC-NEW-HITS
               DISPLAY ' Redan kända träffar: ' WN-SC-OLD-HITS

               IF WN-SC-NEW-HITS > ZERO
                   PERFORM 700-WRITE-ALERT
               END-IF
           END-IF

      *>   a hit is a case for the review queue, not a failed run
           IF SCREEN-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       100-INIT.
           ACCEPT WC-SC-ARG FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-SC-TODAY(1:4)
           MOVE T-MONTH TO WC-SC-TODAY(6:2)
           MOVE T-DAY   TO WC-SC-TODAY(9:2)
           MOVE '-' TO WC-SC-TODAY(5:1), WC-SC-TODAY(8:1)

           IF WC-SC-ARG NOT = SPACE AND NOT SC-LOAD-LIST
               DISPLAY ' Okänt argument (LADDA eller inget): '
                       WC-SC-ARG
               MOVE 'N' TO SCREEN-OK-SW
           END-IF

      *>   the score a name must reach to be a hit
           MOVE 'SANCSCORE' TO WC-THR-KEY
           EXEC SQL
               SELECT THRVALUE
               INTO :THRESHOLD-THRVALUE
               FROM TUTORIAL.THRESHOLD
               WHERE THRKEY = :WC-THR-KEY
           END-EXEC

           IF SQLCODE = ZERO AND THRESHOLD-THRVALUE > ZERO
               MOVE THRESHOLD-THRVALUE TO WN-SC-LIMIT
           END-IF.
      ***********************

       110-LOAD-LIST-FILE.
           OPEN INPUT SCFIL
           IF NOT SCFIL-SUCCESSFUL
               DISPLAY ' Kan inte öppna sanktionslistan!'
               MOVE 'N' TO SCREEN-OK-SW
               EXIT PARAGRAPH
           END-IF

      *>   the published list is a full list - the previous one
      *>   goes in full
           EXEC SQL
               DELETE FROM TUTORIAL.SANCLIST
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SQLCODE    TO WN-MSG-SQLCODE
               MOVE 'SANCLIST' TO WC-MSG-TBLCURS
               MOVE '110-LOAD-LIST-FILE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO SCREEN-OK-SW
               CLOSE SCFIL
               EXIT PARAGRAPH
           END-IF

           READ SCFIL
               AT END SET EOF TO TRUE
           END-READ

           PERFORM 120-LOAD-ONE-LINE UNTIL EOF OR NOT SCREEN-OK

           CLOSE SCFIL.
      ***********************

       120-LOAD-ONE-LINE.
           MOVE SPACE TO WC-SC-SOURCE, WC-SC-LISTREF,
                         WC-SC-LISTNAME, WC-SC-COUNTRY

           UNSTRING SCFIL-POST DELIMITED BY ';'
               INTO WC-SC-SOURCE, WC-SC-LISTREF,
                    WC-SC-LISTNAME, WC-SC-COUNTRY
           END-UNSTRING

      *>   a comment, heading or blank line carries no list source
           IF WC-SC-SOURCE = 'EU' OR WC-SC-SOURCE = 'UN'
               ADD 1 TO WN-SC-LINE-COUNT
               IF WC-SC-LISTREF = SPACE OR WC-SC-LISTNAME = SPACE
                   ADD 1 TO WN-SC-SKIP-COUNT
                   DISPLAY ' Rad utan referens eller namn: '
                           SCFIL-POST(1:60)
               ELSE
                   PERFORM 130-STORE-LIST-NAME
               END-IF
           END-IF

           READ SCFIL
               AT END SET EOF TO TRUE
           END-READ.
      ***********************

       130-STORE-LIST-NAME.
           ADD 1 TO WN-SC-LOAD-COUNT
           MOVE WN-SC-LOAD-COUNT   TO SANCLIST-SANC-ID
           MOVE WC-SC-SOURCE(1:2)  TO SANCLIST-SOURCE
           MOVE WC-SC-LISTREF      TO SANCLIST-LISTREF
           MOVE 80                 TO SANCLIST-NAME-LEN
           MOVE WC-SC-LISTNAME     TO SANCLIST-NAME-TEXT
           MOVE WC-SC-COUNTRY(1:2) TO SANCLIST-COUNTRY
           INSPECT SANCLIST-COUNTRY
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WC-SC-TODAY        TO SANCLIST-LOADDATE

           EXEC SQL
               INSERT INTO TUTORIAL.SANCLIST
               VALUES (:SANCLIST-SANC-ID, :SANCLIST-SOURCE,
                       :SANCLIST-LISTREF, :SANCLIST-NAME,
                       :SANCLIST-COUNTRY, :SANCLIST-LOADDATE)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE    TO WN-MSG-SQLCODE
               MOVE 'SANCLIST' TO WC-MSG-TBLCURS
               MOVE '130-STORE-LIST-NAME' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO SCREEN-OK-SW
           END-IF.
      ***********************

       200-READ-LIST-TABLE.
           EXEC SQL
               OPEN CUR-SC-LIST
           END-EXEC

           EXEC SQL
               FETCH CUR-SC-LIST
               INTO :SANCLIST-LISTREF, :SANCLIST-NAME,
                    :SANCLIST-COUNTRY
           END-EXEC

           PERFORM 210-TABLE-ONE-NAME
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE       TO WN-MSG-SQLCODE
               MOVE 'CUR-SC-LIST' TO WC-MSG-TBLCURS
               MOVE '200-READ-LIST-TABLE' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO SCREEN-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-SC-LIST
           END-EXEC

      *>   no list loaded yet is a setup matter for the nightly
      *>   screening, but an empty file is a failed load
           IF WN-SC-LIST-COUNT = ZERO
               DISPLAY ' Ingen sanktionslista inläst - kör med LADDA'
               IF SC-LOAD-LIST
                   MOVE 'N' TO SCREEN-OK-SW
               END-IF
           END-IF.
      ***********************

       210-TABLE-ONE-NAME.
           IF WN-SC-LIST-COUNT NOT < WN-SC-LIST-MAX
               DISPLAY ' Listan har fler namn än tabellen rymmer: '
                       WN-SC-LIST-MAX
               MOVE 'N' TO SCREEN-OK-SW
               MOVE 100 TO SQLCODE
               EXIT PARAGRAPH
           END-IF

           MOVE SANCLIST-NAME-TEXT TO WC-SC-NAME
           PERFORM 400-SPLIT-NAME

      *>   a list name of one short word would hit half the
      *>   register; such an entry is left to manual checks
           IF WN-SC-TOK-COUNT > 1
              OR (WN-SC-TOK-COUNT = 1 AND WN-SC-TOK-LEN(1) > 3)
               ADD 1 TO WN-SC-LIST-COUNT
               MOVE WN-SC-LIST-COUNT TO WN-SC-LX
               MOVE SANCLIST-LISTREF   TO WC-SC-L-REF(WN-SC-LX)
               MOVE SANCLIST-NAME-TEXT TO WC-SC-L-NAME(WN-SC-LX)
               MOVE SANCLIST-COUNTRY   TO WC-SC-L-COUNTRY(WN-SC-LX)
               MOVE SC-TOKENS TO SC-L-TOKENS(WN-SC-LX)
           END-IF

           EXEC SQL
               FETCH CUR-SC-LIST
               INTO :SANCLIST-LISTREF, :SANCLIST-NAME,
                    :SANCLIST-COUNTRY
           END-EXEC.
      ***********************

       300-SCREEN-DEBTORS.
           MOVE 'G' TO WC-SC-PARTYTYPE
           MOVE ZERO  TO WN-SC-CUST-ID
           MOVE SPACE TO WC-SC-SENDERBG

           EXEC SQL
               OPEN CUR-SC-DEBTOR
           END-EXEC

           EXEC SQL
               FETCH CUR-SC-DEBTOR
               INTO :WN-SC-DEBT-ID, :WC-SC-DBNAME,
                    :WC-SC-IBAN, :WC-SC-VATNO
           END-EXEC

           PERFORM 305-SCREEN-ONE-DEBTOR
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE         TO WN-MSG-SQLCODE
               MOVE 'CUR-SC-DEBTOR' TO WC-MSG-TBLCURS
               MOVE '300-SCREEN-DEBTORS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO SCREEN-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-SC-DEBTOR
           END-EXEC.
      ***********************

       305-SCREEN-ONE-DEBTOR.
           MOVE WC-SC-DBNAME-TEXT(1:80) TO WC-SC-PARTYNAME

      *>   the party's country, where the register knows one: the
      *>   IBAN country, else the VAT number prefix
           MOVE SPACE TO WC-SC-P-COUNTRY
           IF WC-SC-IBAN(1:2) IS ALPHABETIC-UPPER
              AND WC-SC-IBAN(1:2) NOT = SPACE
               MOVE WC-SC-IBAN(1:2) TO WC-SC-P-COUNTRY
           ELSE
               IF WC-SC-VATNO(1:2) IS ALPHABETIC-UPPER
                  AND WC-SC-VATNO(1:2) NOT = SPACE
                   MOVE WC-SC-VATNO(1:2) TO WC-SC-P-COUNTRY
               END-IF
           END-IF

           PERFORM 500-SCREEN-PARTY

           EXEC SQL
               FETCH CUR-SC-DEBTOR
               INTO :WN-SC-DEBT-ID, :WC-SC-DBNAME,
                    :WC-SC-IBAN, :WC-SC-VATNO
           END-EXEC.
      ***********************

       310-SCREEN-CUSTOMERS.
           MOVE 'K' TO WC-SC-PARTYTYPE
           MOVE ZERO  TO WN-SC-DEBT-ID
           MOVE SPACE TO WC-SC-SENDERBG
           MOVE SPACE TO WC-SC-P-COUNTRY

           EXEC SQL
               OPEN CUR-SC-CUSTOMER
           END-EXEC

           EXEC SQL
               FETCH CUR-SC-CUSTOMER
               INTO :WN-SC-CUST-ID, :WC-SC-DBNAME
           END-EXEC

           PERFORM 315-SCREEN-ONE-CUSTOMER
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE           TO WN-MSG-SQLCODE
               MOVE 'CUR-SC-CUSTOMER' TO WC-MSG-TBLCURS
               MOVE '310-SCREEN-CUSTOMERS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO SCREEN-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-SC-CUSTOMER
           END-EXEC.
      ***********************

       315-SCREEN-ONE-CUSTOMER.
           MOVE WC-SC-DBNAME-TEXT(1:80) TO WC-SC-PARTYNAME
           PERFORM 500-SCREEN-PARTY

           EXEC SQL
               FETCH CUR-SC-CUSTOMER
               INTO :WN-SC-CUST-ID, :WC-SC-DBNAME
           END-EXEC.
      ***********************

       320-SCREEN-PAYERS.
           MOVE 'B' TO WC-SC-PARTYTYPE
           MOVE ZERO  TO WN-SC-CUST-ID
           MOVE SPACE TO WC-SC-P-COUNTRY

           EXEC SQL
               OPEN CUR-SC-PAYER
           END-EXEC

           EXEC SQL
               FETCH CUR-SC-PAYER
               INTO :WC-SC-SENDERBG, :WN-SC-DEBT-ID, :BGPAYER-NAME
           END-EXEC

           PERFORM 325-SCREEN-ONE-PAYER
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE        TO WN-MSG-SQLCODE
               MOVE 'CUR-SC-PAYER' TO WC-MSG-TBLCURS
               MOVE '320-SCREEN-PAYERS' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO SCREEN-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-SC-PAYER
           END-EXEC.
      ***********************

       325-SCREEN-ONE-PAYER.
           MOVE BGPAYER-NAME TO WC-SC-PARTYNAME
           PERFORM 500-SCREEN-PARTY

           EXEC SQL
               FETCH CUR-SC-PAYER
               INTO :WC-SC-SENDERBG, :WN-SC-DEBT-ID, :BGPAYER-NAME
           END-EXEC.
      ***********************

       400-SPLIT-NAME.
      *>   fold the name to plain capitals - Swedish and other
      *>   accented letters (two bytes each) to their base letter,
      *>   everything that is not a letter to one space - and
      *>   split it into at most eight words of two letters or
      *>   more
           INSPECT WC-SC-NAME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACE TO WC-SC-NORM
           MOVE ZERO TO WN-SC-OUT
           MOVE 'N' TO UTF8-LEAD-SW

           PERFORM 410-FOLD-ONE-CHAR
               VARYING WN-SC-IX FROM 1 BY 1
               UNTIL WN-SC-IX > 80

           MOVE SPACE TO SC-RAW-TOKENS
           UNSTRING WC-SC-NORM DELIMITED BY ALL SPACE
               INTO WC-SC-RAW-TOK(1), WC-SC-RAW-TOK(2),
                    WC-SC-RAW-TOK(3), WC-SC-RAW-TOK(4),
                    WC-SC-RAW-TOK(5), WC-SC-RAW-TOK(6),
                    WC-SC-RAW-TOK(7), WC-SC-RAW-TOK(8)
           END-UNSTRING

           MOVE SPACE TO SC-TOKENS
           MOVE ZERO TO WN-SC-TOK-COUNT
           PERFORM 420-KEEP-ONE-WORD
               VARYING WN-SC-RX FROM 1 BY 1
               UNTIL WN-SC-RX > 8.
      ***********************

       410-FOLD-ONE-CHAR.
           MOVE WC-SC-NAME(WN-SC-IX:1) TO WC-SC-CHAR

           IF UTF8-LEAD
               MOVE 'N' TO UTF8-LEAD-SW
               EVALUATE WC-SC-CHAR
                   WHEN X'80' THRU X'85'
                   WHEN X'A0' THRU X'A5'
                       MOVE 'A' TO WC-SC-CHAR
                   WHEN X'87'
                   WHEN X'A7'
                       MOVE 'C' TO WC-SC-CHAR
                   WHEN X'88' THRU X'8B'
                   WHEN X'A8' THRU X'AB'
                       MOVE 'E' TO WC-SC-CHAR
                   WHEN X'8C' THRU X'8F'
                   WHEN X'AC' THRU X'AF'
                       MOVE 'I' TO WC-SC-CHAR
                   WHEN X'91'
                   WHEN X'B1'
                       MOVE 'N' TO WC-SC-CHAR
                   WHEN X'92' THRU X'96'
                   WHEN X'98'
                   WHEN X'B2' THRU X'B6'
                   WHEN X'B8'
                       MOVE 'O' TO WC-SC-CHAR
                   WHEN X'99' THRU X'9C'
                   WHEN X'B9' THRU X'BC'
                       MOVE 'U' TO WC-SC-CHAR
                   WHEN OTHER
                       MOVE SPACE TO WC-SC-CHAR
               END-EVALUATE
           ELSE
               IF WC-SC-CHAR = X'C3'
                   MOVE 'Y' TO UTF8-LEAD-SW
                   EXIT PARAGRAPH
               END-IF
               IF WC-SC-CHAR < 'A' OR WC-SC-CHAR > 'Z'
                   MOVE SPACE TO WC-SC-CHAR
               END-IF
           END-IF

           IF WC-SC-CHAR = SPACE
               IF WN-SC-OUT > ZERO AND WN-SC-OUT < 80
                  AND WC-SC-NORM(WN-SC-OUT:1) NOT = SPACE
                   ADD 1 TO WN-SC-OUT
               END-IF
           ELSE
               IF WN-SC-OUT < 80
                   ADD 1 TO WN-SC-OUT
                   MOVE WC-SC-CHAR TO WC-SC-NORM(WN-SC-OUT:1)
               END-IF
           END-IF.
      ***********************

       420-KEEP-ONE-WORD.
           IF WC-SC-RAW-TOK(WN-SC-RX) NOT = SPACE
              AND WC-SC-RAW-TOK(WN-SC-RX)(2:1) NOT = SPACE
               ADD 1 TO WN-SC-TOK-COUNT
               MOVE WC-SC-RAW-TOK(WN-SC-RX)
                   TO WC-SC-TOK(WN-SC-TOK-COUNT)
               MOVE ZERO TO WN-SC-TOK-LEN(WN-SC-TOK-COUNT)
               INSPECT WC-SC-TOK(WN-SC-TOK-COUNT)
                   TALLYING WN-SC-TOK-LEN(WN-SC-TOK-COUNT)
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.
      ***********************

       500-SCREEN-PARTY.
           ADD 1 TO WN-SC-PARTY-COUNT
           MOVE WC-SC-PARTYNAME TO WC-SC-NAME
           PERFORM 400-SPLIT-NAME
           MOVE SC-TOKENS TO SC-P-TOKENS

           IF WN-SC-P-TOK-COUNT > ZERO
               PERFORM 510-SCORE-ONE-LIST-NAME
                   VARYING WN-SC-LX FROM 1 BY 1
                   UNTIL WN-SC-LX > WN-SC-LIST-COUNT
                      OR NOT SCREEN-OK
           END-IF.
      ***********************

       510-SCORE-ONE-LIST-NAME.
           MOVE ZERO TO WN-SC-POINTS
           PERFORM 520-SCORE-ONE-WORD
               VARYING WN-SC-TX FROM 1 BY 1
               UNTIL WN-SC-TX > WN-SC-L-TOK-COUNT(WN-SC-LX)

           COMPUTE WN-SC-SCORE =
               WN-SC-POINTS / WN-SC-L-TOK-COUNT(WN-SC-LX)

      *>   a country on both sides that differs takes a full score
           IF WC-SC-P-COUNTRY NOT = SPACE
              AND WC-SC-L-COUNTRY(WN-SC-LX) NOT = SPACE
              AND WC-SC-P-COUNTRY NOT = WC-SC-L-COUNTRY(WN-SC-LX)
              AND WN-SC-SCORE < 100
               MOVE ZERO TO WN-SC-SCORE
           END-IF

           IF WN-SC-SCORE NOT < WN-SC-LIMIT
               PERFORM 600-RECORD-HIT
           END-IF.
      ***********************

       520-SCORE-ONE-WORD.
           MOVE WC-SC-L-TOK(WN-SC-LX, WN-SC-TX)     TO WC-SC-A
           MOVE WN-SC-L-TOK-LEN(WN-SC-LX, WN-SC-TX) TO WN-SC-A-LEN
           MOVE ZERO TO WN-SC-BEST

           PERFORM 530-COMPARE-ONE-WORD
               VARYING WN-SC-PX FROM 1 BY 1
               UNTIL WN-SC-PX > WN-SC-P-TOK-COUNT
                  OR WN-SC-BEST = 100

           ADD WN-SC-BEST TO WN-SC-POINTS.
      ***********************

       530-COMPARE-ONE-WORD.
           MOVE WC-SC-P-TOK(WN-SC-PX)     TO WC-SC-B
           MOVE WN-SC-P-TOK-LEN(WN-SC-PX) TO WN-SC-B-LEN

           IF WC-SC-A = WC-SC-B
               MOVE 100 TO WN-SC-BEST
               EXIT PARAGRAPH
           END-IF

      *>   one letter added, dropped or changed in a long word is
      *>   a spelling or transliteration variant
           IF WN-SC-BEST < 80
              AND WN-SC-A-LEN > 4 AND WN-SC-B-LEN > 4
              AND WN-SC-A-LEN - WN-SC-B-LEN < 2
              AND WN-SC-B-LEN - WN-SC-A-LEN < 2
               MOVE 1 TO WN-SC-AX, WN-SC-BX
               MOVE ZERO TO WN-SC-MISS
               PERFORM 540-STEP-ONE-LETTER
                   UNTIL WN-SC-AX > WN-SC-A-LEN
                      OR WN-SC-BX > WN-SC-B-LEN
                      OR WN-SC-MISS > 1
               COMPUTE WN-SC-MISS = WN-SC-MISS
                   + (WN-SC-A-LEN - WN-SC-AX + 1)
                   + (WN-SC-B-LEN - WN-SC-BX + 1)
               IF WN-SC-MISS < 2
                   MOVE 80 TO WN-SC-BEST
               END-IF
           END-IF.
      ***********************

       540-STEP-ONE-LETTER.
           IF WC-SC-A(WN-SC-AX:1) = WC-SC-B(WN-SC-BX:1)
               ADD 1 TO WN-SC-AX, WN-SC-BX
           ELSE
               ADD 1 TO WN-SC-MISS
               EVALUATE TRUE
                   WHEN WN-SC-A-LEN > WN-SC-B-LEN
                       ADD 1 TO WN-SC-AX
                   WHEN WN-SC-B-LEN > WN-SC-A-LEN
                       ADD 1 TO WN-SC-BX
                   WHEN OTHER
                       ADD 1 TO WN-SC-AX, WN-SC-BX
               END-EVALUATE
           END-IF.
      ***********************

       600-RECORD-HIT.
           MOVE WC-SC-L-REF(WN-SC-LX) TO WC-SC-LISTREF
           EXEC SQL
               SELECT COUNT(*)
               INTO :WN-SC-EXIST
               FROM TUTORIAL.SANCHIT
               WHERE PARTYTYPE = :WC-SC-PARTYTYPE
                 AND DEBT_ID = :WN-SC-DEBT-ID
                 AND CUST_ID = :WN-SC-CUST-ID
                 AND SENDERBG = :WC-SC-SENDERBG
                 AND LISTREF = :WC-SC-LISTREF
           END-EXEC

           IF SQLCODE = ZERO AND WN-SC-EXIST > ZERO
               ADD 1 TO WN-SC-OLD-HITS
               EXIT PARAGRAPH
           END-IF

           MOVE 'SANCHIT' TO WC-KEYALLOC-TABLE
           CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                 WN-NEXT-HIT-ID

           MOVE WN-NEXT-HIT-ID     TO SANCHIT-HIT-ID
           MOVE WC-SC-PARTYTYPE    TO SANCHIT-PARTYTYPE
           MOVE WN-SC-DEBT-ID      TO SANCHIT-DEBT-ID
           MOVE WN-SC-CUST-ID      TO SANCHIT-CUST-ID
           MOVE WC-SC-SENDERBG     TO SANCHIT-SENDERBG
           MOVE 60                 TO SANCHIT-PARTYNAME-LEN
           MOVE WC-SC-PARTYNAME    TO SANCHIT-PARTYNAME-TEXT
           MOVE WC-SC-LISTREF      TO SANCHIT-LISTREF
           MOVE 80                 TO SANCHIT-LISTNAME-LEN
           MOVE WC-SC-L-NAME(WN-SC-LX) TO SANCHIT-LISTNAME-TEXT
           MOVE WN-SC-SCORE        TO SANCHIT-SCORE
           MOVE WC-SC-TODAY        TO SANCHIT-FOUND

           EXEC SQL
               INSERT INTO TUTORIAL.SANCHIT
               VALUES (:SANCHIT-HIT-ID, :SANCHIT-PARTYTYPE,
                       :SANCHIT-DEBT-ID, :SANCHIT-CUST-ID,
                       :SANCHIT-SENDERBG, :SANCHIT-PARTYNAME,
                       :SANCHIT-LISTREF, :SANCHIT-LISTNAME,
                       :SANCHIT-SCORE, :SANCHIT-FOUND,
                       'O', NULL, NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE   TO WN-MSG-SQLCODE
               MOVE 'SANCHIT' TO WC-MSG-TBLCURS
               MOVE '600-RECORD-HIT' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO SCREEN-OK-SW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WN-SC-NEW-HITS
           EVALUATE WC-SC-PARTYTYPE
               WHEN 'G'
                   MOVE WN-SC-DEBT-ID TO WE-SC-ID
               WHEN 'K'
                   MOVE WN-SC-CUST-ID TO WE-SC-ID
               WHEN OTHER
                   MOVE ZERO TO WE-SC-ID
           END-EVALUATE
           MOVE WN-SC-SCORE TO WE-SC-SCORE
           DISPLAY ' Träff ' WC-SC-PARTYTYPE WE-SC-ID ' '
                   WC-SC-SENDERBG ' ' WC-SC-PARTYNAME(1:30)
                   ' ~ ' WC-SC-LISTREF ' ' WE-SC-SCORE.
      ***********************

       700-WRITE-ALERT.
      *>   new hits are for compliance to look at in the morning,
      *>   whatever else the night brought
           MOVE WN-SC-NEW-HITS TO WE-SC-NEW-HITS
           OPEN EXTEND ALERTFIL
           MOVE SPACE TO ALERT-POST
           STRING 'SANKTIONER: nya traffar att granska '
                  DELIMITED BY SIZE
                  WE-SC-NEW-HITS DELIMITED BY SIZE
               INTO ALERT-POST
           END-STRING
           WRITE ALERT-POST
           CLOSE ALERTFIL.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
