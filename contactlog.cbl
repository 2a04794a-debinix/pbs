      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. contactlog IS INITIAL.
      *
      * Authors: Peter B, Bertil K and Sergejs S.
      * Purpose: Dated contact log per debtor and per customer -
      *          phone calls, emails, letters and meetings, each
      *          with operator, channel, subject, free text, an
      *          optional invoice and an optional follow-up date -
      *          and the register of scanned incoming letters.
      *
      *          A scanned letter is picked up from the scan inbox
      *          (skannat/), checksummed and registered in ARCHIVE
      *          as pending like a printed invoice, so PbsArchive
      *          seals it into the year/month tree and its
      *          integrity run verifies it with everything else;
      *          the log entry points at the archive row.
      *
      *              CALL 'contactlog' USING wc-func, w9-debt-id,
      *                                      w9-cust-id, wc-userid
      *
      *          Function D keeps the debtor's log, C the
      *          customer's, F works the follow-ups that have
      *          fallen due, across all debtors and customers.
      * Initial Version Created: 2014-04-12
      *
      **********************************************************
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *---------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKSUMFIL ASSIGN TO 'data/cksum-clog.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKSUMFIL-FS.
      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       FILE SECTION.

      *    the output of the system cksum tool, first token is the
      *    checksum figure
       FD  CKSUMFIL.
       01  CKSUMFIL-POST                PIC X(100).
      **********************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE CONTACTLOG END-EXEC.

           EXEC SQL INCLUDE ARCHIVE END-EXEC.

           EXEC SQL INCLUDE INVOICE END-EXEC.

      **********************************************************
      *    cursor area
      **********************************************************

      *    one debtor's or one customer's log, newest first
           EXEC SQL
               DECLARE BCURSCL1 CURSOR FOR
               SELECT CLOG_ID, LOGDATE, OPERATOR, CHANNEL, SUBJECT,
                      FOLLOWUP, FOLLOWDONE, ARCH_ID
               FROM TUTORIAL.CONTACTLOG
               WHERE (:lc-function = 'D'
                      AND DEBT_ID = :lc-debt-id)
                  OR (:lc-function = 'C'
                      AND CUST_ID = :lc-cust-id)
               ORDER BY LOGDATE DESC, CLOG_ID DESC
           END-EXEC

      *    follow-ups that have fallen due and are not done yet
           EXEC SQL
               DECLARE BCURSCL2 CURSOR FOR
               SELECT CLOG_ID, DEBT_ID, CUST_ID, OPERATOR, SUBJECT,
                      FOLLOWUP
               FROM TUTORIAL.CONTACTLOG
               WHERE FOLLOWDONE = 'N'
                 AND FOLLOWUP <= :wc-cl-today
               ORDER BY FOLLOWUP, CLOG_ID
           END-EXEC

      **********************************************************
      *    switches
       01  menu-switches.
           05 is-exit-log-menu-switch         PIC X(1) VALUE 'N'.
               88  is-exit-log-menu                    VALUE 'Y'.
           05 is-invoice-found-switch         PIC X(1) VALUE 'N'.
               88  is-invoice-found                    VALUE 'Y'.
           05 is-entry-data-ok-switch         PIC X(1) VALUE 'N'.
               88  is-entry-data-ok                    VALUE 'Y'.

      *    working storage data for error routine
           COPY Z0900-error-wkstg.

      *    Various generic variables
       01  wc-accept                    PIC X(2)     VALUE SPACE.
       01  CKSUMFIL-FS                  PIC X(2)     VALUE SPACE.
           88  CKSUM-SUCCESSFUL                      VALUE '00'.

      *    log entry work fields
       01  w9-cl-id                     PIC S9(9)           COMP.
       01  w9-cl-pick                   PIC S9(9)           COMP.
       01  w9-cl-debt-id                PIC S9(9)           COMP.
       01  w9-cl-cust-id                PIC S9(9)           COMP.
       01  w9-cl-inv-id                 PIC S9(9)           COMP.
       01  w9-cl-arch-id                PIC S9(9)           COMP.
       01  wc-cl-channel                PIC X(1)     VALUE SPACE.
       01  wc-cl-subject                PIC X(60)    VALUE SPACE.
       01  wc-cl-text                   PIC X(254)   VALUE SPACE.
       01  ind-cl-text                  PIC S9(4)    COMP.
       01  wc-cl-invno                  PIC X(16)    VALUE SPACE.
       01  wc-cl-custno                 PIC X(10)    VALUE SPACE.
       01  wc-cl-followup               PIC X(10)    VALUE SPACE.
       01  ind-cl-followup              PIC S9(4)    COMP.
       01  wc-cl-today                  PIC X(10)    VALUE SPACE.
       01  wc-cl-mark                   PIC X(4)     VALUE SPACE.
       01  wn-cl-count                  PIC S9(9)           COMP.
       01  wn-cl-hit                    PIC S9(9)           COMP.
       01  we-cl-id                     PIC Z(8)9    VALUE ZERO.
       01  we-cl-debt-id                PIC Z(8)9    VALUE ZERO.
       01  we-cl-cust-id                PIC Z(8)9    VALUE ZERO.
       01  wc-keyalloc-table            PIC X(18)    VALUE SPACE.

      *    scanned-letter work fields: the file as the scanner
      *    left it, its register name and the checksum figure
       01  wc-scan-file                 PIC X(40)    VALUE SPACE.
       01  wc-scan-path                 PIC X(80)    VALUE SPACE.
       01  wc-scan-check                PIC X(16)    VALUE SPACE.
       01  wc-scan-command              PIC X(200)   VALUE SPACE.
       01  we-scan-id                   PIC 9(9)     VALUE ZERO.

       01  TODAYS-DATE-CL.
           05  T-YEAR-CL                PIC X(4).
           05  T-MONTH-CL               PIC X(2).
           05  T-DAY-CL                 PIC X(2).
           05  FILLER                   PIC X(13).

      *    Various constants
       01  HEADLINE                     PIC X(78)   VALUE ALL '-'.

       LINKAGE SECTION.
       01  lc-function                  PIC X(1).
       01  lc-debt-id                   PIC S9(9)           COMP.
       01  lc-cust-id                   PIC S9(9)           COMP.
       01  lc-operator-userid           PIC X(10).

      **********************************************************
       PROCEDURE DIVISION USING lc-function, lc-debt-id,
                                lc-cust-id, lc-operator-userid.
       0000-contactlog.

      *    current source file to error handler
           MOVE 'contactlog.cbl' TO wc-msg-srcfile

           CALL 'BUSDATE' USING TODAYS-DATE-CL
           MOVE T-YEAR-CL  TO wc-cl-today(1:4)
           MOVE T-MONTH-CL TO wc-cl-today(6:2)
           MOVE T-DAY-CL   TO wc-cl-today(9:2)
           MOVE '-' TO wc-cl-today(5:1), wc-cl-today(8:1)

           MOVE 'N' TO is-exit-log-menu-switch

           EVALUATE lc-function
               WHEN 'D'
                   PERFORM L0100-log-menu
                       UNTIL is-exit-log-menu
               WHEN 'C'
                   PERFORM L0100-log-menu
                       UNTIL is-exit-log-menu
               WHEN 'F'
                   PERFORM L0500-followup-menu
                       UNTIL is-exit-log-menu
               WHEN OTHER
                   DISPLAY 'Fel funktion till kontaktloggen!'
           END-EVALUATE

           EXIT PROGRAM
           .

      **********************************************************
       L0100-log-menu.

           PERFORM L0200-list-entries

           DISPLAY 'N - Ny kontakt (telefon/email/brev/möte)'
           DISPLAY 'S - Registrera skannat inkommande brev'
           DISPLAY 'V - Visa en post i sin helhet'
           DISPLAY 'K - Klarmarkera uppföljning'
           DISPLAY SPACE
           DISPLAY 'X - Tillbaka till föregående meny'

           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-accept
           ACCEPT wc-accept

           EVALUATE FUNCTION UPPER-CASE(wc-accept)
               WHEN 'N'
                   PERFORM L0300-add-entry
               WHEN 'S'
                   PERFORM L0400-register-letter
               WHEN 'V'
                   PERFORM L0600-show-entry
               WHEN 'K'
                   PERFORM L0700-close-followup
               WHEN 'X'
                   SET is-exit-log-menu TO TRUE
               WHEN OTHER
                   DISPLAY 'Ogiltigt val!'
           END-EVALUATE
           .

      **********************************************************
       L0200-list-entries.

           DISPLAY HEADLINE
           IF lc-function = 'D'
               MOVE lc-debt-id TO we-cl-debt-id
               DISPLAY 'KONTAKTLOGG FÖR GÄLDENÄR ' we-cl-debt-id
           ELSE
               MOVE lc-cust-id TO we-cl-cust-id
               DISPLAY 'KONTAKTLOGG FÖR KUND ' we-cl-cust-id
           END-IF
           DISPLAY HEADLINE
           DISPLAY '       Id Datum      K Operatör   Ämne'
                   '                           Uppföljning'
           DISPLAY HEADLINE

           MOVE ZERO TO wn-cl-count
           EXEC SQL
               OPEN BCURSCL1
           END-EXEC

           EXEC SQL
               FETCH BCURSCL1
               INTO :CONTACTLOG-CLOG-ID, :CONTACTLOG-LOGDATE,
                    :CONTACTLOG-OPERATOR, :CONTACTLOG-CHANNEL,
                    :CONTACTLOG-SUBJECT,
                    :CONTACTLOG-FOLLOWUP:ind-cl-followup,
                    :CONTACTLOG-FOLLOWDONE, :CONTACTLOG-ARCH-ID
           END-EXEC

           PERFORM L0210-show-entry-line
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
      *        add error trace information
               MOVE  SQLCODE            TO wn-msg-sqlcode
               MOVE 'BCURSCL1'          TO wc-msg-tblcurs
               MOVE 'L0200-list-entries' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE BCURSCL1
           END-EXEC

           IF wn-cl-count = ZERO
               DISPLAY 'Inga kontakter registrerade.'
           END-IF
           DISPLAY '(K = T telefon, E email, B brev, M möte,'
                   ' S skannat brev; DOK = arkiverat dokument)'
           DISPLAY HEADLINE
           .

      **********************************************************
       L0210-show-entry-line.

           ADD 1 TO wn-cl-count
           MOVE CONTACTLOG-CLOG-ID TO we-cl-id

      *    an open follow-up is flagged, a done one just dated
           IF ind-cl-followup < ZERO
               MOVE SPACE TO CONTACTLOG-FOLLOWUP
           END-IF
           MOVE SPACE TO wc-cl-mark
           IF CONTACTLOG-ARCH-ID NOT = ZERO
               MOVE 'DOK' TO wc-cl-mark
           END-IF

           IF ind-cl-followup >= ZERO
              AND NOT CONTACTLOG-IS-FOLLOWED-UP
               DISPLAY we-cl-id ' ' CONTACTLOG-LOGDATE ' '
                       CONTACTLOG-CHANNEL ' ' CONTACTLOG-OPERATOR ' '
                       CONTACTLOG-SUBJECT-TEXT(1:30) ' '
                       CONTACTLOG-FOLLOWUP ' *' wc-cl-mark
           ELSE
               DISPLAY we-cl-id ' ' CONTACTLOG-LOGDATE ' '
                       CONTACTLOG-CHANNEL ' ' CONTACTLOG-OPERATOR ' '
                       CONTACTLOG-SUBJECT-TEXT(1:30) ' '
                       CONTACTLOG-FOLLOWUP '  ' wc-cl-mark
           END-IF

           EXEC SQL
               FETCH BCURSCL1
               INTO :CONTACTLOG-CLOG-ID, :CONTACTLOG-LOGDATE,
                    :CONTACTLOG-OPERATOR, :CONTACTLOG-CHANNEL,
                    :CONTACTLOG-SUBJECT,
                    :CONTACTLOG-FOLLOWUP:ind-cl-followup,
                    :CONTACTLOG-FOLLOWDONE, :CONTACTLOG-ARCH-ID
           END-EXEC
           .

      **********************************************************
       L0300-add-entry.

           DISPLAY 'Kanal (T=telefon, E=email, B=brev, M=möte): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-cl-channel
           ACCEPT wc-cl-channel
           MOVE FUNCTION UPPER-CASE(wc-cl-channel) TO wc-cl-channel

           IF wc-cl-channel NOT = 'T' AND wc-cl-channel NOT = 'E'
              AND wc-cl-channel NOT = 'B' AND wc-cl-channel NOT = 'M'
               DISPLAY 'Ogiltig kanal!'
               EXIT PARAGRAPH
           END-IF

           PERFORM U0100-accept-entry-data
           IF NOT is-entry-data-ok
               EXIT PARAGRAPH
           END-IF

           MOVE 'CONTACTLOG' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, w9-cl-id
           MOVE ZERO TO w9-cl-arch-id

           PERFORM L0310-insert-entry
           .

      **********************************************************
       L0310-insert-entry.

           EXEC SQL
               INSERT INTO TUTORIAL.CONTACTLOG
               VALUES (:w9-cl-id, :w9-cl-debt-id, :w9-cl-cust-id,
                       :wc-cl-today, :lc-operator-userid,
                       :wc-cl-channel, :wc-cl-subject,
                       :wc-cl-text:ind-cl-text, :w9-cl-inv-id,
                       :wc-cl-followup:ind-cl-followup, 'N',
                       :w9-cl-arch-id)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Kontakten kunde inte sparas!'

      *        add error trace information
               MOVE  SQLCODE            TO wn-msg-sqlcode
               MOVE 'CONTACTLOG'        TO wc-msg-tblcurs
               MOVE 'L0310-insert-entry' TO wc-msg-para

               PERFORM Z0900-error-routine
           ELSE
               MOVE w9-cl-id TO we-cl-id
               DISPLAY 'Kontakt ' we-cl-id ' är registrerad.'
           END-IF
           .

      **********************************************************
       L0400-register-letter.

      *    the scanner drops its files in skannat/; the letter is
      *    checksummed where it lies and the sealing run moves it
      *    into the archive tree under its register name
           DISPLAY 'Filnamn i skannat/: ' WITH NO ADVANCING
           MOVE SPACE TO wc-scan-file
           ACCEPT wc-scan-file

           IF wc-scan-file = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO wc-scan-path
           STRING 'skannat/' DELIMITED BY SIZE
                  wc-scan-file DELIMITED BY SPACE
               INTO wc-scan-path
           END-STRING

           PERFORM U0200-compute-checksum
           IF wc-scan-check = SPACE
               DISPLAY 'Filen finns inte eller kan inte läsas: '
                       wc-scan-path(1:50)
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO wc-cl-channel
           PERFORM U0100-accept-entry-data
           IF NOT is-entry-data-ok
               EXIT PARAGRAPH
           END-IF

           MOVE 'CONTACTLOG' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, w9-cl-id
           MOVE 'ARCHIVE' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table, w9-cl-arch-id

      *    a letter about an invoice files under the invoice, so
      *    the inquiry's archive list shows it with the prints;
      *    any other letter files under its own BREV number
           MOVE w9-cl-id TO we-scan-id
           IF w9-cl-inv-id = ZERO
               MOVE SPACE TO wc-cl-invno
               STRING 'BREV' DELIMITED BY SIZE
                      we-scan-id DELIMITED BY SIZE
                   INTO wc-cl-invno
               END-STRING
           END-IF

           MOVE SPACE TO ARCHIVE-FILENAME-TEXT
           STRING 'BREV-' DELIMITED BY SIZE
                  we-scan-id DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  wc-scan-file DELIMITED BY SPACE
               INTO ARCHIVE-FILENAME-TEXT
           END-STRING
           MOVE 60 TO ARCHIVE-FILENAME-LEN
           MOVE SPACE TO ARCHIVE-ARCHPATH-TEXT
           MOVE wc-scan-path TO ARCHIVE-ARCHPATH-TEXT
           MOVE 80 TO ARCHIVE-ARCHPATH-LEN

           EXEC SQL
               INSERT INTO TUTORIAL.ARCHIVE
               VALUES (:w9-cl-arch-id, :wc-cl-custno, :wc-cl-invno,
                       :ARCHIVE-FILENAME, :ARCHIVE-ARCHPATH,
                       :wc-scan-check, :wc-cl-today, 'P')
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Brevet kunde inte registreras i arkivet!'

      *        add error trace information
               MOVE  SQLCODE            TO wn-msg-sqlcode
               MOVE 'ARCHIVE'           TO wc-msg-tblcurs
               MOVE 'L0400-register-letter' TO wc-msg-para

               PERFORM Z0900-error-routine
               EXIT PARAGRAPH
           END-IF

           PERFORM L0310-insert-entry
           .

      **********************************************************
       L0500-followup-menu.

           DISPLAY HEADLINE
           DISPLAY 'FÖRFALLNA UPPFÖLJNINGAR I KONTAKTLOGGEN'
           DISPLAY HEADLINE
           DISPLAY '       Id   Gäld.id   Kund-id Uppföljning'
                   ' Operatör   Ämne'
           DISPLAY HEADLINE

           MOVE ZERO TO wn-cl-count
           EXEC SQL
               OPEN BCURSCL2
           END-EXEC

           EXEC SQL
               FETCH BCURSCL2
               INTO :CONTACTLOG-CLOG-ID, :CONTACTLOG-DEBT-ID,
                    :CONTACTLOG-CUST-ID, :CONTACTLOG-OPERATOR,
                    :CONTACTLOG-SUBJECT, :CONTACTLOG-FOLLOWUP
           END-EXEC

           PERFORM L0510-show-due-line
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
      *        add error trace information
               MOVE  SQLCODE            TO wn-msg-sqlcode
               MOVE 'BCURSCL2'          TO wc-msg-tblcurs
               MOVE 'L0500-followup-menu' TO wc-msg-para

               PERFORM Z0900-error-routine
           END-IF

           EXEC SQL
               CLOSE BCURSCL2
           END-EXEC

           IF wn-cl-count = ZERO
               DISPLAY 'Inga förfallna uppföljningar.'
           END-IF
           DISPLAY HEADLINE

           DISPLAY 'V - Visa en post i sin helhet'
           DISPLAY 'K - Klarmarkera uppföljning'
           DISPLAY SPACE
           DISPLAY 'X - Tillbaka till föregående meny'

           DISPLAY HEADLINE
           DISPLAY ': ' WITH NO ADVANCING
           MOVE SPACE TO wc-accept
           ACCEPT wc-accept

           EVALUATE FUNCTION UPPER-CASE(wc-accept)
               WHEN 'V'
                   PERFORM L0600-show-entry
               WHEN 'K'
                   PERFORM L0700-close-followup
               WHEN OTHER
                   SET is-exit-log-menu TO TRUE
           END-EVALUATE
           .

      **********************************************************
       L0510-show-due-line.

           ADD 1 TO wn-cl-count
           MOVE CONTACTLOG-CLOG-ID TO we-cl-id
           MOVE CONTACTLOG-DEBT-ID TO we-cl-debt-id
           MOVE CONTACTLOG-CUST-ID TO we-cl-cust-id
           DISPLAY we-cl-id ' ' we-cl-debt-id ' ' we-cl-cust-id ' '
                   CONTACTLOG-FOLLOWUP '  ' CONTACTLOG-OPERATOR ' '
                   CONTACTLOG-SUBJECT-TEXT(1:25)

           EXEC SQL
               FETCH BCURSCL2
               INTO :CONTACTLOG-CLOG-ID, :CONTACTLOG-DEBT-ID,
                    :CONTACTLOG-CUST-ID, :CONTACTLOG-OPERATOR,
                    :CONTACTLOG-SUBJECT, :CONTACTLOG-FOLLOWUP
           END-EXEC
           .

      **********************************************************
       L0600-show-entry.

           DISPLAY 'Id: ' WITH NO ADVANCING
           MOVE ZERO TO w9-cl-pick
           ACCEPT w9-cl-pick

           EXEC SQL
               SELECT CLOG_ID, DEBT_ID, CUST_ID, LOGDATE, OPERATOR,
                      CHANNEL, SUBJECT, LOGTEXT, INV_ID, FOLLOWUP,
                      FOLLOWDONE, ARCH_ID
               INTO :CONTACTLOG-CLOG-ID, :CONTACTLOG-DEBT-ID,
                    :CONTACTLOG-CUST-ID, :CONTACTLOG-LOGDATE,
                    :CONTACTLOG-OPERATOR, :CONTACTLOG-CHANNEL,
                    :CONTACTLOG-SUBJECT,
                    :CONTACTLOG-LOGTEXT:ind-cl-text,
                    :CONTACTLOG-INV-ID,
                    :CONTACTLOG-FOLLOWUP:ind-cl-followup,
                    :CONTACTLOG-FOLLOWDONE, :CONTACTLOG-ARCH-ID
               FROM TUTORIAL.CONTACTLOG
               WHERE CLOG_ID = :w9-cl-pick
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'Ingen kontakt med det id-numret!'
               EXIT PARAGRAPH
           END-IF

           IF ind-cl-text < ZERO
               MOVE SPACE TO CONTACTLOG-LOGTEXT-TEXT
           END-IF
           IF ind-cl-followup < ZERO
               MOVE SPACE TO CONTACTLOG-FOLLOWUP
           END-IF

           MOVE SPACE TO wc-cl-invno
           IF CONTACTLOG-INV-ID NOT = ZERO
               EXEC SQL
                   SELECT INVNO
                   INTO :wc-cl-invno
                   FROM TUTORIAL.INVOICE
                   WHERE INV_ID = :CONTACTLOG-INV-ID
               END-EXEC
           END-IF

           MOVE CONTACTLOG-CLOG-ID TO we-cl-id
           MOVE CONTACTLOG-DEBT-ID TO we-cl-debt-id
           MOVE CONTACTLOG-CUST-ID TO we-cl-cust-id
           DISPLAY HEADLINE
           DISPLAY 'Kontakt    : ' we-cl-id
           DISPLAY 'Datum      : ' CONTACTLOG-LOGDATE
                   '   Operatör: ' CONTACTLOG-OPERATOR
                   '   Kanal: ' CONTACTLOG-CHANNEL
           DISPLAY 'Gäldenär   : ' we-cl-debt-id
                   '   Kund: ' we-cl-cust-id
           DISPLAY 'Faktura    : ' wc-cl-invno
           DISPLAY 'Ämne       : ' CONTACTLOG-SUBJECT-TEXT
           DISPLAY 'Text       : ' CONTACTLOG-LOGTEXT-TEXT(1:64)
           IF CONTACTLOG-LOGTEXT-TEXT(65:190) NOT = SPACE
               DISPLAY '             ' CONTACTLOG-LOGTEXT-TEXT(65:64)
               DISPLAY '             ' CONTACTLOG-LOGTEXT-TEXT(129:64)
               DISPLAY '             ' CONTACTLOG-LOGTEXT-TEXT(193:62)
           END-IF
           IF CONTACTLOG-IS-FOLLOWED-UP
               DISPLAY 'Uppföljning: ' CONTACTLOG-FOLLOWUP ' (klar)'
           ELSE
               DISPLAY 'Uppföljning: ' CONTACTLOG-FOLLOWUP
           END-IF

           IF CONTACTLOG-ARCH-ID NOT = ZERO
               EXEC SQL
                   SELECT FILENAME, ARCHPATH, CHECKSUM, STATE
                   INTO :ARCHIVE-FILENAME, :ARCHIVE-ARCHPATH,
                        :ARCHIVE-CHECKSUM, :ARCHIVE-STATE
                   FROM TUTORIAL.ARCHIVE
                   WHERE ARCH_ID = :CONTACTLOG-ARCH-ID
               END-EXEC

               IF SQLCODE = ZERO
                   DISPLAY 'Dokument   : '
                           ARCHIVE-FILENAME-TEXT(1:50)
                   DISPLAY 'Arkivplats : '
                           ARCHIVE-ARCHPATH-TEXT(1:50)
                   DISPLAY 'Kontrollsumma ' ARCHIVE-CHECKSUM
                           '  status ' ARCHIVE-STATE
               END-IF
           END-IF
           DISPLAY HEADLINE
           .

      **********************************************************
       L0700-close-followup.

           DISPLAY 'Id: ' WITH NO ADVANCING
           MOVE ZERO TO w9-cl-pick
           ACCEPT w9-cl-pick

           EXEC SQL
               UPDATE TUTORIAL.CONTACTLOG
               SET FOLLOWDONE = 'Y'
               WHERE CLOG_ID = :w9-cl-pick
                 AND FOLLOWUP IS NOT NULL
                 AND FOLLOWDONE = 'N'
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZERO
                   DISPLAY 'Uppföljningen är klarmarkerad.'
               WHEN 100
                   DISPLAY 'Ingen öppen uppföljning med det'
                           ' id-numret!'
               WHEN OTHER
                   DISPLAY 'Ett problem uppstod vid'
                           ' uppdateringen!'

      *            add error trace information
                   MOVE  SQLCODE            TO wn-msg-sqlcode
                   MOVE 'CONTACTLOG'        TO wc-msg-tblcurs
                   MOVE 'L0700-close-followup' TO wc-msg-para

                   PERFORM Z0900-error-routine
           END-EVALUATE
           .

      **********************************************************
       U0100-accept-entry-data.

      *    what every entry carries besides its channel: subject,
      *    free text, the invoice it concerns and a follow-up date
           MOVE 'N' TO is-entry-data-ok-switch
           MOVE lc-debt-id TO w9-cl-debt-id
           MOVE lc-cust-id TO w9-cl-cust-id
           MOVE ZERO TO w9-cl-inv-id
           MOVE SPACE TO wc-cl-custno

           DISPLAY 'Ämne: ' WITH NO ADVANCING
           MOVE SPACE TO wc-cl-subject
           ACCEPT wc-cl-subject

           IF wc-cl-subject = SPACE
               DISPLAY 'Ett ämne måste anges!'
               EXIT PARAGRAPH
           END-IF

           DISPLAY 'Text: ' WITH NO ADVANCING
           MOVE SPACE TO wc-cl-text
           ACCEPT wc-cl-text
           IF wc-cl-text = SPACE
               MOVE -1 TO ind-cl-text
           ELSE
               MOVE ZERO TO ind-cl-text
           END-IF

           DISPLAY 'Fakturanr (blankt = ingen): ' WITH NO ADVANCING
           MOVE SPACE TO wc-cl-invno
           ACCEPT wc-cl-invno

           IF wc-cl-invno NOT = SPACE
               PERFORM U0110-find-invoice
               IF NOT is-invoice-found
                   DISPLAY 'Fakturan finns inte för denna '
                           'gäldenär/kund!'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF lc-function = 'C'
                   EXEC SQL
                       SELECT CUSTNO
                       INTO :wc-cl-custno
                       FROM TUTORIAL.CUSTOMER
                       WHERE CUST_ID = :lc-cust-id
                   END-EXEC
               END-IF
           END-IF

           DISPLAY 'Uppföljning (ÅÅÅÅ-MM-DD, blankt = ingen): '
               WITH NO ADVANCING
           MOVE SPACE TO wc-cl-followup
           ACCEPT wc-cl-followup
           IF wc-cl-followup = SPACE
               MOVE -1 TO ind-cl-followup
           ELSE
               MOVE ZERO TO ind-cl-followup
           END-IF

           SET is-entry-data-ok TO TRUE
           .

      **********************************************************
       U0110-find-invoice.

      *    the invoice must belong to the debtor or customer the
      *    log is kept for; the entry then carries both parties,
      *    so it shows in the debtor's and the customer's log
           MOVE 'N' TO is-invoice-found-switch

           EXEC SQL
               SELECT MIN(INV_ID)
               INTO :w9-cl-inv-id
               FROM TUTORIAL.INVOICE
               WHERE INVNO = :wc-cl-invno
                 AND ((:lc-function = 'D'
                       AND DEBT_ID = :lc-debt-id)
                   OR (:lc-function = 'C'
                       AND CUST_ID = :lc-cust-id))
               HAVING COUNT(*) > 0
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO w9-cl-inv-id
               EXIT PARAGRAPH
           END-IF

           EXEC SQL
               SELECT DEBT_ID, CUST_ID, CUSTNO
               INTO :w9-cl-debt-id, :w9-cl-cust-id, :wc-cl-custno
               FROM TUTORIAL.INVOICE
               WHERE INV_ID = :w9-cl-inv-id
           END-EXEC

           IF SQLCODE = ZERO
               SET is-invoice-found TO TRUE
           END-IF
           .

      **********************************************************
       U0200-compute-checksum.

      *    checksum of the file named in wc-scan-path via the
      *    system cksum tool - the same figure the archive's
      *    sealing and integrity runs recompute
           MOVE SPACE TO wc-scan-check
           MOVE SPACE TO wc-scan-command
           STRING 'cksum ' DELIMITED BY SIZE
                  wc-scan-path DELIMITED BY SPACE
                  ' > data/cksum-clog.tmp' DELIMITED BY SIZE
               INTO wc-scan-command
           END-STRING
           CALL 'SYSTEM' USING wc-scan-command

           OPEN INPUT CKSUMFIL
           IF CKSUM-SUCCESSFUL
               MOVE SPACE TO CKSUMFIL-POST
               READ CKSUMFIL
                   AT END CONTINUE
               END-READ
               UNSTRING CKSUMFIL-POST DELIMITED BY ALL SPACE
                   INTO wc-scan-check
               END-UNSTRING
               CLOSE CKSUMFIL
           END-IF
           .

      **********************************************************
       Z0900-error-routine.

      *    requires the ending dot (and no extension)!
           COPY Z0900-error-routine.
           .

