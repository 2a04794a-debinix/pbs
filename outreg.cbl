      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTREG.
      **********************************************************
      *
      * Authors: Peter B, Bertil K and Sergejs S.
      * Purpose: Register an outbound interface file in OUTFILEREG
      *          and hand it over for transfer - the outgoing
      *          counterpart of BGFILEREG, so we can always prove
      *          what was produced for a counterparty, when, with
      *          how many records, for what amount and with what
      *          checksum, and whether a receipt came back.
      *
      *          The caller names the counterparty, the file type,
      *          the working file it was made from, the file as it
      *          is delivered (sealed by OUTSEAL, or as written),
      *          and the file's record count and amount total:
      *
      *              CALL 'OUTREG' USING wc-party, wc-filetype,
      *                                  wc-srcname, wc-filename,
      *                                  wn-reccount, w9-amount,
      *                                  wn-result
      *
      *          The delivered file stays where it is as the
      *          registered copy - a resend is made from it,
      *          never regenerated - and a copy is placed in
      *          data/utgaende, the directory the transfer picks
      *          up from. The result is 0 when registered and
      *          handed over, 2 when the file could not be read
      *          or copied and 3 when the register could not be
      *          updated. The registration takes part in the
      *          caller's unit of work.
      * Initial Version Created: 2014-04-29
      *
      **********************************************************
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL cksumfile
                  ASSIGN TO 'data/outreg-cksum.tmp'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS cksum-fs.

      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       FILE SECTION.
       FD  cksumfile.
       01  fd-cksumfile-post              PIC X(200).

      **********************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE OUTFILEREG END-EXEC.

       01  cksum-fs                     PIC X(2)   VALUE SPACE.
           88  cksum-successful                    VALUE '00'.

       01  wc-reg-command               PIC X(300) VALUE SPACE.
       01  wc-reg-sum                   PIC X(16)  VALUE SPACE.
       01  wc-reg-size                  PIC X(12)  VALUE SPACE.
       01  wn-reg-pos                   PIC S9(4)  COMP VALUE ZERO.
       01  wn-reg-slash                 PIC S9(4)  COMP VALUE ZERO.
       01  wc-keyalloc-table            PIC X(18)  VALUE SPACE.

       01  wc-reg-date.
           05  wc-reg-yyyy              PIC X(4).
           05  wc-reg-mm                PIC X(2).
           05  wc-reg-dd                PIC X(2).
           05  wc-reg-hh                PIC X(2).
           05  wc-reg-mi                PIC X(2).
           05  wc-reg-ss                PIC X(2).
           05  FILLER                   PIC X(7).

      *    the business day the file was produced for, which in a
      *    catch-up run is not the day it is handed over
       01  wc-reg-busdate.
           05  wc-reg-bus-yyyy          PIC X(4).
           05  wc-reg-bus-mm            PIC X(2).
           05  wc-reg-bus-dd            PIC X(2).
           05  FILLER                   PIC X(13).

       LINKAGE SECTION.
      *---------------------------------------------------------
       01  lc-party                     PIC X(10).
       01  lc-filetype                  PIC X(10).
       01  lc-srcname                   PIC X(80).
       01  lc-filename                  PIC X(100).
       01  lc-reccount                  PIC S9(9) COMP.
       01  lc-amount                    PIC S9(9)V9(2) COMP-3.
       01  lc-result                    PIC S9(4) COMP.

      **********************************************************
       PROCEDURE DIVISION USING lc-party, lc-filetype, lc-srcname,
                                lc-filename, lc-reccount,
                                lc-amount, lc-result.
       000-out-reg.

           MOVE ZERO TO lc-result

           PERFORM A0100-compute-checksum

           IF wc-reg-sum = SPACE
               DISPLAY 'OUTREG: kan inte läsa ' lc-filename
               MOVE 2 TO lc-result
           ELSE
               PERFORM A0200-hand-over-file
           END-IF

           IF lc-result = ZERO
               PERFORM A0300-insert-register-row
           END-IF

           MOVE ZERO TO RETURN-CODE
           EXIT PROGRAM
           .

      **********************************************************
      *    checksum and byte size of the delivered file via the
      *    system cksum tool, the same figure the archive run
      *    keeps for the invoice PDFs
       A0100-compute-checksum.

           MOVE SPACE TO wc-reg-sum
           MOVE SPACE TO wc-reg-size

           MOVE SPACE TO wc-reg-command
           STRING 'cksum ' DELIMITED BY SIZE
                  lc-filename DELIMITED BY SPACE
                  ' > data/outreg-cksum.tmp 2>/dev/null'
                  DELIMITED BY SIZE
               INTO wc-reg-command
           END-STRING
           CALL 'SYSTEM' USING wc-reg-command

           IF RETURN-CODE = ZERO
               OPEN INPUT cksumfile
               IF cksum-successful
                   MOVE SPACE TO fd-cksumfile-post
                   READ cksumfile
                       AT END CONTINUE
                   END-READ
                   UNSTRING fd-cksumfile-post DELIMITED BY ALL SPACE
                       INTO wc-reg-sum, wc-reg-size
                   END-UNSTRING
                   CLOSE cksumfile
               END-IF
           END-IF
           .

      **********************************************************
      *    the transfer picks up from data/utgaende; the file
      *    itself stays put as the registered copy
       A0200-hand-over-file.

           MOVE SPACE TO wc-reg-command
           STRING 'mkdir -p data/utgaende && cp ' DELIMITED BY SIZE
                  lc-filename DELIMITED BY SPACE
                  ' data/utgaende/' DELIMITED BY SIZE
               INTO wc-reg-command
           END-STRING
           CALL 'SYSTEM' USING wc-reg-command

           IF RETURN-CODE NOT = ZERO
               DISPLAY 'OUTREG: kan inte lämna över ' lc-filename
               MOVE 2 TO lc-result
           END-IF
           .

      **********************************************************
       A0300-insert-register-row.

           MOVE FUNCTION CURRENT-DATE TO wc-reg-date
           CALL 'BUSDATE' USING wc-reg-busdate

           MOVE 'OUTFILEREG' TO wc-keyalloc-table
           CALL 'KEYALLOC' USING wc-keyalloc-table,
                                 OUTFILEREG-OFR-ID

      *    the name the counterparty sees is the part after the
      *    last slash
           MOVE ZERO TO wn-reg-slash
           PERFORM A0310-scan-for-slash
               VARYING wn-reg-pos FROM 1 BY 1
               UNTIL wn-reg-pos > 100

           MOVE lc-party    TO OUTFILEREG-PARTY
           MOVE lc-filetype TO OUTFILEREG-FILETYPE
           MOVE lc-srcname  TO OUTFILEREG-SRCNAME-TEXT
           MOVE 80          TO OUTFILEREG-SRCNAME-LEN
           MOVE lc-filename TO OUTFILEREG-FILENAME-TEXT
           MOVE 100         TO OUTFILEREG-FILENAME-LEN
           MOVE SPACE       TO OUTFILEREG-HANDNAME-TEXT
           MOVE lc-filename(wn-reg-slash + 1:)
                            TO OUTFILEREG-HANDNAME-TEXT
           MOVE 60          TO OUTFILEREG-HANDNAME-LEN
           MOVE lc-reccount TO OUTFILEREG-RECCOUNT
           MOVE lc-amount   TO OUTFILEREG-AMOUNT
           MOVE wc-reg-sum  TO OUTFILEREG-CHECKSUM
           MOVE FUNCTION NUMVAL(wc-reg-size) TO OUTFILEREG-FILESIZE

           MOVE SPACE TO OUTFILEREG-PRODDATE
           STRING wc-reg-bus-yyyy '-' wc-reg-bus-mm '-' wc-reg-bus-dd
               DELIMITED BY SIZE
               INTO OUTFILEREG-PRODDATE
           END-STRING
           MOVE SPACE TO OUTFILEREG-HANDEDDATE
           STRING wc-reg-yyyy '-' wc-reg-mm '-' wc-reg-dd
               DELIMITED BY SIZE
               INTO OUTFILEREG-HANDEDDATE
           END-STRING
           MOVE SPACE TO OUTFILEREG-HANDEDTIME
           STRING wc-reg-hh ':' wc-reg-mi ':' wc-reg-ss
               DELIMITED BY SIZE
               INTO OUTFILEREG-HANDEDTIME
           END-STRING

           EXEC SQL
               INSERT INTO TUTORIAL.OUTFILEREG
               VALUES (:OUTFILEREG-OFR-ID, :OUTFILEREG-PARTY,
                       :OUTFILEREG-FILETYPE, :OUTFILEREG-SRCNAME,
                       :OUTFILEREG-FILENAME, :OUTFILEREG-HANDNAME,
                       :OUTFILEREG-RECCOUNT, :OUTFILEREG-AMOUNT,
                       :OUTFILEREG-CHECKSUM, :OUTFILEREG-FILESIZE,
                       :OUTFILEREG-PRODDATE, :OUTFILEREG-HANDEDDATE,
                       :OUTFILEREG-HANDEDTIME, 1, 'N', NULL, NULL)
           END-EXEC

           IF SQLCODE NOT = ZERO
               DISPLAY 'OUTREG: kunde inte registrera ' lc-filename
                       ' SQLCODE ' SQLCODE
               MOVE 3 TO lc-result
           ELSE
               DISPLAY 'Utgående fil registrerad ('
                       OUTFILEREG-OFR-ID '): '
                       OUTFILEREG-HANDNAME-TEXT
           END-IF
           .

      **********************************************************
       A0310-scan-for-slash.

           IF lc-filename(wn-reg-pos:1) = '/'
               MOVE wn-reg-pos TO wn-reg-slash
           END-IF
           .

      **********************************************************
