      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTSEAL.
      **********************************************************
      *
      * Authors: Peter B, Bertil K and Sergejs S.
      * Purpose: Seal an outbound interface file for its
      *          counterparty before it leaves the house: the file
      *          is encrypted for the receiver's key and signed
      *          with ours, using the pair registered for the
      *          counterparty in OUTKEY, and the plain-text working
      *          copy is removed.
      *
      *          The caller names the counterparty (BANK,
      *          BANKGIROT, INKASSO, EFAKTURA, TRYCKERI, BREVLADA,
      *          KFM, SKV, a debt buyer's Bankgiro number as
      *          recorded on its portfolio, or a customer's
      *          CUSTNO), the file, its file type and its record
      *          count and amount total, and receives a result:
      *
      *              CALL 'OUTSEAL' USING wc-party, wc-file,
      *                                   wc-filetype, wn-reccount,
      *                                   w9-amount, wn-result
      *
      *              0 = sealed as <file>.<stamp>.gpg, or the file
      *                  was empty and simply removed
      *              1 = no key registered for the counterparty
      *              2 = encryption or signing failed
      *              3 = sealed, but could not be registered
      *
      *          A sealed file is registered in OUTFILEREG and
      *          handed over for transfer through OUTREG.
      *
      *          On 1 or 2 the plain file is left where it is so
      *          the delivery can be sealed once the key problem
      *          is put right - the caller fails its batch step
      *          and nothing goes out unprotected.
      * Initial Version Created: 2014-04-28
      *
      **********************************************************
       ENVIRONMENT DIVISION.
      *---------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      **********************************************************
       DATA DIVISION.
      *---------------------------------------------------------
       FILE SECTION.

      **********************************************************
       WORKING-STORAGE SECTION.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           EXEC SQL INCLUDE OUTKEY END-EXEC.

       01  wc-seal-command              PIC X(600) VALUE SPACE.
       01  wc-seal-outname              PIC X(100) VALUE SPACE.
       01  wn-seal-reg-result           PIC S9(4)  COMP VALUE ZERO.

       01  wc-seal-date.
           05  wc-seal-yyyymmdd         PIC X(8).
           05  wc-seal-hhmmss           PIC X(6).
           05  FILLER                   PIC X(7).

       LINKAGE SECTION.
      *---------------------------------------------------------
       01  lc-party                     PIC X(10).
       01  lc-filename                  PIC X(80).
       01  lc-filetype                  PIC X(10).
       01  lc-reccount                  PIC S9(9) COMP.
       01  lc-amount                    PIC S9(9)V9(2) COMP-3.
       01  lc-result                    PIC S9(4) COMP.

      **********************************************************
       PROCEDURE DIVISION USING lc-party, lc-filename, lc-filetype,
                                lc-reccount, lc-amount, lc-result.
       000-out-seal.

           MOVE ZERO TO lc-result

      *    an empty working copy carries nothing to deliver
           MOVE SPACE TO wc-seal-command
           STRING 'test -s ' DELIMITED BY SIZE
                  lc-filename DELIMITED BY SPACE
               INTO wc-seal-command
           END-STRING
           CALL 'SYSTEM' USING wc-seal-command

           IF RETURN-CODE NOT = ZERO
               PERFORM A0300-remove-plain-copy
           ELSE
               MOVE SPACE TO OUTKEY-RECIPIENT-TEXT
               MOVE SPACE TO OUTKEY-SIGNER-TEXT
               EXEC SQL
                   SELECT RECIPIENT, SIGNER
                   INTO :OUTKEY-RECIPIENT, :OUTKEY-SIGNER
                   FROM TUTORIAL.OUTKEY
                   WHERE PARTY = :lc-party
               END-EXEC

               IF SQLCODE NOT = ZERO
                  OR OUTKEY-RECIPIENT-TEXT = SPACE
                  OR OUTKEY-SIGNER-TEXT = SPACE
                   DISPLAY 'OUTSEAL: ingen nyckel registrerad för '
                           lc-party ' - ' lc-filename
                           ' skickas inte'
                   MOVE 1 TO lc-result
               ELSE
                   PERFORM A0100-seal-file
               END-IF
           END-IF

           MOVE ZERO TO RETURN-CODE
           EXIT PROGRAM
           .

      **********************************************************
      *    encrypt for the receiver and sign with our key in one
      *    pass; the plain copy is removed only once a non-empty
      *    sealed file is in place
       A0100-seal-file.

           MOVE FUNCTION CURRENT-DATE TO wc-seal-date

           MOVE SPACE TO wc-seal-outname
           STRING lc-filename      DELIMITED BY SPACE
                  '.'              DELIMITED BY SIZE
                  wc-seal-yyyymmdd DELIMITED BY SIZE
                  wc-seal-hhmmss   DELIMITED BY SIZE
                  '.gpg'           DELIMITED BY SIZE
               INTO wc-seal-outname
           END-STRING

           MOVE SPACE TO wc-seal-command
           STRING 'gpg --batch --yes --trust-model always'
                                    DELIMITED BY SIZE
                  ' --local-user '''
                                    DELIMITED BY SIZE
                  OUTKEY-SIGNER-TEXT
                                    DELIMITED BY '  '
                  ''' --recipient '''
                                    DELIMITED BY SIZE
                  OUTKEY-RECIPIENT-TEXT
                                    DELIMITED BY '  '
                  ''' --output '    DELIMITED BY SIZE
                  wc-seal-outname   DELIMITED BY SPACE
                  ' --sign --encrypt '
                                    DELIMITED BY SIZE
                  lc-filename       DELIMITED BY SPACE
                  ' && test -s '    DELIMITED BY SIZE
                  wc-seal-outname   DELIMITED BY SPACE
               INTO wc-seal-command
           END-STRING
           CALL 'SYSTEM' USING wc-seal-command

           IF RETURN-CODE = ZERO
               PERFORM A0300-remove-plain-copy
               DISPLAY 'Krypterad och signerad för ' lc-party ': '
                       wc-seal-outname
               PERFORM A0400-register-sealed-file
           ELSE
               PERFORM A0200-remove-partial-output
               DISPLAY 'OUTSEAL: kunde inte kryptera '
                       lc-filename ' för ' lc-party
                       ' - filen skickas inte'
               MOVE 2 TO lc-result
           END-IF
           .

      **********************************************************
       A0200-remove-partial-output.

           MOVE SPACE TO wc-seal-command
           STRING 'rm -f ' DELIMITED BY SIZE
                  wc-seal-outname DELIMITED BY SPACE
               INTO wc-seal-command
           END-STRING
           CALL 'SYSTEM' USING wc-seal-command
           .

      **********************************************************
       A0300-remove-plain-copy.

           MOVE SPACE TO wc-seal-command
           STRING 'rm -f ' DELIMITED BY SIZE
                  lc-filename DELIMITED BY SPACE
               INTO wc-seal-command
           END-STRING
           CALL 'SYSTEM' USING wc-seal-command
           .

      **********************************************************
      *    the sealed file is what the counterparty receives, so
      *    that is the copy registered and handed over
       A0400-register-sealed-file.

           CALL 'OUTREG' USING lc-party, lc-filetype, lc-filename,
                               wc-seal-outname, lc-reccount,
                               lc-amount, wn-seal-reg-result

           IF wn-seal-reg-result NOT = ZERO
               MOVE 3 TO lc-result
           END-IF
           .

      **********************************************************
