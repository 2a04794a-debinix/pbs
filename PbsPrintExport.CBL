      **>          within the PRINTCONF threshold (banking
      **>          calendar not consulted - plain days) is raised
      **>          through the alert file the nightly driver pages
      **>          from. The package directory is then packed
      **>          into printpaket/YYYYMMDD.tar, encrypted for the
      **>          print house and signed with our key (OUTSEAL,
      **>          counterparty TRYCKERI), and the plain copy is
      **>          removed; a package that cannot be sealed fails
      **>          the run. The sealed package is registered in
      **>          OUTFILEREG (OUTREG) as file type PRINTPKT with
      **>          its envelope count. Runs as a step in the
      **>          nightly window.
      **> Initial Version Created: 2014-04-09
      **>

       01  WN-PE-CONF-DAYS     PIC S9(4) COMP VALUE 3.
       01  WE-PE-COUNT         PIC Z(6)9.

      *>   the outbound file and its counterparty for OUTSEAL
       01  WC-SEAL-PARTY       PIC X(10) VALUE 'TRYCKERI'.
       01  WC-SEAL-FILE        PIC X(80) VALUE SPACE.
       01  WN-SEAL-RESULT      PIC S9(4) COMP VALUE ZERO.
       01  WC-SEAL-FILETYPE    PIC X(10) VALUE 'PRINTPKT'.
       01  WN-SEAL-RECCOUNT    PIC S9(9) COMP VALUE ZERO.
       01  W9-SEAL-AMOUNT      PIC S9(9)V9(2) COMP-3 VALUE ZERO.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE OUTLOG    END-EXEC.
       000-PRINT-EXPORT.
           MOVE 'PbsPrintExport.CBL' TO WC-MSG-SRCFILE

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
               CALL 'SYSTEM' USING WC-PE-COMMAND

               DISPLAY ' Printpaket skapat: ' WC-PE-DIR

               PERFORM 210-SEAL-PACKAGE
           ELSE
               DISPLAY ' Kan inte skapa kontrollfilen!'
               MOVE 'N' TO PEXP-OK-SW
           END-IF.
      ***********************

       210-SEAL-PACKAGE.
      *>   the print house takes the package as one encrypted and
      *>   signed archive; the plain directory copy is removed
      *>   once the archive is packed (the PDFs themselves stay
      *>   in output/ for the archiving step)
           MOVE SPACE TO WC-SEAL-FILE
           STRING WC-PE-DIR DELIMITED BY SPACE
                  '.tar' DELIMITED BY SIZE
               INTO WC-SEAL-FILE
           END-STRING

           MOVE SPACE TO WC-PE-COMMAND
           STRING 'tar -cf ' DELIMITED BY SIZE
                  WC-SEAL-FILE DELIMITED BY SPACE
                  ' -C printpaket ' DELIMITED BY SIZE
                  WC-TODAY-STAMP DELIMITED BY SIZE
                  ' && rm -rf ' DELIMITED BY SIZE
                  WC-PE-DIR DELIMITED BY SPACE
               INTO WC-PE-COMMAND
           END-STRING
           CALL 'SYSTEM' USING WC-PE-COMMAND

           IF RETURN-CODE NOT = ZERO
               DISPLAY ' Kan inte packa printpaketet!'
               MOVE 'N' TO PEXP-OK-SW
           ELSE
               MOVE WN-PE-ENV-COUNT TO WN-SEAL-RECCOUNT
               CALL 'OUTSEAL' USING WC-SEAL-PARTY, WC-SEAL-FILE,
                                    WC-SEAL-FILETYPE,
                                    WN-SEAL-RECCOUNT,
                                    W9-SEAL-AMOUNT, WN-SEAL-RESULT
               IF WN-SEAL-RESULT NOT = ZERO
                   MOVE 'N' TO PEXP-OK-SW
               END-IF
           END-IF.
      ***********************

       300-CHECK-MISSING-CONF.
      *>   anything printed more than PRINTCONF days ago without a
      *>   confirmation is an envelope that may never have left
