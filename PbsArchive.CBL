      **>          missing file - the proof the tax auditor asks
      **>          for. Invoices must be kept seven years; the
      **>          register row plus the sealed file is that
      **>          record. Incoming letters scanned into skannat/
      **>          and registered from the contact log (program
      **>          contactlog) are pending rows like any other and
      **>          are sealed and verified the same way.
      **> Initial Version Created: 2014-04-06
      **>


           ACCEPT WC-RUN-MODE FROM COMMAND-LINE

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
