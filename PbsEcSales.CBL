
       100-INIT.
           ACCEPT WC-EC-QUARTER FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE

           IF WC-EC-QUARTER = SPACE
      *>       default to the previous quarter - the one to file
