
       100-INIT.
           ACCEPT WC-SLA-PERIOD FROM COMMAND-LINE
           CALL 'BUSDATE' USING TODAYS-DATE

           IF WC-SLA-PERIOD = SPACE
      *>       default to the previous month - the one settled
