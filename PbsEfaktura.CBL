       000-EFAKTURA-ANMALAN.
           MOVE 'PbsEfaktura.CBL' TO WC-MSG-SRCFILE

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
