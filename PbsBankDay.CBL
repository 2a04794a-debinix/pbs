       PROCEDURE DIVISION.

       000-CHECK-BANK-DAY.
           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-CHECK-DATE(1:4)
           MOVE T-MONTH TO WC-CHECK-DATE(6:2)
           MOVE T-DAY   TO WC-CHECK-DATE(9:2)
