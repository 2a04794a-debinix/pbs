      **>          per-tier breakdown. Touches neither INVOICE nor
      **>          BILLEVENT, so a tier change can be sanity-
      **>          checked here before month-end bills real money
      **>          with it. Given a customer number, a negotiated
      **>          customer price (CUSTPRICE) valid today is
      **>          quoted ahead of the list price, as the billing
      **>          run bills it.
      **> Initial Version Created: 2014-04-07
      **>

       01  SWITCHES.
           05  QUOTE-OK-SW             PIC X VALUE 'Y'.
               88  QUOTE-OK                VALUE 'Y'.
           05  Q-AGREED-PRICE-SW       PIC X VALUE 'N'.
               88  Q-AGREED-PRICE          VALUE 'Y'.

       01  OFFERT-FS           PIC X(2) VALUE SPACE.
           88  OFFERT-SUCCESSFUL   VALUE '00'.

       01  WC-Q-LINE           PIC X(100) VALUE SPACE.

      *>   the customer the quote is for - blank quotes list price
       01  WC-Q-CUSTNO         PIC X(10) VALUE SPACE.
       01  WN-Q-CUST-ID        PIC S9(9) COMP VALUE ZERO.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE SRV       END-EXEC.
           EXEC SQL INCLUDE SRVPRICE  END-EXEC.
           EXEC SQL INCLUDE PRICEHIST END-EXEC.
           EXEC SQL INCLUDE CUSTPRICE END-EXEC.

           COPY Z0900-error-wkstg.

       000-QUOTE-RUN.
           MOVE 'PbsQuote.CBL' TO WC-MSG-SRCFILE

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
               MOVE WC-Q-LINE TO OFFERT-POST
               WRITE OFFERT-POST

               PERFORM 105-GET-QUOTE-CUSTOMER

               MOVE 'Tjänst / volym per månad / pris' TO OFFERT-POST
               WRITE OFFERT-POST

           STOP RUN.
      **************************

       105-GET-QUOTE-CUSTOMER.
      *>   an existing customer's negotiated prices are quoted
      *>   ahead of the list price; a prospect is left blank
           DISPLAY ' Kundnummer (blankt = listpris): '
                   WITH NO ADVANCING
           MOVE SPACE TO WC-Q-CUSTNO
           ACCEPT WC-Q-CUSTNO
           MOVE ZERO TO WN-Q-CUST-ID

           IF WC-Q-CUSTNO NOT = SPACE
               EXEC SQL
                   SELECT CUST_ID
                   INTO :WN-Q-CUST-ID
                   FROM TUTORIAL.CUSTOMER
                   WHERE CUSTNO = :WC-Q-CUSTNO
               END-EXEC

               IF SQLCODE NOT = ZERO
                   DISPLAY ' Okänd kund ' WC-Q-CUSTNO
                           ' - offereras till listpris'
                   MOVE ZERO TO WN-Q-CUST-ID
               ELSE
                   MOVE SPACE TO WC-Q-LINE
                   STRING 'Kund: ' DELIMITED BY SIZE
                          WC-Q-CUSTNO DELIMITED BY SIZE
                       INTO WC-Q-LINE
                   END-STRING
                   MOVE WC-Q-LINE TO OFFERT-POST
                   WRITE OFFERT-POST
               END-IF
           END-IF.
      ***********************

       110-QUOTE-ONE-SERVICE.
           DISPLAY ' Tjänst-id: ' WITH NO ADVANCING
           MOVE ZERO TO WN-Q-SRV-ID
                   IF WN-Q-VOLUME > ZERO
                       PERFORM 120-PRICE-ONE-SERVICE
                       PERFORM 130-WRITE-QUOTE-LINE
                       IF Q-AGREED-PRICE
                           MOVE '   avtalspris enligt kundavtal'
                               TO OFFERT-POST
                           WRITE OFFERT-POST
                       ELSE
                           PERFORM 140-WRITE-TIER-BREAKDOWN
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE PRICEHIST-PRICE TO W9-Q-UNIT-PRICE
           END-IF

      *>   a negotiated price for the customer, valid today, beats
      *>   the whole list price ladder
           MOVE 'N' TO Q-AGREED-PRICE-SW
           IF WN-Q-CUST-ID NOT = ZERO
               EXEC SQL
                   SELECT PRICE
                   INTO :CUSTPRICE-PRICE
                   FROM TUTORIAL.CUSTPRICE
                   WHERE CUST_ID = :WN-Q-CUST-ID
                     AND SRV_ID = :WN-Q-SRV-ID
                     AND VALIDFROM <= :WC-TODAY-DATE
                     AND (VALIDTO IS NULL
                          OR VALIDTO >= :WC-TODAY-DATE)
               END-EXEC

               IF SQLCODE = ZERO
                   MOVE CUSTPRICE-PRICE TO W9-Q-UNIT-PRICE
                   MOVE 'Y' TO Q-AGREED-PRICE-SW
               END-IF
           END-IF

           COMPUTE W9-Q-LINE-TOTAL =
               WN-Q-VOLUME * W9-Q-UNIT-PRICE
           ADD W9-Q-LINE-TOTAL TO W9-Q-MONTH-TOTAL
