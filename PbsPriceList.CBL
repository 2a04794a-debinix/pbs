      **>          applied today (how the nightly price-apply step
      **>          triggers the send automatically). Each document
      **>          is queued for delivery on the MAILQUEUE when
      **>          the customer has an email address. A service
      **>          with a negotiated customer price (CUSTPRICE)
      **>          valid today is listed at that price, with its
      **>          validity, instead of the list price ladder.
      **> Initial Version Created: 2014-04-17
      **>

       01  WC-PL-VALIDFROM     PIC X(10) VALUE SPACE.
       01  WN-NEXT-MAILQ-ID    PIC S9(9) COMP VALUE ZERO.
       01  IND-PL-EMAIL        PIC S9(4) COMP VALUE ZERO.
       01  IND-PL-VALIDTO      PIC S9(4) COMP VALUE ZERO.

       01  WE-PL-PRICE         PIC ZZ9.99.
       01  WE-PL-MINQTY        PIC Z(7)9.
           EXEC SQL INCLUDE SRVPRICE  END-EXEC.
           EXEC SQL INCLUDE PRICEHIST END-EXEC.
           EXEC SQL INCLUDE MAILQUEUE END-EXEC.
           EXEC SQL INCLUDE CUSTPRICE END-EXEC.

           COPY Z0900-error-wkstg.

               MOVE 'ALL' TO WC-PL-ARG
           END-IF

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
      ***********************

       140-WRITE-ONE-SERVICE.
      *>   a negotiated price valid today replaces the list price,
      *>   its tiers and its queued changes on the document
           EXEC SQL
               SELECT PRICE, VALIDTO
               INTO :CUSTPRICE-PRICE,
                    :CUSTPRICE-VALIDTO:IND-PL-VALIDTO
               FROM TUTORIAL.CUSTPRICE
               WHERE CUST_ID = :CUSTOMER-CUST-ID
                 AND SRV_ID = :WN-PL-SRV-ID
                 AND VALIDFROM <= :WC-TODAY-DATE
                 AND (VALIDTO IS NULL
                      OR VALIDTO >= :WC-TODAY-DATE)
           END-EXEC

           IF SQLCODE = ZERO
               PERFORM 145-WRITE-AGREED-PRICE
           ELSE
               PERFORM 146-WRITE-LIST-PRICE
           END-IF

           EXEC SQL
               FETCH CUR-PL-SRV
               INTO :WN-PL-SRV-ID, :SRV-ARTNO, :SRV-DESCRIPTION,
                    :W9-PL-CHARGE
           END-EXEC.
      ***********************

       145-WRITE-AGREED-PRICE.
           MOVE CUSTPRICE-PRICE TO WE-PL-PRICE
           MOVE SPACE TO WC-PL-LINE
           STRING SRV-ARTNO-TEXT(1:10) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SRV-DESCRIPTION-TEXT(1:30) DELIMITED BY SIZE
                  ' avtalspris ' DELIMITED BY SIZE
                  WE-PL-PRICE DELIMITED BY SIZE
                  ' kr/st' DELIMITED BY SIZE
               INTO WC-PL-LINE
           END-STRING
           MOVE WC-PL-LINE TO PRIS-POST
           WRITE PRIS-POST

           IF IND-PL-VALIDTO NOT = -1
               MOVE SPACE TO WC-PL-LINE
               STRING '   avtalet gäller t o m ' DELIMITED BY SIZE
                      CUSTPRICE-VALIDTO DELIMITED BY SIZE
                   INTO WC-PL-LINE
               END-STRING
               MOVE WC-PL-LINE TO PRIS-POST
               WRITE PRIS-POST
           END-IF.
      ***********************

       146-WRITE-LIST-PRICE.
           MOVE W9-PL-CHARGE TO WE-PL-PRICE
           MOVE SPACE TO WC-PL-LINE
           STRING SRV-ARTNO-TEXT(1:10) DELIMITED BY SIZE
           WRITE PRIS-POST

           PERFORM 150-WRITE-TIERS
           PERFORM 160-WRITE-FUTURE-PRICES.
      ***********************

       150-WRITE-TIERS.
