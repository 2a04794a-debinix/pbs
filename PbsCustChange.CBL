       IDENTIFICATION DIVISION.
       PROGRAM-ID. PbsCustChange.
      **> Authors: Peter B, Bertil K and Sergejs S.
      **> Purpose: Manage an invoice print company (PBS)
      **>          Roll scheduled customer changes into the register:
      **>          every pending CUSTCHG row whose effective date has
      **>          arrived is written to CUSTOMER, ADDR or FINDATA,
      **>          logged in CUSTAUDIT with the old and the new value
      **>          and marked applied, so the customer's status
      **>          return reports it the same night. A Bankgiro
      **>          change is only pending once a second
      **>          administrator has approved it. A change for a
      **>          customer no longer active is cancelled.
      **>          Runs as a step in the nightly batch window.
      **> Initial Version Created: 2014-07-07
      **>

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  APPLY-OK-SW             PIC X VALUE 'Y'.
               88  APPLY-OK                VALUE 'Y'.

       01  TODAYS-DATE.
           05  T-YEAR          PIC X(4).
           05  T-MONTH         PIC X(2).
           05  T-DAY           PIC X(2).
           05  FILLER          PIC X(13).

       01  WC-TODAY-DATE       PIC X(10) VALUE SPACE.
       01  WC-TIME-NOW         PIC X(8)  VALUE SPACE.

       01  COUNTS-FIELDS.
           05  WN-APPLIED-COUNT       PIC 9(5) VALUE ZERO.
           05  WN-CANCELLED-COUNT     PIC 9(5) VALUE ZERO.

       01  WN-NEXT-AUDIT-ID    PIC S9(9) COMP VALUE ZERO.

      *>   the value the change replaces, for the audit trail
       01  WC-OLD-VALUE        PIC X(254) VALUE SPACE.

           EXEC SQL INCLUDE SQLCA     END-EXEC.
           EXEC SQL INCLUDE CUSTOMER  END-EXEC.
           EXEC SQL INCLUDE ADDR      END-EXEC.
           EXEC SQL INCLUDE FINDATA   END-EXEC.
           EXEC SQL INCLUDE CUSTAUDIT END-EXEC.
           EXEC SQL INCLUDE CUSTCHG   END-EXEC.

           COPY Z0900-error-wkstg.

       01  WC-ACCEPT           PIC X(2) VALUE SPACE.

      *>   every pending change whose effective date has arrived,
      *>   oldest first so the latest reached change wins
           EXEC SQL
               DECLARE CUR-CHG-DUE CURSOR FOR
               SELECT CHG_ID, CUST_ID, FIELDCODE, NEWVALUE, EFFDATE
               FROM TUTORIAL.CUSTCHG
               WHERE STATE = 'P'
                 AND EFFDATE <= :WC-TODAY-DATE
               ORDER BY EFFDATE, CHG_ID
           END-EXEC

      *>   get highest primary key in CUSTAUDIT table
           EXEC SQL
               DECLARE CUR-AUDIT-MAXID CURSOR FOR
               SELECT CUSTAUDIT_ID
               FROM TUTORIAL.CUSTAUDIT
               ORDER BY CUSTAUDIT_ID DESC
           END-EXEC

       PROCEDURE DIVISION.

       000-CUST-CHANGE.
           MOVE 'PbsCustChange.CBL' TO WC-MSG-SRCFILE

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
           MOVE '-' TO WC-TODAY-DATE(5:1), WC-TODAY-DATE(8:1)

           ACCEPT WC-TIME-NOW FROM TIME

           PERFORM 110-APPLY-DUE-CHANGES

           DISPLAY ' Schemalagda kundändringar tillämpade: '
                   WN-APPLIED-COUNT
           DISPLAY ' Makulerade för inaktiva kunder:       '
                   WN-CANCELLED-COUNT

           IF APPLY-OK
               MOVE ZERO TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.
      **************************

       110-APPLY-DUE-CHANGES.
           EXEC SQL
               OPEN CUR-CHG-DUE
           END-EXEC

           EXEC SQL
               FETCH CUR-CHG-DUE
               INTO :CUSTCHG-CHG-ID, :CUSTCHG-CUST-ID,
                    :CUSTCHG-FIELDCODE, :CUSTCHG-NEWVALUE,
                    :CUSTCHG-EFFDATE
           END-EXEC

           PERFORM 120-APPLY-ONE-CHANGE
               UNTIL SQLCODE NOT = ZERO

           IF SQLCODE NOT = 100
               MOVE SQLCODE         TO WN-MSG-SQLCODE
               MOVE 'CUR-CHG-DUE'   TO WC-MSG-TBLCURS
               MOVE '110-APPLY-DUE-CHANGES' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO APPLY-OK-SW
           END-IF

           EXEC SQL
               CLOSE CUR-CHG-DUE
           END-EXEC.
      ***********************

       120-APPLY-ONE-CHANGE.
           PERFORM 130-READ-CURRENT-VALUES

           IF SQLCODE = 100
      *>       the customer is gone or no longer active - nothing
      *>       to change
               EXEC SQL
                   UPDATE TUTORIAL.CUSTCHG
                   SET STATE = 'C'
                   WHERE CHG_ID = :CUSTCHG-CHG-ID
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE SQLCODE    TO WN-MSG-SQLCODE
                   MOVE 'CUSTCHG'  TO WC-MSG-TBLCURS
                   MOVE '120-APPLY-ONE-CHANGE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO APPLY-OK-SW
               ELSE
                   ADD 1 TO WN-CANCELLED-COUNT
               END-IF
           ELSE
               IF SQLCODE = ZERO
                   PERFORM 140-UPDATE-FIELD
               END-IF

               IF SQLCODE NOT = ZERO
                   MOVE SQLCODE    TO WN-MSG-SQLCODE
                   MOVE 'CUSTCHG'  TO WC-MSG-TBLCURS
                   MOVE '120-APPLY-ONE-CHANGE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO APPLY-OK-SW
               ELSE
                   PERFORM 150-LOG-AUDIT

                   EXEC SQL
                       UPDATE TUTORIAL.CUSTCHG
                       SET STATE = 'A',
                           APPLIEDDATE = :WC-TODAY-DATE
                       WHERE CHG_ID = :CUSTCHG-CHG-ID
                   END-EXEC

      *>           a change left pending would be applied and
      *>           audited a second time the next night
                   IF SQLCODE NOT = ZERO
                       MOVE SQLCODE    TO WN-MSG-SQLCODE
                       MOVE 'CUSTCHG'  TO WC-MSG-TBLCURS
                       MOVE '120-APPLY-ONE-CHANGE' TO WC-MSG-PARA
                       PERFORM Z0900-ERROR-ROUTINE
                       MOVE 'N' TO APPLY-OK-SW
                   ELSE
                       ADD 1 TO WN-APPLIED-COUNT
                   END-IF
               END-IF
           END-IF

           EXEC SQL
               FETCH CUR-CHG-DUE
               INTO :CUSTCHG-CHG-ID, :CUSTCHG-CUST-ID,
                    :CUSTCHG-FIELDCODE, :CUSTCHG-NEWVALUE,
                    :CUSTCHG-EFFDATE
           END-EXEC.
      ***********************

       130-READ-CURRENT-VALUES.
      *>   a shorter value must not keep the previous row's tail
           MOVE SPACE TO CUSTOMER-NAME-TEXT, CUSTOMER-BOARDPLACE-TEXT,
                         CUSTOMER-TEL-TEXT, CUSTOMER-EMAIL-TEXT,
                         CUSTOMER-WEB-TEXT, ADDR-STREET-TEXT,
                         ADDR-PLACE-TEXT, FINDATA-VATREGNO-TEXT

           EXEC SQL
               SELECT C.NAME, C.BOARDPLACE, C.TEL, C.EMAIL,
                      COALESCE(C.WEB, ' '),
                      A.STREET, A.POSTNO, A.PLACE,
                      F.VATREGNO, F.BANKGIRO, F.POSTGIRO,
                      C.ADDR_ID, C.FIN_ID
               INTO :CUSTOMER-NAME, :CUSTOMER-BOARDPLACE,
                    :CUSTOMER-TEL, :CUSTOMER-EMAIL, :CUSTOMER-WEB,
                    :ADDR-STREET, :ADDR-POSTNO, :ADDR-PLACE,
                    :FINDATA-VATREGNO, :FINDATA-BANKGIRO,
                    :FINDATA-POSTGIRO,
                    :CUSTOMER-ADDR-ID, :CUSTOMER-FIN-ID
               FROM TUTORIAL.CUSTOMER C
               JOIN TUTORIAL.ADDR A
               ON C.ADDR_ID = A.ADDR_ID
               JOIN TUTORIAL.FINDATA F
               ON C.FIN_ID = F.FIN_ID
               WHERE C.CUST_ID = :CUSTCHG-CUST-ID
                 AND C.ACTIVE = 'Y'
           END-EXEC.
      ***********************

       140-UPDATE-FIELD.
           MOVE SPACE TO WC-OLD-VALUE
           MOVE SPACE TO CUSTAUDIT-TABLENAME-TEXT
           MOVE SPACE TO CUSTAUDIT-COLUMNNAME-TEXT

           EVALUATE TRUE
               WHEN CUSTCHG-IS-STREET
                   MOVE ADDR-STREET-TEXT TO WC-OLD-VALUE
                   MOVE 'TUTORIAL.ADDR' TO CUSTAUDIT-TABLENAME-TEXT
                   MOVE 'STREET' TO CUSTAUDIT-COLUMNNAME-TEXT
                   EXEC SQL
                       UPDATE TUTORIAL.ADDR
                       SET STREET = :CUSTCHG-NEWVALUE
                       WHERE ADDR_ID = :CUSTOMER-ADDR-ID
                   END-EXEC
               WHEN CUSTCHG-IS-POSTNO
                   MOVE ADDR-POSTNO TO WC-OLD-VALUE
                   MOVE 'TUTORIAL.ADDR' TO CUSTAUDIT-TABLENAME-TEXT
                   MOVE 'POSTNO' TO CUSTAUDIT-COLUMNNAME-TEXT
                   MOVE CUSTCHG-NEWVALUE-TEXT TO ADDR-POSTNO
                   EXEC SQL
                       UPDATE TUTORIAL.ADDR
                       SET POSTNO = :ADDR-POSTNO
                       WHERE ADDR_ID = :CUSTOMER-ADDR-ID
                   END-EXEC
               WHEN CUSTCHG-IS-PLACE
                   MOVE ADDR-PLACE-TEXT TO WC-OLD-VALUE
                   MOVE 'TUTORIAL.ADDR' TO CUSTAUDIT-TABLENAME-TEXT
                   MOVE 'PLACE' TO CUSTAUDIT-COLUMNNAME-TEXT
                   EXEC SQL
                       UPDATE TUTORIAL.ADDR
                       SET PLACE = :CUSTCHG-NEWVALUE
                       WHERE ADDR_ID = :CUSTOMER-ADDR-ID
                   END-EXEC
               WHEN CUSTCHG-IS-VATREGNO
                   MOVE FINDATA-VATREGNO-TEXT TO WC-OLD-VALUE
                   MOVE 'TUTORIAL.FINDATA' TO CUSTAUDIT-TABLENAME-TEXT
                   MOVE 'VATREGNO' TO CUSTAUDIT-COLUMNNAME-TEXT
                   EXEC SQL
                       UPDATE TUTORIAL.FINDATA
                       SET VATREGNO = :CUSTCHG-NEWVALUE
                       WHERE FIN_ID = :CUSTOMER-FIN-ID
                   END-EXEC
               WHEN CUSTCHG-IS-BANKGIRO
                   MOVE FINDATA-BANKGIRO TO WC-OLD-VALUE
                   MOVE 'TUTORIAL.FINDATA' TO CUSTAUDIT-TABLENAME-TEXT
                   MOVE 'BANKGIRO' TO CUSTAUDIT-COLUMNNAME-TEXT
                   MOVE CUSTCHG-NEWVALUE-TEXT TO FINDATA-BANKGIRO
                   EXEC SQL
                       UPDATE TUTORIAL.FINDATA
                       SET BANKGIRO = :FINDATA-BANKGIRO
                       WHERE FIN_ID = :CUSTOMER-FIN-ID
                   END-EXEC
               WHEN CUSTCHG-IS-POSTGIRO
                   MOVE FINDATA-POSTGIRO TO WC-OLD-VALUE
                   MOVE 'TUTORIAL.FINDATA' TO CUSTAUDIT-TABLENAME-TEXT
                   MOVE 'POSTGIRO' TO CUSTAUDIT-COLUMNNAME-TEXT
                   MOVE CUSTCHG-NEWVALUE-TEXT TO FINDATA-POSTGIRO
                   EXEC SQL
                       UPDATE TUTORIAL.FINDATA
                       SET POSTGIRO = :FINDATA-POSTGIRO
                       WHERE FIN_ID = :CUSTOMER-FIN-ID
                   END-EXEC
               WHEN OTHER
      *>           the fields kept on CUSTOMER itself; the row
      *>           version moves so an open edit of the customer
      *>           is not saved over the change
                   MOVE 'TUTORIAL.CUSTOMER' TO CUSTAUDIT-TABLENAME-TEXT
                   PERFORM 145-UPDATE-CUSTOMER-FIELD
           END-EVALUATE.
      ***********************

       145-UPDATE-CUSTOMER-FIELD.
           EVALUATE TRUE
               WHEN CUSTCHG-IS-NAME
                   MOVE CUSTOMER-NAME-TEXT TO WC-OLD-VALUE
                   MOVE 'NAME' TO CUSTAUDIT-COLUMNNAME-TEXT
                   EXEC SQL
                       UPDATE TUTORIAL.CUSTOMER
                       SET NAME = :CUSTCHG-NEWVALUE,
                           ROWVER = ROWVER + 1
                       WHERE CUST_ID = :CUSTCHG-CUST-ID
                   END-EXEC
               WHEN CUSTCHG-IS-BOARDPLACE
                   MOVE CUSTOMER-BOARDPLACE-TEXT TO WC-OLD-VALUE
                   MOVE 'BOARDPLACE' TO CUSTAUDIT-COLUMNNAME-TEXT
                   EXEC SQL
                       UPDATE TUTORIAL.CUSTOMER
                       SET BOARDPLACE = :CUSTCHG-NEWVALUE,
                           ROWVER = ROWVER + 1
                       WHERE CUST_ID = :CUSTCHG-CUST-ID
                   END-EXEC
               WHEN CUSTCHG-IS-TEL
                   MOVE CUSTOMER-TEL-TEXT TO WC-OLD-VALUE
                   MOVE 'TEL' TO CUSTAUDIT-COLUMNNAME-TEXT
                   EXEC SQL
                       UPDATE TUTORIAL.CUSTOMER
                       SET TEL = :CUSTCHG-NEWVALUE,
                           ROWVER = ROWVER + 1
                       WHERE CUST_ID = :CUSTCHG-CUST-ID
                   END-EXEC
               WHEN CUSTCHG-IS-EMAIL
                   MOVE CUSTOMER-EMAIL-TEXT TO WC-OLD-VALUE
                   MOVE 'EMAIL' TO CUSTAUDIT-COLUMNNAME-TEXT
                   EXEC SQL
                       UPDATE TUTORIAL.CUSTOMER
                       SET EMAIL = :CUSTCHG-NEWVALUE,
                           ROWVER = ROWVER + 1
                       WHERE CUST_ID = :CUSTCHG-CUST-ID
                   END-EXEC
               WHEN CUSTCHG-IS-WEB
                   MOVE CUSTOMER-WEB-TEXT TO WC-OLD-VALUE
                   MOVE 'WEB' TO CUSTAUDIT-COLUMNNAME-TEXT
                   EXEC SQL
                       UPDATE TUTORIAL.CUSTOMER
                       SET WEB = :CUSTCHG-NEWVALUE,
                           ROWVER = ROWVER + 1
                       WHERE CUST_ID = :CUSTCHG-CUST-ID
                   END-EXEC
               WHEN OTHER
      *>           a field code the register does not know
                   MOVE -1 TO SQLCODE
           END-EVALUATE.
      ***********************

       150-LOG-AUDIT.
           EXEC SQL
               OPEN CUR-AUDIT-MAXID
           END-EXEC

           EXEC SQL
               FETCH CUR-AUDIT-MAXID
               INTO :WN-NEXT-AUDIT-ID
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WN-NEXT-AUDIT-ID
           END-IF

           EXEC SQL
               CLOSE CUR-AUDIT-MAXID
           END-EXEC

           ADD 1 TO WN-NEXT-AUDIT-ID

           MOVE 30 TO CUSTAUDIT-TABLENAME-LEN
           MOVE 30 TO CUSTAUDIT-COLUMNNAME-LEN
           MOVE WC-OLD-VALUE TO CUSTAUDIT-OLDVALUE-TEXT
           MOVE 254 TO CUSTAUDIT-OLDVALUE-LEN
           MOVE SPACE TO CUSTAUDIT-NEWVALUE-TEXT
           MOVE CUSTCHG-NEWVALUE-TEXT TO CUSTAUDIT-NEWVALUE-TEXT
           MOVE 254 TO CUSTAUDIT-NEWVALUE-LEN

           MOVE SPACE TO CUSTAUDIT-CHANGEDAT
           MOVE WC-TODAY-DATE TO CUSTAUDIT-CHANGEDAT(1:10)
           MOVE WC-TIME-NOW(1:2) TO CUSTAUDIT-CHANGEDAT(12:2)
           MOVE WC-TIME-NOW(3:2) TO CUSTAUDIT-CHANGEDAT(15:2)
           MOVE WC-TIME-NOW(5:2) TO CUSTAUDIT-CHANGEDAT(18:2)
           MOVE ':' TO CUSTAUDIT-CHANGEDAT(14:1),
                       CUSTAUDIT-CHANGEDAT(17:1)

           EXEC SQL
               INSERT INTO TUTORIAL.CUSTAUDIT
               VALUES (:WN-NEXT-AUDIT-ID, :CUSTCHG-CUST-ID,
                       :CUSTAUDIT-TABLENAME,
                       :CUSTAUDIT-COLUMNNAME,
                       :CUSTAUDIT-OLDVALUE,
                       :CUSTAUDIT-NEWVALUE,
                       :CUSTAUDIT-CHANGEDAT)
           END-EXEC

           IF SQLCODE NOT = ZERO
               MOVE SQLCODE     TO WN-MSG-SQLCODE
               MOVE 'CUSTAUDIT' TO WC-MSG-TBLCURS
               MOVE '150-LOG-AUDIT' TO WC-MSG-PARA
               PERFORM Z0900-ERROR-ROUTINE
               MOVE 'N' TO APPLY-OK-SW
           END-IF.
      ***********************

       Z0900-ERROR-ROUTINE.
           COPY Z0900-error-routine.
       .
      *******************
