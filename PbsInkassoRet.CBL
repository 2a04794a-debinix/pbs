      **>          BGPAYMENT path a Bankgiro payment takes, kod O
      **>          (oindrivbar) lands the invoice as a proposal in
      **>          the WRITEOFF queue the admins already review,
      **>          kod S is a plain status notice, and kod U
      **>          (åter utan betalning, obestridd) registers the
      **>          invoice as a Kronofogden case waiting for the
      **>          customer's approval before PbsKfm applies for a
      **>          betalningsföreläggande. Every line
      **>          is logged to OUTLOG under action K so the
      **>          invoice inquiry drill-down shows where the
      **>          agency stands. Runs as a step in the nightly
           05  WN-INK-PAID-COUNT     PIC 9(5) VALUE ZERO.
           05  WN-INK-WRITEOFF-COUNT PIC 9(5) VALUE ZERO.
           05  WN-INK-STATUS-COUNT   PIC 9(5) VALUE ZERO.
           05  WN-INK-KFM-COUNT      PIC 9(5) VALUE ZERO.
           05  WN-INK-UNKNOWN-COUNT  PIC 9(5) VALUE ZERO.

      *>   the parsed fields off one result line
       01  W9-INK-AMOUNT       PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  W9-INK-OUTSTANDING  PIC S9(9)V9(2) COMP-3 VALUE ZERO.
       01  WN-INK-WO-HIT       PIC S9(9) COMP VALUE ZERO.
       01  WN-INK-KFM-HIT      PIC S9(9) COMP VALUE ZERO.
       01  WN-NEXT-KFMCASE-ID  PIC S9(9) COMP VALUE ZERO.
       01  WN-NEXT-PAYMENT-ID  PIC S9(9) COMP VALUE ZERO.
       01  WN-NEXT-OUTLOG-ID   PIC S9(9) COMP VALUE ZERO.
       01  WN-INK-RESULTCODE   PIC S9(4) COMP VALUE ZERO.
           EXEC SQL INCLUDE CUSTOMER   END-EXEC.
           EXEC SQL INCLUDE BGPAYMENT  END-EXEC.
           EXEC SQL INCLUDE WRITEOFF   END-EXEC.
           EXEC SQL INCLUDE KFMCASE    END-EXEC.
           EXEC SQL INCLUDE OUTLOG     END-EXEC.

           COPY Z0900-error-wkstg.
       000-INKASSO-RETURN.
           MOVE 'PbsInkassoRet.CBL' TO WC-MSG-SRCFILE

           CALL 'BUSDATE' USING TODAYS-DATE
           MOVE T-YEAR  TO WC-TODAY-DATE(1:4)
           MOVE T-MONTH TO WC-TODAY-DATE(6:2)
           MOVE T-DAY   TO WC-TODAY-DATE(9:2)
                       WN-INK-WRITEOFF-COUNT
               DISPLAY ' Statusbesked         : '
                       WN-INK-STATUS-COUNT
               DISPLAY ' Till Kronofogden     : '
                       WN-INK-KFM-COUNT
               DISPLAY ' Okända rader         : '
                       WN-INK-UNKNOWN-COUNT
           END-IF.
                           ADD 1 TO WN-INK-STATUS-COUNT
                           MOVE 2 TO WN-INK-RESULTCODE
                           PERFORM 160-LOG-AGENCY-OUTLOG
                       WHEN 'U'
                           PERFORM 150-REGISTER-KFM-CASE
                           MOVE 3 TO WN-INK-RESULTCODE
                           PERFORM 160-LOG-AGENCY-OUTLOG
                       WHEN OTHER
                           DISPLAY ' Okänd inkassokod: ' WC-INK-KOD
                           ADD 1 TO WN-INK-UNKNOWN-COUNT
                       VALUES (:WN-NEXT-PAYMENT-ID,
                               :INVOICE-INV-ID, :WC-INK-BGCNR,
                               :W9-INK-AMOUNT, :WC-TODAY-DATE,
                               'N', 1, 0, 0, 0)
                   END-EXEC

                   IF SQLCODE NOT = ZERO
           END-IF.
      ***********************

       150-REGISTER-KFM-CASE.
      *>   the agency gave the claim back unpaid but undisputed -
      *>   it becomes a Kronofogden case waiting for the
      *>   customer's go-ahead in the worklist; the interest and
      *>   fees are worked out when the application is written.
      *>   A case still open for the invoice is left standing
           MOVE ZERO TO WN-INK-KFM-HIT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WN-INK-KFM-HIT
               FROM TUTORIAL.KFMCASE
               WHERE INV_ID = :INVOICE-INV-ID
                 AND STATE NOT = 'S'
                 AND STATE NOT = 'W'
           END-EXEC

           IF WN-INK-KFM-HIT = ZERO
               MOVE 'KFMCASE' TO WC-KEYALLOC-TABLE
               CALL 'KEYALLOC' USING WC-KEYALLOC-TABLE,
                                     WN-NEXT-KFMCASE-ID

               EXEC SQL
                   INSERT INTO TUTORIAL.KFMCASE
                   VALUES (:WN-NEXT-KFMCASE-ID, :INVOICE-INV-ID,
                           'P', :WC-TODAY-DATE, NULL,
                           :W9-INK-OUTSTANDING, 0, 0, 0,
                           NULL, ' ', NULL)
               END-EXEC

               IF SQLCODE NOT = ZERO
                   MOVE SQLCODE   TO WN-MSG-SQLCODE
                   MOVE 'KFMCASE' TO WC-MSG-TBLCURS
                   MOVE '150-REGISTER-KFM-CASE' TO WC-MSG-PARA
                   PERFORM Z0900-ERROR-ROUTINE
                   MOVE 'N' TO INKRET-OK-SW
               ELSE
                   ADD 1 TO WN-INK-KFM-COUNT
               END-IF
           ELSE
               ADD 1 TO WN-INK-KFM-COUNT
           END-IF.
      ***********************

       160-LOG-AGENCY-OUTLOG.
      *>   one OUTLOG row per result line under action K, so the
      *>   G0170 invoice inquiry shows the agency status in the
