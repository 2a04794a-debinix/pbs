           EXEC SQL DECLARE TUTORIAL.QUEUEITEM TABLE
           (
              QITEM_ID                       INT
                                             NOT NULL,
              QUEUE                          CHAR (4)
                                             NOT NULL,
              KEY1                           INT
                                             NOT NULL,
              KEY2                           INT
                                             NOT NULL,
              KEYTEXT                        CHAR (16)
                                             NOT NULL,
              ENTERED                        TIMESTAMP
                                             NOT NULL,
              RESOLVED                       TIMESTAMP,
              RESOLVEDBY                     CHAR (10)
           )
           END-EXEC.


       01  QUEUEITEM.
           03 QUEUEITEM-QITEM-ID             PIC S9(9) COMP.
           03 QUEUEITEM-QUEUE                PIC X(4).
               88  QUEUEITEM-IS-REJECTED-INV           VALUE 'FAKT'.
               88  QUEUEITEM-IS-STAGED-BATCH           VALUE 'BATC'.
               88  QUEUEITEM-IS-SUSPENSE               VALUE 'SUSP'.
               88  QUEUEITEM-IS-ADDR-PROPOSAL          VALUE 'ADRF'.
               88  QUEUEITEM-IS-RETURNED-MAIL          VALUE 'RETP'.
               88  QUEUEITEM-IS-APPROVAL               VALUE 'GODK'.
               88  QUEUEITEM-IS-REJECTED-EINV          VALUE 'EFAK'.
           03 QUEUEITEM-KEY1                 PIC S9(9) COMP.
           03 QUEUEITEM-KEY2                 PIC S9(9) COMP.
           03 QUEUEITEM-KEYTEXT              PIC X(16).
           03 QUEUEITEM-ENTERED              PIC X(19).
           03 QUEUEITEM-RESOLVED             PIC X(19).
           03 QUEUEITEM-RESOLVEDBY           PIC X(10).
