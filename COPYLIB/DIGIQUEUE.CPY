           EXEC SQL DECLARE TUTORIAL.DIGIQUEUE TABLE
           (
              DIGIQ_ID                       INT
                                             NOT NULL,
              INV_ID                         INT
                                             NOT NULL,
              CUST_ID                        INT
                                             NOT NULL,
              DEBT_ID                        INT
                                             NOT NULL,
              PDFFILE                        VARCHAR (30)
                                             NOT NULL,
              AMOUNT                         DECIMAL (9, 2)
                                             NOT NULL,
              CURRENCY                       CHAR (3)
                                             NOT NULL,
              DUEDATE                        DATE
                                             NOT NULL,
              OCR                            CHAR (18)
                                             NOT NULL,
              BANKGIRO                       CHAR (9)
                                             NOT NULL,
              STATE                          CHAR (1)
                                             NOT NULL,
              QUEUEDATE                      DATE
                                             NOT NULL,
              STATDATE                       DATE
           )
           END-EXEC.


       01  DIGIQUEUE.
           03 DIGIQUEUE-DIGIQ-ID             PIC S9(9) COMP.
           03 DIGIQUEUE-INV-ID               PIC S9(9) COMP.
           03 DIGIQUEUE-CUST-ID              PIC S9(9) COMP.
           03 DIGIQUEUE-DEBT-ID              PIC S9(9) COMP.
           03 DIGIQUEUE-PDFFILE.
              49 DIGIQUEUE-PDFFILE-LEN       PIC S9(4) COMP.
              49 DIGIQUEUE-PDFFILE-TEXT      PIC X(30).
           03 DIGIQUEUE-AMOUNT               PIC S9(7)V9(2) COMP-3.
           03 DIGIQUEUE-CURRENCY             PIC X(3).
           03 DIGIQUEUE-DUEDATE              PIC X(10).
           03 DIGIQUEUE-OCR                  PIC X(18).
           03 DIGIQUEUE-BANKGIRO             PIC X(9).
           03 DIGIQUEUE-STATE                PIC X(1).
               88  DIGIQUEUE-IS-QUEUED                 VALUE 'Q'.
               88  DIGIQUEUE-IS-SENT                   VALUE 'S'.
               88  DIGIQUEUE-IS-DELIVERED              VALUE 'L'.
               88  DIGIQUEUE-IS-FAILED                 VALUE 'F'.
               88  DIGIQUEUE-IS-WITHDRAWN              VALUE 'U'.
           03 DIGIQUEUE-QUEUEDATE            PIC X(10).
           03 DIGIQUEUE-STATDATE             PIC X(10).
