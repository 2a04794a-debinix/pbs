
           EXEC SQL DECLARE TUTORIAL.OUTFILEREG TABLE
           (
              OFR_ID                         INT
                                             NOT NULL,
              PARTY                          CHAR (10)
                                             NOT NULL,
              FILETYPE                       CHAR (10)
                                             NOT NULL,
              SRCNAME                        VARCHAR (80)
                                             NOT NULL,
              FILENAME                       VARCHAR (100)
                                             NOT NULL,
              HANDNAME                       VARCHAR (60)
                                             NOT NULL,
              RECCOUNT                       INT
                                             NOT NULL,
              AMOUNT                         DECIMAL (11, 2)
                                             NOT NULL,
              CHECKSUM                       CHAR (16)
                                             NOT NULL,
              FILESIZE                       INT
                                             NOT NULL,
              PRODDATE                       DATE
                                             NOT NULL,
              HANDEDDATE                     DATE
                                             NOT NULL,
              HANDEDTIME                     CHAR (8)
                                             NOT NULL,
              SENDCOUNT                      SMALLINT
                                             NOT NULL,
              RECEIPT                        CHAR (1)
                                             NOT NULL,
              RECEIPTDATE                    DATE,
              RECEIPTREF                     VARCHAR (40)
           )
           END-EXEC.


       01  OUTFILEREG.
           03 OUTFILEREG-OFR-ID              PIC S9(9) COMP.
           03 OUTFILEREG-PARTY               PIC X(10).
           03 OUTFILEREG-FILETYPE            PIC X(10).
           03 OUTFILEREG-SRCNAME.
              49 OUTFILEREG-SRCNAME-LEN      PIC S9(4) COMP.
              49 OUTFILEREG-SRCNAME-TEXT     PIC X(80).
           03 OUTFILEREG-FILENAME.
              49 OUTFILEREG-FILENAME-LEN     PIC S9(4) COMP.
              49 OUTFILEREG-FILENAME-TEXT    PIC X(100).
           03 OUTFILEREG-HANDNAME.
              49 OUTFILEREG-HANDNAME-LEN     PIC S9(4) COMP.
              49 OUTFILEREG-HANDNAME-TEXT    PIC X(60).
           03 OUTFILEREG-RECCOUNT            PIC S9(9) COMP.
           03 OUTFILEREG-AMOUNT              PIC S9(9)V9(2) COMP-3.
           03 OUTFILEREG-CHECKSUM            PIC X(16).
           03 OUTFILEREG-FILESIZE            PIC S9(9) COMP.
           03 OUTFILEREG-PRODDATE            PIC X(10).
           03 OUTFILEREG-HANDEDDATE          PIC X(10).
           03 OUTFILEREG-HANDEDTIME          PIC X(8).
           03 OUTFILEREG-SENDCOUNT           PIC S9(4) COMP.
           03 OUTFILEREG-RECEIPT             PIC X(1).
               88  OUTFILEREG-IS-RECEIVED              VALUE 'Y'.
               88  OUTFILEREG-IS-AWAITING              VALUE 'N'.
           03 OUTFILEREG-RECEIPTDATE         PIC X(10).
           03 OUTFILEREG-RECEIPTREF.
              49 OUTFILEREG-RECEIPTREF-LEN   PIC S9(4) COMP.
              49 OUTFILEREG-RECEIPTREF-TEXT  PIC X(40).
