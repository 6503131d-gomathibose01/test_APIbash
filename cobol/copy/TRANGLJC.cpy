      ******************************************************************
      *    TRANGLJC   -   TRANGLJN  J O U R N A L   L A Y O U T S
      *    Published record layouts for the nightly general ledger
      *    journal TRANGLJN writes for the ledger load.  One
      *    GH-HEADER-REC (who wrote the file and for which business
      *    date), then the GD-DETAIL-REC journal lines, then one
      *    GT-TRAILER-REC carrying the line count, the entry count
      *    and the debit and credit totals - which must be equal -
      *    so the load can prove the file complete and balanced
      *    before it applies it.  Journal lines come in balanced
      *    pairs sharing a GD-ENTRY-NO: one entry per BRANCH_ID and
      *    TRANS_TYPE for the customer credits of the day and one for
      *    the customer debits.  Amounts are unsigned; GD-DR-CR says
      *    which side.  All fields are fixed position, DISPLAY format.
      ******************************************************************
       01 GH-HEADER-REC.
          03 GH-REC-TYPE               PIC X(01).
             88 GH-HEADER              VALUE 'H'.
          03 GH-SOURCE-SYSTEM          PIC X(08).
          03 GH-BUSINESS-DATE          PIC X(10).
          03 FILLER                    PIC X(61).

       01 GD-DETAIL-REC.
          03 GD-REC-TYPE               PIC X(01).
             88 GD-DETAIL              VALUE 'D'.
          03 GD-ENTRY-NO               PIC 9(07).
          03 GD-BRANCH-ID              PIC X(04).
          03 GD-TRANS-TYPE             PIC X(02).
          03 GD-GL-ACCOUNT             PIC X(10).
          03 GD-DR-CR                  PIC X(01).
             88 GD-DEBIT               VALUE 'D'.
             88 GD-CREDIT              VALUE 'C'.
          03 GD-AMOUNT                 PIC 9(11)V9(2).
      *    TRANSACTIONS rows summarised into the entry.
          03 GD-ITEM-COUNT             PIC 9(07).
          03 FILLER                    PIC X(35).

       01 GT-TRAILER-REC.
          03 GT-REC-TYPE               PIC X(01).
             88 GT-TRAILER             VALUE 'T'.
          03 GT-REC-COUNT              PIC 9(09).
          03 GT-ENTRY-COUNT            PIC 9(07).
          03 GT-DEBIT-TOTAL            PIC 9(13)V9(2).
          03 GT-CREDIT-TOTAL           PIC 9(13)V9(2).
          03 FILLER                    PIC X(33).
