             05 LK-TRANS-AMOUNT        PIC X(12).
             05 LK-TRANS-TYPE          PIC X(2).
             05 LK-BALANCE             PIC X(12).
      *    Reversal marking for the same rows, kept after LK-TRANS-ITEM
      *    so existing callers' offsets are unchanged.  LK-REV-FLAG is
      *    'R' when the row has been reversed and 'V' when the row is
      *    itself the reversal; LK-REV-LINK-ID is the other row's id.
          03 LK-REV-ITEM OCCURS 10 TIMES.
             05 LK-REV-FLAG            PIC X(01).
                88 LK-REV-REVERSED     VALUE 'R'.
                88 LK-REV-REVERSAL     VALUE 'V'.
             05 LK-REV-LINK-ID         PIC X(15).
      *    The TRANS_TYPES description of each row's type, kept after
      *    LK-REV-ITEM so existing callers' offsets are unchanged.
          03 LK-TYPE-ITEM OCCURS 10 TIMES.
             05 LK-TYPE-DESC           PIC X(20).
