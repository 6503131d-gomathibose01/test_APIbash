          03 TR-ACCT-STATUS            PIC X(01).
             88 TR-ACCT-OPEN           VALUE 'O'.
             88 TR-ACCT-CLOSED         VALUE 'C'.
      *       Dormant - still open, but customer debits are refused
      *       until a supervisor reactivates it on TRANAONL.
             88 TR-ACCT-DORMANT        VALUE 'D'.
          03 TR-CLOSE-DATE             PIC X(10).
          03 TR-TRANS-ITEM OCCURS 10 TIMES.
             05 TR-TRANS-ID            PIC X(15).
      *    fields so existing callers' offsets are unchanged.
          03 TR-INCL-ARCHIVE           PIC X(01).
             88 TR-INCL-ARCH-YES       VALUE 'Y'.
      *    Reversal marking for TR-TRANS-ITEM, as TRANQURY returns it -
      *    'R' the row has been reversed, 'V' the row is the reversal,
      *    TR-REV-LINK-ID the other row of the pair.  Appended after the
      *    original fields so existing callers' offsets are unchanged.
          03 TR-REV-ITEM OCCURS 10 TIMES.
             05 TR-REV-FLAG            PIC X(01).
                88 TR-REV-REVERSED     VALUE 'R'.
                88 TR-REV-REVERSAL     VALUE 'V'.
             05 TR-REV-LINK-ID         PIC X(15).
      *    The TRANS_TYPES description of each TR-TRANS-ITEM row's
      *    type, as TRANQURY returns it.  Appended after the original
      *    fields so existing callers' offsets are unchanged.
          03 TR-TYPE-ITEM OCCURS 10 TIMES.
             05 TR-TYPE-DESC           PIC X(20).
