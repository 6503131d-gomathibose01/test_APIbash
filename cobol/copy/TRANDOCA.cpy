      ******************************************************************
      *    TRANDOCA   -   TRANDONL  D F H C O M M A R E A  LAYOUT
      *    Pseudo-conversational state TRANDONL carries on its own
      *    commarea between screen turns - the teller whose drawer is
      *    on display, so PF6 refreshes the same drawer after a count
      *    without the teller id being keyed again.
      ******************************************************************
          03 DC-TELLER-ID              PIC X(08).
