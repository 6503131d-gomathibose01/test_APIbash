      *    Pseudo-conversational state TRANAONL carries on its own
      *    commarea between screen turns - the account last fetched or
      *    maintained, so an inquire-then-amend sequence keys the
      *    amend to the account already on display.  The TRANOONL
      *    standing order screen runs on this same commarea under
      *    TRANAONL's transaction.
      ******************************************************************
          03 AC-ACCT-NO                PIC 9(15).
      *    Standing-order hand-off - space while TRANAONL's own
      *    screen is up, 'T' as TRANAONL passes control to the
      *    TRANOONL standing order screen for the account on display,
      *    'S' while that screen is up (TRANAONL passes each input
      *    straight on), 'R' as TRANOONL hands back for the account to
      *    be re-shown.  Appended so existing offsets are unchanged.
          03 AC-MODE                   PIC X(01).
             88 AC-MODE-ACCOUNT        VALUE SPACE.
             88 AC-MODE-SO-START       VALUE 'T'.
             88 AC-MODE-SO             VALUE 'S'.
             88 AC-MODE-RETURN         VALUE 'R'.
      *    The TRANOONL screen's order on display and the last order
      *    id on its list, kept between its turns for PF8 paging.
          03 AC-SO-ID                  PIC 9(09).
          03 AC-SO-LAST-ID             PIC 9(09).
          03 AC-SO-MORE                PIC X(01).
             88 AC-SO-MORE-YES         VALUE 'Y'.
             88 AC-SO-MORE-NO          VALUE 'N'.
