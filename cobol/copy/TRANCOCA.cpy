      *    account's history, the account-number slots behind the
      *    numbered list lines (so a selection maps back to a real
      *    account), and the TRANHIST continuation position for PF8
      *    paging inside the history view.  The TRANXONL transfer
      *    screen runs on this same commarea under TRANCONL's
      *    transaction.
      ******************************************************************
          03 CC-CUST-NO                PIC 9(09).
          03 CC-MODE                   PIC X(01).
             88 CC-MODE-LIST           VALUE 'L'.
             88 CC-MODE-HIST           VALUE 'H'.
      *       Transfer hand-off - 'T' as TRANCONL passes control to
      *       the TRANXONL transfer screen, 'X' while that screen is
      *       up (TRANCONL passes each input straight on), 'R' as
      *       TRANXONL hands back for the account list to be re-shown.
             88 CC-MODE-XFER-START     VALUE 'T'.
             88 CC-MODE-XFER           VALUE 'X'.
             88 CC-MODE-RELIST         VALUE 'R'.
          03 CC-ACCT-NO                PIC 9(15).
          03 CC-CURRENT-START          PIC 9(15).
          03 CC-LAST-TRANS-ID          PIC 9(15).
          03 CC-ACCT-COUNT             PIC 9(02).
          03 CC-ACCT-TAB OCCURS 10 TIMES
                                       PIC 9(15).
      *    The TRANXONL transfer screen's from and to selection
      *    numbers, kept between its turns - appended so existing
      *    offsets are unchanged.
          03 CC-XFER-FROM-SEL          PIC 9(02).
          03 CC-XFER-TO-SEL            PIC 9(02).
