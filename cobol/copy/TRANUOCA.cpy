      ******************************************************************
      *    TRANUOCA   -   TRANUONL  D F H C O M M A R E A  LAYOUT
      *    Pseudo-conversational state TRANUONL carries on its own
      *    commarea between screen turns - the suspense item last
      *    displayed, so an inquire-then-release sequence keys the
      *    release to the item already on the screen and PF8 walks
      *    forward to the next open item from it.
      ******************************************************************
          03 UC-SUSP-ID                PIC 9(09).
