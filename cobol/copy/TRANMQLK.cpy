      *    TRANMQLK  -   TRANMQAD  M E S S A G E   L A Y O U T S
      *    Published request and reply message formats for the MQ
      *    history adapter, the way TRANCOPY publishes the commarea.
      *    The history request carries the same fields TRANCPLK's
      *    LK-REQ carries; the reply carries the return code, row
      *    count, more-data/last-trans-id continuation fields and up
      *    to 10 transaction rows, so middleware can page exactly the
      *    way TRANHONL pages with PF8: put the reply's last-trans-id
      *    back in the next request's start-trans-id while more-data
      *    is 'Y'.  A transfer request (function 'T') is served by
      *    TRANXSVC and answered with the transfer reply.  All fields
      *    are DISPLAY format; the SQLCODE carries a leading separate
      *    sign.
      ******************************************************************
       01 MQ-REQUEST-MSG.
      *    The history request - the original request format, which a
      *    history caller may still send on its own: anything past it
      *    is read as spaces, i.e. a history request.
          03 MQRQ-HISTORY-REQ.
             05 MQRQ-ACCT-NO           PIC 9(15).
             05 MQRQ-START-TRANS-ID    PIC 9(15).
             05 MQRQ-TRANS-TYPE-FLT    PIC X(02).
             05 MQRQ-DATE-FROM         PIC X(10).
             05 MQRQ-DATE-TO           PIC X(10).
      *       'Y' widens the search to archived history as well as the
      *       live table; anything else reads the live table only.
             05 MQRQ-INCL-ARCHIVE      PIC X(01).
      *    'T' asks for an account-to-account transfer instead (the
      *    history fields are then ignored) and the message must carry
      *    the whole request format; space or anything else is a
      *    history request.
          03 MQRQ-FUNCTION             PIC X(01).
             88 MQRQ-FUNC-TRANSFER     VALUE 'T'.
      *    Transfer request - the TRANXSLK XS-REQ fields: both accounts
      *    held by the same customer, and the positive amount to move
      *    in the 11-byte leading-separate-sign shape.
          03 MQRQ-TRANSFER-REQ.
             05 MQRQ-FROM-ACCT-NO      PIC 9(15).
             05 MQRQ-TO-ACCT-NO        PIC 9(15).
             05 MQRQ-XFER-AMOUNT       PIC X(11).

       01 MQ-REPLY-MSG.
          03 MQRP-RETURN-CODE          PIC X(02).
             05 MQRP-TRANS-AMOUNT      PIC X(12).
             05 MQRP-TRANS-TYPE        PIC X(2).
             05 MQRP-BALANCE           PIC X(12).

      *    Reply to a transfer request - the TRANXSLK XS-RES fields,
      *    over the same storage as the history reply and put with its
      *    own, shorter length.  Return codes are TRANXSVC's: '00'
      *    both legs posted and committed, '08' database error, '12'
      *    account not on master, '16' account closed, '20' invalid
      *    (including a transfer message shorter than the whole
      *    request format), '24' over the overdraft limit, '28' the
      *    from-account is dormant, '32' the accounts are not held by
      *    the same customer - nothing is posted on any code but '00'.
       01 MQ-XFER-REPLY-MSG REDEFINES MQ-REPLY-MSG.
          03 MQXR-RETURN-CODE          PIC X(02).
             88 MQXR-RC-OK             VALUE '00'.
             88 MQXR-RC-SQL-ERROR      VALUE '08'.
             88 MQXR-RC-BAD-REQUEST    VALUE '20'.
             88 MQXR-RC-OVER-LIMIT     VALUE '24'.
             88 MQXR-RC-ACCT-DORMANT   VALUE '28'.
             88 MQXR-RC-NOT-SAME-CUST  VALUE '32'.
          03 MQXR-SQLCODE              PIC S9(4)
                                       SIGN IS LEADING SEPARATE.
          03 MQXR-REJECT-REASON        PIC X(26).
      *    'D' the debit (from) side refused, 'C' the credit (to) side.
          03 MQXR-FAILED-LEG           PIC X(01).
          03 MQXR-XFER-REF             PIC X(20).
          03 MQXR-TRANS-DATE           PIC X(10).
          03 MQXR-FROM-TRANS-ID        PIC 9(15).
          03 MQXR-FROM-NEW-BAL         PIC X(12).
          03 MQXR-FROM-AVAIL-BAL       PIC X(12).
          03 MQXR-TO-TRANS-ID          PIC 9(15).
          03 MQXR-TO-NEW-BAL           PIC X(12).
