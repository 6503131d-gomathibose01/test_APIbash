      ******************************************************************
      *    TRANXSLK   -   TRANXSVC  L I N K A G E   L A Y O U T S
      *    XS-REQ / XS-RES are the request and response parameters
      *    passed to TRANXSVC by any caller (TRANXONL, TRANMQAD).  One
      *    request moves money between two open accounts owned by the
      *    same customer: a 'TO' debit on the from-account and a 'TI'
      *    credit on the to-account, both posted through TRANPSVC
      *    under one shared transfer reference, and both kept or both
      *    undone.  The amount travels in the same 11-byte
      *    leading-separate-sign shape PS-TRANS-AMOUNT carries it and
      *    must be positive - the service signs each leg itself.
      ******************************************************************
       01 XS-REQ.
          03 XS-FROM-ACCT-NO           PIC 9(15).
          03 XS-TO-ACCT-NO             PIC 9(15).
          03 XS-TRANS-AMOUNT           PIC X(11).
          03 XS-TRANS-AMOUNT-NUM REDEFINES XS-TRANS-AMOUNT
                                       PIC S9(8)V9(2)
                                       SIGN IS LEADING SEPARATE.
      *    'T' = teller screen, 'M' = MQ interface - recorded on the
      *    TRANSFERS row.
          03 XS-CHANNEL                PIC X(01).
             88 XS-CHANNEL-TELLER      VALUE 'T'.
             88 XS-CHANNEL-MQ          VALUE 'M'.

       01 XS-RES.
      *    '00' to '28' mean exactly what they mean on PS-RETURN-CODE,
      *    for whichever leg was refused.
          03 XS-RETURN-CODE            PIC X(02).
             88 XS-RC-OK               VALUE '00'.
             88 XS-RC-SQL-ERROR        VALUE '08'.
             88 XS-RC-NO-ACCT          VALUE '12'.
             88 XS-RC-ACCT-CLOSED      VALUE '16'.
             88 XS-RC-INVALID          VALUE '20'.
             88 XS-RC-OVER-LIMIT       VALUE '24'.
      *       The from-account is dormant - the debit leg is refused
      *       until a supervisor reactivates it on TRANAONL.
             88 XS-RC-ACCT-DORMANT     VALUE '28'.
      *       The two accounts are not held by the same customer on
      *       the CUSTOMERS linkage.
             88 XS-RC-NOT-SAME-CUST    VALUE '32'.
          03 XS-SQLCODE                PIC S9(4) USAGE COMP.
          03 XS-REJECT-REASON          PIC X(26).
      *    Which side the refusal came from - 'D' the debit
      *    (from-account), 'C' the credit (to-account), space when the
      *    request itself was refused.
          03 XS-FAILED-LEG             PIC X(01).
             88 XS-FAILED-DEBIT        VALUE 'D'.
             88 XS-FAILED-CREDIT       VALUE 'C'.
          03 XS-XFER-ID                PIC 9(09).
          03 XS-XFER-REF               PIC X(20).
          03 XS-TRANS-DATE             PIC X(10).
          03 XS-FROM-CUST-NAME         PIC X(30).
          03 XS-FROM-TRANS-ID          PIC 9(15).
          03 XS-FROM-NEW-BAL           PIC X(12).
      *    Balance plus approved overdraft on the from-account - after
      *    the transfer, or what it could pay out when refused on funds.
          03 XS-FROM-AVAIL-BAL         PIC X(12).
          03 XS-TO-CUST-NAME           PIC X(30).
          03 XS-TO-TRANS-ID            PIC 9(15).
          03 XS-TO-NEW-BAL             PIC X(12).
