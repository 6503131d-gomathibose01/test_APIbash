                                       PIC S9(8)V9(2)
                                       SIGN IS LEADING SEPARATE.
          03 PS-TRANS-TYPE             PIC X(02).
      *    Type 'RV' asks for a reversal instead of a posting - the
      *    TRANS_ID (on PS-ACCT-NO) to be reversed goes here and the
      *    amount is left blank: the service posts the exact opposite
      *    of the original row and links the two.  Ignored for every
      *    other type.
          03 PS-REVERSE-ID             PIC 9(15).
      *    Counter postings only - the signed-on teller and the CICS
      *    terminal taking the cash.  Both are written on the posted
      *    row, and the teller must have a drawer open at that
      *    terminal for the business date (TELLER_DRAWER).  Callers
      *    that are not handling cash leave them blank.
          03 PS-TELLER-ID              PIC X(08).
          03 PS-TERMID                 PIC X(04).

       01 PS-RES.
          03 PS-RETURN-CODE            PIC X(02).
             88 PS-RC-NO-ACCT          VALUE '12'.
             88 PS-RC-ACCT-CLOSED      VALUE '16'.
             88 PS-RC-INVALID          VALUE '20'.
      *       A debit that would take the balance past the account's
      *       approved OVERDRAFT_LIMIT - refused, with the available
      *       balance returned below.
             88 PS-RC-OVER-LIMIT       VALUE '24'.
      *       A customer debit to an account TRANDORM has marked
      *       dormant - refused until a supervisor reactivates the
      *       account on TRANAONL.
             88 PS-RC-ACCT-DORMANT     VALUE '28'.
          03 PS-SQLCODE                PIC S9(4) USAGE COMP.
      *    Filled on any refusal - the same reason wording the
      *    overnight run prints on POSTRPT, so a teller and an
          03 PS-TRANS-ID               PIC 9(15).
          03 PS-TRANS-DATE             PIC X(10).
          03 PS-NEW-BALANCE            PIC X(12).
      *    Balance plus approved overdraft limit - what the account
      *    could still pay out (after this posting when it posted).
          03 PS-AVAIL-BALANCE          PIC X(12).
      *    The signed amount actually posted - for a reversal, the
      *    amount taken off the original row.
          03 PS-POSTED-AMOUNT          PIC X(12).
