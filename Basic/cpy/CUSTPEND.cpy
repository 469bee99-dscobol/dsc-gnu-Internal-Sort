      ***********************************************************
      * Copybook name: CUSTPEND
      * Original author: David Stagowski
      *
      * Description: Pending-change record on the indexed CUSTPEND
      *    file. STCBINQ1 writes one instead of rewriting the master
      *    when a correction is sensitive -- a status change out of
      *    C or H, or an address/ZIP change on an account whose
      *    balance is over the DUALCTL ADDRBAL threshold -- and a
      *    second, supervisor-level operator approves or rejects it
      *    from the APPROVE function.
      *
      *    The key is the account and the stamp the change was
      *    keyed at, so an account's pending changes sit together
      *    in keyed order. Decided records stay on file with the
      *    approver and decision stamp as the record of who
      *    released or refused what; STCBPND1 reports the ones
      *    still awaiting a decision to CUSTEXC.
      *
      *    The images are the 154-byte CUSTOMER layout, the same as
      *    CUSTAUD's.
      *
      * Typical Use: Within the File Section, following an FD:
      *
      *    FD  PendFile ...
      *    COPY CUSTPEND.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created for STCBINQ1 dual control.
      *
      **********************************************************
       01  PendFile-Record.
           12  Pend-Key.
               16  Pend-Cust-Acct-Number  PIC X(10).
               16  Pend-Keyed-Date        PIC 9(08).
               16  Pend-Keyed-Time        PIC 9(08).
           12  Pend-Status                PIC X(01).
               88 Pend-Awaiting              VALUE "P".
               88 Pend-Approved              VALUE "A".
               88 Pend-Rejected              VALUE "R".
           12  Pend-Reason                PIC X(01).
               88 Pend-For-Status            VALUE "S".
               88 Pend-For-Address           VALUE "A".
               88 Pend-For-Both              VALUE "B".
           12  Pend-Maker-Id              PIC X(08).
           12  Pend-Approver-Id           PIC X(08).
           12  Pend-Decision-Date         PIC 9(08).
           12  Pend-Decision-Time         PIC 9(08).
           12  Pend-Before-Image          PIC X(154).
           12  Pend-After-Image           PIC X(154).
           12  FILLER                     PIC X(10).
