      ***********************************************************
      * Copybook name: BALHIST
      * Original author: David Stagowski
      *
      * Description: Month-end balance-history record (BALHIST
      *    file, indexed). One record per account per month, keyed
      *    on account number plus the snapshot month (YYYYMM) --
      *    CUSTTXT2 and CUSTMST only ever hold today's balance, and
      *    the STCBGEN1 generations roll off after a few weeks, so
      *    this file is the shop's memory of what every account
      *    stood at on each month-end. Posted by STCBBHS1 on the
      *    last processing day of the month; read by STCBBHR1 for
      *    the balance trend report.
      *
      *    The state is held as the normalized two-letter code (see
      *    STATECD), so the trend by state does not split one state
      *    across "IL" and "Illinois". A snapshot taken twice in one
      *    month (a rerun) replaces the first.
      *
      * Typical Use: Within the File Section, following an FD:
      *
      *    FD  BalFile ...
      *        COPY BALHIST REPLACING ==:tag:== BY ==BalFile==.
      *
      *    with RECORD KEY IS BalFile-Bal-Key.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created so a month-end balance can
      *                          be answered from a file instead of
      *                          rebuilt from archived tapes.
      *
      **********************************************************
       01  :tag:-Balance-History-Record.
           12  :tag:-Bal-Key.
               16  :tag:-Bal-Acct-Number       PIC X(10).
               16  :tag:-Bal-Snap-Month        PIC 9(06).
           12  :tag:-Bal-Acct-Balance          PIC S9(7)V99.
           12  :tag:-Bal-Acct-Status           PIC X(01).
               88 :tag:-Bal-Status-Active         VALUE "A".
               88 :tag:-Bal-Status-Inactive       VALUE "I".
               88 :tag:-Bal-Status-Closed         VALUE "C".
               88 :tag:-Bal-Status-Hold           VALUE "H".
           12  :tag:-Bal-State-Code            PIC X(02).
           12  :tag:-Bal-Snap-Date             PIC 9(08).
           12  :tag:-Bal-Chain-Run-Id          PIC X(14).
           12  FILLER                          PIC X(10).
