      *    reason that come back from the fulfillment vendor's
      *    results file (see STCBVRS1).
      *
      *    The correction extension is STCBMST1's: when a CUSTAUD
      *    correction (STCBINQ1, STCBTRX1, STCBNCA1) changes a name,
      *    address, status or contact field, that field is pinned
      *    ("Y") and the nightly feed cannot overwrite it until the
      *    source system sends the corrected value itself. The date,
      *    time and operator of the latest correction absorbed ride
      *    with the pins for the conflict report.
      *
      *    The tombstone is STCBMST1's too: an account that stops
      *    arriving on the feed is not deleted but marked "T", its
      *    status set inactive and the drop date and the status it
      *    had kept alongside, so its undeliverable history survives
      *    a return. STCBMST1 purges tombstones past the TOMBCTL
      *    retention. Programs walking the master for live accounts
      *    skip Mst-Tombstoned records.
      *
      *    The e-mail invalid reason is STCBEMR1's: a hard bounce
      *    from the e-mail service moves the account to paper and
      *    leaves the service's bounce reason here, so the inquiry
      *    team can see why the customer stopped getting e-mail.
      *
      * Typical Use: Within the File Section, following an FD:
      *
      *    FD  MstFile ...
      *                          the inquiry screen's browse-by-
      *                          name mode reads the master through
      *                          it.
      * 2026-10-15 dscobol       Correction extension added (pins,
      *                          correction stamp and operator) --
      *                          the record grows from 170 to 204
      *                          bytes.
      * 2026-10-15 dscobol       Tombstone extension (flag, drop
      *                          date, status before the drop) --
      *                          the record grows to 214 bytes.
      * 2026-10-15 dscobol       E-mail invalid reason taken from
      *                          the trailing filler -- record
      *                          length unchanged.
      * 2026-10-15 dscobol       Existing masters and 170-byte
      *                          unloads convert through STCBUNL1
      *                          mode CONVRT: UNLOAD with STCBUNL1
      *                          as it stood before the change, then
      *                          CONVRT from that backup -- the new
      *                          dates zero, pins and flags blank.
      * 2026-10-15 dscobol       A "Y"ed pin named by an 88 under
      *                          each pin byte; Mst-No-Pins moved up
      *                          to the pin group, where it tests all
      *                          ten pins and not the e-mail pin
      *                          alone.
      *
      **********************************************************
       01  :tag:-Master-Record.
               88 :tag:-Mst-Undeliverable         VALUE "U".
               88 :tag:-Mst-Deliverable           VALUE " ".
           12  :tag:-Mst-Undeliv-Reason        PIC X(02).
           12  :tag:-Mst-Corr-Control.
               16  :tag:-Mst-Corr-Pins.
                   88 :tag:-Mst-No-Pins           VALUE SPACES.
                   20  :tag:-Mst-Pin-Last-Name     PIC X(01).
                       88 :tag:-Mst-Last-Name-Pinned     VALUE "Y".
                   20  :tag:-Mst-Pin-First-Name    PIC X(01).
                       88 :tag:-Mst-First-Name-Pinned    VALUE "Y".
                   20  :tag:-Mst-Pin-Address       PIC X(01).
                       88 :tag:-Mst-Address-Pinned       VALUE "Y".
                   20  :tag:-Mst-Pin-City          PIC X(01).
                       88 :tag:-Mst-City-Pinned          VALUE "Y".
                   20  :tag:-Mst-Pin-State         PIC X(01).
                       88 :tag:-Mst-State-Pinned         VALUE "Y".
                   20  :tag:-Mst-Pin-Zip           PIC X(01).
                       88 :tag:-Mst-Zip-Pinned           VALUE "Y".
                   20  :tag:-Mst-Pin-Zip-Plus4     PIC X(01).
                       88 :tag:-Mst-Zip-Plus4-Pinned     VALUE "Y".
                   20  :tag:-Mst-Pin-Acct-Status   PIC X(01).
                       88 :tag:-Mst-Acct-Status-Pinned   VALUE "Y".
                   20  :tag:-Mst-Pin-Contact-Chnl  PIC X(01).
                       88 :tag:-Mst-Contact-Chnl-Pinned  VALUE "Y".
                   20  :tag:-Mst-Pin-Email-Addr    PIC X(01).
                       88 :tag:-Mst-Email-Addr-Pinned    VALUE "Y".
               16  :tag:-Mst-Corr-Date         PIC 9(08).
               16  :tag:-Mst-Corr-Time         PIC 9(08).
               16  :tag:-Mst-Corr-Oper-Id      PIC X(08).
           12  :tag:-Mst-Tombstone-Control.
               16  :tag:-Mst-Tombstone-Flag    PIC X(01).
                   88 :tag:-Mst-Tombstoned        VALUE "T".
                   88 :tag:-Mst-Live              VALUE " ".
               16  :tag:-Mst-Drop-Date         PIC 9(08).
               16  :tag:-Mst-Drop-Prior-Status PIC X(01).
           12  :tag:-Mst-Email-Invalid-Rsn     PIC X(02).
               88 :tag:-Mst-Email-Valid           VALUE SPACES.
           12  FILLER                          PIC X(03).
