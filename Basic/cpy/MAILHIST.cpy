      *    STCBRPT6 rolls these up by chain run id for the campaign
      *    response report.
      *
      *    STCBEMR1 posts the e-mail channel the same way from the
      *    e-mail service's return file against the EMAILOUT extract
      *    we sent, with the channel byte set to "E": delivered
      *    ("M"), hard or soft bounce ("U", reason HB or SB), or
      *    unsubscribed ("O" -- it reached the customer, who opted
      *    out). Records posted before the channel byte existed
      *    carry a space there and are paper.
      *
      *    A paper record also names the fulfillment vendor that
      *    mailed the piece ("A", or "B" for the western-states
      *    vendor). Both vendors post to this one file; e-mail
      *    records and records from before the split carry a space.
      *
      * Typical Use: Within the File Section, following an FD:
      *
      *    FD  HistFile ...
      * 2026-09-02 dscobol       Created so a mailing posted to the
      *                          master no longer erases all record
      *                          of the mailings before it.
      * 2026-10-15 dscobol       Channel byte and the opted-out
      *                          disposition for e-mail results,
      *                          taken from the trailing filler.
      * 2026-10-15 dscobol       Vendor byte for paper results,
      *                          taken from the trailing filler.
      *
      **********************************************************
       01  :tag:-Mail-History-Record.
               88 :tag:-Hist-Sent-Pending         VALUE "S".
               88 :tag:-Hist-Delivered            VALUE "M".
               88 :tag:-Hist-Undeliverable        VALUE "U".
               88 :tag:-Hist-Opted-Out            VALUE "O".
           12  :tag:-Hist-Undeliv-Reason       PIC X(02).
           12  :tag:-Hist-Post-Date            PIC 9(08).
           12  :tag:-Hist-Channel              PIC X(01).
               88 :tag:-Hist-Paper                VALUES "P", " ".
               88 :tag:-Hist-Email                VALUE "E".
           12  :tag:-Hist-Vendor-Id            PIC X(01).
           12  FILLER                          PIC X(03).
