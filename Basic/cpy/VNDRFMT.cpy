      *    OUTFile-Customer-Record fields into this layout (see
      *    7300-Build-Vendor-Record in EX01/EX02, or the equivalent
      *    step folded into 6000-Write-OutFile in EX04) and writes
      *    VndrFile FROM it. Vndr-Insert-Code is looked up by
      *    state from the TMPLCTL control file.
      *
      * Typical Use: Within the File Section, following an FD:
      *
      *                          produced by the sort job itself,
      *                          instead of a manual reformatting pass
      *                          run against CUSTTXT2 afterward.
      * 2026-10-15 dscobol       Insert code, taken from the
      *                          trailing filler, so the vendor
      *                          adds the state disclosure insert
      *                          named in TMPLCTL. Blank means no
      *                          insert.
      *
      **********************************************************
       01  VndrFile-Record.
           05  Vndr-State              PIC X(15).
           05  Vndr-Zip-Full           PIC X(09).
           05  Vndr-Acct-Balance       PIC -9(7).99.
           05  Vndr-Insert-Code        PIC X(04).
           05  FILLER                  PIC X(06).
