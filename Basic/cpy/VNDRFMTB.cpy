      ***********************************************************
      * Copybook name: VNDRFMTB
      * Original author: David Stagowski
      *
      * Description: Fixed intake layout of the second (western)
      *    mail-fulfillment vendor -- vendor "B" in the VNDRCTL
      *    routing control (see STCBVRT1). Everything up to the
      *    transmission stays in the house VNDRFMT layout; only the
      *    numbered part files STCBVSP1 cuts for vendor B are
      *    written in this one, so the H1/T1 part control records
      *    are the same for both vendors.
      *
      *    Differences from VNDRFMT, field by field:
      *       - record type "D1" rather than "01";
      *       - the account number in 10 positions, no padding;
      *       - ZIP first, as ZIP5 and ZIP+4, for their own presort;
      *       - the two-letter USPS state code, never the name;
      *       - one addressee line, first name then last name;
      *       - the balance unsigned with implied decimal, and the
      *         sign ("-" for a credit) in a byte of its own.
      *
      * Typical Use: In Working-Storage, as the build area for a
      *    vendor B part record (STCBVSP1) or the view a vendor B
      *    part record is read through (STCBPRV1):
      *
      *    COPY VNDRFMTB.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created -- the western states go to
      *                          a second print vendor with its own
      *                          intake layout.
      *
      **********************************************************
       01  VndbFile-Record.
           05  Vndb-Record-Type        PIC X(02) VALUE "D1".
           05  Vndb-Client-Ref         PIC X(10).
           05  Vndb-Postal-Code.
               10  Vndb-Zip5           PIC X(05).
               10  Vndb-Zip4           PIC X(04).
           05  Vndb-State-Code         PIC X(02).
           05  Vndb-City               PIC X(25).
           05  Vndb-Street             PIC X(35).
           05  Vndb-Addressee          PIC X(40).
           05  Vndb-Amount-Due         PIC 9(07)V99.
           05  Vndb-Amount-Sign        PIC X(01).
               88 Vndb-Amount-Credit      VALUE "-".
           05  Vndb-Insert-Code        PIC X(04).
           05  FILLER                  PIC X(12).
