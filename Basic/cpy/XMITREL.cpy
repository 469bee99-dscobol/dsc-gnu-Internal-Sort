      ***********************************************************
      * Copybook name: XMITREL
      * Original author: David Stagowski
      *
      * Description: Transmission proof/release record appended to
      *    the cumulative XMITREL file. STCBPRV1 appends a proof
      *    record each time it proofs the CUSTVDRP part files --
      *    "P" when the parts proofed clean, "F" when they did not
      *    -- and STCBREL1 appends an "R" record when a supervisor
      *    releases a proofed transmission.
      *
      *    A transmission is the set of parts produced under one
      *    chain run id (the CHAINID stamp). The LATEST record for
      *    the chain run id is what counts: only an "R" there means
      *    released, and a re-proof after a release puts the
      *    transmission back to waiting for a supervisor. Each
      *    record carries the per-part T1 counts it was made
      *    against, so a part file regenerated after the proof or
      *    the release no longer matches and is refused.
      *
      *    Each fulfillment vendor's parts are a transmission of their
      *    own: Rel-Vendor-Id ("A" or "B", see STCBVRT1) says whose
      *    parts the record was made against, and every reader looks
      *    only at records for its own vendor. A blank vendor id is
      *    vendor A -- records written before the second vendor.
      *
      * Typical Use: Within the File Section, following an FD:
      *
      *    FD  RelFile ...
      *    COPY XMITREL.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created with STCBPRV1/STCBREL1 so
      *                          nothing goes to the vendor without
      *                          a proof and a supervisor sign-off.
      * 2026-10-15 dscobol       Rel-Vendor-Id, taken from the
      *                          trailing filler, so each vendor's
      *                          transmission is proofed and
      *                          released on its own.
      *
      **********************************************************
       01  Rel-Record.
           12  Rel-Chain-Run-Id            PIC X(14).
           12  Rel-Status                  PIC X(01).
               88 Rel-Proof-Passed            VALUE "P".
               88 Rel-Proof-Failed            VALUE "F".
               88 Rel-Released                VALUE "R".
           12  Rel-Part-Count              PIC 9(03).
           12  Rel-Record-Total            PIC 9(07).
           12  Rel-Part-Rec-Count          PIC 9(07)
                                           OCCURS 9 TIMES.
           12  Rel-Event-Date              PIC 9(08).
           12  Rel-Event-Time              PIC 9(08).
           12  Rel-Operator-Id             PIC X(08).
           12  Rel-Vendor-Id               PIC X(01).
               88 Rel-Vendor-A                VALUE "A", SPACE.
               88 Rel-Vendor-B                VALUE "B".
           12  FILLER                      PIC X(09).
