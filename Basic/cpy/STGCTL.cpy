      ***********************************************************
      * Copybook name: STGCTL
      * Original author: David Stagowski
      *
      * Description: Header and trailer control-record views of the
      *    CUSTEDT edited staging file STCBEDT1 writes from CUSTTXT.
      *    CUSTEDT is CUSTTXT after the shared front-end edit: fixed
      *    CUSTOMER layout only, invalid and suppressed records
      *    already turned away, state reduced to its 2-character
      *    code, address standardized and city uppercased, and an
      *    unverifiable ZIP+4 already blanked. A record over the
      *    contact-frequency cap is staged like any other but
      *    carries Cust-Hold-Code F, so the sort programs keep the
      *    account and hold back only its piece.
      *
      *    The control records line up with the HDRTRL feed views --
      *    same "HDR"/"TRL" ids, same date, source, count and hash
      *    positions -- so a sort program's feed-control pass reads
      *    CUSTEDT exactly the way it read CUSTTXT. The extra fields
      *    sit in what HDRTRL calls FILLER:
      *      - the header names the program that wrote the file and
      *        the chain run id it was written under, so a sort step
      *        can refuse the raw feed or last night's staging copy;
      *      - the trailer carries the feed's own count and hash and
      *        what the edit dropped, for the console and the audit.
      *
      * Typical Use: Within the File Section, as additional record
      *    layouts under the staging file's FD, after HDRTRL:
      *
      *    FD  INFile ...
      *        COPY CUSTOMER REPLACING ==:tag:== BY ==INFile==.
      *        COPY HDRTRL.
      *        COPY STGCTL.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created with STCBEDT1, the shared
      *                          front-end edit the sort programs
      *                          now read instead of CUSTTXT.
      * 2026-10-15 dscobol       Trailer carries the count held
      *                          back by the frequency cap.
      * 2026-10-15 dscobol       Capped records are staged with a
      *                          hold code instead of dropped; the
      *                          trailer's capped count is now the
      *                          number of staged records carrying
      *                          it, and no longer part of the drop
      *                          figures.
      *
      **********************************************************
       01  Stage-Header-Record.
           12  Stage-Hdr-Id                PIC X(03).
               88 Stage-Hdr-Present           VALUE "HDR".
           12  Stage-Hdr-Feed-Date         PIC 9(08).
           12  Stage-Hdr-Feed-Source       PIC X(08).
           12  Stage-Hdr-Edit-Pgm          PIC X(08).
               88 Stage-Hdr-From-Edit         VALUE "STCBEDT1".
           12  Stage-Hdr-Chain-Run-Id      PIC X(14).
           12  Stage-Hdr-Edit-Date         PIC 9(08).
           12  FILLER                      PIC X(105).

       01  Stage-Trailer-Record.
           12  Stage-Trl-Id                PIC X(03).
               88 Stage-Trl-Present           VALUE "TRL".
           12  Stage-Trl-Record-Count      PIC 9(09).
           12  Stage-Trl-Balance-Hash      PIC S9(11)V99.
           12  Stage-Trl-Feed-Count        PIC 9(09).
           12  Stage-Trl-Feed-Hash         PIC S9(11)V99.
           12  Stage-Trl-Invalid-Count     PIC 9(09).
           12  Stage-Trl-Suppress-Count    PIC 9(09).
           12  Stage-Trl-Drop-Hash         PIC S9(11)V99.
           12  Stage-Trl-Capped-Count      PIC 9(09).
           12  FILLER                      PIC X(67).
