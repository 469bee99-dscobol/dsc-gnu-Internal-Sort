      ***********************************************************
      * Program name:    STCBEDT1
      * Original author: David Stagowski
      *
      * Description: Shared front-end edit of the CUSTTXT feed.
      *    STCBEX01, STCBEX02 and STCBEX04 each used to read CUSTTXT
      *       for themselves -- each one re-proved the HDR/TRL
      *       controls, re-validated every record, reloaded SUPPCTL,
      *       ADDRCTL and ZIPDIR and repeated the suppression,
      *       address-standardization and ZIP-directory checks. Three
      *       passes of the same work stretched the batch window, and
      *       three programs deciding separately which records were
      *       bad did not always agree.
      *
      *    This program does that work once, at the front of the
      *       chain, and writes the result to CUSTEDT:
      *         - the feed's HDR/TRL controls are proven before any
      *           record is edited (1400-Validate-Feed);
      *         - CSV lines are turned into the fixed CUSTOMER
      *           layout;
      *         - a record failing 2105-Validate-INFile-Record goes
      *           to CUSTERR;
      *         - an account in the SUPPCTL do-not-mail registry goes
      *           to CUSTREJ with reason 05;
      *         - an account that has already had more pieces than
      *           the CAPCTL limit within the CAPCTL rolling window,
      *           counted off MAILHIST, is staged with the cap hold
      *           code (Cust-Hold-Code F) -- the sort programs keep
      *           it on CUSTTXT2 but hold back its piece as reason
      *           06. VIP (CUSTVIP) and seed (SEEDCTL) accounts are
      *           never held back;
      *         - every other record is cleaned -- state reduced to
      *           its 2-character code, address standardized per the
      *           ADDRCTL rules, city uppercased, ZIP5 checked against
      *           ZIPDIR (mismatches to ZIPMISS, an unverifiable ZIP+4
      *           blanked) -- and written to CUSTEDT.
      *
      *    CUSTEDT opens with its own HDR record (the feed's date and
      *       source, this program's id and the chain run id) and
      *       closes with its own TRL record (count and balance hash
      *       of what was staged) -- see the STGCTL copybook -- so the
      *       sort programs prove what they read exactly the way they
      *       proved CUSTTXT. CUSTERR, CUSTREJ and ZIPMISS are created
      *       here; the sort programs add their own exclusions to
      *       CUSTREJ behind these.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created to validate and clean
      *                          CUSTTXT once per night instead of
      *                          once per sort program.
      * 2026-10-15 dscobol       Contact-frequency cap: accounts
      *                          over the CAPCTL piece limit in
      *                          the rolling window go to CUSTREJ
      *                          as reason 06.
      * 2026-10-15 dscobol       Capped accounts are staged with
      *                          the cap hold code instead of going
      *                          to CUSTREJ, so they stay on CUSTTXT2
      *                          and the master stops tombstoning
      *                          and reinstating them; only the
      *                          piece is held back, by the sort
      *                          programs.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBEDT1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFile
           ASSIGN TO CUSTTXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INFile-Status.

      *    Edited staging file read by the sort programs in place of
      *       CUSTTXT -- see the STGCTL copybook.
           SELECT StgFile
           ASSIGN TO CUSTEDT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StgFile-Status.

           SELECT ErrFile
           ASSIGN TO CUSTERR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ErrFile-Status.

      *    Reject file for do-not-mail suppressions. Created here;
      *       the sort programs append their exclusions behind it.
           SELECT RejFile
           ASSIGN TO CUSTREJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RejFile-Status.

      *    Do-not-mail suppression registry: account number, reason
      *       code, effective and expiry dates. Loaded at 1150-Load-
      *       Suppress-Table; operations (and compliance) maintain
      *       it between runs.
           SELECT SuppFile
           ASSIGN TO SUPPCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppFile-Status.

      *    Address-standardization rules: the word as keyed, then
      *       its standard form. Loaded at 1160-Load-Addr-Rules;
      *       operations maintains it, no recompile.
           SELECT AddrCtlFile
           ASSIGN TO ADDRCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AddrCtlFile-Status.

      *    ZIP directory: valid ZIP5 ranges per state (city where
      *       we have it). Loaded at 1180-Load-Zip-Directory;
      *       operations maintains it, no recompile.
           SELECT ZipDirFile
           ASSIGN TO ZIPDIR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZipDirFile-Status.

      *    State/ZIP mismatch report feeding the STCBINQ1
      *       correction queue.
           SELECT ZipMissFile
           ASSIGN TO ZIPMISS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZipMissFile-Status.

      *    Contact-frequency cap limits: the most pieces an account
      *       may have had in the rolling window, and the window in
      *       days. Loaded at 1190-Load-Cap-Controls; absent means
      *       no cap tonight.
           SELECT OPTIONAL CapCtlFile
           ASSIGN TO CAPCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CapCtlFile-Status.

      *    Per-mailing history kept by STCBVRS1 and STCBEMR1 -- read
      *       by account to count each account's recent pieces. See
      *       2119-Check-Frequency-Cap.
           SELECT OPTIONAL HistFile
           ASSIGN TO MAILHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistFile-Hist-Key
           FILE STATUS IS WS-HistFile-Status.

      *    Last VIP extract from STCBEX06 and the seed list -- both
      *       exempt from the frequency cap. See 1195-Load-Cap-
      *       Exemptions.
           SELECT OPTIONAL VIPFile
           ASSIGN TO CUSTVIP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIPFile-Status.

           SELECT OPTIONAL SeedFile
           ASSIGN TO SEEDCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SeedFile-Status.

      *    Cumulative run-history log -- one record appended per run,
      *       carrying the same counts 3000-End-Job displays. See
      *       3200-Write-Run-History.
           SELECT OPTIONAL RunLogFile
           ASSIGN TO RUNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunLogFile-Status.

      *    Chain run id handoff from STCBDRV1 -- absent on a
      *       standalone run. See 1300-Read-Chain-Id.
           SELECT ChainIdFile
           ASSIGN TO CHAINID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChainIdFile-Status.

      *    Common structured exceptions file, appended to by every
      *       program in the shop -- see 9200-Log-Exception.
           SELECT OPTIONAL ExcpFile
           ASSIGN TO CUSTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExcpFile-Status.

      *    Chain control ledger, appended to by every step that
      *       moves customer records -- see 9300-Write-Control-
      *       Ledger.
           SELECT OPTIONAL LdgFile
           ASSIGN TO CHNLEDG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LdgFile-Status.

       DATA DIVISION.
       FILE SECTION.
      *    INFile-Raw-Record shares the FD's record area with
      *       INFile-Customer-Record so 2106-Parse-Input-Record can
      *       look at the line as plain text before deciding how to
      *       read it.
       FD  INFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTOMER REPLACING ==:tag:== BY ==INFile==.
       01  INFile-Raw-Record                PIC X(200).
           COPY HDRTRL.

      *    Edited staging file -- customer records in the fixed
      *       CUSTOMER layout between the STGCTL control records.
       FD  StgFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTOMER REPLACING ==:tag:== BY ==StgFile==.
           COPY STGCTL.

      *    Error listing. Carries the full Customer-Record for any
      *       INFile record that fails content validation in
      *       2105-Validate-INFile-Record, plus the reason it was
      *       turned away, so the bad record never reaches a sort.
       FD  ErrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ErrFile-Record.
           12  ErrFile-Reason             PIC X(30).
           12  ErrFile-Customer-Record.
               16  ErrFile-Cust-Acct-Number   PIC X(10).
               16  ErrFile-Cust-Last-Name     PIC X(20).
               16  ErrFile-Cust-First-Name    PIC X(15).
               16  ErrFile-Cust-Address       PIC X(25).
               16  ErrFile-Cust-City          PIC X(15).
               16  ErrFile-Cust-State         PIC X(15).
               16  ErrFile-Cust-Zip           PIC X(05).
               16  ErrFile-Cust-Zip-Plus4      PIC X(04).
               16  ErrFile-Cust-Acct-Balance  PIC S9(7)V99.
               16  ErrFile-Cust-Acct-Status   PIC X(01).
               16  ErrFile-Cust-Contact-Chnl  PIC X(01).
               16  FILLER                     PIC X(04).
               16  ErrFile-Cust-Email-Addr    PIC X(30).

      *    Reject/exception file. Carries the full Customer-Record
      *       for any record turned away from the mailing run, plus
      *       a reason code, so "in" can be proven equal to
      *       "out" plus "rejected" during audit.
       FD  RejFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RejFile-Record.
           12  RejFile-Reason-Code        PIC X(02).
               88 RejFile-Suppressed         VALUE "05".
           12  RejFile-Customer-Record.
               16  RejFile-Cust-Acct-Number   PIC X(10).
               16  RejFile-Cust-Last-Name     PIC X(20).
               16  RejFile-Cust-First-Name    PIC X(15).
               16  RejFile-Cust-Address       PIC X(25).
               16  RejFile-Cust-City          PIC X(15).
               16  RejFile-Cust-State         PIC X(15).
               16  RejFile-Cust-Zip           PIC X(05).
               16  RejFile-Cust-Zip-Plus4      PIC X(04).
               16  RejFile-Cust-Acct-Balance  PIC S9(7)V99.
               16  RejFile-Cust-Acct-Status   PIC X(01).
               16  RejFile-Cust-Contact-Chnl  PIC X(01).
               16  FILLER                     PIC X(04).
               16  RejFile-Cust-Email-Addr    PIC X(30).

      *    Do-not-mail suppression registry -- see 1150-Load-
      *       Suppress-Table.
       FD  SuppFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SuppFile-Record.
           12  Supp-Acct-Number           PIC X(10).
           12  Supp-Reason                PIC X(02).
           12  Supp-Eff-Date              PIC 9(08).
           12  Supp-Exp-Date              PIC 9(08).
           12  FILLER                     PIC X(07).

      *    Address-standardization rules -- see 1160-Load-Addr-Rules.
       FD  AddrCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AddrCtlFile-Record.
           12  Addr-Rule-From-Word        PIC X(12).
           12  Addr-Rule-To-Word          PIC X(12).
           12  FILLER                     PIC X(06).

      *    ZIP directory -- see 1180-Load-Zip-Directory.
       FD  ZipDirFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ZipDirFile-Record.
           12  Zipd-State-Code            PIC X(02).
           12  FILLER                     PIC X(01).
           12  Zipd-Zip-Low               PIC X(05).
           12  FILLER                     PIC X(01).
           12  Zipd-Zip-High              PIC X(05).
           12  FILLER                     PIC X(01).
           12  Zipd-City                  PIC X(15).

      *    State/ZIP mismatch report -- one line per flagged record.
       FD  ZipMissFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ZipMissFile-Record.
           12  Zipm-Acct-Number           PIC X(10).
           12  FILLER                     PIC X(02).
           12  Zipm-State-Code            PIC X(02).
           12  FILLER                     PIC X(02).
           12  Zipm-Zip                   PIC X(05).
           12  FILLER                     PIC X(02).
           12  Zipm-Reason                PIC X(25).

      *    Contact-frequency cap limits -- see 1190-Load-Cap-
      *       Controls.
       FD  CapCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CapCtlFile-Record.
           12  Cap-Keyword                PIC X(08).
           12  FILLER                     PIC X(01).
           12  Cap-Value                  PIC X(15).
           12  FILLER                     PIC X(06).

      *    Mailing history -- see 2119-Check-Frequency-Cap.
       FD  HistFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY MAILHIST REPLACING ==:tag:== BY ==HistFile==.

      *    VIP extract and seed list -- see 1195-Load-Cap-Exemptions.
       FD  VIPFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTOMER REPLACING ==:tag:== BY ==VIPFile==.

       FD  SeedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SeedFile-Record.
           12  Seed-Acct-Number           PIC X(10).
           12  FILLER                     PIC X(105).

      *    Cumulative run-history log -- see 3200-Write-Run-History.
       FD  RunLogFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RUNLOG.

      *    One-record chain run id handoff written by STCBDRV1.
       FD  ChainIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ChainIdFile-Record             PIC X(14).

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

      *    Chain control ledger -- one record appended per step
      *       per run. See 9300-Write-Control-Ledger.
       FD  LdgFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CTLLEDG REPLACING ==:tag:== BY ==LdgFile==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.
           COPY WSFST REPLACING ==:tag:== BY ==INFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StgFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ErrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RejFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AddrCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ZipDirFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ZipMissFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CapCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VIPFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RunLogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LdgFile==.

      *    Plain-English text for the file status codes above, so
      *       the console log means something without a reference
      *       card. See 9100-Display-FS-Message.
           COPY FSMSG.
       01  WS-FS-Lookup-Code           PIC X(02).

      *    Address-standardization rule table and work fields --
      *       rules load from ADDRCTL at 1160-Load-Addr-Rules.
           COPY ADDRSTD.

      *    State name-to-code lookup table -- every staged record
      *       leaves here carrying the 2-character code. See
      *       2116-Normalize-State-Code.
           COPY STATECD.

       01  WS-File-Counters.
           12 FD-INFile-Record-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 FD-StgFile-Record-Cnt        PIC S9(7) COMP VALUE ZERO.
           12 WS-Invalid-Cnt               PIC S9(7) COMP VALUE ZERO.
           12 WS-State-Unknown-Cnt         PIC S9(7) COMP VALUE ZERO.

      *    Content-validation controls for 2105-Validate-INFile-Record.
       01  WS-Validate-Control.
           12 WS-Invalid-Found-Sw       PIC X(01) VALUE "N".
              88 WS-Record-Is-Invalid   VALUE "Y".
           12 WS-Invalid-Reason         PIC X(30).

      *    CUSTTXT can arrive either in the original fixed-column
      *       layout or as a comma-delimited CSV export -- some
      *       upstream feeds only produce CSV now. A CSV line has a
      *       comma right after the 10-byte account number, which a
      *       fixed-format line never does, so that one byte is
      *       enough to tell the two apart. WS-CSV-Bal-Raw holds the
      *       balance column as text (it needs its decimal point
      *       parsed out) before 2108-Convert-CSV-Balance turns it
      *       into Cust-Acct-Balance.
       01  WS-CSV-Control.
           12 WS-CSV-Ptr                PIC S9(4) COMP.
           12 WS-CSV-Bal-Raw            PIC X(12).
           12 WS-CSV-Bal-Negative-Sw    PIC X(01) VALUE "N".
              88 WS-CSV-Bal-Negative    VALUE "Y".
           12 WS-CSV-Bal-Whole          PIC 9(07).
           12 WS-CSV-Bal-Frac-Text      PIC X(02).
           12 WS-CSV-Bal-Frac           PIC 9(02).

      *    UNSTRING targets for a CSV INFile record. INFile-Raw-Record
      *       shares storage with INFile-Customer-Record (both are
      *       01-levels under FD INFile), so UNSTRING cannot write its
      *       INTO fields directly on top of INFile-Customer-Record --
      *       that would overwrite bytes of INFile-Raw-Record the scan
      *       has not reached yet. Land each field here first, then
      *       MOVE the whole set across once the UNSTRING is done.
       01  WS-CSV-Fields.
           12 WS-CSV-Acct-Number        PIC X(10).
           12 WS-CSV-Last-Name          PIC X(20).
           12 WS-CSV-First-Name         PIC X(15).
           12 WS-CSV-Address            PIC X(25).
           12 WS-CSV-City               PIC X(15).
           12 WS-CSV-State              PIC X(15).
           12 WS-CSV-Zip                PIC X(05).
           12 WS-CSV-Zip-Plus4          PIC X(04).
           12 WS-CSV-Acct-Status        PIC X(01).
           12 WS-CSV-Contact-Channel    PIC X(01).
           12 WS-CSV-Email-Addr         PIC X(30).

      *    Do-not-mail suppression controls. The registry loads
      *       into this table at 1150-Load-Suppress-Table; 2118-
      *       Check-Suppression matches the account in hand against
      *       it, honoring each entry's effective and expiry dates
      *       as of tonight's run date.
       01  WS-Suppress-Control.
           12 WS-Suppress-Count         PIC S9(4) COMP VALUE ZERO.
           12 WS-Suppress-Max           PIC S9(4) COMP VALUE +200.
           12 WS-Suppress-Table.
              16 WS-Suppress-Entry OCCURS 200 TIMES
                                  INDEXED BY WS-Suppress-Idx.
                 20 WS-Supp-Acct        PIC X(10).
                 20 WS-Supp-Reason      PIC X(02).
                 20 WS-Supp-Eff         PIC 9(08).
                 20 WS-Supp-Exp         PIC 9(08).
           12 WS-Suppress-Found-Sw      PIC X(01) VALUE "N".
              88 WS-Acct-Is-Suppressed  VALUE "Y".
           12 WS-Suppress-Today         PIC 9(08) VALUE ZERO.
           12 WS-Check-Suppress-Acct    PIC X(10).
           12 WS-Suppressed-Cnt         PIC S9(7) COMP VALUE ZERO.

      *    Contact-frequency cap controls. CAPCTL loads at 1190-
      *       Load-Cap-Controls: MAXPIECE is the most pieces an
      *       account may already have had inside the last WINDOW
      *       days; one more than that and tonight's piece is held
      *       back. 2119-Check-Frequency-Cap counts the account's
      *       MAILHIST entries dated inside the window. VIP and seed
      *       accounts load into the exemption table and are never
      *       counted.
       01  WS-Cap-Control.
           12 WS-Cap-Active-Sw          PIC X(01) VALUE "N".
              88 WS-Cap-Active          VALUE "Y".
           12 WS-Cap-Max-Pieces         PIC 9(03) VALUE ZERO.
           12 WS-Cap-Window-Days        PIC 9(03) VALUE ZERO.
           12 WS-Cap-Today-Days         PIC S9(09) COMP VALUE ZERO.
           12 WS-Cap-Hist-Date          PIC 9(08).
           12 WS-Cap-Piece-Cnt          PIC S9(05) COMP VALUE ZERO.
           12 WS-Cap-Hist-Done-Sw       PIC X(01) VALUE "N".
              88 WS-Cap-Hist-Done       VALUE "Y".
           12 WS-Cap-Found-Sw           PIC X(01) VALUE "N".
              88 WS-Acct-Is-Capped      VALUE "Y".
           12 WS-Exempt-Found-Sw        PIC X(01) VALUE "N".
              88 WS-Acct-Is-Exempt      VALUE "Y".
           12 WS-Exempt-Count           PIC S9(4) COMP VALUE ZERO.
           12 WS-Exempt-Max             PIC S9(4) COMP VALUE +3000.
           12 WS-Exempt-Table.
              16 WS-Exempt-Entry OCCURS 3000 TIMES
                                  INDEXED BY WS-Exempt-Idx.
                 20 WS-Exempt-Acct      PIC X(10).
           12 WS-Capped-Cnt             PIC S9(7) COMP VALUE ZERO.
           12 WS-Cap-Exempt-Cnt         PIC S9(7) COMP VALUE ZERO.

      *    Day-count work fields for 9400-Count-Days.
       01  WS-Date-Work.
           12 WS-Date-In-Hand           PIC 9(08).
           12 WS-Date-Year              PIC 9(04).
           12 WS-Date-Month             PIC 9(02).
           12 WS-Date-Day               PIC 9(02).
           12 WS-Days-Out               PIC S9(09) COMP.

      *    Feed-control validation fields for 1440-Validate-Feed-
      *       Controls: what the HDR/TRL control records claimed,
      *       against what was actually read between them.
       01  WS-Feed-Control.
           12 WS-Feed-Hdr-Seen-Sw       PIC X(01) VALUE "N".
              88 WS-Feed-Hdr-Seen       VALUE "Y".
           12 WS-Feed-Trl-Seen-Sw       PIC X(01) VALUE "N".
              88 WS-Feed-Trl-Seen       VALUE "Y".
           12 WS-Feed-Data-Sw           PIC X(01) VALUE "N".
              88 WS-Feed-Data-Record    VALUE "Y".
           12 WS-Feed-Hdr-Date          PIC 9(08) VALUE ZERO.
           12 WS-Feed-Hdr-Source        PIC X(08) VALUE SPACES.
           12 WS-Feed-Data-Count        PIC 9(09) VALUE ZERO.
           12 WS-Feed-Balance-Hash      PIC S9(11)V99 VALUE ZERO.
           12 WS-Feed-Trl-Count         PIC 9(09) VALUE ZERO.
           12 WS-Feed-Trl-Hash          PIC S9(11)V99 VALUE ZERO.
           12 WS-Feed-Fail-Reason       PIC X(35).

      *    Amount accumulators for the chain control ledger and the
      *       CUSTEDT trailer: the balance total actually staged,
      *       and the balance total deliberately dropped (invalid,
      *       suppressed). A capped record is staged, so it counts
      *       as out, not dropped. In-side figures come from the
      *       feed validation pass. See 9300-Write-Control-Ledger.
       01  WS-Ledger-Control.
           12 WS-Ldg-Out-Hash           PIC S9(13)V99 VALUE ZERO.
           12 WS-Ldg-Drop-Hash          PIC S9(13)V99 VALUE ZERO.

      *    Run-history controls. The chain run id comes off the
      *       CHAINID handoff file STCBDRV1 writes at the top of the
      *       nightly chain; a standalone run logs spaces there.
       01  WS-RunLog-Control.
           12 WS-Chain-Run-Id           PIC X(14) VALUE SPACES.
           12 WS-RunLog-Date            PIC 9(08).
           12 WS-RunLog-Time            PIC 9(08).

      *    Staging fields for 9200-Log-Exception -- each reporting
      *       site fills these, then performs the common logger.
       01  WS-Excp-Control.
           12 WS-Excp-Paragraph         PIC X(30).
           12 WS-Excp-Severity          PIC X(01).
           12 WS-Excp-File-Status       PIC X(02).
           12 WS-Excp-Message           PIC X(40).
           12 WS-Excp-Date              PIC 9(08).
           12 WS-Excp-Time              PIC 9(08).

      *    ZIP-directory controls. A record whose ZIP5 fits no
      *       directory range for its state is flagged, and its
      *       unverifiable ZIP+4 is blanked in the staged record
      *       rather than sent on wrong -- ZIP+4 only earns the
      *       bulk-rate discount when it is right. A missing
      *       ZIPDIR only warns; no validation happens.
       01  WS-ZipDir-Control.
           12 WS-Zipd-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Zipd-Max               PIC S9(4) COMP VALUE +200.
           12 WS-Zipd-Table.
              16 WS-Zipd-Entry OCCURS 200 TIMES
                               INDEXED BY WS-Zipd-Idx.
                 20 WS-Zipd-State       PIC X(02).
                 20 WS-Zipd-Low         PIC X(05).
                 20 WS-Zipd-High        PIC X(05).
                 20 WS-Zipd-City        PIC X(15).
           12 WS-Zip-Verified-Sw        PIC X(01).
              88 WS-Zip-Verified        VALUE "Y".
           12 WS-Zip-Mismatch-Cnt       PIC S9(7) COMP VALUE ZERO.
           12 WS-Zip4-Blanked-Cnt       PIC S9(7) COMP VALUE ZERO.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program STCBEDT1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1300-Read-Chain-Id.
           PERFORM 1400-Validate-Feed.
           PERFORM 1150-Load-Suppress-Table.
           PERFORM 1160-Load-Addr-Rules.
           PERFORM 1180-Load-Zip-Directory.
           PERFORM 1190-Load-Cap-Controls.
           OPEN OUTPUT ErrFile.
           IF NOT WS-ErrFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ErrFile Failed."
              DISPLAY "File Status: " WS-ErrFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-ErrFile-Status TO WS-Excp-File-Status
              MOVE "Open ErrFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE WS-ErrFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RejFile.
           IF NOT WS-RejFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open RejFile Failed."
              DISPLAY "File Status: " WS-RejFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RejFile-Status TO WS-Excp-File-Status
              MOVE "Open RejFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE WS-RejFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE ErrFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ZipMissFile.
           IF NOT WS-ZipMissFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ZipMissFile Failed."
              DISPLAY "File Status: " WS-ZipMissFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-ZipMissFile-Status TO WS-Excp-File-Status
              MOVE "Open ZipMissFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE WS-ZipMissFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE ErrFile
              CLOSE RejFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT StgFile.
           IF NOT WS-StgFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open StgFile Failed."
              DISPLAY "File Status: " WS-StgFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-StgFile-Status TO WS-Excp-File-Status
              MOVE "Open StgFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE WS-StgFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE ErrFile
              CLOSE RejFile
              CLOSE ZipMissFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 6010-Write-Stage-Header.

      *    Picks up the chain run id STCBDRV1 left on CHAINID, so
      *       this step's run-history record ties back to the rest
      *       of tonight's chain. No file (or an empty one) means a
      *       standalone run -- the id stays spaces and the run
      *       record stands on its own.
       1300-Read-Chain-Id.
           MOVE SPACES TO WS-Chain-Run-Id.
           OPEN INPUT ChainIdFile.
           IF WS-ChainIdFile-Good
              READ ChainIdFile
                 AT END SET WS-ChainIdFile-EOF TO TRUE
                 NOT AT END
                    MOVE ChainIdFile-Record TO WS-Chain-Run-Id
              END-READ
              CLOSE ChainIdFile
           END-IF.

      *    Pre-pass over the whole feed before anything is edited:
      *       peels the HDR/TRL control records off, counts the data
      *       records and hashes their balances, and abends unless
      *       both control records are present and agree with what
      *       was actually read. The edit pass afterward re-reads
      *       INFile from the top.
       1400-Validate-Feed.
           OPEN INPUT INFile.
           IF NOT WS-INFile-Good
              DISPLAY "** ERROR **: 1400-Validate-Feed"
              DISPLAY "Open INFile Failed."
              DISPLAY "File Status: " WS-INFile-Status
              MOVE "1400-Validate-Feed" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-INFile-Status TO WS-Excp-File-Status
              MOVE "Open INFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-INFile-EOF
              READ INFile
                 AT END SET WS-INFile-EOF TO TRUE
                 NOT AT END
                    PERFORM 1410-Classify-Feed-Record
              END-READ
           END-PERFORM.
           CLOSE INFile.
           PERFORM 1440-Validate-Feed-Controls.

      *    Captures a control record, or counts and hashes a data
      *       record toward the trailer comparison. The CSV parse
      *       is the same one the edit pass uses, so the balance
      *       hashed here is the balance that gets staged.
       1410-Classify-Feed-Record.
           EVALUATE TRUE
              WHEN Feed-Hdr-Present
                 SET WS-Feed-Hdr-Seen TO TRUE
                 MOVE Feed-Hdr-Date TO WS-Feed-Hdr-Date
                 MOVE Feed-Hdr-Source TO WS-Feed-Hdr-Source
              WHEN Feed-Trl-Present
                 SET WS-Feed-Trl-Seen TO TRUE
                 MOVE Feed-Trl-Record-Count TO WS-Feed-Trl-Count
                 MOVE Feed-Trl-Balance-Hash TO WS-Feed-Trl-Hash
              WHEN OTHER
                 IF WS-Feed-Trl-Seen
                    MOVE "DATA RECORD AFTER TRAILER"
                       TO WS-Feed-Fail-Reason
                    PERFORM 1450-Abend-Bad-Feed
                 END-IF
                 ADD +1 TO WS-Feed-Data-Count
                 PERFORM 2106-Parse-Input-Record
                 ADD INFile-Cust-Acct-Balance
                    TO WS-Feed-Balance-Hash
           END-EVALUATE.

      *    The end-of-job reconciliation proves no record was lost
      *       inside this job; this paragraph proves the job
      *       received the whole file in the first place.
       1440-Validate-Feed-Controls.
           IF NOT WS-Feed-Hdr-Seen
              MOVE "FEED HEADER (HDR) MISSING"
                 TO WS-Feed-Fail-Reason
              PERFORM 1450-Abend-Bad-Feed
           END-IF.
           IF NOT WS-Feed-Trl-Seen
              MOVE "FEED TRAILER (TRL) MISSING"
                 TO WS-Feed-Fail-Reason
              PERFORM 1450-Abend-Bad-Feed
           END-IF.
           IF WS-Feed-Data-Count NOT = WS-Feed-Trl-Count
              MOVE "RECORD COUNT DOES NOT MATCH TRL"
                 TO WS-Feed-Fail-Reason
              PERFORM 1450-Abend-Bad-Feed
           END-IF.
           IF WS-Feed-Balance-Hash NOT = WS-Feed-Trl-Hash
              MOVE "BALANCE HASH DOES NOT MATCH TRL"
                 TO WS-Feed-Fail-Reason
              PERFORM 1450-Abend-Bad-Feed
           END-IF.
      D    DISPLAY "1440-Validate-Feed-Controls: feed good".

      *    The feed cannot be trusted -- say exactly why, leave a
      *       structured exception behind, and stop before a single
      *       record of it is staged.
       1450-Abend-Bad-Feed.
           DISPLAY "*** FEED VALIDATION FAILED ***".
           DISPLAY "  " WS-Feed-Fail-Reason.
           DISPLAY "  Feed Date/Source : " WS-Feed-Hdr-Date
              " / " WS-Feed-Hdr-Source.
           DISPLAY "  Records Read     : " WS-Feed-Data-Count
              "  Trailer Says: " WS-Feed-Trl-Count.
           DISPLAY "  Balance Hash Read: " WS-Feed-Balance-Hash
              "  Trailer Says: " WS-Feed-Trl-Hash.
           MOVE "1450-Abend-Bad-Feed" TO WS-Excp-Paragraph.
           MOVE "E" TO WS-Excp-Severity.
           MOVE SPACES TO WS-Excp-File-Status.
           MOVE WS-Feed-Fail-Reason TO WS-Excp-Message.
           PERFORM 9200-Log-Exception.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      *    Loads the do-not-mail registry from the SUPPCTL control
      *       file. Suppression is a compliance item, so a registry
      *       that cannot be read stops the run rather than staging
      *       someone who opted out.
       1150-Load-Suppress-Table.
           ACCEPT WS-Suppress-Today FROM DATE YYYYMMDD.
           OPEN INPUT SuppFile.
           IF NOT WS-SuppFile-Good
              DISPLAY "** ERROR **: 1150-Load-Suppress-Table"
              DISPLAY "Open SuppFile Failed."
              DISPLAY "File Status: " WS-SuppFile-Status
              MOVE "1150-Load-Suppress-Table" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-SuppFile-Status TO WS-Excp-File-Status
              MOVE "Open SuppFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-SuppFile-EOF
              READ SuppFile
                 AT END
                    SET WS-SuppFile-EOF TO TRUE
                 NOT AT END
                    IF WS-Suppress-Count < WS-Suppress-Max
                       ADD +1 TO WS-Suppress-Count
                       SET WS-Suppress-Idx TO WS-Suppress-Count
                       MOVE Supp-Acct-Number
                          TO WS-Supp-Acct (WS-Suppress-Idx)
                       MOVE Supp-Reason
                          TO WS-Supp-Reason (WS-Suppress-Idx)
                       MOVE Supp-Eff-Date
                          TO WS-Supp-Eff (WS-Suppress-Idx)
                       MOVE Supp-Exp-Date
                          TO WS-Supp-Exp (WS-Suppress-Idx)
                    ELSE
                       DISPLAY "*** WARNING ***"
                       DISPLAY "  SUPPCTL ENTRY IGNORED - TABLE FULL"
                       MOVE "1150-Load-Suppress-Table"
                          TO WS-Excp-Paragraph
                       MOVE "W" TO WS-Excp-Severity
                       MOVE SPACES TO WS-Excp-File-Status
                       MOVE "SUPPCTL TABLE FULL" TO WS-Excp-Message
                       PERFORM 9200-Log-Exception
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SuppFile.

      *    Loads the address-standardization word rules from the
      *       ADDRCTL control file. A missing rules file only warns
      *       -- the uppercase-and-strip pass still runs, just with
      *       no word replacements.
       1160-Load-Addr-Rules.
           OPEN INPUT AddrCtlFile.
           IF NOT WS-AddrCtlFile-Good
              DISPLAY "*** WARNING ***"
              DISPLAY "  ADDRCTL NOT AVAILABLE - NO WORD RULES"
              DISPLAY "  File Status: " WS-AddrCtlFile-Status
              MOVE "1160-Load-Addr-Rules" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE WS-AddrCtlFile-Status TO WS-Excp-File-Status
              MOVE "ADDRCTL MISSING - NO WORD RULES"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           ELSE
              PERFORM UNTIL WS-AddrCtlFile-EOF
                 READ AddrCtlFile
                    AT END
                       SET WS-AddrCtlFile-EOF TO TRUE
                    NOT AT END
                       IF WS-Addr-Rule-Count < WS-Addr-Rule-Max
                          ADD +1 TO WS-Addr-Rule-Count
                          SET WS-Addr-Rule-Idx TO WS-Addr-Rule-Count
                          MOVE Addr-Rule-From-Word TO
                             WS-Addr-Rule-From (WS-Addr-Rule-Idx)
                          MOVE Addr-Rule-To-Word TO
                             WS-Addr-Rule-To (WS-Addr-Rule-Idx)
                       ELSE
                          DISPLAY "*** WARNING ***"
                          DISPLAY "  ADDRCTL ENTRY IGNORED - FULL"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AddrCtlFile
           END-IF.

      *    Loads the ZIP directory. No directory means no ZIP
      *       validation tonight -- a warning, not an error.
       1180-Load-Zip-Directory.
           OPEN INPUT ZipDirFile.
           IF NOT WS-ZipDirFile-Good
              DISPLAY "*** WARNING ***"
              DISPLAY "  ZIPDIR NOT AVAILABLE - NO ZIP VALIDATION"
              DISPLAY "  File Status: " WS-ZipDirFile-Status
           ELSE
              PERFORM UNTIL WS-ZipDirFile-EOF
                 READ ZipDirFile
                    AT END
                       SET WS-ZipDirFile-EOF TO TRUE
                    NOT AT END
                       IF WS-Zipd-Count < WS-Zipd-Max
                          ADD +1 TO WS-Zipd-Count
                          SET WS-Zipd-Idx TO WS-Zipd-Count
                          MOVE Zipd-State-Code
                             TO WS-Zipd-State (WS-Zipd-Idx)
                          MOVE Zipd-Zip-Low
                             TO WS-Zipd-Low (WS-Zipd-Idx)
                          MOVE Zipd-Zip-High
                             TO WS-Zipd-High (WS-Zipd-Idx)
                          MOVE Zipd-City
                             TO WS-Zipd-City (WS-Zipd-Idx)
                       ELSE
                          DISPLAY "*** WARNING ***"
                          DISPLAY "  ZIPDIR ENTRY IGNORED - FULL"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ZipDirFile
           END-IF.

      *    Loads the contact-frequency cap from CAPCTL and opens
      *       MAILHIST for the per-account counts. The cap is a
      *       marketing courtesy, not a compliance item, so no
      *       CAPCTL, a CAPCTL without both limits, or a MAILHIST
      *       that cannot be opened only warns -- the run goes on
      *       with no cap rather than not at all.
       1190-Load-Cap-Controls.
           OPEN INPUT CapCtlFile.
           IF WS-CapCtlFile-Good
              PERFORM UNTIL WS-CapCtlFile-EOF
                 READ CapCtlFile
                    AT END
                       SET WS-CapCtlFile-EOF TO TRUE
                    NOT AT END
                       PERFORM 1191-Load-One-Cap-Limit
                 END-READ
              END-PERFORM
              CLOSE CapCtlFile
           END-IF.
           IF WS-Cap-Max-Pieces = ZERO
              OR WS-Cap-Window-Days = ZERO
              DISPLAY "*** WARNING ***"
              DISPLAY "  CAPCTL NOT AVAILABLE - NO FREQUENCY CAP"
              DISPLAY "  File Status: " WS-CapCtlFile-Status
              MOVE "1190-Load-Cap-Controls" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE WS-CapCtlFile-Status TO WS-Excp-File-Status
              MOVE "CAPCTL MISSING - NO FREQUENCY CAP"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           ELSE
              PERFORM 1192-Open-Mail-History
           END-IF.

       1192-Open-Mail-History.
           OPEN INPUT HistFile.
           IF NOT WS-HistFile-Good
              AND NOT WS-HistFile-Optional-Missing
              DISPLAY "*** WARNING ***"
              DISPLAY "  MAILHIST NOT AVAILABLE - NO FREQUENCY CAP"
              DISPLAY "  File Status: " WS-HistFile-Status
              MOVE "1192-Open-Mail-History" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE WS-HistFile-Status TO WS-Excp-File-Status
              MOVE "MAILHIST OPEN FAILED - NO FREQ CAP"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           ELSE
              SET WS-Cap-Active TO TRUE
              MOVE WS-Suppress-Today TO WS-Date-In-Hand
              PERFORM 9400-Count-Days
              MOVE WS-Days-Out TO WS-Cap-Today-Days
              PERFORM 1195-Load-Cap-Exemptions
              DISPLAY "STCBEDT1: FREQUENCY CAP " WS-Cap-Max-Pieces
                 " PIECES IN " WS-Cap-Window-Days " DAYS, "
                 WS-Exempt-Count " ACCOUNTS EXEMPT"
           END-IF.

       1191-Load-One-Cap-Limit.
           EVALUATE Cap-Keyword
              WHEN "MAXPIECE"
                 IF Cap-Value (1:3) IS NUMERIC
                    MOVE Cap-Value (1:3) TO WS-Cap-Max-Pieces
                 END-IF
              WHEN "WINDOW"
                 IF Cap-Value (1:3) IS NUMERIC
                    MOVE Cap-Value (1:3) TO WS-Cap-Window-Days
                 END-IF
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  CAPCTL KEYWORD UNKNOWN: " Cap-Keyword
           END-EVALUATE.

      *    VIP accounts (last night's STCBEX06 extract) and the seed
      *       accounts are exempt from the cap. Either list missing
      *       just means nobody on it is exempt tonight.
       1195-Load-Cap-Exemptions.
           OPEN INPUT VIPFile.
           IF WS-VIPFile-Good
              PERFORM UNTIL WS-VIPFile-EOF
                 READ VIPFile
                    AT END
                       SET WS-VIPFile-EOF TO TRUE
                    NOT AT END
                       MOVE VIPFile-Cust-Acct-Number
                          TO WS-Check-Suppress-Acct
                       PERFORM 1196-Add-Exemption
                 END-READ
              END-PERFORM
              CLOSE VIPFile
           END-IF.
           OPEN INPUT SeedFile.
           IF WS-SeedFile-Good
              PERFORM UNTIL WS-SeedFile-EOF
                 READ SeedFile
                    AT END
                       SET WS-SeedFile-EOF TO TRUE
                    NOT AT END
                       MOVE Seed-Acct-Number
                          TO WS-Check-Suppress-Acct
                       PERFORM 1196-Add-Exemption
                 END-READ
              END-PERFORM
              CLOSE SeedFile
           END-IF.

       1196-Add-Exemption.
           IF WS-Exempt-Count < WS-Exempt-Max
              ADD +1 TO WS-Exempt-Count
              SET WS-Exempt-Idx TO WS-Exempt-Count
              MOVE WS-Check-Suppress-Acct
                 TO WS-Exempt-Acct (WS-Exempt-Idx)
           ELSE
              DISPLAY "*** WARNING ***"
              DISPLAY "  CAP EXEMPTION IGNORED - TABLE FULL: "
                 WS-Check-Suppress-Acct
           END-IF.

      *    The edit pass proper: every data record is read once and
      *       leaves by exactly one door -- CUSTERR, CUSTREJ or
      *       CUSTEDT.
       2000-Process.
      D     DISPLAY "2000-Process: ".
           MOVE "00" TO WS-INFile-Status.
           OPEN INPUT INFile.
           PERFORM 5000-Read-INFile.
           PERFORM UNTIL WS-INFile-EOF
              PERFORM 2110-Process-INFile-Record
              PERFORM 5000-Read-INFile
           END-PERFORM.
           CLOSE INFile.

      *    A fixed-format line already lines up byte-for-byte with
      *       INFile-Customer-Record, so only a CSV line -- flagged
      *       by the comma right after the account number -- needs
      *       any work here.
       2106-Parse-Input-Record.
           IF INFile-Raw-Record(11:1) = ","
              PERFORM 2107-Parse-CSV-Record
           END-IF.

       2107-Parse-CSV-Record.
           UNSTRING INFile-Raw-Record DELIMITED BY ","
              INTO WS-CSV-Acct-Number
                   WS-CSV-Last-Name
                   WS-CSV-First-Name
                   WS-CSV-Address
                   WS-CSV-City
                   WS-CSV-State
                   WS-CSV-Zip
                   WS-CSV-Zip-Plus4
                   WS-CSV-Bal-Raw
                   WS-CSV-Acct-Status
                   WS-CSV-Contact-Channel
                   WS-CSV-Email-Addr
           END-UNSTRING.
           MOVE WS-CSV-Acct-Number  TO INFile-Cust-Acct-Number.
           MOVE WS-CSV-Last-Name    TO INFile-Cust-Last-Name.
           MOVE WS-CSV-First-Name   TO INFile-Cust-First-Name.
           MOVE WS-CSV-Address      TO INFile-Cust-Address.
           MOVE WS-CSV-City         TO INFile-Cust-City.
           MOVE WS-CSV-State        TO INFile-Cust-State.
           MOVE WS-CSV-Zip          TO INFile-Cust-Zip.
           MOVE WS-CSV-Zip-Plus4    TO INFile-Cust-Zip-Plus4.
           MOVE WS-CSV-Acct-Status  TO INFile-Cust-Acct-Status.
           MOVE WS-CSV-Contact-Channel
              TO INFile-Cust-Contact-Channel.
           MOVE WS-CSV-Email-Addr   TO INFile-Cust-Email-Addr.
           PERFORM 2108-Convert-CSV-Balance.

      *    WS-CSV-Bal-Raw is text like "1234.56" or "-1234.56" --
      *       split it on the decimal point and the sign, then
      *       recombine it as a real numeric balance.
       2108-Convert-CSV-Balance.
           MOVE 1 TO WS-CSV-Ptr.
           MOVE "N" TO WS-CSV-Bal-Negative-Sw.
           IF WS-CSV-Bal-Raw(1:1) = "-"
              SET WS-CSV-Bal-Negative TO TRUE
              MOVE 2 TO WS-CSV-Ptr
           END-IF.
           MOVE ZERO TO WS-CSV-Bal-Whole.
           MOVE SPACES TO WS-CSV-Bal-Frac-Text.
           UNSTRING WS-CSV-Bal-Raw DELIMITED BY "."
              INTO WS-CSV-Bal-Whole WS-CSV-Bal-Frac-Text
              WITH POINTER WS-CSV-Ptr
           END-UNSTRING.

      *    WS-CSV-Bal-Frac-Text is the fraction digits UNSTRING left
      *       off with -- alphanumeric, so a one-digit fraction like
      *       "5" comes back space-padded on the right ("5 ") rather
      *       than zero-padded, and a balance with no decimal point
      *       at all leaves it untouched (still spaces from the MOVE
      *       above). Either way it has to be turned into tenths/
      *       hundredths explicitly before it is usable as a number --
      *       "5 " means 50 cents, not 5.
           IF WS-CSV-Bal-Frac-Text = SPACES
              MOVE "00" TO WS-CSV-Bal-Frac-Text
           ELSE
              IF WS-CSV-Bal-Frac-Text(2:1) = SPACE
                 MOVE "0" TO WS-CSV-Bal-Frac-Text(2:1)
              END-IF
           END-IF.
           MOVE WS-CSV-Bal-Frac-Text TO WS-CSV-Bal-Frac.
           COMPUTE INFile-Cust-Acct-Balance =
              WS-CSV-Bal-Whole + (WS-CSV-Bal-Frac / 100).
           IF WS-CSV-Bal-Negative
              COMPUTE INFile-Cust-Acct-Balance =
                 INFile-Cust-Acct-Balance * -1
           END-IF.

      *    Sends one feed record out by exactly one door: CUSTERR
      *       when it fails validation, CUSTREJ when the account is
      *       on the do-not-mail registry, otherwise cleaned and
      *       staged on CUSTEDT for the sort programs. An account
      *       over the frequency cap is still staged -- it stays on
      *       CUSTTXT2 and the master -- but carries the cap hold
      *       code, so the sort programs hold back only its piece.
       2110-Process-INFile-Record.
           PERFORM 2105-Validate-INFile-Record.
           IF WS-Record-Is-Invalid
              ADD +1 TO WS-Invalid-Cnt
              ADD INFile-Cust-Acct-Balance TO WS-Ldg-Drop-Hash
              MOVE WS-Invalid-Reason TO ErrFile-Reason
              MOVE INFile-Customer-Record TO ErrFile-Customer-Record
              PERFORM 6200-Write-ErrFile
           ELSE
              MOVE INFile-Cust-Acct-Number
                 TO WS-Check-Suppress-Acct
              PERFORM 2118-Check-Suppression
              IF WS-Acct-Is-Suppressed
                 ADD +1 TO WS-Suppressed-Cnt
                 ADD INFile-Cust-Acct-Balance TO WS-Ldg-Drop-Hash
                 SET RejFile-Suppressed TO TRUE
                 MOVE INFile-Customer-Record
                    TO RejFile-Customer-Record
                 PERFORM 6100-Write-RejFile
              ELSE
                 MOVE INFile-Customer-Record
                    TO StgFile-Customer-Record
                 MOVE SPACE TO StgFile-Cust-Hold-Code
                 PERFORM 2119-Check-Frequency-Cap
                 IF WS-Acct-Is-Capped
                    ADD +1 TO WS-Capped-Cnt
                    SET StgFile-Hold-Freq-Capped TO TRUE
                 END-IF
                 PERFORM 2120-Clean-Stage-Record
                 PERFORM 6000-Write-StgFile
              END-IF
           END-IF.

      *    Checks required CUSTOMER fields for blank/invalid content
      *       before the record is allowed anywhere near a sort.
      *       Only the first problem found is reported -- good enough
      *       to route the record to ErrFile for a human to look at.
       2105-Validate-INFile-Record.
           MOVE "N" TO WS-Invalid-Found-Sw.
           IF INFile-Cust-Acct-Number = SPACES
              SET WS-Record-Is-Invalid TO TRUE
              MOVE "BLANK ACCOUNT NUMBER" TO WS-Invalid-Reason
           ELSE
              IF INFile-Cust-Last-Name = SPACES
                 SET WS-Record-Is-Invalid TO TRUE
                 MOVE "BLANK LAST NAME" TO WS-Invalid-Reason
              ELSE
                 IF INFile-Cust-State = SPACES
                    SET WS-Record-Is-Invalid TO TRUE
                    MOVE "BLANK STATE" TO WS-Invalid-Reason
                 END-IF
              END-IF
           END-IF.

      *    Converts a state name or code in WS-Norm-State-In into a
      *       2-character code in WS-Norm-State-Code. A value that is
      *       already exactly 2 characters long is used as-is;
      *       anything longer is looked up in the shared STATECD
      *       table copied in above.
       2116-Normalize-State-Code.
           MOVE WS-Norm-State-In TO WS-Norm-State-Upper.
           INSPECT WS-Norm-State-Upper CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-Norm-State-Upper (3:13) = SPACES
              AND WS-Norm-State-Upper (2:1) NOT = SPACE
              MOVE WS-Norm-State-Upper (1:2) TO WS-Norm-State-Code
           ELSE
              MOVE SPACES TO WS-Norm-State-Code
              SET WS-State-Code-Idx TO 1
              SEARCH WS-State-Code-Entry
                 AT END
                    MOVE "??" TO WS-Norm-State-Code
                 WHEN WS-State-Code-Name (WS-State-Code-Idx) =
                      WS-Norm-State-Upper
                    MOVE WS-State-Code-Value (WS-State-Code-Idx)
                       TO WS-Norm-State-Code
              END-SEARCH
           END-IF.

      *    Flags the account in WS-Check-Suppress-Acct when a
      *       registry entry covers it as of tonight's run date --
      *       an entry outside its effective/expiry window does
      *       not suppress.
       2118-Check-Suppression.
           MOVE "N" TO WS-Suppress-Found-Sw.
           PERFORM VARYING WS-Suppress-Idx FROM 1 BY 1
                   UNTIL WS-Suppress-Idx > WS-Suppress-Count
                      OR WS-Acct-Is-Suppressed
              IF WS-Check-Suppress-Acct =
                    WS-Supp-Acct (WS-Suppress-Idx)
                 AND WS-Suppress-Today >=
                    WS-Supp-Eff (WS-Suppress-Idx)
                 AND WS-Suppress-Today <=
                    WS-Supp-Exp (WS-Suppress-Idx)
                 SET WS-Acct-Is-Suppressed TO TRUE
              END-IF
           END-PERFORM.

      *    Flags the account in hand when it has already had more
      *       than MAXPIECE pieces inside the last WINDOW days. Every
      *       MAILHIST entry for the account counts, paper or e-mail,
      *       whatever became of it -- the piece was sent. An entry
      *       still pending has no mail date yet, so its post date
      *       stands in. VIP and seed accounts are never flagged;
      *       an exempt account that would have been is counted for
      *       the end-of-job display.
       2119-Check-Frequency-Cap.
           MOVE "N" TO WS-Cap-Found-Sw.
           IF WS-Cap-Active
              PERFORM 2121-Count-Recent-Pieces
              IF WS-Cap-Piece-Cnt > WS-Cap-Max-Pieces
                 PERFORM 2123-Check-Cap-Exemption
              END-IF
           END-IF.

      *    Reads the account's MAILHIST entries in key order and
      *       counts the ones inside the window.
       2121-Count-Recent-Pieces.
           MOVE ZERO TO WS-Cap-Piece-Cnt.
           MOVE INFile-Cust-Acct-Number TO HistFile-Hist-Acct-Number.
           MOVE LOW-VALUES TO HistFile-Hist-Chain-Run-Id.
           MOVE "N" TO WS-Cap-Hist-Done-Sw.
           START HistFile KEY IS NOT LESS THAN HistFile-Hist-Key
              INVALID KEY
                 SET WS-Cap-Hist-Done TO TRUE
           END-START.
           PERFORM UNTIL WS-Cap-Hist-Done
              READ HistFile NEXT
                 AT END
                    SET WS-Cap-Hist-Done TO TRUE
              END-READ
              IF NOT WS-Cap-Hist-Done
                 IF NOT WS-HistFile-Good
                    OR HistFile-Hist-Acct-Number NOT =
                       INFile-Cust-Acct-Number
                    SET WS-Cap-Hist-Done TO TRUE
                 ELSE
                    PERFORM 2122-Count-One-Piece
                 END-IF
              END-IF
           END-PERFORM.

       2122-Count-One-Piece.
           IF HistFile-Hist-Mail-Date NOT = ZERO
              MOVE HistFile-Hist-Mail-Date TO WS-Cap-Hist-Date
           ELSE
              MOVE HistFile-Hist-Post-Date TO WS-Cap-Hist-Date
           END-IF.
           IF WS-Cap-Hist-Date NOT = ZERO
              MOVE WS-Cap-Hist-Date TO WS-Date-In-Hand
              PERFORM 9400-Count-Days
              IF WS-Cap-Today-Days - WS-Days-Out
                    < WS-Cap-Window-Days
                 ADD +1 TO WS-Cap-Piece-Cnt
              END-IF
           END-IF.

      *    Over the cap -- held back unless VIP or seed.
       2123-Check-Cap-Exemption.
           MOVE INFile-Cust-Acct-Number TO WS-Check-Suppress-Acct.
           MOVE "N" TO WS-Exempt-Found-Sw.
           PERFORM VARYING WS-Exempt-Idx FROM 1 BY 1
                   UNTIL WS-Exempt-Idx > WS-Exempt-Count
                      OR WS-Acct-Is-Exempt
              IF WS-Check-Suppress-Acct =
                    WS-Exempt-Acct (WS-Exempt-Idx)
                 SET WS-Acct-Is-Exempt TO TRUE
              END-IF
           END-PERFORM.
           IF WS-Acct-Is-Exempt
              ADD +1 TO WS-Cap-Exempt-Cnt
           ELSE
              SET WS-Acct-Is-Capped TO TRUE
           END-IF.

      *    Cleans the record about to be staged, in place:
      *       - the state becomes its 2-character code, so every
      *         program downstream matches "IL" and "Illinois" the
      *         same way without normalizing it again. A state the
      *         STATECD table does not know is left as sent and
      *         counted -- the ZIP check below flags it for the
      *         correction queue;
      *       - the address is standardized and the city uppercased,
      *         so CUSTTXT2, the vendor file and householding all see
      *         one spelling of an address however it was keyed;
      *       - the ZIP5 is checked against the directory, and an
      *         unverifiable ZIP+4 is blanked.
       2120-Clean-Stage-Record.
           MOVE StgFile-Cust-State TO WS-Norm-State-In.
           PERFORM 2116-Normalize-State-Code.
           IF WS-Norm-State-Code = "??"
              ADD +1 TO WS-State-Unknown-Cnt
           ELSE
              MOVE WS-Norm-State-Code TO StgFile-Cust-State
           END-IF.
           MOVE StgFile-Cust-Address TO WS-Std-In.
           PERFORM 7310-Standardize-Address.
           MOVE WS-Std-Out TO StgFile-Cust-Address.
           INSPECT StgFile-Cust-City CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 7340-Validate-Zip.
           IF NOT WS-Zip-Verified
              AND StgFile-Cust-Zip-Plus4 NOT = SPACES
              ADD +1 TO WS-Zip4-Blanked-Cnt
              MOVE SPACES TO StgFile-Cust-Zip-Plus4
           END-IF.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           PERFORM 6020-Write-Stage-Trailer.
           CLOSE StgFile.
           CLOSE ErrFile.
           CLOSE RejFile.
           CLOSE ZipMissFile.
           IF WS-Cap-Active
              CLOSE HistFile
           END-IF.
           DISPLAY EOJ-End-Message.
           DISPLAY "Records Read    (INFile)  : " FD-INFile-Record-Cnt.
           DISPLAY "Records Staged  (CUSTEDT) : "
              FD-StgFile-Record-Cnt.
           DISPLAY "Records Invalid (CUSTERR) : " WS-Invalid-Cnt.
           DISPLAY "Suppressed (Do-Not-Mail)  : " WS-Suppressed-Cnt.
           DISPLAY "Held (Frequency Cap)      : " WS-Capped-Cnt.
           DISPLAY "Over Cap But VIP/Seed     : " WS-Cap-Exempt-Cnt.
           DISPLAY "States Not Recognized     : "
              WS-State-Unknown-Cnt.
           DISPLAY "ZIP Mismatches Flagged    : " WS-Zip-Mismatch-Cnt.
           DISPLAY "ZIP+4s Blanked            : " WS-Zip4-Blanked-Cnt.
           PERFORM 3100-Reconcile-Record-Counts.
           PERFORM 3200-Write-Run-History.
           PERFORM 9300-Write-Control-Ledger.

      *    Every record read leaves by exactly one door, so what was
      *       read must equal what was staged plus what was turned
      *       away. If it does not, something consumed a record
      *       without counting it anywhere.
       3100-Reconcile-Record-Counts.
           IF FD-INFile-Record-Cnt NOT =
              FD-StgFile-Record-Cnt + WS-Invalid-Cnt
              + WS-Suppressed-Cnt
              DISPLAY "*** WARNING ***"
              DISPLAY "  INFile COUNT DOES NOT RECONCILE TO CUSTEDT"
              DISPLAY "  STAGED PLUS INVALID PLUS SUPPRESSED"
              MOVE "3100-Reconcile-Record-Counts"
                 TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "READ NOT = STAGED + INVALID + DROPPED"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.

      *    Appends this run's counts to the cumulative RUNLOG file --
      *       the same numbers the display block above just showed,
      *       but in a record that survives past the console scroll.
      *       There is no sort here, so Released is zero. Losing the
      *       history record is not worth failing an otherwise-good
      *       run over, so a write problem only warns.
       3200-Write-Run-History.
           OPEN EXTEND RunLogFile.
           IF NOT WS-RunLogFile-Good
              AND NOT WS-RunLogFile-Optional-Missing
              DISPLAY "*** WARNING ***"
              DISPLAY "  RUNLOG NOT AVAILABLE - HISTORY NOT WRITTEN"
              DISPLAY "  File Status: " WS-RunLogFile-Status
           ELSE
              MOVE SPACES TO RunLog-Record
              MOVE "STCBEDT1" TO RunLog-Pgm-Id
              MOVE WS-Chain-Run-Id TO RunLog-Chain-Run-Id
              ACCEPT WS-RunLog-Date FROM DATE YYYYMMDD
              ACCEPT WS-RunLog-Time FROM TIME
              MOVE WS-RunLog-Date TO RunLog-Run-Date
              MOVE WS-RunLog-Time TO RunLog-Run-Time
              MOVE FD-INFile-Record-Cnt TO RunLog-Records-Read
              MOVE ZERO TO RunLog-Records-Released
              MOVE FD-StgFile-Record-Cnt TO RunLog-Records-Written
              MOVE WS-Suppressed-Cnt TO RunLog-Exclusion-Cnt
              MOVE ZERO TO RunLog-Duplicate-Cnt
              MOVE WS-Invalid-Cnt TO RunLog-Invalid-Cnt
              MOVE RETURN-CODE TO RunLog-Return-Code
              WRITE RunLog-Record
              IF NOT WS-RunLogFile-Good
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  RUNLOG WRITE FAILED - HISTORY NOT WRITTEN"
                 DISPLAY "  File Status: " WS-RunLogFile-Status
              END-IF
              CLOSE RunLogFile
           END-IF.

      *    Reads forward to the next customer data record -- the
      *       HDR/TRL control records were already validated by
      *       1400-Validate-Feed and are not data, so the edit pass
      *       steps over them here without counting them.
       5000-Read-INFile.
           MOVE "N" TO WS-Feed-Data-Sw.
           PERFORM 5010-Read-INFile-Record
              UNTIL WS-INFile-EOF OR WS-Feed-Data-Record.

       5010-Read-INFile-Record.
           READ INFile
              AT END SET WS-INFile-EOF TO TRUE
           END-READ.
           IF WS-INFile-Good
              IF Feed-Hdr-Present OR Feed-Trl-Present
                 CONTINUE
              ELSE
                 SET WS-Feed-Data-Record TO TRUE
                 ADD +1 TO FD-INFile-Record-Cnt
                 PERFORM 2106-Parse-Input-Record
              END-IF
           ELSE
              IF WS-INFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5010-Read-INFile-Record"
                 DISPLAY "Read INFile Failed."
                 DISPLAY "File Status: " WS-INFile-Status
                 MOVE "5010-Read-INFile-Record"
                    TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-INFile-Status TO WS-Excp-File-Status
                 MOVE "Read INFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 MOVE WS-INFile-Status TO WS-FS-Lookup-Code
                 PERFORM 9100-Display-FS-Message
                 CLOSE INFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       6000-Write-StgFile.
           WRITE StgFile-Customer-Record.
           IF WS-StgFile-Good
              ADD +1 TO FD-StgFile-Record-Cnt
              ADD StgFile-Cust-Acct-Balance TO WS-Ldg-Out-Hash
           ELSE
              DISPLAY "** ERROR **: 6000-Write-StgFile"
              DISPLAY "WRITE StgFile Failed."
              DISPLAY "File Status: " WS-StgFile-Status
              MOVE "6000-Write-StgFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-StgFile-Status TO WS-Excp-File-Status
              MOVE "WRITE StgFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE WS-StgFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE StgFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Opens CUSTEDT with its control header: the feed's own
      *       date and source carried forward, this program's id so
      *       a sort step can tell CUSTEDT from a raw CUSTTXT, and
      *       the chain run id so it can tell tonight's CUSTEDT from
      *       last night's.
       6010-Write-Stage-Header.
           MOVE SPACES TO Stage-Header-Record.
           MOVE "HDR" TO Stage-Hdr-Id.
           MOVE WS-Feed-Hdr-Date TO Stage-Hdr-Feed-Date.
           MOVE WS-Feed-Hdr-Source TO Stage-Hdr-Feed-Source.
           MOVE "STCBEDT1" TO Stage-Hdr-Edit-Pgm.
           MOVE WS-Chain-Run-Id TO Stage-Hdr-Chain-Run-Id.
           ACCEPT Stage-Hdr-Edit-Date FROM DATE YYYYMMDD.
           WRITE Stage-Header-Record.
           IF NOT WS-StgFile-Good
              DISPLAY "** ERROR **: 6010-Write-Stage-Header"
              DISPLAY "WRITE StgFile Failed."
              DISPLAY "File Status: " WS-StgFile-Status
              MOVE "6010-Write-Stage-Header" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-StgFile-Status TO WS-Excp-File-Status
              MOVE "WRITE StgFile Header Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE StgFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Closes CUSTEDT with its control trailer: count and hash of
      *       what was staged (what the sort programs prove against),
      *       then the feed's own figures and what the edit dropped.
       6020-Write-Stage-Trailer.
           MOVE SPACES TO Stage-Trailer-Record.
           MOVE "TRL" TO Stage-Trl-Id.
           MOVE FD-StgFile-Record-Cnt TO Stage-Trl-Record-Count.
           MOVE WS-Ldg-Out-Hash TO Stage-Trl-Balance-Hash.
           MOVE WS-Feed-Data-Count TO Stage-Trl-Feed-Count.
           MOVE WS-Feed-Balance-Hash TO Stage-Trl-Feed-Hash.
           MOVE WS-Invalid-Cnt TO Stage-Trl-Invalid-Count.
           MOVE WS-Suppressed-Cnt TO Stage-Trl-Suppress-Count.
           MOVE WS-Capped-Cnt TO Stage-Trl-Capped-Count.
           MOVE WS-Ldg-Drop-Hash TO Stage-Trl-Drop-Hash.
           WRITE Stage-Trailer-Record.
           IF NOT WS-StgFile-Good
              DISPLAY "** ERROR **: 6020-Write-Stage-Trailer"
              DISPLAY "WRITE StgFile Failed."
              DISPLAY "File Status: " WS-StgFile-Status
              MOVE "6020-Write-Stage-Trailer" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-StgFile-Status TO WS-Excp-File-Status
              MOVE "WRITE StgFile Trailer Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE StgFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6100-Write-RejFile.
           WRITE RejFile-Record.
           IF NOT WS-RejFile-Good
              DISPLAY "** ERROR **: 6100-Write-RejFile"
              DISPLAY "WRITE RejFile Failed."
              DISPLAY "File Status: " WS-RejFile-Status
              MOVE "6100-Write-RejFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RejFile-Status TO WS-Excp-File-Status
              MOVE "WRITE RejFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE WS-RejFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE RejFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6200-Write-ErrFile.
           WRITE ErrFile-Record.
           IF NOT WS-ErrFile-Good
              DISPLAY "** ERROR **: 6200-Write-ErrFile"
              DISPLAY "WRITE ErrFile Failed."
              DISPLAY "File Status: " WS-ErrFile-Status
              MOVE "6200-Write-ErrFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-ErrFile-Status TO WS-Excp-File-Status
              MOVE "WRITE ErrFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE WS-ErrFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE ErrFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Standardizes the address in WS-Std-In into WS-Std-Out:
      *       uppercase, punctuation stripped, each word replaced
      *       per the ADDRCTL rules, and the line rebuilt single-
      *       spaced -- so every step downstream sees one spelling
      *       of an address however it was keyed.
       7310-Standardize-Address.
           MOVE WS-Std-In TO WS-Std-Work.
           INSPECT WS-Std-Work CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-Std-Work REPLACING
              ALL "." BY SPACE
              ALL "," BY SPACE
              ALL "#" BY SPACE
              ALL ";" BY SPACE.
           MOVE SPACES TO WS-Std-Word-Table.
           UNSTRING WS-Std-Work DELIMITED BY ALL " "
              INTO WS-Std-Word-Text (1)
                   WS-Std-Word-Text (2)
                   WS-Std-Word-Text (3)
                   WS-Std-Word-Text (4)
                   WS-Std-Word-Text (5)
                   WS-Std-Word-Text (6)
                   WS-Std-Word-Text (7)
                   WS-Std-Word-Text (8)
                   WS-Std-Word-Text (9)
                   WS-Std-Word-Text (10)
                   WS-Std-Word-Text (11)
                   WS-Std-Word-Text (12)
                   WS-Std-Word-Text (13)
           END-UNSTRING.
           MOVE SPACES TO WS-Std-Out.
           MOVE 1 TO WS-Std-Out-Ptr.
           PERFORM VARYING WS-Std-Word-Sub FROM 1 BY 1
                   UNTIL WS-Std-Word-Sub > 13
              IF WS-Std-Word-Text (WS-Std-Word-Sub) NOT = SPACES
                 PERFORM 7320-Apply-Addr-Rule
                 PERFORM 7330-Size-Std-Word
                 IF WS-Std-Out-Ptr > 1
                    STRING " " DELIMITED BY SIZE
                       INTO WS-Std-Out
                       WITH POINTER WS-Std-Out-Ptr
                       ON OVERFLOW CONTINUE
                    END-STRING
                 END-IF
                 STRING WS-Std-Word-Text (WS-Std-Word-Sub)
                       (1:WS-Std-Word-Len)
                    DELIMITED BY SIZE
                    INTO WS-Std-Out
                    WITH POINTER WS-Std-Out-Ptr
                    ON OVERFLOW CONTINUE
                 END-STRING
              END-IF
           END-PERFORM.

      *    Replaces the word in hand with its standard form when an
      *       ADDRCTL rule matches it.
       7320-Apply-Addr-Rule.
           PERFORM VARYING WS-Addr-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Addr-Rule-Idx > WS-Addr-Rule-Count
              IF WS-Std-Word-Text (WS-Std-Word-Sub) =
                 WS-Addr-Rule-From (WS-Addr-Rule-Idx)
                 MOVE WS-Addr-Rule-To (WS-Addr-Rule-Idx)
                    TO WS-Std-Word-Text (WS-Std-Word-Sub)
                 SET WS-Addr-Rule-Idx TO WS-Addr-Rule-Count
              END-IF
           END-PERFORM.

      *    Finds the word's trimmed length, so the rebuild does not
      *       carry the field's trailing spaces into the line. The
      *       word is known non-blank, so the length never reaches
      *       zero.
       7330-Size-Std-Word.
           MOVE 25 TO WS-Std-Word-Len.
           PERFORM UNTIL WS-Std-Word-Len < 2
              OR WS-Std-Word-Text (WS-Std-Word-Sub)
                 (WS-Std-Word-Len:1) NOT = SPACE
              SUBTRACT 1 FROM WS-Std-Word-Len
           END-PERFORM.

      *    Checks the staged record's ZIP5 against the directory
      *       ranges for its state (already normalized into
      *       WS-Norm-State-Code by 2120). No range for the state
      *       that covers the ZIP is a state/ZIP mismatch; a matched
      *       range that names a different city is flagged too, but
      *       the ZIP itself stands. With no directory loaded every
      *       record passes.
       7340-Validate-Zip.
           IF WS-Zipd-Count = ZERO
              SET WS-Zip-Verified TO TRUE
           ELSE
              MOVE "N" TO WS-Zip-Verified-Sw
              PERFORM VARYING WS-Zipd-Idx FROM 1 BY 1
                      UNTIL WS-Zipd-Idx > WS-Zipd-Count
                         OR WS-Zip-Verified
                 IF WS-Norm-State-Code =
                    WS-Zipd-State (WS-Zipd-Idx)
                    AND StgFile-Cust-Zip >=
                        WS-Zipd-Low (WS-Zipd-Idx)
                    AND StgFile-Cust-Zip <=
                        WS-Zipd-High (WS-Zipd-Idx)
                    SET WS-Zip-Verified TO TRUE
                    PERFORM 7345-Check-Directory-City
                 END-IF
              END-PERFORM
              IF NOT WS-Zip-Verified
                 ADD +1 TO WS-Zip-Mismatch-Cnt
                 MOVE "STATE/ZIP MISMATCH" TO Zipm-Reason
                 PERFORM 7360-Write-Zip-Mismatch
              END-IF
           END-IF.

      *    The staged city is already uppercased by 2120, so it
      *       compares straight against the directory's city.
       7345-Check-Directory-City.
           IF WS-Zipd-City (WS-Zipd-Idx) NOT = SPACES
              IF StgFile-Cust-City NOT =
                 WS-Zipd-City (WS-Zipd-Idx)
                 ADD +1 TO WS-Zip-Mismatch-Cnt
                 MOVE "CITY/ZIP MISMATCH" TO Zipm-Reason
                 PERFORM 7360-Write-Zip-Mismatch
              END-IF
           END-IF.

       7360-Write-Zip-Mismatch.
           MOVE StgFile-Cust-Acct-Number TO Zipm-Acct-Number.
           MOVE WS-Norm-State-Code TO Zipm-State-Code.
           MOVE StgFile-Cust-Zip TO Zipm-Zip.
           WRITE ZipMissFile-Record.
           IF NOT WS-ZipMissFile-Good
              DISPLAY "** ERROR **: 7360-Write-Zip-Mismatch"
              DISPLAY "WRITE ZipMissFile Failed."
              DISPLAY "File Status: " WS-ZipMissFile-Status
              MOVE "7360-Write-Zip-Mismatch" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-ZipMissFile-Status TO WS-Excp-File-Status
              MOVE "WRITE ZipMissFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE ZipMissFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Looks WS-FS-Lookup-Code up in the FSMSG message table and
      *       displays the plain-English text alongside it, so the
      *       console log is readable without a status-code card.
       9100-Display-FS-Message.
           SET WS-FS-Message-Idx TO 1.
           SEARCH WS-FS-Message-Entry
              AT END
                 DISPLAY "File Status Meaning: "
                    WS-FS-Unknown-Message
              WHEN WS-FS-Message-Code (WS-FS-Message-Idx) =
                   WS-FS-Lookup-Code
                 DISPLAY "File Status Meaning: "
                    WS-FS-Message-Text (WS-FS-Message-Idx)
           END-SEARCH.

      *    Appends one structured exception record to the common
      *       CUSTEXC file from the staging fields the reporting
      *       site filled in, looking the file status code up in
      *       the FSMSG table on the way so the record carries the
      *       plain-English text too. Losing the exception record
      *       is not worth failing the run over, so a problem here
      *       only warns.
       9200-Log-Exception.
           OPEN EXTEND ExcpFile.
           IF NOT WS-ExcpFile-Good
              AND NOT WS-ExcpFile-Optional-Missing
              DISPLAY "*** WARNING ***"
              DISPLAY "  CUSTEXC NOT AVAILABLE - NOT LOGGED"
              DISPLAY "  File Status:  " WS-ExcpFile-Status
           ELSE
              MOVE SPACES TO Excp-Record
              MOVE "STCBEDT1" TO Excp-Pgm-Id
              MOVE WS-Excp-Paragraph TO Excp-Paragraph
              MOVE WS-Excp-Severity TO Excp-Severity
              MOVE WS-Excp-File-Status TO Excp-File-Status
              IF WS-Excp-File-Status NOT = SPACES
                 SET WS-FS-Message-Idx TO 1
                 SEARCH WS-FS-Message-Entry
                    AT END
                       MOVE WS-FS-Unknown-Message TO Excp-FS-Text
                    WHEN WS-FS-Message-Code (WS-FS-Message-Idx) =
                         WS-Excp-File-Status
                       MOVE WS-FS-Message-Text (WS-FS-Message-Idx)
                          TO Excp-FS-Text
                 END-SEARCH
              END-IF
              MOVE WS-Excp-Message TO Excp-Message
              ACCEPT WS-Excp-Date FROM DATE YYYYMMDD
              ACCEPT WS-Excp-Time FROM TIME
              MOVE WS-Excp-Date TO Excp-Date
              MOVE WS-Excp-Time TO Excp-Time
              WRITE Excp-Record
              IF NOT WS-ExcpFile-Good
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  CUSTEXC WRITE FAILED - NOT LOGGED"
                 DISPLAY "  File Status:  " WS-ExcpFile-Status
              END-IF
              CLOSE ExcpFile
           END-IF.

      *    Appends this step's amount-level control record to the
      *       common CHNLEDG chain ledger: records and balance
      *       hash in (the whole feed), out (what was staged), and
      *       deliberately dropped (invalid, suppressed), under the
      *       chain run id. STCBBAL1 proves Out = In - Drops
      *       step by step. Losing the ledger record is not worth
      *       failing the run over, so a problem here only warns.
       9300-Write-Control-Ledger.
           OPEN EXTEND LdgFile.
           IF NOT WS-LdgFile-Good
              AND NOT WS-LdgFile-Optional-Missing
              DISPLAY "*** WARNING ***"
              DISPLAY "  CHNLEDG NOT AVAILABLE - LEDGER NOT WRITTEN"
              DISPLAY "  File Status: " WS-LdgFile-Status
           ELSE
              MOVE SPACES TO LdgFile-Ledger-Record
              MOVE WS-Chain-Run-Id TO LdgFile-Ldg-Chain-Run-Id
              MOVE "STCBEDT1" TO LdgFile-Ldg-Pgm-Id
              ACCEPT WS-RunLog-Date FROM DATE YYYYMMDD
              ACCEPT WS-RunLog-Time FROM TIME
              MOVE WS-RunLog-Date TO LdgFile-Ldg-Step-Date
              MOVE WS-RunLog-Time TO LdgFile-Ldg-Step-Time
              MOVE WS-Feed-Data-Count TO LdgFile-Ldg-In-Count
              MOVE WS-Feed-Balance-Hash TO LdgFile-Ldg-In-Hash
              MOVE FD-StgFile-Record-Cnt TO LdgFile-Ldg-Out-Count
              MOVE WS-Ldg-Out-Hash TO LdgFile-Ldg-Out-Hash
              COMPUTE LdgFile-Ldg-Drop-Count =
                 WS-Invalid-Cnt + WS-Suppressed-Cnt
              MOVE WS-Ldg-Drop-Hash TO LdgFile-Ldg-Drop-Hash
              WRITE LdgFile-Ledger-Record
              IF NOT WS-LdgFile-Good
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  CHNLEDG WRITE FAILED - LEDGER NOT WRITTEN"
                 DISPLAY "  File Status: " WS-LdgFile-Status
              END-IF
              CLOSE LdgFile
           END-IF.

      *    Turns WS-Date-In-Hand (YYYYMMDD) into a 30-day-month day
      *       count in WS-Days-Out -- crude, but a rolling window of
      *       days does not need to be any finer than that.
       9400-Count-Days.
           MOVE WS-Date-In-Hand (1:4) TO WS-Date-Year.
           MOVE WS-Date-In-Hand (5:2) TO WS-Date-Month.
           MOVE WS-Date-In-Hand (7:2) TO WS-Date-Day.
           COMPUTE WS-Days-Out =
              (WS-Date-Year * 360) + (WS-Date-Month * 30)
              + WS-Date-Day.
