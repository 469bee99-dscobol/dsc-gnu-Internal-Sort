      ***********************************************************
      * Program name:    STCBWIF1
      * Original author: David Stagowski
      *
      * Description: What-if preview of control-file changes.
      *    A change to EXCLCTL, SUPPCTL or REGNCTL used to be made
      *       live and judged by the next night's counts -- and by
      *       then the mailing had gone out (or not). This program
      *       runs a proposed copy of each of those files against
      *       the current CUSTMST side by side with the live copy
      *       and reports what the change would do before anyone
      *       puts it in.
      *
      *    Proposed copies, each optional -- a copy not supplied
      *       means no change proposed to that file, and the live
      *       copy stands in for it:
      *         EXCLPRP  proposed EXCLCTL (state exclusions)
      *         SUPPPRP  proposed SUPPCTL (do-not-mail registry)
      *         REGNPRP  proposed REGNCTL (state-to-region map)
      *
      *    An account mails when it is live on the master, is not
      *       Closed or on Hold (the sort programs drop those
      *       whatever the control files say), its state is not
      *       excluded, no registry entry covers it as of today,
      *       and its state maps to a region. Each account is
      *       judged five ways: all live; each proposed file on
      *       its own with the other two live; and all three
      *       proposed together. A piece is a mailed account on
      *       the post channel -- e-mail accounts count as
      *       accounts but cost no postage.
      *
      *    Postage is priced the way STCBINV1 checks the vendor's
      *       invoice: each scenario's pieces are trayed by 3-digit
      *       ZIP at the STCBPSR1 tray limit, and every tray rates
      *       into the highest RATECTL tier whose minimum its piece
      *       count meets.
      *
      *    The WIFRPT report shows the files compared, the live and
      *       proposed volumes, the accounts, pieces and balance
      *       gained and lost and the postage change for each
      *       proposed file and for all of them together, one line
      *       per individual change (a state added to or dropped
      *       from the exclusions, a registry entry added or
      *       lifted, a state mapped, unmapped or moved between
      *       regions), and the accounts per region live against
      *       proposed. Nothing is updated.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created -- control-file changes
      *                          went live with no way to see
      *                          their effect first.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBWIF1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Master source -- read front to back, never updated.
           SELECT MstFile
           ASSIGN TO CUSTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MstFile-Cust-Acct-Number
           ALTERNATE RECORD KEY IS MstFile-Cust-Last-Name
              WITH DUPLICATES
           FILE STATUS IS WS-MstFile-Status.

      *    Live and proposed state-exclusion lists.
           SELECT ExclFile
           ASSIGN TO EXCLCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExclFile-Status.

           SELECT OPTIONAL ExclPrpFile
           ASSIGN TO EXCLPRP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExclPrpFile-Status.

      *    Live and proposed do-not-mail registries.
           SELECT SuppFile
           ASSIGN TO SUPPCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppFile-Status.

           SELECT OPTIONAL SuppPrpFile
           ASSIGN TO SUPPPRP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppPrpFile-Status.

      *    Live and proposed state-to-region maps.
           SELECT RegnCtlFile
           ASSIGN TO REGNCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RegnCtlFile-Status.

           SELECT OPTIONAL RegnPrpFile
           ASSIGN TO REGNPRP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RegnPrpFile-Status.

      *    Postage tiers -- see 1400-Load-Rate-Table.
           SELECT RateFile
           ASSIGN TO RATECTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RateFile-Status.

      *    The preview report.
           SELECT RptFile
           ASSIGN TO WIFRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RptFile-Status.

      *    Common structured exceptions file, appended to by every
      *       program in the shop -- see 9200-Log-Exception.
           SELECT OPTIONAL ExcpFile
           ASSIGN TO CUSTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExcpFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MstFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTMST REPLACING ==:tag:== BY ==MstFile==.

       FD  ExclFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ExclFile-Record              PIC X(15).

       FD  ExclPrpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ExclPrpFile-Record           PIC X(15).

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

       FD  SuppPrpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SuppPrpFile-Record.
           12  Supp-Prp-Acct-Number       PIC X(10).
           12  Supp-Prp-Reason            PIC X(02).
           12  Supp-Prp-Eff-Date          PIC 9(08).
           12  Supp-Prp-Exp-Date          PIC 9(08).
           12  FILLER                     PIC X(07).

       FD  RegnCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RegnCtlFile-Record.
           12  Regn-Ctl-State             PIC X(15).
           12  Regn-Ctl-Number            PIC 9(01).
           12  Regn-Ctl-Name              PIC X(08).

       FD  RegnPrpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RegnPrpFile-Record.
           12  Regn-Prp-State             PIC X(15).
           12  Regn-Prp-Number            PIC 9(01).
           12  Regn-Prp-Name              PIC X(08).

       FD  RateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RateFile-Record.
           12  Rate-Tier                  PIC X(04).
           12  FILLER                     PIC X(01).
           12  Rate-Min-Pieces            PIC 9(05).
           12  FILLER                     PIC X(01).
           12  Rate-Per-Piece             PIC 9(01)V9(04).
           12  FILLER                     PIC X(03).

       FD  RptFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RptFile-Record                 PIC X(132).

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==MstFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExclFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExclPrpFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppPrpFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RegnCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RegnPrpFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    State name-to-code lookup table, shared with the sort
      *       programs. See 2116-Normalize-State-Code.
           COPY STATECD.

      *    Every control table below holds two sets side by side:
      *       set 1 is the live copy, set 2 the proposed copy.
      *       WS-Load-Set names the set a load paragraph fills;
      *       WS-Check-Set the set a check paragraph searches.
       01  WS-Set-Control.
           12 WS-Load-Set               PIC S9(4) COMP.
           12 WS-Check-Set              PIC S9(4) COMP.
           12 WS-Excl-Prp-Sw            PIC X(01) VALUE "N".
              88 WS-Excl-Prp-Given      VALUE "Y".
           12 WS-Supp-Prp-Sw            PIC X(01) VALUE "N".
              88 WS-Supp-Prp-Given      VALUE "Y".
           12 WS-Regn-Prp-Sw            PIC X(01) VALUE "N".
              88 WS-Regn-Prp-Given      VALUE "Y".

      *    State exclusions, as loaded from EXCLCTL and EXCLPRP.
       01  WS-Exclude-Control.
           12 WS-Exclude-Max            PIC S9(4) COMP VALUE +25.
           12 WS-Exclude-Set OCCURS 2 TIMES.
              16 WS-Exclude-Count       PIC S9(4) COMP.
              16 WS-Exclude-Code        PIC X(02) OCCURS 25 TIMES.
           12 WS-Excl-Sub               PIC S9(4) COMP.
           12 WS-Exclude-Found-Sw       PIC X(01) VALUE "N".
              88 WS-State-Is-Excluded   VALUE "Y".
           12 WS-Check-State            PIC X(02).

      *    Do-not-mail registries, as loaded from SUPPCTL and
      *       SUPPPRP. An entry suppresses only inside its own
      *       effective/expiry window as of today.
       01  WS-Suppress-Control.
           12 WS-Suppress-Max           PIC S9(4) COMP VALUE +200.
           12 WS-Suppress-Set OCCURS 2 TIMES.
              16 WS-Suppress-Count      PIC S9(4) COMP.
              16 WS-Suppress-Entry OCCURS 200 TIMES.
                 20 WS-Supp-Acct        PIC X(10).
                 20 WS-Supp-Eff         PIC 9(08).
                 20 WS-Supp-Exp         PIC 9(08).
           12 WS-Supp-Sub               PIC S9(4) COMP.
           12 WS-Suppress-Found-Sw      PIC X(01) VALUE "N".
              88 WS-Acct-Is-Suppressed  VALUE "Y".
           12 WS-Suppress-Today         PIC 9(08) VALUE ZERO.
           12 WS-Check-Suppress-Acct    PIC X(10).
           12 WS-Load-Supp-Acct         PIC X(10).
           12 WS-Load-Supp-Eff          PIC 9(08).
           12 WS-Load-Supp-Exp          PIC 9(08).

      *    State-to-region maps, as loaded from REGNCTL and
      *       REGNPRP. Region zero means the state maps nowhere.
       01  WS-Region-Control.
           12 WS-Region-Max             PIC S9(4) COMP VALUE +60.
           12 WS-Region-Set OCCURS 2 TIMES.
              16 WS-Region-Count        PIC S9(4) COMP.
              16 WS-Region-Entry OCCURS 60 TIMES.
                 20 WS-Region-State     PIC X(02).
                 20 WS-Region-Number    PIC 9(01).
           12 WS-Region-Name            PIC X(08) OCCURS 4 TIMES.
           12 WS-Rgn-Sub                PIC S9(4) COMP.
           12 WS-Region-In-Hand         PIC 9(01).
           12 WS-Load-Regn-State        PIC X(15).
           12 WS-Load-Regn-Number       PIC 9(01).
           12 WS-Load-Regn-Name         PIC X(08).

      *    Postage tiers from RATECTL, and the tray limit STCBPSR1
      *       closes a tray at.
       01  WS-Rate-Control.
           12 WS-Rate-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Rate-Max               PIC S9(4) COMP VALUE +10.
           12 WS-Rate-Table.
              16 WS-Rate-Entry OCCURS 10 TIMES
                               INDEXED BY WS-Rate-Idx.
                 20 WS-Rate-Tier        PIC X(04).
                 20 WS-Rate-Min         PIC 9(05).
                 20 WS-Rate-Rate        PIC 9(01)V9(04).
           12 WS-Rate-Best-Sub          PIC S9(4) COMP.
           12 WS-Rate-Best-Min          PIC 9(05).
           12 WS-Rate-Sub               PIC S9(4) COMP.
           12 WS-Tray-Piece-Limit       PIC S9(4) COMP VALUE +450.
           12 WS-Tray-Pieces            PIC S9(7) COMP.
           12 WS-Tray-Rate              PIC 9(01)V9(04).
           12 WS-Price-Pieces           PIC S9(7) COMP.
           12 WS-Price-Full-Trays       PIC S9(7) COMP.
           12 WS-Price-Rem              PIC S9(7) COMP.
           12 WS-Unrated-Tray-Cnt       PIC S9(7) COMP VALUE ZERO.

      *    The five ways every account is judged -- which set each
      *       control file is taken from, and the report label.
       01  WS-Scenario-Map.
           12 FILLER PIC X(27) VALUE "111LIVE CONTROL FILES      ".
           12 FILLER PIC X(27) VALUE "211EXCLCTL CHANGE ONLY     ".
           12 FILLER PIC X(27) VALUE "121SUPPCTL CHANGE ONLY     ".
           12 FILLER PIC X(27) VALUE "112REGNCTL CHANGE ONLY     ".
           12 FILLER PIC X(27) VALUE "222ALL PROPOSED TOGETHER   ".
       01  WS-Scenario-Map-R REDEFINES WS-Scenario-Map.
           12 WS-Scen-Map-Entry OCCURS 5 TIMES.
              16 WS-Scen-Excl-Set       PIC 9(01).
              16 WS-Scen-Supp-Set       PIC 9(01).
              16 WS-Scen-Regn-Set       PIC 9(01).
              16 WS-Scen-Label          PIC X(24).

      *    Volumes per scenario, and each scenario's gains and
      *       losses against scenario 1 (all live).
       01  WS-Scenario-Totals.
           12 WS-Scen-Entry OCCURS 5 TIMES.
              16 WS-Scen-Acct-Cnt       PIC S9(7) COMP.
              16 WS-Scen-Piece-Cnt      PIC S9(7) COMP.
              16 WS-Scen-Tray-Cnt       PIC S9(7) COMP.
              16 WS-Scen-Balance        PIC S9(11)V99.
              16 WS-Scen-Postage        PIC S9(09)V9(04).
              16 WS-Scen-Acct-Gain      PIC S9(7) COMP.
              16 WS-Scen-Acct-Lose      PIC S9(7) COMP.
              16 WS-Scen-Pcs-Gain       PIC S9(7) COMP.
              16 WS-Scen-Pcs-Lose       PIC S9(7) COMP.
              16 WS-Scen-Bal-Gain       PIC S9(11)V99.
              16 WS-Scen-Bal-Lose       PIC S9(11)V99.
           12 WS-Scen-Sub               PIC S9(4) COMP.
           12 WS-Postage-Change         PIC S9(09)V9(04).

      *    Post-channel pieces per 3-digit ZIP per scenario, for
      *       the tray pricing. Entry 1001 catches a ZIP that is
      *       not numeric.
       01  WS-Zip3-Control.
           12 WS-Zip3-Entry OCCURS 1001 TIMES.
              16 WS-Zip3-Pieces         PIC S9(7) COMP
                                        OCCURS 5 TIMES.
           12 WS-Zip3-Sub               PIC S9(4) COMP.
           12 WS-Zip3-Num               PIC 9(03).

      *    Accounts that pass the exclusions and the registry, by
      *       region (entry 1 is unmapped, 2-5 regions 1-4) --
      *       column 1 all live, column 2 all proposed.
       01  WS-Region-Volumes.
           12 WS-Rgn-Vol-Entry OCCURS 5 TIMES.
              16 WS-Rgn-Vol-Acct        PIC S9(7) COMP
                                        OCCURS 2 TIMES.
           12 WS-Rgn-Vol-Sub            PIC S9(4) COMP.

      *    The individual differences between the live and proposed
      *       copies, built at 1500-Build-Change-List, with the
      *       accounts each one moves on its own.
       01  WS-Change-Control.
           12 WS-Chg-Count              PIC S9(4) COMP VALUE ZERO.
           12 WS-Chg-Max                PIC S9(4) COMP VALUE +300.
           12 WS-Chg-Entry OCCURS 300 TIMES.
              16 WS-Chg-File            PIC X(07).
              16 WS-Chg-Action          PIC X(04).
              16 WS-Chg-Key             PIC X(10).
              16 WS-Chg-Old-Regn        PIC 9(01).
              16 WS-Chg-New-Regn        PIC 9(01).
              16 WS-Chg-Acct-Gain       PIC S9(7) COMP.
              16 WS-Chg-Acct-Lose       PIC S9(7) COMP.
              16 WS-Chg-Pcs-Gain        PIC S9(7) COMP.
              16 WS-Chg-Pcs-Lose        PIC S9(7) COMP.
              16 WS-Chg-Moved           PIC S9(7) COMP.
              16 WS-Chg-Bal-Gain        PIC S9(11)V99.
              16 WS-Chg-Bal-Lose        PIC S9(11)V99.
           12 WS-Chg-Sub                PIC S9(4) COMP.
           12 WS-Chg-Hit-Sub            PIC S9(4) COMP.
           12 WS-Chg-Find-File          PIC X(07).
           12 WS-Chg-Find-Key           PIC X(10).
           12 WS-Chg-New-Action         PIC X(04).
           12 WS-Chg-New-Old-Regn       PIC 9(01).
           12 WS-Chg-New-New-Regn       PIC 9(01).
           12 WS-Chg-Excl-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Chg-Supp-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Chg-Regn-Cnt           PIC S9(4) COMP VALUE ZERO.

      *    The account in hand, judged against each set.
       01  WS-Acct-Control.
           12 WS-Acct-Set-Result OCCURS 2 TIMES.
              16 WS-Acct-Excl-Sw        PIC X(01).
                 88 WS-Acct-Excl-Hit    VALUE "Y".
              16 WS-Acct-Supp-Sw        PIC X(01).
                 88 WS-Acct-Supp-Hit    VALUE "Y".
              16 WS-Acct-Regn           PIC 9(01).
           12 WS-Acct-Mailed-Sw         PIC X(01) OCCURS 5 TIMES.
           12 WS-Acct-Delta             PIC X(01).
              88 WS-Acct-Gained         VALUE "G".
              88 WS-Acct-Lost           VALUE "L".
              88 WS-Acct-Unchanged      VALUE " ".
           12 WS-Excl-Set-In-Use        PIC S9(4) COMP.
           12 WS-Supp-Set-In-Use        PIC S9(4) COMP.
           12 WS-Regn-Set-In-Use        PIC S9(4) COMP.

       01  WS-File-Counters.
           12 WS-Read-Cnt               PIC S9(7) COMP VALUE ZERO.
           12 WS-Tombstone-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-Status-Drop-Cnt        PIC S9(7) COMP VALUE ZERO.
           12 WS-Judged-Cnt             PIC S9(7) COMP VALUE ZERO.

      *    Report lines.
       01  WS-Wif-Heading-1.
           05  FILLER              PIC X(44) VALUE
               "STCBWIF1 CONTROL-FILE WHAT-IF PREVIEW".
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WS-Wif-Run-Date     PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "PAGE: ".
           05  WS-Wif-Page-No      PIC ZZZ9.

       01  WS-Wif-Scen-Heading-1.
           05  FILLER  PIC X(28) VALUE SPACES.
           05  FILLER  PIC X(34) VALUE
               "--- ACCOUNTS ---  ---- PIECES ----".
           05  FILLER  PIC X(30) VALUE
               "  --------- BALANCE ----------".
           05  FILLER  PIC X(16) VALUE
               "         POSTAGE".

       01  WS-Wif-Scen-Heading-2.
           05  FILLER  PIC X(28) VALUE
               "  SCENARIO".
           05  FILLER  PIC X(34) VALUE
               " GAINED     LOST   GAINED     LOST".
           05  FILLER  PIC X(30) VALUE
               "         GAINED           LOST".
           05  FILLER  PIC X(16) VALUE
               "          CHANGE".

       01  WS-Wif-Scen-Line.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wsl-Label        PIC X(24).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wsl-Acct-Gain    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wsl-Acct-Lose    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wsl-Pcs-Gain     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wsl-Pcs-Lose     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wsl-Bal-Gain     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wsl-Bal-Lose     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wsl-Postage-Chg  PIC ---,---,--9.99.

       01  WS-Wif-Vol-Heading.
           05  FILLER  PIC X(28) VALUE
               "  VOLUMES".
           05  FILLER  PIC X(25) VALUE
               "  ACCTS   PIECES    TRAYS".
           05  FILLER  PIC X(33) VALUE
               "          BALANCE         POSTAGE".

       01  WS-Wif-Vol-Line.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wvl-Label        PIC X(24).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wvl-Accts        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wvl-Pieces       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wvl-Trays        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wvl-Balance      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wvl-Postage      PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-Wif-Chg-Heading-1.
           05  FILLER  PIC X(43) VALUE
               "  FILE     CHANGE  KEY         REGION".
           05  FILLER  PIC X(36) VALUE
               "ACCTS +  ACCTS -   PIECES+   PIECES-".
           05  FILLER  PIC X(39) VALUE
               "      BALANCE +      BALANCE -    MOVED".

       01  WS-Wif-Chg-Line.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wcl-File         PIC X(07).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wcl-Action       PIC X(04).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-Wcl-Key          PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wcl-Region       PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-Wcl-Acct-Gain    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wcl-Acct-Lose    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-Wcl-Pcs-Gain     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-Wcl-Pcs-Lose     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wcl-Bal-Gain     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wcl-Bal-Lose     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wcl-Moved        PIC ZZZ,ZZ9.

       01  WS-Wif-Rgn-Heading.
           05  FILLER  PIC X(27) VALUE
               "  REGION".
           05  FILLER  PIC X(26) VALUE
               "   LIVE  PROPOSED   CHANGE".

       01  WS-Wif-Rgn-Line.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wrl-Number       PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wrl-Name         PIC X(19).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-Wrl-Live         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-Wrl-Proposed     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Wrl-Change       PIC ---,--9.

       01  WS-Wif-Print-Line       PIC X(132).
       01  WS-Wif-Blank-Line       PIC X(01) VALUE SPACE.

       01  WS-Wif-Edit-Fields.
           05  WS-Wif-Ed-1         PIC ZZZ,ZZ9.
           05  WS-Wif-Ed-2         PIC ZZZ,ZZ9.
           05  WS-Wif-Ed-3         PIC ZZZ,ZZ9.
           05  WS-Wif-Regn-X       PIC 9(01).

       01  WS-Report-Control.
           05  WS-Rpt-Line-Count   PIC S9(4) COMP VALUE ZERO.
           05  WS-Rpt-Page-Count   PIC S9(4) COMP VALUE ZERO.
           05  WS-Rpt-Lines-Per-Pg PIC S9(4) COMP VALUE +55.

      *    Staging fields for 9200-Log-Exception -- each reporting
      *       site fills these, then performs the common logger.
       01  WS-Excp-Control.
           12 WS-Excp-Paragraph         PIC X(30).
           12 WS-Excp-Severity          PIC X(01).
           12 WS-Excp-File-Status       PIC X(02).
           12 WS-Excp-Message           PIC X(40).
           12 WS-Excp-Date              PIC 9(08).
           12 WS-Excp-Time              PIC 9(08).

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program STCBWIF1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           ACCEPT WS-Suppress-Today FROM DATE YYYYMMDD.
           MOVE WS-Suppress-Today TO WS-Wif-Run-Date.
           INITIALIZE WS-Scenario-Totals.
           INITIALIZE WS-Zip3-Control.
           INITIALIZE WS-Region-Volumes.
           MOVE SPACES TO WS-Region-Name (1) WS-Region-Name (2)
                          WS-Region-Name (3) WS-Region-Name (4).
           PERFORM 1100-Load-Exclusions.
           PERFORM 1200-Load-Suppressions.
           PERFORM 1300-Load-Regions.
           PERFORM 1400-Load-Rate-Table.
           PERFORM 1500-Build-Change-List.
           OPEN OUTPUT RptFile.
           IF NOT WS-RptFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open RptFile Failed."
              DISPLAY "File Status: " WS-RptFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RptFile-Status TO WS-Excp-File-Status
              MOVE "Open WIFRPT Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 7000-Write-Report-Heading.
           OPEN INPUT MstFile.
           IF NOT WS-MstFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MstFile-Status TO WS-Excp-File-Status
              MOVE "Open MstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE RptFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Loads the live exclusion list into set 1 and the proposed
      *       one into set 2. The live list is required, as it is
      *       for the sorts; with no EXCLPRP the live list is
      *       copied into set 2 and no change is proposed.
       1100-Load-Exclusions.
           MOVE ZERO TO WS-Exclude-Count (1).
           MOVE ZERO TO WS-Exclude-Count (2).
           OPEN INPUT ExclFile.
           IF NOT WS-ExclFile-Good
              DISPLAY "** ERROR **: 1100-Load-Exclusions"
              DISPLAY "Open ExclFile Failed."
              DISPLAY "File Status: " WS-ExclFile-Status
              MOVE "1100-Load-Exclusions" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-ExclFile-Status TO WS-Excp-File-Status
              MOVE "Open ExclFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 1 TO WS-Load-Set.
           PERFORM UNTIL WS-ExclFile-EOF
              READ ExclFile
                 AT END
                    SET WS-ExclFile-EOF TO TRUE
                 NOT AT END
                    IF ExclFile-Record NOT = SPACES
                       MOVE ExclFile-Record TO WS-Norm-State-In
                       PERFORM 1110-Add-Exclusion
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ExclFile.
           OPEN INPUT ExclPrpFile.
           IF WS-ExclPrpFile-Optional-Missing
              CLOSE ExclPrpFile
              MOVE WS-Exclude-Set (1) TO WS-Exclude-Set (2)
           ELSE
              IF NOT WS-ExclPrpFile-Good
                 DISPLAY "** ERROR **: 1100-Load-Exclusions"
                 DISPLAY "Open ExclPrpFile Failed."
                 DISPLAY "File Status: " WS-ExclPrpFile-Status
                 MOVE "1100-Load-Exclusions" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-ExclPrpFile-Status TO WS-Excp-File-Status
                 MOVE "Open ExclPrpFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              SET WS-Excl-Prp-Given TO TRUE
              MOVE 2 TO WS-Load-Set
              PERFORM UNTIL WS-ExclPrpFile-EOF
                 READ ExclPrpFile
                    AT END
                       SET WS-ExclPrpFile-EOF TO TRUE
                    NOT AT END
                       IF ExclPrpFile-Record NOT = SPACES
                          MOVE ExclPrpFile-Record TO WS-Norm-State-In
                          PERFORM 1110-Add-Exclusion
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ExclPrpFile
           END-IF.

       1110-Add-Exclusion.
           IF WS-Exclude-Count (WS-Load-Set) < WS-Exclude-Max
              ADD +1 TO WS-Exclude-Count (WS-Load-Set)
              PERFORM 2116-Normalize-State-Code
              MOVE WS-Exclude-Count (WS-Load-Set) TO WS-Excl-Sub
              MOVE WS-Norm-State-Code
                 TO WS-Exclude-Code (WS-Load-Set, WS-Excl-Sub)
           ELSE
              DISPLAY "*** WARNING ***"
              DISPLAY "  EXCLUSION ENTRY IGNORED - TABLE FULL"
              DISPLAY "  " WS-Norm-State-In
           END-IF.

      *    Loads the live registry into set 1 and the proposed one
      *       into set 2, the same way as the exclusions.
       1200-Load-Suppressions.
           MOVE ZERO TO WS-Suppress-Count (1).
           MOVE ZERO TO WS-Suppress-Count (2).
           OPEN INPUT SuppFile.
           IF NOT WS-SuppFile-Good
              DISPLAY "** ERROR **: 1200-Load-Suppressions"
              DISPLAY "Open SuppFile Failed."
              DISPLAY "File Status: " WS-SuppFile-Status
              MOVE "1200-Load-Suppressions" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-SuppFile-Status TO WS-Excp-File-Status
              MOVE "Open SuppFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 1 TO WS-Load-Set.
           PERFORM UNTIL WS-SuppFile-EOF
              READ SuppFile
                 AT END
                    SET WS-SuppFile-EOF TO TRUE
                 NOT AT END
                    MOVE Supp-Acct-Number TO WS-Load-Supp-Acct
                    MOVE Supp-Eff-Date TO WS-Load-Supp-Eff
                    MOVE Supp-Exp-Date TO WS-Load-Supp-Exp
                    PERFORM 1210-Add-Suppression
              END-READ
           END-PERFORM.
           CLOSE SuppFile.
           OPEN INPUT SuppPrpFile.
           IF WS-SuppPrpFile-Optional-Missing
              CLOSE SuppPrpFile
              MOVE WS-Suppress-Set (1) TO WS-Suppress-Set (2)
           ELSE
              IF NOT WS-SuppPrpFile-Good
                 DISPLAY "** ERROR **: 1200-Load-Suppressions"
                 DISPLAY "Open SuppPrpFile Failed."
                 DISPLAY "File Status: " WS-SuppPrpFile-Status
                 MOVE "1200-Load-Suppressions" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-SuppPrpFile-Status TO WS-Excp-File-Status
                 MOVE "Open SuppPrpFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              SET WS-Supp-Prp-Given TO TRUE
              MOVE 2 TO WS-Load-Set
              PERFORM UNTIL WS-SuppPrpFile-EOF
                 READ SuppPrpFile
                    AT END
                       SET WS-SuppPrpFile-EOF TO TRUE
                    NOT AT END
                       MOVE Supp-Prp-Acct-Number TO WS-Load-Supp-Acct
                       MOVE Supp-Prp-Eff-Date TO WS-Load-Supp-Eff
                       MOVE Supp-Prp-Exp-Date TO WS-Load-Supp-Exp
                       PERFORM 1210-Add-Suppression
                 END-READ
              END-PERFORM
              CLOSE SuppPrpFile
           END-IF.

       1210-Add-Suppression.
           IF WS-Suppress-Count (WS-Load-Set) < WS-Suppress-Max
              ADD +1 TO WS-Suppress-Count (WS-Load-Set)
              MOVE WS-Suppress-Count (WS-Load-Set) TO WS-Supp-Sub
              MOVE WS-Load-Supp-Acct
                 TO WS-Supp-Acct (WS-Load-Set, WS-Supp-Sub)
              MOVE WS-Load-Supp-Eff
                 TO WS-Supp-Eff (WS-Load-Set, WS-Supp-Sub)
              MOVE WS-Load-Supp-Exp
                 TO WS-Supp-Exp (WS-Load-Set, WS-Supp-Sub)
           ELSE
              DISPLAY "*** WARNING ***"
              DISPLAY "  REGISTRY ENTRY IGNORED - TABLE FULL"
              DISPLAY "  " WS-Load-Supp-Acct
           END-IF.

      *    Loads the live region map into set 1 and the proposed one
      *       into set 2. As in STCBSPL1, a live map that cannot be
      *       read or is empty stops the run.
       1300-Load-Regions.
           MOVE ZERO TO WS-Region-Count (1).
           MOVE ZERO TO WS-Region-Count (2).
           OPEN INPUT RegnCtlFile.
           IF NOT WS-RegnCtlFile-Good
              DISPLAY "** ERROR **: 1300-Load-Regions"
              DISPLAY "Open RegnCtlFile Failed."
              DISPLAY "File Status: " WS-RegnCtlFile-Status
              MOVE "1300-Load-Regions" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RegnCtlFile-Status TO WS-Excp-File-Status
              MOVE "Open RegnCtlFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 1 TO WS-Load-Set.
           PERFORM UNTIL WS-RegnCtlFile-EOF
              READ RegnCtlFile
                 AT END
                    SET WS-RegnCtlFile-EOF TO TRUE
                 NOT AT END
                    MOVE Regn-Ctl-State TO WS-Load-Regn-State
                    MOVE Regn-Ctl-Number TO WS-Load-Regn-Number
                    MOVE Regn-Ctl-Name TO WS-Load-Regn-Name
                    PERFORM 1310-Add-Region
              END-READ
           END-PERFORM.
           CLOSE RegnCtlFile.
           IF WS-Region-Count (1) = ZERO
              DISPLAY "** ERROR **: 1300-Load-Regions"
              DISPLAY "REGNCTL IS EMPTY - NOTHING MAPS TO A REGION"
              MOVE "1300-Load-Regions" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "REGNCTL IS EMPTY" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT RegnPrpFile.
           IF WS-RegnPrpFile-Optional-Missing
              CLOSE RegnPrpFile
              MOVE WS-Region-Set (1) TO WS-Region-Set (2)
           ELSE
              IF NOT WS-RegnPrpFile-Good
                 DISPLAY "** ERROR **: 1300-Load-Regions"
                 DISPLAY "Open RegnPrpFile Failed."
                 DISPLAY "File Status: " WS-RegnPrpFile-Status
                 MOVE "1300-Load-Regions" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-RegnPrpFile-Status TO WS-Excp-File-Status
                 MOVE "Open RegnPrpFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              SET WS-Regn-Prp-Given TO TRUE
              MOVE 2 TO WS-Load-Set
              PERFORM UNTIL WS-RegnPrpFile-EOF
                 READ RegnPrpFile
                    AT END
                       SET WS-RegnPrpFile-EOF TO TRUE
                    NOT AT END
                       MOVE Regn-Prp-State TO WS-Load-Regn-State
                       MOVE Regn-Prp-Number TO WS-Load-Regn-Number
                       MOVE Regn-Prp-Name TO WS-Load-Regn-Name
                       PERFORM 1310-Add-Region
                 END-READ
              END-PERFORM
              CLOSE RegnPrpFile
           END-IF.

      *    A region's name is taken from the first entry that names
      *       it, live or proposed, for the report.
       1310-Add-Region.
           IF WS-Load-Regn-Number < 1 OR WS-Load-Regn-Number > 4
              DISPLAY "*** WARNING ***"
              DISPLAY "  REGION ENTRY IGNORED - BAD REGION NUMBER"
              DISPLAY "  " WS-Load-Regn-State
           ELSE
              IF WS-Region-Count (WS-Load-Set) < WS-Region-Max
                 ADD +1 TO WS-Region-Count (WS-Load-Set)
                 MOVE WS-Region-Count (WS-Load-Set) TO WS-Rgn-Sub
                 MOVE WS-Load-Regn-State TO WS-Norm-State-In
                 PERFORM 2116-Normalize-State-Code
                 MOVE WS-Norm-State-Code
                    TO WS-Region-State (WS-Load-Set, WS-Rgn-Sub)
                 MOVE WS-Load-Regn-Number
                    TO WS-Region-Number (WS-Load-Set, WS-Rgn-Sub)
                 IF WS-Region-Name (WS-Load-Regn-Number) = SPACES
                    MOVE WS-Load-Regn-Name
                       TO WS-Region-Name (WS-Load-Regn-Number)
                 END-IF
              ELSE
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  REGION ENTRY IGNORED - TABLE FULL"
              END-IF
           END-IF.

      *    Loads the postage tiers. Without them nothing can be
      *       priced, so a missing or empty RATECTL stops the run.
       1400-Load-Rate-Table.
           OPEN INPUT RateFile.
           IF NOT WS-RateFile-Good
              DISPLAY "** ERROR **: 1400-Load-Rate-Table"
              DISPLAY "Open RateFile Failed."
              DISPLAY "File Status: " WS-RateFile-Status
              MOVE "1400-Load-Rate-Table" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RateFile-Status TO WS-Excp-File-Status
              MOVE "Open RateFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-RateFile-EOF
              READ RateFile
                 AT END
                    SET WS-RateFile-EOF TO TRUE
                 NOT AT END
                    IF WS-Rate-Count < WS-Rate-Max
                       ADD +1 TO WS-Rate-Count
                       SET WS-Rate-Idx TO WS-Rate-Count
                       MOVE Rate-Tier
                          TO WS-Rate-Tier (WS-Rate-Idx)
                       MOVE Rate-Min-Pieces
                          TO WS-Rate-Min (WS-Rate-Idx)
                       MOVE Rate-Per-Piece
                          TO WS-Rate-Rate (WS-Rate-Idx)
                    ELSE
                       DISPLAY "*** WARNING ***"
                       DISPLAY "  RATECTL ENTRY IGNORED - TABLE FULL"
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RateFile.
           IF WS-Rate-Count = ZERO
              DISPLAY "** ERROR **: 1400-Load-Rate-Table"
              DISPLAY "RATECTL IS EMPTY - NOTHING TO PRICE WITH"
              MOVE "1400-Load-Rate-Table" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "RATECTL IS EMPTY" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Lists every individual difference between the live and
      *       proposed sets, so the accounts each one moves can be
      *       charged to it as the master is read.
       1500-Build-Change-List.
           PERFORM 1510-Diff-Exclusions.
           PERFORM 1520-Diff-Suppressions.
           PERFORM 1530-Diff-Regions.

      *    A state in the proposed list and not the live one is an
      *       added exclusion; the other way round, a dropped one.
       1510-Diff-Exclusions.
           MOVE "EXCLCTL" TO WS-Chg-Find-File.
           MOVE ZERO TO WS-Chg-New-Old-Regn.
           MOVE ZERO TO WS-Chg-New-New-Regn.
           PERFORM VARYING WS-Excl-Sub FROM 1 BY 1
                   UNTIL WS-Excl-Sub > WS-Exclude-Count (2)
              MOVE WS-Exclude-Code (2, WS-Excl-Sub) TO WS-Check-State
              MOVE 1 TO WS-Check-Set
              PERFORM 2110-Check-Exclusion
              IF NOT WS-State-Is-Excluded
                 MOVE "ADD" TO WS-Chg-New-Action
                 MOVE WS-Check-State TO WS-Chg-Find-Key
                 PERFORM 1590-Add-Change
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-Excl-Sub FROM 1 BY 1
                   UNTIL WS-Excl-Sub > WS-Exclude-Count (1)
              MOVE WS-Exclude-Code (1, WS-Excl-Sub) TO WS-Check-State
              MOVE 2 TO WS-Check-Set
              PERFORM 2110-Check-Exclusion
              IF NOT WS-State-Is-Excluded
                 MOVE "DROP" TO WS-Chg-New-Action
                 MOVE WS-Check-State TO WS-Chg-Find-Key
                 PERFORM 1590-Add-Change
              END-IF
           END-PERFORM.

      *    Only entries in force today matter -- an entry whose
      *       dates change without moving today in or out of its
      *       window changes nothing tonight.
       1520-Diff-Suppressions.
           MOVE "SUPPCTL" TO WS-Chg-Find-File.
           MOVE ZERO TO WS-Chg-New-Old-Regn.
           MOVE ZERO TO WS-Chg-New-New-Regn.
           PERFORM VARYING WS-Supp-Sub FROM 1 BY 1
                   UNTIL WS-Supp-Sub > WS-Suppress-Count (2)
              IF WS-Suppress-Today >= WS-Supp-Eff (2, WS-Supp-Sub)
                 AND WS-Suppress-Today <= WS-Supp-Exp (2, WS-Supp-Sub)
                 MOVE WS-Supp-Acct (2, WS-Supp-Sub)
                    TO WS-Check-Suppress-Acct
                 MOVE 1 TO WS-Check-Set
                 PERFORM 2120-Check-Suppression
                 IF NOT WS-Acct-Is-Suppressed
                    MOVE "ADD" TO WS-Chg-New-Action
                    MOVE WS-Check-Suppress-Acct TO WS-Chg-Find-Key
                    PERFORM 1590-Add-Change
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-Supp-Sub FROM 1 BY 1
                   UNTIL WS-Supp-Sub > WS-Suppress-Count (1)
              IF WS-Suppress-Today >= WS-Supp-Eff (1, WS-Supp-Sub)
                 AND WS-Suppress-Today <= WS-Supp-Exp (1, WS-Supp-Sub)
                 MOVE WS-Supp-Acct (1, WS-Supp-Sub)
                    TO WS-Check-Suppress-Acct
                 MOVE 2 TO WS-Check-Set
                 PERFORM 2120-Check-Suppression
                 IF NOT WS-Acct-Is-Suppressed
                    MOVE "DROP" TO WS-Chg-New-Action
                    MOVE WS-Check-Suppress-Acct TO WS-Chg-Find-Key
                    PERFORM 1590-Add-Change
                 END-IF
              END-IF
           END-PERFORM.

      *    Every state named in either map is looked up in both; a
      *       state whose region differs is mapped (none before),
      *       unmapped (none after) or moved.
       1530-Diff-Regions.
           MOVE "REGNCTL" TO WS-Chg-Find-File.
           PERFORM VARYING WS-Rgn-Sub FROM 1 BY 1
                   UNTIL WS-Rgn-Sub > WS-Region-Count (1)
              MOVE WS-Region-State (1, WS-Rgn-Sub) TO WS-Check-State
              PERFORM 1535-Diff-One-Region-State
           END-PERFORM.
           PERFORM VARYING WS-Rgn-Sub FROM 1 BY 1
                   UNTIL WS-Rgn-Sub > WS-Region-Count (2)
              MOVE WS-Region-State (2, WS-Rgn-Sub) TO WS-Check-State
              PERFORM 1535-Diff-One-Region-State
           END-PERFORM.

       1535-Diff-One-Region-State.
           MOVE 1 TO WS-Check-Set.
           PERFORM 2130-Find-Region.
           MOVE WS-Region-In-Hand TO WS-Chg-New-Old-Regn.
           MOVE 2 TO WS-Check-Set.
           PERFORM 2130-Find-Region.
           MOVE WS-Region-In-Hand TO WS-Chg-New-New-Regn.
           IF WS-Chg-New-Old-Regn NOT = WS-Chg-New-New-Regn
              EVALUATE TRUE
                 WHEN WS-Chg-New-Old-Regn = ZERO
                    MOVE "ADD" TO WS-Chg-New-Action
                 WHEN WS-Chg-New-New-Regn = ZERO
                    MOVE "DROP" TO WS-Chg-New-Action
                 WHEN OTHER
                    MOVE "MOVE" TO WS-Chg-New-Action
              END-EVALUATE
              MOVE WS-Check-State TO WS-Chg-Find-Key
              PERFORM 1590-Add-Change
           END-IF.

      *    Adds the change in WS-Chg-Find-File/Key unless it is
      *       already listed -- a state or account repeated in a
      *       control file is still one change.
       1590-Add-Change.
           PERFORM 2160-Find-Change.
           IF WS-Chg-Hit-Sub = ZERO
              IF WS-Chg-Count < WS-Chg-Max
                 ADD +1 TO WS-Chg-Count
                 MOVE WS-Chg-Count TO WS-Chg-Sub
                 MOVE WS-Chg-Find-File TO WS-Chg-File (WS-Chg-Sub)
                 MOVE WS-Chg-New-Action TO WS-Chg-Action (WS-Chg-Sub)
                 MOVE WS-Chg-Find-Key TO WS-Chg-Key (WS-Chg-Sub)
                 MOVE WS-Chg-New-Old-Regn
                    TO WS-Chg-Old-Regn (WS-Chg-Sub)
                 MOVE WS-Chg-New-New-Regn
                    TO WS-Chg-New-Regn (WS-Chg-Sub)
                 MOVE ZERO TO WS-Chg-Acct-Gain (WS-Chg-Sub)
                 MOVE ZERO TO WS-Chg-Acct-Lose (WS-Chg-Sub)
                 MOVE ZERO TO WS-Chg-Pcs-Gain (WS-Chg-Sub)
                 MOVE ZERO TO WS-Chg-Pcs-Lose (WS-Chg-Sub)
                 MOVE ZERO TO WS-Chg-Moved (WS-Chg-Sub)
                 MOVE ZERO TO WS-Chg-Bal-Gain (WS-Chg-Sub)
                 MOVE ZERO TO WS-Chg-Bal-Lose (WS-Chg-Sub)
                 EVALUATE WS-Chg-Find-File
                    WHEN "EXCLCTL"
                       ADD +1 TO WS-Chg-Excl-Cnt
                    WHEN "SUPPCTL"
                       ADD +1 TO WS-Chg-Supp-Cnt
                    WHEN "REGNCTL"
                       ADD +1 TO WS-Chg-Regn-Cnt
                 END-EVALUATE
              ELSE
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  CHANGE NOT LISTED - TABLE FULL: "
                    WS-Chg-Find-File " " WS-Chg-Find-Key
              END-IF
           END-IF.

       2000-Process.
           PERFORM UNTIL WS-MstFile-EOF
              READ MstFile NEXT
                 AT END SET WS-MstFile-EOF TO TRUE
                 NOT AT END
                    ADD +1 TO WS-Read-Cnt
                    PERFORM 2100-Judge-Account
              END-READ
           END-PERFORM.
           CLOSE MstFile.

      *    Dropped accounts and Closed or Held accounts never mail,
      *       whatever the control files say, so they are counted
      *       and left out.
       2100-Judge-Account.
           IF MstFile-Mst-Tombstoned
              ADD +1 TO WS-Tombstone-Cnt
           ELSE
              IF MstFile-Acct-Status-Closed
                 OR MstFile-Acct-Status-Hold
                 ADD +1 TO WS-Status-Drop-Cnt
              ELSE
                 ADD +1 TO WS-Judged-Cnt
                 PERFORM 2105-Score-Account
              END-IF
           END-IF.

      *    Judges the account against both sets of every control
      *       file once, then works out from those results whether
      *       it mails under each of the five scenarios.
       2105-Score-Account.
           MOVE MstFile-Cust-State TO WS-Norm-State-In.
           PERFORM 2116-Normalize-State-Code.
           MOVE WS-Norm-State-Code TO WS-Check-State.
           MOVE MstFile-Cust-Acct-Number TO WS-Check-Suppress-Acct.
           PERFORM 2106-Judge-One-Set
              VARYING WS-Check-Set FROM 1 BY 1
              UNTIL WS-Check-Set > 2.
           IF MstFile-Cust-Zip (1:3) IS NUMERIC
              MOVE MstFile-Cust-Zip (1:3) TO WS-Zip3-Num
              COMPUTE WS-Zip3-Sub = WS-Zip3-Num + 1
           ELSE
              MOVE 1001 TO WS-Zip3-Sub
           END-IF.
           PERFORM 2140-Score-Scenario
              VARYING WS-Scen-Sub FROM 1 BY 1
              UNTIL WS-Scen-Sub > 5.
           PERFORM 2150-Compare-Scenario
              VARYING WS-Scen-Sub FROM 2 BY 1
              UNTIL WS-Scen-Sub > 5.
           PERFORM 2170-Count-Region-Volume.

       2106-Judge-One-Set.
           PERFORM 2110-Check-Exclusion.
           MOVE WS-Exclude-Found-Sw TO WS-Acct-Excl-Sw (WS-Check-Set).
           PERFORM 2120-Check-Suppression.
           MOVE WS-Suppress-Found-Sw
              TO WS-Acct-Supp-Sw (WS-Check-Set).
           PERFORM 2130-Find-Region.
           MOVE WS-Region-In-Hand TO WS-Acct-Regn (WS-Check-Set).

      *    Flags WS-Check-State when it is on the exclusion list in
      *       set WS-Check-Set.
       2110-Check-Exclusion.
           MOVE "N" TO WS-Exclude-Found-Sw.
           PERFORM VARYING WS-Excl-Sub FROM 1 BY 1
                   UNTIL WS-Excl-Sub > WS-Exclude-Count (WS-Check-Set)
                      OR WS-State-Is-Excluded
              IF WS-Check-State =
                 WS-Exclude-Code (WS-Check-Set, WS-Excl-Sub)
                 SET WS-State-Is-Excluded TO TRUE
              END-IF
           END-PERFORM.

      *    Flags the account in WS-Check-Suppress-Acct when an entry
      *       in set WS-Check-Set covers it as of today.
       2120-Check-Suppression.
           MOVE "N" TO WS-Suppress-Found-Sw.
           PERFORM VARYING WS-Supp-Sub FROM 1 BY 1
                   UNTIL WS-Supp-Sub > WS-Suppress-Count (WS-Check-Set)
                      OR WS-Acct-Is-Suppressed
              IF WS-Check-Suppress-Acct =
                    WS-Supp-Acct (WS-Check-Set, WS-Supp-Sub)
                 AND WS-Suppress-Today >=
                    WS-Supp-Eff (WS-Check-Set, WS-Supp-Sub)
                 AND WS-Suppress-Today <=
                    WS-Supp-Exp (WS-Check-Set, WS-Supp-Sub)
                 SET WS-Acct-Is-Suppressed TO TRUE
              END-IF
           END-PERFORM.

      *    Returns the region WS-Check-State maps to in set
      *       WS-Check-Set, or zero when it maps nowhere. The first
      *       entry for a state wins, as it does in STCBSPL1.
       2130-Find-Region.
           MOVE ZERO TO WS-Region-In-Hand.
           PERFORM VARYING WS-Rgn-Sub FROM 1 BY 1
                   UNTIL WS-Rgn-Sub > WS-Region-Count (WS-Check-Set)
                      OR WS-Region-In-Hand > ZERO
              IF WS-Check-State =
                 WS-Region-State (WS-Check-Set, WS-Rgn-Sub)
                 MOVE WS-Region-Number (WS-Check-Set, WS-Rgn-Sub)
                    TO WS-Region-In-Hand
              END-IF
           END-PERFORM.

      *    Mails under scenario WS-Scen-Sub when the scenario's
      *       exclusion list and registry both pass the account and
      *       its region map places it somewhere.
       2140-Score-Scenario.
           MOVE WS-Scen-Excl-Set (WS-Scen-Sub) TO WS-Excl-Set-In-Use.
           MOVE WS-Scen-Supp-Set (WS-Scen-Sub) TO WS-Supp-Set-In-Use.
           MOVE WS-Scen-Regn-Set (WS-Scen-Sub) TO WS-Regn-Set-In-Use.
           MOVE "N" TO WS-Acct-Mailed-Sw (WS-Scen-Sub).
           IF NOT WS-Acct-Excl-Hit (WS-Excl-Set-In-Use)
              AND NOT WS-Acct-Supp-Hit (WS-Supp-Set-In-Use)
              AND WS-Acct-Regn (WS-Regn-Set-In-Use) > ZERO
              MOVE "Y" TO WS-Acct-Mailed-Sw (WS-Scen-Sub)
              ADD +1 TO WS-Scen-Acct-Cnt (WS-Scen-Sub)
              ADD MstFile-Cust-Acct-Balance
                 TO WS-Scen-Balance (WS-Scen-Sub)
              IF MstFile-Contact-By-Post
                 ADD +1 TO WS-Scen-Piece-Cnt (WS-Scen-Sub)
                 ADD +1 TO WS-Zip3-Pieces (WS-Zip3-Sub, WS-Scen-Sub)
              END-IF
           END-IF.

      *    Sets the account's gain or loss under scenario WS-Scen-Sub
      *       against scenario 1. A single-file scenario also
      *       charges the change that caused it, and a region move
      *       that leaves the account mailing is counted as moved.
       2150-Compare-Scenario.
           MOVE SPACE TO WS-Acct-Delta.
           IF WS-Acct-Mailed-Sw (WS-Scen-Sub) = "Y"
              AND WS-Acct-Mailed-Sw (1) = "N"
              SET WS-Acct-Gained TO TRUE
              ADD +1 TO WS-Scen-Acct-Gain (WS-Scen-Sub)
              ADD MstFile-Cust-Acct-Balance
                 TO WS-Scen-Bal-Gain (WS-Scen-Sub)
              IF MstFile-Contact-By-Post
                 ADD +1 TO WS-Scen-Pcs-Gain (WS-Scen-Sub)
              END-IF
           END-IF.
           IF WS-Acct-Mailed-Sw (WS-Scen-Sub) = "N"
              AND WS-Acct-Mailed-Sw (1) = "Y"
              SET WS-Acct-Lost TO TRUE
              ADD +1 TO WS-Scen-Acct-Lose (WS-Scen-Sub)
              ADD MstFile-Cust-Acct-Balance
                 TO WS-Scen-Bal-Lose (WS-Scen-Sub)
              IF MstFile-Contact-By-Post
                 ADD +1 TO WS-Scen-Pcs-Lose (WS-Scen-Sub)
              END-IF
           END-IF.
           IF WS-Scen-Sub < 5
              IF NOT WS-Acct-Unchanged
                 OR (WS-Scen-Sub = 4
                     AND WS-Acct-Mailed-Sw (1) = "Y"
                     AND WS-Acct-Mailed-Sw (4) = "Y"
                     AND WS-Acct-Regn (1) NOT = WS-Acct-Regn (2))
                 PERFORM 2155-Charge-Change
              END-IF
           END-IF.

       2155-Charge-Change.
           EVALUATE WS-Scen-Sub
              WHEN 2
                 MOVE "EXCLCTL" TO WS-Chg-Find-File
                 MOVE WS-Check-State TO WS-Chg-Find-Key
              WHEN 3
                 MOVE "SUPPCTL" TO WS-Chg-Find-File
                 MOVE WS-Check-Suppress-Acct TO WS-Chg-Find-Key
              WHEN OTHER
                 MOVE "REGNCTL" TO WS-Chg-Find-File
                 MOVE WS-Check-State TO WS-Chg-Find-Key
           END-EVALUATE.
           PERFORM 2160-Find-Change.
           IF WS-Chg-Hit-Sub > ZERO
              EVALUATE TRUE
                 WHEN WS-Acct-Gained
                    ADD +1 TO WS-Chg-Acct-Gain (WS-Chg-Hit-Sub)
                    ADD MstFile-Cust-Acct-Balance
                       TO WS-Chg-Bal-Gain (WS-Chg-Hit-Sub)
                    IF MstFile-Contact-By-Post
                       ADD +1 TO WS-Chg-Pcs-Gain (WS-Chg-Hit-Sub)
                    END-IF
                 WHEN WS-Acct-Lost
                    ADD +1 TO WS-Chg-Acct-Lose (WS-Chg-Hit-Sub)
                    ADD MstFile-Cust-Acct-Balance
                       TO WS-Chg-Bal-Lose (WS-Chg-Hit-Sub)
                    IF MstFile-Contact-By-Post
                       ADD +1 TO WS-Chg-Pcs-Lose (WS-Chg-Hit-Sub)
                    END-IF
                 WHEN OTHER
                    ADD +1 TO WS-Chg-Moved (WS-Chg-Hit-Sub)
              END-EVALUATE
           END-IF.

      *    Finds WS-Chg-Find-File/Key in the change list, returning
      *       its entry in WS-Chg-Hit-Sub, or zero.
       2160-Find-Change.
           MOVE ZERO TO WS-Chg-Hit-Sub.
           PERFORM VARYING WS-Chg-Sub FROM 1 BY 1
                   UNTIL WS-Chg-Sub > WS-Chg-Count
                      OR WS-Chg-Hit-Sub > ZERO
              IF WS-Chg-File (WS-Chg-Sub) = WS-Chg-Find-File
                 AND WS-Chg-Key (WS-Chg-Sub) = WS-Chg-Find-Key
                 MOVE WS-Chg-Sub TO WS-Chg-Hit-Sub
              END-IF
           END-PERFORM.

      *    Counts the account into its region under all-live and
      *       under all-proposed, when the exclusions and registry
      *       of that set let it through.
       2170-Count-Region-Volume.
           IF NOT WS-Acct-Excl-Hit (1)
              AND NOT WS-Acct-Supp-Hit (1)
              COMPUTE WS-Rgn-Vol-Sub = WS-Acct-Regn (1) + 1
              ADD +1 TO WS-Rgn-Vol-Acct (WS-Rgn-Vol-Sub, 1)
           END-IF.
           IF NOT WS-Acct-Excl-Hit (2)
              AND NOT WS-Acct-Supp-Hit (2)
              COMPUTE WS-Rgn-Vol-Sub = WS-Acct-Regn (2) + 1
              ADD +1 TO WS-Rgn-Vol-Acct (WS-Rgn-Vol-Sub, 2)
           END-IF.

      *    Converts a state name or code in WS-Norm-State-In into a
      *       2-character code in WS-Norm-State-Code, the shared
      *       STATECD convention.
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

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           PERFORM 3100-Price-Scenarios.
           PERFORM 7200-Write-Control-Section.
           PERFORM 7300-Write-Scenario-Section.
           PERFORM 7400-Write-Change-Section.
           PERFORM 7500-Write-Region-Section.
           CLOSE RptFile.
           COMPUTE WS-Postage-Change =
              WS-Scen-Postage (5) - WS-Scen-Postage (1).
           DISPLAY EOJ-End-Message.
           DISPLAY "Master Records Read     : " WS-Read-Cnt.
           DISPLAY "Dropped Accounts        : " WS-Tombstone-Cnt.
           DISPLAY "Closed/Held Accounts    : " WS-Status-Drop-Cnt.
           DISPLAY "Accounts Judged         : " WS-Judged-Cnt.
           DISPLAY "Changes Listed          : " WS-Chg-Count.
           DISPLAY "Mailed - Live           : " WS-Scen-Acct-Cnt (1).
           DISPLAY "Mailed - All Proposed   : " WS-Scen-Acct-Cnt (5).
           DISPLAY "Postage Change          : " WS-Postage-Change.
           IF WS-Unrated-Tray-Cnt > ZERO
              DISPLAY "*** WARNING ***"
              DISPLAY "  TRAYS FIT NO RATE TIER - NOT PRICED: "
                 WS-Unrated-Tray-Cnt
              MOVE "3000-End-Job" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "TRAYS FIT NO RATECTL TIER" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.

      *    Trays each scenario's pieces by 3-digit ZIP -- as many
      *       full trays as the limit allows, then one for the rest
      *       -- and prices every tray through the rate tiers.
       3100-Price-Scenarios.
           PERFORM 3110-Price-One-Scenario
              VARYING WS-Scen-Sub FROM 1 BY 1
              UNTIL WS-Scen-Sub > 5.

       3110-Price-One-Scenario.
           MOVE ZERO TO WS-Scen-Postage (WS-Scen-Sub).
           MOVE ZERO TO WS-Scen-Tray-Cnt (WS-Scen-Sub).
           PERFORM 3120-Price-One-Zip3
              VARYING WS-Zip3-Sub FROM 1 BY 1
              UNTIL WS-Zip3-Sub > 1001.

       3120-Price-One-Zip3.
           MOVE WS-Zip3-Pieces (WS-Zip3-Sub, WS-Scen-Sub)
              TO WS-Price-Pieces.
           IF WS-Price-Pieces > ZERO
              DIVIDE WS-Price-Pieces BY WS-Tray-Piece-Limit
                 GIVING WS-Price-Full-Trays
                 REMAINDER WS-Price-Rem
              IF WS-Price-Full-Trays > ZERO
                 MOVE WS-Tray-Piece-Limit TO WS-Tray-Pieces
                 PERFORM 3130-Rate-Tray
                 ADD WS-Price-Full-Trays
                    TO WS-Scen-Tray-Cnt (WS-Scen-Sub)
                 COMPUTE WS-Scen-Postage (WS-Scen-Sub) =
                    WS-Scen-Postage (WS-Scen-Sub)
                    + (WS-Price-Full-Trays * WS-Tray-Piece-Limit
                       * WS-Tray-Rate)
              END-IF
              IF WS-Price-Rem > ZERO
                 MOVE WS-Price-Rem TO WS-Tray-Pieces
                 PERFORM 3130-Rate-Tray
                 ADD +1 TO WS-Scen-Tray-Cnt (WS-Scen-Sub)
                 COMPUTE WS-Scen-Postage (WS-Scen-Sub) =
                    WS-Scen-Postage (WS-Scen-Sub)
                    + (WS-Price-Rem * WS-Tray-Rate)
              END-IF
           END-IF.

      *    The tray lands in the highest tier whose minimum its
      *       piece count meets, as STCBINV1 rates it.
       3130-Rate-Tray.
           MOVE ZERO TO WS-Rate-Best-Sub.
           MOVE ZERO TO WS-Rate-Best-Min.
           PERFORM VARYING WS-Rate-Sub FROM 1 BY 1
                   UNTIL WS-Rate-Sub > WS-Rate-Count
              IF WS-Tray-Pieces >= WS-Rate-Min (WS-Rate-Sub)
                 AND (WS-Rate-Best-Sub = ZERO
                      OR WS-Rate-Min (WS-Rate-Sub)
                         > WS-Rate-Best-Min)
                 MOVE WS-Rate-Sub TO WS-Rate-Best-Sub
                 MOVE WS-Rate-Min (WS-Rate-Sub)
                    TO WS-Rate-Best-Min
              END-IF
           END-PERFORM.
           IF WS-Rate-Best-Sub = ZERO
              MOVE ZERO TO WS-Tray-Rate
              ADD +1 TO WS-Unrated-Tray-Cnt
           ELSE
              MOVE WS-Rate-Rate (WS-Rate-Best-Sub) TO WS-Tray-Rate
           END-IF.

      *    Starts a new report page: heading and a blank line, then
      *       resets the line count.
       7000-Write-Report-Heading.
           ADD +1 TO WS-Rpt-Page-Count.
           MOVE WS-Rpt-Page-Count TO WS-Wif-Page-No.
           WRITE RptFile-Record FROM WS-Wif-Heading-1.
           WRITE RptFile-Record FROM WS-Wif-Blank-Line.
           MOVE ZERO TO WS-Rpt-Line-Count.

      *    Writes WS-Wif-Print-Line, starting a new page first if
      *       the current one is full.
       7100-Write-Report-Line.
           IF WS-Rpt-Line-Count >= WS-Rpt-Lines-Per-Pg
              PERFORM 7000-Write-Report-Heading
           END-IF.
           WRITE RptFile-Record FROM WS-Wif-Print-Line.
           IF NOT WS-RptFile-Good
              DISPLAY "** ERROR **: 7100-Write-Report-Line"
              DISPLAY "WRITE RptFile Failed."
              DISPLAY "File Status: " WS-RptFile-Status
              MOVE "7100-Write-Report-Line" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RptFile-Status TO WS-Excp-File-Status
              MOVE "WRITE WIFRPT Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE RptFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Rpt-Line-Count.

      *    What was compared: each control file's live and proposed
      *       entry counts and how many changes were found, then
      *       how the master was read.
       7200-Write-Control-Section.
           MOVE "CONTROL FILES COMPARED" TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Exclude-Count (1) TO WS-Wif-Ed-1.
           MOVE WS-Exclude-Count (2) TO WS-Wif-Ed-2.
           MOVE WS-Chg-Excl-Cnt TO WS-Wif-Ed-3.
           MOVE SPACES TO WS-Wif-Print-Line.
           IF WS-Excl-Prp-Given
              STRING "  EXCLCTL  LIVE ENTRIES " WS-Wif-Ed-1
                     "   EXCLPRP ENTRIES " WS-Wif-Ed-2
                     "   CHANGES " WS-Wif-Ed-3
                 DELIMITED BY SIZE INTO WS-Wif-Print-Line
           ELSE
              STRING "  EXCLCTL  LIVE ENTRIES " WS-Wif-Ed-1
                     "   NO EXCLPRP SUPPLIED - NO CHANGE"
                 DELIMITED BY SIZE INTO WS-Wif-Print-Line
           END-IF.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Suppress-Count (1) TO WS-Wif-Ed-1.
           MOVE WS-Suppress-Count (2) TO WS-Wif-Ed-2.
           MOVE WS-Chg-Supp-Cnt TO WS-Wif-Ed-3.
           MOVE SPACES TO WS-Wif-Print-Line.
           IF WS-Supp-Prp-Given
              STRING "  SUPPCTL  LIVE ENTRIES " WS-Wif-Ed-1
                     "   SUPPPRP ENTRIES " WS-Wif-Ed-2
                     "   CHANGES " WS-Wif-Ed-3
                 DELIMITED BY SIZE INTO WS-Wif-Print-Line
           ELSE
              STRING "  SUPPCTL  LIVE ENTRIES " WS-Wif-Ed-1
                     "   NO SUPPPRP SUPPLIED - NO CHANGE"
                 DELIMITED BY SIZE INTO WS-Wif-Print-Line
           END-IF.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Region-Count (1) TO WS-Wif-Ed-1.
           MOVE WS-Region-Count (2) TO WS-Wif-Ed-2.
           MOVE WS-Chg-Regn-Cnt TO WS-Wif-Ed-3.
           MOVE SPACES TO WS-Wif-Print-Line.
           IF WS-Regn-Prp-Given
              STRING "  REGNCTL  LIVE ENTRIES " WS-Wif-Ed-1
                     "   REGNPRP ENTRIES " WS-Wif-Ed-2
                     "   CHANGES " WS-Wif-Ed-3
                 DELIMITED BY SIZE INTO WS-Wif-Print-Line
           ELSE
              STRING "  REGNCTL  LIVE ENTRIES " WS-Wif-Ed-1
                     "   NO REGNPRP SUPPLIED - NO CHANGE"
                 DELIMITED BY SIZE INTO WS-Wif-Print-Line
           END-IF.
           PERFORM 7100-Write-Report-Line.
           MOVE SPACES TO WS-Wif-Print-Line.
           STRING "  REGISTRY ENTRIES JUDGED IN FORCE AS OF "
                  WS-Suppress-Today
              DELIMITED BY SIZE INTO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Tray-Piece-Limit TO WS-Wif-Ed-1.
           MOVE WS-Rate-Count TO WS-Wif-Ed-2.
           MOVE SPACES TO WS-Wif-Print-Line.
           STRING "  POSTAGE: TRAYS BY 3-DIGIT ZIP OF UP TO "
                  WS-Wif-Ed-1 " PIECES, " WS-Wif-Ed-2
                  " RATECTL TIERS"
              DELIMITED BY SIZE INTO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE SPACES TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Read-Cnt TO WS-Wif-Ed-1.
           MOVE SPACES TO WS-Wif-Print-Line.
           STRING "  MASTER RECORDS READ      " WS-Wif-Ed-1
              DELIMITED BY SIZE INTO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Tombstone-Cnt TO WS-Wif-Ed-1.
           MOVE SPACES TO WS-Wif-Print-Line.
           STRING "  DROPPED ACCOUNTS         " WS-Wif-Ed-1
              DELIMITED BY SIZE INTO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Status-Drop-Cnt TO WS-Wif-Ed-1.
           MOVE SPACES TO WS-Wif-Print-Line.
           STRING "  CLOSED OR HELD ACCOUNTS  " WS-Wif-Ed-1
              DELIMITED BY SIZE INTO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Judged-Cnt TO WS-Wif-Ed-1.
           MOVE SPACES TO WS-Wif-Print-Line.
           STRING "  ACCOUNTS JUDGED          " WS-Wif-Ed-1
              DELIMITED BY SIZE INTO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.

      *    Live and all-proposed volumes, then the gains, losses and
      *       postage change of each proposed file on its own and
      *       of all of them together.
       7300-Write-Scenario-Section.
           MOVE SPACES TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Wif-Vol-Heading TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE 1 TO WS-Scen-Sub.
           PERFORM 7310-Write-Volume-Line.
           MOVE 5 TO WS-Scen-Sub.
           PERFORM 7310-Write-Volume-Line.
           MOVE SPACES TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Wif-Scen-Heading-1 TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Wif-Scen-Heading-2 TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           PERFORM 7320-Write-Scenario-Line
              VARYING WS-Scen-Sub FROM 2 BY 1
              UNTIL WS-Scen-Sub > 5.

       7310-Write-Volume-Line.
           MOVE WS-Scen-Label (WS-Scen-Sub) TO WS-Wvl-Label.
           MOVE WS-Scen-Acct-Cnt (WS-Scen-Sub) TO WS-Wvl-Accts.
           MOVE WS-Scen-Piece-Cnt (WS-Scen-Sub) TO WS-Wvl-Pieces.
           MOVE WS-Scen-Tray-Cnt (WS-Scen-Sub) TO WS-Wvl-Trays.
           MOVE WS-Scen-Balance (WS-Scen-Sub) TO WS-Wvl-Balance.
           COMPUTE WS-Wvl-Postage ROUNDED =
              WS-Scen-Postage (WS-Scen-Sub).
           MOVE WS-Wif-Vol-Line TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.

       7320-Write-Scenario-Line.
           MOVE WS-Scen-Label (WS-Scen-Sub) TO WS-Wsl-Label.
           MOVE WS-Scen-Acct-Gain (WS-Scen-Sub) TO WS-Wsl-Acct-Gain.
           MOVE WS-Scen-Acct-Lose (WS-Scen-Sub) TO WS-Wsl-Acct-Lose.
           MOVE WS-Scen-Pcs-Gain (WS-Scen-Sub) TO WS-Wsl-Pcs-Gain.
           MOVE WS-Scen-Pcs-Lose (WS-Scen-Sub) TO WS-Wsl-Pcs-Lose.
           MOVE WS-Scen-Bal-Gain (WS-Scen-Sub) TO WS-Wsl-Bal-Gain.
           MOVE WS-Scen-Bal-Lose (WS-Scen-Sub) TO WS-Wsl-Bal-Lose.
           COMPUTE WS-Wsl-Postage-Chg ROUNDED =
              WS-Scen-Postage (WS-Scen-Sub) - WS-Scen-Postage (1).
           MOVE WS-Wif-Scen-Line TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.

      *    One line per individual change with the accounts it moves
      *       on its own. Postage is priced per file (above), not per
      *       change -- a tray's tier depends on everything in it.
       7400-Write-Change-Section.
           MOVE SPACES TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE "INDIVIDUAL CHANGES" TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           IF WS-Chg-Count = ZERO
              MOVE "  NO DIFFERENCES BETWEEN LIVE AND PROPOSED COPIES"
                 TO WS-Wif-Print-Line
              PERFORM 7100-Write-Report-Line
           ELSE
              MOVE WS-Wif-Chg-Heading-1 TO WS-Wif-Print-Line
              PERFORM 7100-Write-Report-Line
              PERFORM 7410-Write-Change-Line
                 VARYING WS-Chg-Sub FROM 1 BY 1
                 UNTIL WS-Chg-Sub > WS-Chg-Count
           END-IF.

       7410-Write-Change-Line.
           MOVE WS-Chg-File (WS-Chg-Sub) TO WS-Wcl-File.
           MOVE WS-Chg-Action (WS-Chg-Sub) TO WS-Wcl-Action.
           MOVE WS-Chg-Key (WS-Chg-Sub) TO WS-Wcl-Key.
           MOVE SPACES TO WS-Wcl-Region.
           IF WS-Chg-File (WS-Chg-Sub) = "REGNCTL"
              PERFORM 7420-Format-Region-Move
           END-IF.
           MOVE WS-Chg-Acct-Gain (WS-Chg-Sub) TO WS-Wcl-Acct-Gain.
           MOVE WS-Chg-Acct-Lose (WS-Chg-Sub) TO WS-Wcl-Acct-Lose.
           MOVE WS-Chg-Pcs-Gain (WS-Chg-Sub) TO WS-Wcl-Pcs-Gain.
           MOVE WS-Chg-Pcs-Lose (WS-Chg-Sub) TO WS-Wcl-Pcs-Lose.
           MOVE WS-Chg-Bal-Gain (WS-Chg-Sub) TO WS-Wcl-Bal-Gain.
           MOVE WS-Chg-Bal-Lose (WS-Chg-Sub) TO WS-Wcl-Bal-Lose.
           MOVE WS-Chg-Moved (WS-Chg-Sub) TO WS-Wcl-Moved.
           MOVE WS-Wif-Chg-Line TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.

      *    Shows a region change as "1 TO 2", with NONE for the
      *       side that maps nowhere.
       7420-Format-Region-Move.
           IF WS-Chg-Old-Regn (WS-Chg-Sub) = ZERO
              MOVE WS-Chg-New-Regn (WS-Chg-Sub) TO WS-Wif-Regn-X
              STRING "NONE TO " WS-Wif-Regn-X
                 DELIMITED BY SIZE INTO WS-Wcl-Region
           ELSE
              MOVE WS-Chg-Old-Regn (WS-Chg-Sub) TO WS-Wif-Regn-X
              STRING WS-Wif-Regn-X " TO "
                 DELIMITED BY SIZE INTO WS-Wcl-Region
              IF WS-Chg-New-Regn (WS-Chg-Sub) = ZERO
                 MOVE "NONE" TO WS-Wcl-Region (6:4)
              ELSE
                 MOVE WS-Chg-New-Regn (WS-Chg-Sub) TO WS-Wif-Regn-X
                 MOVE WS-Wif-Regn-X TO WS-Wcl-Region (6:1)
              END-IF
           END-IF.

      *    Accounts that get past the exclusions and registry, by
      *       region, all live against all proposed.
       7500-Write-Region-Section.
           MOVE SPACES TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           MOVE WS-Wif-Rgn-Heading TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.
           PERFORM 7510-Write-Region-Line
              VARYING WS-Rgn-Vol-Sub FROM 2 BY 1
              UNTIL WS-Rgn-Vol-Sub > 5.
           MOVE 1 TO WS-Rgn-Vol-Sub.
           PERFORM 7510-Write-Region-Line.

       7510-Write-Region-Line.
           IF WS-Rgn-Vol-Sub = 1
              MOVE SPACE TO WS-Wrl-Number
              MOVE "NO REGION (SPLTREJ)" TO WS-Wrl-Name
           ELSE
              COMPUTE WS-Wif-Regn-X = WS-Rgn-Vol-Sub - 1
              MOVE WS-Wif-Regn-X TO WS-Wrl-Number
              MOVE WS-Region-Name (WS-Wif-Regn-X) TO WS-Wrl-Name
           END-IF.
           MOVE WS-Rgn-Vol-Acct (WS-Rgn-Vol-Sub, 1) TO WS-Wrl-Live.
           MOVE WS-Rgn-Vol-Acct (WS-Rgn-Vol-Sub, 2)
              TO WS-Wrl-Proposed.
           COMPUTE WS-Wrl-Change =
              WS-Rgn-Vol-Acct (WS-Rgn-Vol-Sub, 2)
              - WS-Rgn-Vol-Acct (WS-Rgn-Vol-Sub, 1).
           MOVE WS-Wif-Rgn-Line TO WS-Wif-Print-Line.
           PERFORM 7100-Write-Report-Line.

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
              MOVE "STCBWIF1" TO Excp-Pgm-Id
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
