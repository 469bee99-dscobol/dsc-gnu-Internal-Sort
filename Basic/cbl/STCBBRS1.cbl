      ***********************************************************
      * Program name:    STCBBRS1
      * Original author: David Stagowski
      *
      * Description: Report bursting and distribution manifest.
      *    CUSTRPT, CUSTMGT, UNDWORKQ, DQWORKL, CUSTUND and
      *       CUSTUNDB (vendor B's returns) each come off the chain
      *       as one big file, and someone has been tearing them
      *       apart by hand so each regional office gets its own
      *       states. This program does the tearing: it reads
      *       the DISTCTL distribution control file, then cuts each
      *       report into one page-headed file per recipient
      *       holding only the lines for the states that recipient
      *       covers.
      *
      *    DISTCTL, one keyword per record in the SELCTL style
      *       (keyword in 1-8, value from 10). A RECIPNT record
      *       starts each recipient; the records after it, up to
      *       the next RECIPNT, describe that recipient:
      *         RECIPNT  recipient id (1-8 characters, also the
      *                  suffix of the recipient's file names)
      *         NAME     recipient name, for the headings
      *         REPORT   a report the recipient gets -- CUSTRPT,
      *                  CUSTMGT, UNDWORKQ, DQWORKL, CUSTUND or
      *                  CUSTUNDB;
      *                  repeat for each report
      *         REGION   a REGNCTL region number (1-4) -- every
      *                  state REGNCTL maps to it is covered
      *         STATE    one state, name or code, or ALL
      *       REGION and STATE may be repeated and mixed. A "*" in
      *       column 1 marks a comment.
      *
      *    Each recipient's copy of a report goes to a file named
      *       report.recipient (CUSTRPT.EAST and so on). Every page
      *       opens with the report's own REPORT ID line (page
      *       number renumbered for the copy), a DISTRIBUTION line
      *       naming the recipient, and the report's column
      *       heading. What is recomputed for the slice:
      *         CUSTRPT   the records-printed total;
      *         CUSTMGT   the per-state percent of total balance
      *                   and the "**" grand line (count, balance,
      *                   average, VIP). The chain-wide rejection
      *                   and run-history sections cannot be cut
      *                   by state and go only to recipients
      *                   covering ALL states;
      *         UNDWORKQ  a REASON group heading appears only when
      *                   the recipient has lines in that group,
      *                   and is repeated at the top of a page;
      *         DQWORKL,
      *         CUSTUND,
      *         CUSTUNDB  (no subtotals) lines as they stand.
      *
      *    A report that is not present for the run is noted on the
      *       manifest and skipped -- not every report is produced
      *       every day.
      *
      *    The DISTMAN manifest lists each recipient and its
      *       coverage, one line per file cut with its pages, lines
      *       and entries, the pages and lines per recipient, and
      *       per report the lines read against the entries no
      *       recipient covered -- so a state nobody was given
      *       shows up instead of quietly going unread.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created -- reports were being
      *                          split by hand for each office.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBBRS1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    State-to-region map -- see 1100-Load-Region-Table.
           SELECT RegnCtlFile
           ASSIGN TO REGNCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RegnCtlFile-Status.

      *    Distribution control -- see 1200-Load-Distribution.
           SELECT DistCtlFile
           ASSIGN TO DISTCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DistCtlFile-Status.

      *    The report being cut -- ASSIGN USING takes the report's
      *       file name from working storage at each OPEN.
           SELECT OPTIONAL InFile
           ASSIGN USING WS-In-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InFile-Status.

      *    One recipient's copy of the report, named
      *       report.recipient at each OPEN.
           SELECT BurstFile
           ASSIGN USING WS-Out-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BurstFile-Status.

      *    The distribution manifest.
           SELECT ManFile
           ASSIGN TO DISTMAN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ManFile-Status.

      *    Common structured exceptions file, appended to by every
      *       program in the shop -- see 9200-Log-Exception.
           SELECT OPTIONAL ExcpFile
           ASSIGN TO CUSTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExcpFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RegnCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RegnCtlFile-Record.
           12  Regn-Ctl-State             PIC X(15).
           12  Regn-Ctl-Number            PIC 9(01).
           12  Regn-Ctl-Name              PIC X(08).

       FD  DistCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DistCtlFile-Record.
           12  Dist-Ctl-Keyword           PIC X(08).
           12  FILLER                     PIC X(01).
           12  Dist-Ctl-Value             PIC X(15).
           12  FILLER                     PIC X(06).

      *    Wide enough for the widest report (CUSTMGT); the
      *       narrower reports read in padded with spaces.
       FD  InFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  InFile-Record                  PIC X(132).

       FD  BurstFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  BurstFile-Record               PIC X(132).

       FD  ManFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ManFile-Record                 PIC X(132).

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RegnCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DistCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BurstFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ManFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    State name-to-code lookup table, shared with the sort
      *       programs. See 2116-Normalize-State-Code.
           COPY STATECD.

      *    State-to-region map, as loaded from REGNCTL.
       01  WS-Region-Control.
           12 WS-Region-Count           PIC S9(4) COMP VALUE ZERO.
           12 WS-Region-Max             PIC S9(4) COMP VALUE +60.
           12 WS-Region-Table.
              16 WS-Region-Entry OCCURS 60 TIMES
                                 INDEXED BY WS-Region-Idx.
                 20 WS-Region-State     PIC X(02).
                 20 WS-Region-Number    PIC 9(01).

      *    The reports that can be cut: the file name, where the
      *       state sits on a detail line and how wide it is, and
      *       whether the report carries its own REPORT ID page
      *       heading (the others get one built here).
       01  WS-Report-Def-Map.
           12 FILLER  PIC X(14) VALUE "CUSTRPT 05015Y".
           12 FILLER  PIC X(14) VALUE "CUSTMGT 00102Y".
           12 FILLER  PIC X(14) VALUE "UNDWORKQ05015N".
           12 FILLER  PIC X(14) VALUE "DQWORKL 07202N".
           12 FILLER  PIC X(14) VALUE "CUSTUND 07802N".
           12 FILLER  PIC X(14) VALUE "CUSTUNDB07802N".
       01  WS-Report-Def-Table REDEFINES WS-Report-Def-Map.
           12 WS-Rdf-Entry OCCURS 6 TIMES.
              16 WS-Rdf-Name            PIC X(08).
              16 WS-Rdf-State-Pos       PIC 9(03).
              16 WS-Rdf-State-Len       PIC 9(02).
              16 WS-Rdf-Own-Heading-Sw  PIC X(01).
                 88 WS-Rdf-Own-Heading  VALUE "Y".
       01  WS-Report-Def-Control.
           12 WS-Rdf-Count              PIC S9(4) COMP VALUE +6.
           12 WS-Rdf-Sub                PIC S9(4) COMP.
           12 WS-Rdf-Found-Sw           PIC X(01).
              88 WS-Rdf-Found           VALUE "Y".
           12 WS-Rdf-Hit-Sub            PIC S9(4) COMP.

      *    Per-report totals for the manifest's coverage section.
      *       Lines and entries are counted on the first pass over
      *       each report only.
       01  WS-Report-Totals.
           12 WS-Rtl-Entry OCCURS 6 TIMES.
              16 WS-Rtl-Present-Sw      PIC X(01).
                 88 WS-Rtl-Present      VALUE "Y".
                 88 WS-Rtl-Missing      VALUE "N".
              16 WS-Rtl-Recipients      PIC S9(4) COMP.
              16 WS-Rtl-Lines-Read      PIC S9(7) COMP.
              16 WS-Rtl-Entries         PIC S9(7) COMP.
              16 WS-Rtl-Undist          PIC S9(7) COMP.

      *    Recipients, as loaded from DISTCTL -- the reports each
      *       gets (one switch per WS-Rdf-Entry), the states it
      *       covers, and its totals for the manifest.
       01  WS-Recipient-Control.
           12 WS-Rcp-Count              PIC S9(4) COMP VALUE ZERO.
           12 WS-Rcp-Max                PIC S9(4) COMP VALUE +20.
           12 WS-Rcp-Table.
              16 WS-Rcp-Entry OCCURS 20 TIMES.
                 20 WS-Rcp-Id           PIC X(08).
                 20 WS-Rcp-Name         PIC X(15).
                 20 WS-Rcp-All-Sw       PIC X(01).
                    88 WS-Rcp-All-States VALUE "Y".
                 20 WS-Rcp-Report-Sw    PIC X(01) OCCURS 6 TIMES.
                 20 WS-Rcp-State-Count  PIC S9(4) COMP.
                 20 WS-Rcp-State        PIC X(02) OCCURS 60 TIMES.
                 20 WS-Rcp-Files        PIC S9(4) COMP.
                 20 WS-Rcp-Pages        PIC S9(7) COMP.
                 20 WS-Rcp-Lines        PIC S9(7) COMP.
                 20 WS-Rcp-Entries      PIC S9(7) COMP.
           12 WS-Rcp-Sub                PIC S9(4) COMP.
           12 WS-Rcp-Cur                PIC S9(4) COMP VALUE ZERO.
           12 WS-Rcp-Dup-Sw             PIC X(01).
              88 WS-Rcp-Dup             VALUE "Y".
           12 WS-Rcp-St-Sub             PIC S9(4) COMP.
           12 WS-Rcp-Rpt-Cnt            PIC S9(4) COMP.
           12 WS-Add-State              PIC X(02).
           12 WS-Add-State-Dup-Sw       PIC X(01).
              88 WS-Add-State-Dup       VALUE "Y".
           12 WS-Add-Region             PIC 9(01).
           12 WS-Dist-Warn-Text         PIC X(40).

      *    Coverage test -- is WS-Line-State covered by recipient
      *       WS-Cov-Sub (2400), or by any recipient of the report
      *       in hand (2410)?
       01  WS-Coverage-Work.
           12 WS-Line-State             PIC X(02).
           12 WS-Cov-Sub                PIC S9(4) COMP.
           12 WS-Cov-St-Sub             PIC S9(4) COMP.
           12 WS-Covered-Sw             PIC X(01).
              88 WS-Covered             VALUE "Y".
           12 WS-Any-Covered-Sw         PIC X(01).
              88 WS-Any-Covered         VALUE "Y".

      *    Work fields for cutting one report for one recipient.
       01  WS-Burst-Control.
           12 WS-In-File-Name           PIC X(20).
           12 WS-Out-File-Name          PIC X(20).
           12 WS-In-Line                PIC X(132).
           12 WS-Out-Line               PIC X(132).
           12 WS-Own-Heading-1          PIC X(132).
           12 WS-Col-Heading            PIC X(132).
           12 WS-Group-Line             PIC X(132).
           12 WS-Hdg-Work               PIC X(132).
           12 WS-Hdg-Tally              PIC S9(4) COMP.
           12 WS-Hdg-Page-Ed            PIC ZZZ9.
           12 WS-First-Pass-Sw          PIC X(01).
              88 WS-First-Pass          VALUE "Y".
           12 WS-Group-Pending-Sw       PIC X(01).
              88 WS-Group-Pending       VALUE "Y".
           12 WS-Group-Written-Sw       PIC X(01).
              88 WS-Group-Written       VALUE "Y".
           12 WS-Skip-Blank-Sw          PIC X(01).
              88 WS-Skip-Blank          VALUE "Y".
           12 WS-Mgt-Mode-Sw            PIC X(01).
              88 WS-Mgt-Preamble        VALUE "P".
              88 WS-Mgt-States          VALUE "S".
              88 WS-Mgt-Chain-Wide      VALUE "C".
           12 WS-File-Line-Cnt          PIC S9(7) COMP.
           12 WS-File-Entry-Cnt         PIC S9(7) COMP.

      *    CUSTMGT state lines covered by the recipient, held until
      *       the "**" grand line so the percent of total can be
      *       worked against the recipient's own total.
       01  WS-Mgt-Slice.
           12 WS-Slc-Count              PIC S9(4) COMP VALUE ZERO.
           12 WS-Slc-Sub                PIC S9(4) COMP.
           12 WS-Slc-Table.
              16 WS-Slc-Entry OCCURS 60 TIMES.
                 20 WS-Slc-State        PIC X(02).
                 20 WS-Slc-Cust-Cnt     PIC 9(07).
                 20 WS-Slc-Balance      PIC S9(11)V99.
                 20 WS-Slc-VIP-Cnt      PIC 9(07).
           12 WS-Slc-Tot-Cust-Cnt       PIC 9(07).
           12 WS-Slc-Tot-Balance        PIC S9(13)V99.
           12 WS-Slc-Tot-VIP-Cnt        PIC 9(07).
           12 WS-Slc-Avg-Balance        PIC S9(9)V99.
           12 WS-Slc-Pct-Balance        PIC 9(03)V9.

      *    The CUSTMGT state line, laid out exactly as STCBRPT5
      *       prints it -- read through to pick the figures up,
      *       and filled back in to print the recipient's slice.
       01  WS-Mgt-State-Line.
           05  WS-Msl-State        PIC X(02).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-Msl-Count        PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-Msl-Balance      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-Msl-Average      PIC -Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-Msl-Pct          PIC ZZ9.9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Msl-VIP          PIC ZZZZZZ9.

      *    Page heading for a report that does not carry its own.
       01  WS-Brs-Heading-1.
           05  FILLER              PIC X(10) VALUE "REPORT ID:".
           05  WS-Bh1-Report       PIC X(08).
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(32) VALUE
               "DISTRIBUTION COPY".
           05  FILLER              PIC X(06) VALUE "PAGE: ".
           05  WS-Bh1-Page-No      PIC ZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WS-Bh1-Run-Date     PIC 9(08).

       01  WS-Brs-Dist-Line.
           05  FILLER              PIC X(14) VALUE "DISTRIBUTION: ".
           05  WS-Bdl-Id           PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Bdl-Name         PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Bdl-Covers       PIC X(30).

       01  WS-Brs-Total-Line.
           05  FILLER              PIC X(32) VALUE
               "TOTAL CUSTOMER RECORDS PRINTED:".
           05  WS-Btl-Count        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  WS-Brs-Empty-Line       PIC X(40) VALUE
               "*** NO ENTRIES FOR THIS DISTRIBUTION ***".

       01  WS-Brs-Mgt-Note         PIC X(60) VALUE
               "CHAIN-WIDE VOLUME SECTIONS GO TO ALL-STATE RECIPIENTS".

       01  WS-Brs-Blank-Line       PIC X(01) VALUE SPACE.

       01  WS-Brs-Cnt-Ed           PIC ZZ9.

      *    Page control for the file being cut.
       01  WS-Report-Control.
           05  WS-Rpt-Line-Count   PIC S9(4) COMP VALUE ZERO.
           05  WS-Rpt-Page-Count   PIC S9(4) COMP VALUE ZERO.
           05  WS-Rpt-Lines-Per-Pg PIC S9(4) COMP VALUE +55.
           05  WS-Run-Date         PIC 9(08).

      *    DISTMAN manifest layouts.
       01  WS-Man-Heading-1.
           05  FILLER              PIC X(10) VALUE "REPORT ID:".
           05  FILLER              PIC X(08) VALUE "STCBBRS1".
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(32) VALUE
               "REPORT DISTRIBUTION MANIFEST".
           05  FILLER              PIC X(06) VALUE "PAGE: ".
           05  WS-Mh1-Page-No      PIC ZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WS-Mh1-Run-Date     PIC 9(08).

       01  WS-Man-Section-Line.
           05  FILLER              PIC X(04) VALUE "--- ".
           05  WS-Man-Section-Title PIC X(50).

       01  WS-Man-Print-Line       PIC X(132).

       01  WS-Man-Rcp-Heading.
           05  FILLER  PIC X(27) VALUE "RECIPNT   NAME".
           05  FILLER  PIC X(47) VALUE "REPORTS".
           05  FILLER  PIC X(06) VALUE "COVERS".

       01  WS-Man-Rcp-Line.
           05  WS-Mrl-Id           PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mrl-Name         PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mrl-Reports      PIC X(45).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mrl-Covers       PIC X(45).
       01  WS-Mrl-Ptr              PIC S9(4) COMP.
       01  WS-Mrl-Per-Line         PIC S9(4) COMP.

       01  WS-Man-File-Heading.
           05  FILLER  PIC X(42) VALUE
               "RECIPNT   REPORT    FILE".
           05  FILLER  PIC X(24) VALUE
               "PAGES    LINES  ENTRIES".

       01  WS-Man-File-Line.
           05  WS-Mfl-Id           PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mfl-Report       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mfl-File         PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mfl-Pages        PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mfl-Lines        PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mfl-Entries      PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mfl-Note         PIC X(30).

       01  WS-Man-Tot-Heading.
           05  FILLER  PIC X(26) VALUE "RECIPNT   NAME".
           05  FILLER  PIC X(31) VALUE
               "FILES  PAGES    LINES  ENTRIES".

       01  WS-Man-Tot-Line.
           05  WS-Mtl-Id           PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mtl-Name         PIC X(15).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mtl-Files        PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mtl-Pages        PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mtl-Lines        PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mtl-Entries      PIC ZZZZZZ9.

       01  WS-Man-Cov-Heading.
           05  FILLER  PIC X(44) VALUE
               "REPORT    RCPT  LINES READ  ENTRIES  UNDIST".

       01  WS-Man-Cov-Line.
           05  WS-Mcl-Report       PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mcl-Recips       PIC ZZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  WS-Mcl-Read         PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mcl-Entries      PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-Mcl-Undist       PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Mcl-Note         PIC X(40).

       01  WS-Man-Control.
           05  WS-Man-Line-Count   PIC S9(4) COMP VALUE ZERO.
           05  WS-Man-Page-Count   PIC S9(4) COMP VALUE ZERO.

       01  WS-File-Counters.
           12 WS-Files-Cut-Cnt          PIC S9(5) COMP VALUE ZERO.
           12 WS-Dist-Warn-Cnt          PIC S9(5) COMP VALUE ZERO.
           12 WS-Not-Present-Cnt        PIC S9(5) COMP VALUE ZERO.
           12 WS-Undist-Total           PIC S9(7) COMP VALUE ZERO.

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
              "*** Program STCBBRS1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           MOVE WS-Run-Date TO WS-Bh1-Run-Date.
           MOVE WS-Run-Date TO WS-Mh1-Run-Date.
           PERFORM 1100-Load-Region-Table.
           PERFORM 1200-Load-Distribution.
           OPEN OUTPUT ManFile.
           IF NOT WS-ManFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ManFile Failed."
              DISPLAY "File Status: " WS-ManFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-ManFile-Status TO WS-Excp-File-Status
              MOVE "Open ManFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 7400-Write-Manifest-Heading.
           PERFORM 1300-Write-Recipient-Section.

      *    Loads the state-to-region map the REGION entries in
      *       DISTCTL are resolved against.
       1100-Load-Region-Table.
           OPEN INPUT RegnCtlFile.
           IF NOT WS-RegnCtlFile-Good
              DISPLAY "** ERROR **: 1100-Load-Region-Table"
              DISPLAY "Open RegnCtlFile Failed."
              DISPLAY "File Status: " WS-RegnCtlFile-Status
              MOVE "1100-Load-Region-Table" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RegnCtlFile-Status TO WS-Excp-File-Status
              MOVE "Open RegnCtlFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-RegnCtlFile-EOF
              READ RegnCtlFile
                 AT END
                    SET WS-RegnCtlFile-EOF TO TRUE
                 NOT AT END
                    PERFORM 1110-Load-Region-Entry
              END-READ
           END-PERFORM.
           CLOSE RegnCtlFile.

       1110-Load-Region-Entry.
           IF Regn-Ctl-Number < 1 OR Regn-Ctl-Number > 4
              DISPLAY "*** WARNING ***"
              DISPLAY "  REGNCTL ENTRY IGNORED - BAD REGION NUMBER"
              DISPLAY "  " RegnCtlFile-Record
           ELSE
              IF WS-Region-Count < WS-Region-Max
                 ADD +1 TO WS-Region-Count
                 SET WS-Region-Idx TO WS-Region-Count
                 MOVE Regn-Ctl-State TO WS-Norm-State-In
                 PERFORM 2116-Normalize-State-Code
                 MOVE WS-Norm-State-Code
                    TO WS-Region-State (WS-Region-Idx)
                 MOVE Regn-Ctl-Number
                    TO WS-Region-Number (WS-Region-Idx)
              ELSE
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  REGNCTL ENTRY IGNORED - TABLE FULL"
              END-IF
           END-IF.

      *    Loads the recipients. Without DISTCTL, or with no
      *       recipient in it, there is nothing to cut for anyone,
      *       so the run stops.
       1200-Load-Distribution.
           OPEN INPUT DistCtlFile.
           IF NOT WS-DistCtlFile-Good
              DISPLAY "** ERROR **: 1200-Load-Distribution"
              DISPLAY "Open DistCtlFile Failed."
              DISPLAY "File Status: " WS-DistCtlFile-Status
              MOVE "1200-Load-Distribution" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-DistCtlFile-Status TO WS-Excp-File-Status
              MOVE "Open DistCtlFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-DistCtlFile-EOF
              READ DistCtlFile
                 AT END
                    SET WS-DistCtlFile-EOF TO TRUE
                 NOT AT END
                    PERFORM 1210-Load-Dist-Entry
              END-READ
           END-PERFORM.
           CLOSE DistCtlFile.
           IF WS-Rcp-Count = ZERO
              DISPLAY "** ERROR **: 1200-Load-Distribution"
              DISPLAY "DISTCTL NAMES NO RECIPIENTS"
              MOVE "1200-Load-Distribution" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "DISTCTL NAMES NO RECIPIENTS" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1260-Check-Recipient
              VARYING WS-Rcp-Sub FROM 1 BY 1
              UNTIL WS-Rcp-Sub > WS-Rcp-Count.

       1210-Load-Dist-Entry.
           IF DistCtlFile-Record (1:1) = "*"
              OR DistCtlFile-Record = SPACES
              CONTINUE
           ELSE
              EVALUATE Dist-Ctl-Keyword
                 WHEN "RECIPNT "
                    PERFORM 1220-Start-Recipient
                 WHEN "NAME    "
                    IF WS-Rcp-Cur = ZERO
                       MOVE "NO RECIPNT BEFORE IT" TO WS-Dist-Warn-Text
                       PERFORM 1290-Warn-Dist-Entry
                    ELSE
                       MOVE Dist-Ctl-Value TO WS-Rcp-Name (WS-Rcp-Cur)
                    END-IF
                 WHEN "REPORT  "
                    IF WS-Rcp-Cur = ZERO
                       MOVE "NO RECIPNT BEFORE IT" TO WS-Dist-Warn-Text
                       PERFORM 1290-Warn-Dist-Entry
                    ELSE
                       PERFORM 1230-Add-Report
                    END-IF
                 WHEN "REGION  "
                    IF WS-Rcp-Cur = ZERO
                       MOVE "NO RECIPNT BEFORE IT" TO WS-Dist-Warn-Text
                       PERFORM 1290-Warn-Dist-Entry
                    ELSE
                       PERFORM 1240-Add-Region
                    END-IF
                 WHEN "STATE   "
                    IF WS-Rcp-Cur = ZERO
                       MOVE "NO RECIPNT BEFORE IT" TO WS-Dist-Warn-Text
                       PERFORM 1290-Warn-Dist-Entry
                    ELSE
                       IF Dist-Ctl-Value = "ALL"
                          SET WS-Rcp-All-States (WS-Rcp-Cur) TO TRUE
                       ELSE
                          MOVE Dist-Ctl-Value TO WS-Norm-State-In
                          PERFORM 2116-Normalize-State-Code
                          IF WS-Norm-State-Code = "??"
                             MOVE "STATE NOT KNOWN TO STATECD"
                                TO WS-Dist-Warn-Text
                             PERFORM 1290-Warn-Dist-Entry
                          ELSE
                             MOVE WS-Norm-State-Code TO WS-Add-State
                             PERFORM 1250-Add-State
                          END-IF
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE "UNKNOWN KEYWORD" TO WS-Dist-Warn-Text
                    PERFORM 1290-Warn-Dist-Entry
              END-EVALUATE
           END-IF.

      *    A RECIPNT record opens a new recipient. A duplicate id
      *       would cut over the first recipient's files, so it is
      *       refused -- and the entries under it with it.
       1220-Start-Recipient.
           MOVE ZERO TO WS-Rcp-Cur.
           MOVE "N" TO WS-Rcp-Dup-Sw.
           PERFORM VARYING WS-Rcp-Sub FROM 1 BY 1
                   UNTIL WS-Rcp-Sub > WS-Rcp-Count
              IF WS-Rcp-Id (WS-Rcp-Sub) = Dist-Ctl-Value (1:8)
                 SET WS-Rcp-Dup TO TRUE
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN Dist-Ctl-Value = SPACES
                 MOVE "RECIPNT HAS NO ID" TO WS-Dist-Warn-Text
                 PERFORM 1290-Warn-Dist-Entry
              WHEN Dist-Ctl-Value (9:7) NOT = SPACES
                 MOVE "RECIPNT ID LONGER THAN 8"
                    TO WS-Dist-Warn-Text
                 PERFORM 1290-Warn-Dist-Entry
              WHEN WS-Rcp-Dup
                 MOVE "RECIPNT ID ALREADY USED" TO WS-Dist-Warn-Text
                 PERFORM 1290-Warn-Dist-Entry
              WHEN WS-Rcp-Count NOT < WS-Rcp-Max
                 MOVE "RECIPIENT TABLE FULL" TO WS-Dist-Warn-Text
                 PERFORM 1290-Warn-Dist-Entry
              WHEN OTHER
                 ADD +1 TO WS-Rcp-Count
                 MOVE WS-Rcp-Count TO WS-Rcp-Cur
                 INITIALIZE WS-Rcp-Entry (WS-Rcp-Cur)
                 MOVE Dist-Ctl-Value (1:8) TO WS-Rcp-Id (WS-Rcp-Cur)
           END-EVALUATE.

       1230-Add-Report.
           MOVE "N" TO WS-Rdf-Found-Sw.
           PERFORM VARYING WS-Rdf-Sub FROM 1 BY 1
                   UNTIL WS-Rdf-Sub > WS-Rdf-Count
                      OR WS-Rdf-Found
              IF WS-Rdf-Name (WS-Rdf-Sub) = Dist-Ctl-Value (1:8)
                 AND Dist-Ctl-Value (9:7) = SPACES
                 SET WS-Rdf-Found TO TRUE
                 MOVE WS-Rdf-Sub TO WS-Rdf-Hit-Sub
              END-IF
           END-PERFORM.
           IF WS-Rdf-Found
              MOVE "Y" TO WS-Rcp-Report-Sw (WS-Rcp-Cur, WS-Rdf-Hit-Sub)
           ELSE
              MOVE "NOT A REPORT THIS PROGRAM CUTS"
                 TO WS-Dist-Warn-Text
              PERFORM 1290-Warn-Dist-Entry
           END-IF.

      *    Every state REGNCTL maps to the region is added.
       1240-Add-Region.
           IF Dist-Ctl-Value (1:1) NOT NUMERIC
              OR Dist-Ctl-Value (2:14) NOT = SPACES
              OR Dist-Ctl-Value (1:1) < "1"
              OR Dist-Ctl-Value (1:1) > "4"
              MOVE "REGION MUST BE 1-4" TO WS-Dist-Warn-Text
              PERFORM 1290-Warn-Dist-Entry
           ELSE
              MOVE Dist-Ctl-Value (1:1) TO WS-Add-Region
              PERFORM VARYING WS-Region-Idx FROM 1 BY 1
                      UNTIL WS-Region-Idx > WS-Region-Count
                 IF WS-Region-Number (WS-Region-Idx) = WS-Add-Region
                    MOVE WS-Region-State (WS-Region-Idx)
                       TO WS-Add-State
                    PERFORM 1250-Add-State
                 END-IF
              END-PERFORM
           END-IF.

       1250-Add-State.
           MOVE "N" TO WS-Add-State-Dup-Sw.
           PERFORM VARYING WS-Rcp-St-Sub FROM 1 BY 1
                   UNTIL WS-Rcp-St-Sub >
                         WS-Rcp-State-Count (WS-Rcp-Cur)
              IF WS-Rcp-State (WS-Rcp-Cur, WS-Rcp-St-Sub)
                 = WS-Add-State
                 SET WS-Add-State-Dup TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-Add-State-Dup
              IF WS-Rcp-State-Count (WS-Rcp-Cur) < 60
                 ADD +1 TO WS-Rcp-State-Count (WS-Rcp-Cur)
                 MOVE WS-Add-State TO WS-Rcp-State (WS-Rcp-Cur,
                    WS-Rcp-State-Count (WS-Rcp-Cur))
              ELSE
                 MOVE "RECIPIENT STATE LIST FULL" TO WS-Dist-Warn-Text
                 PERFORM 1290-Warn-Dist-Entry
              END-IF
           END-IF.

      *    A recipient with no report, or no state, gets nothing;
      *       worth a warning, not worth stopping the others.
       1260-Check-Recipient.
           MOVE ZERO TO WS-Rcp-Rpt-Cnt.
           PERFORM VARYING WS-Rdf-Sub FROM 1 BY 1
                   UNTIL WS-Rdf-Sub > WS-Rdf-Count
              IF WS-Rcp-Report-Sw (WS-Rcp-Sub, WS-Rdf-Sub) = "Y"
                 ADD +1 TO WS-Rcp-Rpt-Cnt
                 ADD +1 TO WS-Rtl-Recipients (WS-Rdf-Sub)
              END-IF
           END-PERFORM.
           IF WS-Rcp-Rpt-Cnt = ZERO
              DISPLAY "*** WARNING ***"
              DISPLAY "  RECIPIENT " WS-Rcp-Id (WS-Rcp-Sub)
                 " GETS NO REPORTS"
              ADD +1 TO WS-Dist-Warn-Cnt
           END-IF.
           IF NOT WS-Rcp-All-States (WS-Rcp-Sub)
              AND WS-Rcp-State-Count (WS-Rcp-Sub) = ZERO
              DISPLAY "*** WARNING ***"
              DISPLAY "  RECIPIENT " WS-Rcp-Id (WS-Rcp-Sub)
                 " COVERS NO STATES"
              ADD +1 TO WS-Dist-Warn-Cnt
           END-IF.

       1290-Warn-Dist-Entry.
           ADD +1 TO WS-Dist-Warn-Cnt.
           DISPLAY "*** WARNING ***".
           DISPLAY "  DISTCTL ENTRY IGNORED - " WS-Dist-Warn-Text.
           DISPLAY "  " DistCtlFile-Record.

      *    The manifest opens with who gets what.
       1300-Write-Recipient-Section.
           MOVE "RECIPIENTS" TO WS-Man-Section-Title.
           MOVE WS-Man-Section-Line TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.
           MOVE WS-Man-Rcp-Heading TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.
           PERFORM 1310-Write-Recipient-Lines
              VARYING WS-Rcp-Sub FROM 1 BY 1
              UNTIL WS-Rcp-Sub > WS-Rcp-Count.
           MOVE SPACES TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.

      *    One line per recipient, with its states fifteen to a
      *       line -- a long list runs onto continuation lines.
       1310-Write-Recipient-Lines.
           MOVE SPACES TO WS-Man-Rcp-Line.
           MOVE WS-Rcp-Id (WS-Rcp-Sub) TO WS-Mrl-Id.
           MOVE WS-Rcp-Name (WS-Rcp-Sub) TO WS-Mrl-Name.
           MOVE 1 TO WS-Mrl-Ptr.
           PERFORM VARYING WS-Rdf-Sub FROM 1 BY 1
                   UNTIL WS-Rdf-Sub > WS-Rdf-Count
              IF WS-Rcp-Report-Sw (WS-Rcp-Sub, WS-Rdf-Sub) = "Y"
                 STRING WS-Rdf-Name (WS-Rdf-Sub) " "
                    DELIMITED BY SIZE
                    INTO WS-Mrl-Reports
                    WITH POINTER WS-Mrl-Ptr
                    ON OVERFLOW CONTINUE
                 END-STRING
              END-IF
           END-PERFORM.
           IF WS-Rcp-All-States (WS-Rcp-Sub)
              MOVE "ALL STATES" TO WS-Mrl-Covers
              MOVE WS-Man-Rcp-Line TO WS-Man-Print-Line
              PERFORM 7500-Write-Manifest-Line
           ELSE
              IF WS-Rcp-State-Count (WS-Rcp-Sub) = ZERO
                 MOVE "NONE" TO WS-Mrl-Covers
                 MOVE WS-Man-Rcp-Line TO WS-Man-Print-Line
                 PERFORM 7500-Write-Manifest-Line
              ELSE
                 MOVE 1 TO WS-Mrl-Ptr
                 MOVE ZERO TO WS-Mrl-Per-Line
                 PERFORM VARYING WS-Rcp-St-Sub FROM 1 BY 1
                         UNTIL WS-Rcp-St-Sub >
                               WS-Rcp-State-Count (WS-Rcp-Sub)
                    IF WS-Mrl-Per-Line = 15
                       MOVE WS-Man-Rcp-Line TO WS-Man-Print-Line
                       PERFORM 7500-Write-Manifest-Line
                       MOVE SPACES TO WS-Man-Rcp-Line
                       MOVE 1 TO WS-Mrl-Ptr
                       MOVE ZERO TO WS-Mrl-Per-Line
                    END-IF
                    STRING WS-Rcp-State (WS-Rcp-Sub, WS-Rcp-St-Sub)
                       " " DELIMITED BY SIZE
                       INTO WS-Mrl-Covers
                       WITH POINTER WS-Mrl-Ptr
                       ON OVERFLOW CONTINUE
                    END-STRING
                    ADD +1 TO WS-Mrl-Per-Line
                 END-PERFORM
                 MOVE WS-Man-Rcp-Line TO WS-Man-Print-Line
                 PERFORM 7500-Write-Manifest-Line
              END-IF
           END-IF.

      *    Each report in turn is cut for each of its recipients.
       2000-Process.
           MOVE "FILES CUT" TO WS-Man-Section-Title.
           MOVE WS-Man-Section-Line TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.
           MOVE WS-Man-File-Heading TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.
           PERFORM 2100-Burst-Report
              VARYING WS-Rdf-Sub FROM 1 BY 1
              UNTIL WS-Rdf-Sub > WS-Rdf-Count.
           MOVE SPACES TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.

       2100-Burst-Report.
           SET WS-First-Pass TO TRUE.
           MOVE SPACE TO WS-Rtl-Present-Sw (WS-Rdf-Sub).
           PERFORM 2200-Burst-For-Recipient
              VARYING WS-Rcp-Sub FROM 1 BY 1
              UNTIL WS-Rcp-Sub > WS-Rcp-Count.

      *    The report is read front to back once per recipient.
      *       A report not present for the run is noted once per
      *       recipient on the manifest, and opened only once.
       2200-Burst-For-Recipient.
           IF WS-Rcp-Report-Sw (WS-Rcp-Sub, WS-Rdf-Sub) = "Y"
              IF WS-Rtl-Missing (WS-Rdf-Sub)
                 PERFORM 2295-Write-File-Missing
              ELSE
                 PERFORM 2210-Open-Burst-Files
                 IF WS-Rtl-Missing (WS-Rdf-Sub)
                    PERFORM 2295-Write-File-Missing
                 ELSE
                    PERFORM UNTIL WS-InFile-EOF
                       READ InFile INTO WS-In-Line
                          AT END
                             SET WS-InFile-EOF TO TRUE
                          NOT AT END
                             PERFORM 2230-Classify-Line
                       END-READ
                    END-PERFORM
                    PERFORM 2290-Finish-Burst-File
                    CLOSE InFile
                    CLOSE BurstFile
                    PERFORM 2296-Write-File-Cut
                    MOVE "N" TO WS-First-Pass-Sw
                 END-IF
              END-IF
           END-IF.

       2210-Open-Burst-Files.
           MOVE SPACES TO WS-In-File-Name.
           MOVE WS-Rdf-Name (WS-Rdf-Sub) TO WS-In-File-Name.
           OPEN INPUT InFile.
           IF WS-InFile-Optional-Missing
              CLOSE InFile
              SET WS-Rtl-Missing (WS-Rdf-Sub) TO TRUE
              ADD +1 TO WS-Not-Present-Cnt
              DISPLAY "*** WARNING ***"
              DISPLAY "  " WS-In-File-Name
                 " NOT PRESENT FOR THIS RUN - NOT CUT"
           ELSE
              IF NOT WS-InFile-Good
                 DISPLAY "** ERROR **: 2210-Open-Burst-Files"
                 DISPLAY "Open InFile Failed: " WS-In-File-Name
                 DISPLAY "File Status: " WS-InFile-Status
                 MOVE "2210-Open-Burst-Files" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-InFile-Status TO WS-Excp-File-Status
                 MOVE "Open InFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE ManFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              SET WS-Rtl-Present (WS-Rdf-Sub) TO TRUE
              MOVE SPACES TO WS-Out-File-Name
              STRING WS-Rdf-Name (WS-Rdf-Sub) DELIMITED BY SPACE
                 "." DELIMITED BY SIZE
                 WS-Rcp-Id (WS-Rcp-Sub) DELIMITED BY SPACE
                 INTO WS-Out-File-Name
              END-STRING
              OPEN OUTPUT BurstFile
              IF NOT WS-BurstFile-Good
                 DISPLAY "** ERROR **: 2210-Open-Burst-Files"
                 DISPLAY "Open BurstFile Failed: " WS-Out-File-Name
                 DISPLAY "File Status: " WS-BurstFile-Status
                 MOVE "2210-Open-Burst-Files" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-BurstFile-Status TO WS-Excp-File-Status
                 MOVE "Open BurstFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE InFile
                 CLOSE ManFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM 2220-Reset-Burst-File
           END-IF.

       2220-Reset-Burst-File.
           MOVE ZERO TO WS-Rpt-Line-Count.
           MOVE ZERO TO WS-Rpt-Page-Count.
           MOVE ZERO TO WS-File-Line-Cnt.
           MOVE ZERO TO WS-File-Entry-Cnt.
           MOVE ZERO TO WS-Slc-Count.
           MOVE SPACES TO WS-Own-Heading-1.
           MOVE SPACES TO WS-Col-Heading.
           MOVE SPACES TO WS-Group-Line.
           MOVE "N" TO WS-Group-Pending-Sw.
           MOVE "N" TO WS-Group-Written-Sw.
           MOVE "N" TO WS-Skip-Blank-Sw.
           SET WS-Mgt-Preamble TO TRUE.
           MOVE WS-Rdf-Name (WS-Rdf-Sub) TO WS-Bh1-Report.
           MOVE WS-Rcp-Id (WS-Rcp-Sub) TO WS-Bdl-Id.
           MOVE WS-Rcp-Name (WS-Rcp-Sub) TO WS-Bdl-Name.
           MOVE SPACES TO WS-Bdl-Covers.
           IF WS-Rcp-All-States (WS-Rcp-Sub)
              MOVE "STATES COVERED: ALL" TO WS-Bdl-Covers
           ELSE
              MOVE WS-Rcp-State-Count (WS-Rcp-Sub) TO WS-Brs-Cnt-Ed
              STRING "STATES COVERED:" WS-Brs-Cnt-Ed
                 DELIMITED BY SIZE INTO WS-Bdl-Covers
              END-STRING
           END-IF.

      *    Each report's lines are told apart by the way its own
      *       program prints them.
       2230-Classify-Line.
           IF WS-First-Pass
              ADD +1 TO WS-Rtl-Lines-Read (WS-Rdf-Sub)
           END-IF.
           EVALUATE WS-Rdf-Sub
              WHEN 1
                 PERFORM 2310-Custrpt-Line
              WHEN 2
                 PERFORM 2320-Custmgt-Line
              WHEN 3
                 PERFORM 2330-Undworkq-Line
              WHEN OTHER
                 PERFORM 2340-Listing-Line
           END-EVALUATE.

      *    CUSTRPT: the heading lines are kept for the copy's own
      *       pages; the blank lines and the total are the
      *       original's and are dropped -- 2290 prints the
      *       recipient's own total.
       2310-Custrpt-Line.
           EVALUATE TRUE
              WHEN WS-In-Line (1:10) = "REPORT ID:"
                 MOVE WS-In-Line TO WS-Own-Heading-1
              WHEN WS-In-Line (1:8) = "ACCT NO."
                 MOVE WS-In-Line TO WS-Col-Heading
              WHEN WS-In-Line (1:31) =
                   "TOTAL CUSTOMER RECORDS PRINTED:"
                 CONTINUE
              WHEN WS-In-Line = SPACES
                 CONTINUE
              WHEN OTHER
                 PERFORM 2350-Judge-Detail-Line
                 IF WS-Covered
                    MOVE WS-In-Line TO WS-Out-Line
                    PERFORM 7100-Write-Burst-Detail
                 END-IF
           END-EVALUATE.

      *    CUSTMGT: STCBRPT5's own page headings (and the blank
      *       line after each) are dropped wherever they fall. The
      *       state lines between the STATE heading and the "**"
      *       grand line are held and reprinted as the slice; what
      *       comes after the grand line is chain-wide.
       2320-Custmgt-Line.
           IF WS-In-Line (1:10) = "REPORT ID:"
              MOVE WS-In-Line TO WS-Own-Heading-1
              SET WS-Skip-Blank TO TRUE
           ELSE
              IF WS-Skip-Blank AND WS-In-Line = SPACES
                 MOVE "N" TO WS-Skip-Blank-Sw
              ELSE
                 MOVE "N" TO WS-Skip-Blank-Sw
                 EVALUATE TRUE
                    WHEN WS-Mgt-States
                       IF WS-In-Line (1:2) = "**"
                          PERFORM 2325-Write-Mgt-Slice
                          SET WS-Mgt-Chain-Wide TO TRUE
                       ELSE
                          IF WS-In-Line NOT = SPACES
                             PERFORM 2350-Judge-Detail-Line
                             IF WS-Covered
                                PERFORM 2322-Hold-Mgt-State-Line
                             END-IF
                          END-IF
                       END-IF
                    WHEN WS-In-Line (1:17) = "STATE   CUSTOMERS"
                       MOVE WS-In-Line TO WS-Out-Line
                       PERFORM 7110-Write-Burst-Line
                       SET WS-Mgt-States TO TRUE
                    WHEN WS-Mgt-Chain-Wide
                       IF WS-Rcp-All-States (WS-Rcp-Sub)
                          MOVE WS-In-Line TO WS-Out-Line
                          PERFORM 7110-Write-Burst-Line
                       END-IF
                    WHEN OTHER
                       MOVE WS-In-Line TO WS-Out-Line
                       PERFORM 7110-Write-Burst-Line
                 END-EVALUATE
              END-IF
           END-IF.

       2322-Hold-Mgt-State-Line.
           IF WS-Slc-Count < 60
              ADD +1 TO WS-Slc-Count
              MOVE WS-In-Line TO WS-Mgt-State-Line
              MOVE WS-Msl-State TO WS-Slc-State (WS-Slc-Count)
              MOVE WS-Msl-Count TO WS-Slc-Cust-Cnt (WS-Slc-Count)
              MOVE WS-Msl-Balance TO WS-Slc-Balance (WS-Slc-Count)
              MOVE WS-Msl-VIP TO WS-Slc-VIP-Cnt (WS-Slc-Count)
           END-IF.

      *    The recipient's states with the percent of balance
      *       worked against the recipient's own total, then its
      *       own grand line -- the same arithmetic STCBRPT5 does.
       2325-Write-Mgt-Slice.
           MOVE ZERO TO WS-Slc-Tot-Cust-Cnt.
           MOVE ZERO TO WS-Slc-Tot-Balance.
           MOVE ZERO TO WS-Slc-Tot-VIP-Cnt.
           PERFORM VARYING WS-Slc-Sub FROM 1 BY 1
                   UNTIL WS-Slc-Sub > WS-Slc-Count
              ADD WS-Slc-Cust-Cnt (WS-Slc-Sub) TO WS-Slc-Tot-Cust-Cnt
              ADD WS-Slc-Balance (WS-Slc-Sub) TO WS-Slc-Tot-Balance
              ADD WS-Slc-VIP-Cnt (WS-Slc-Sub) TO WS-Slc-Tot-VIP-Cnt
           END-PERFORM.
           PERFORM 2326-Write-Mgt-State-Line
              VARYING WS-Slc-Sub FROM 1 BY 1
              UNTIL WS-Slc-Sub > WS-Slc-Count.
           MOVE "**" TO WS-Msl-State.
           MOVE WS-Slc-Tot-Cust-Cnt TO WS-Msl-Count.
           MOVE WS-Slc-Tot-Balance TO WS-Msl-Balance.
           IF WS-Slc-Tot-Cust-Cnt > ZERO
              COMPUTE WS-Slc-Avg-Balance ROUNDED =
                 WS-Slc-Tot-Balance / WS-Slc-Tot-Cust-Cnt
           ELSE
              MOVE ZERO TO WS-Slc-Avg-Balance
           END-IF.
           MOVE WS-Slc-Avg-Balance TO WS-Msl-Average.
           IF WS-Slc-Count > ZERO
              MOVE 100.0 TO WS-Msl-Pct
           ELSE
              MOVE ZERO TO WS-Msl-Pct
           END-IF.
           MOVE WS-Slc-Tot-VIP-Cnt TO WS-Msl-VIP.
           MOVE WS-Mgt-State-Line TO WS-Out-Line.
           PERFORM 7110-Write-Burst-Line.
           MOVE ZERO TO WS-Slc-Count.
           IF NOT WS-Rcp-All-States (WS-Rcp-Sub)
              MOVE SPACES TO WS-Out-Line
              PERFORM 7110-Write-Burst-Line
              MOVE WS-Brs-Mgt-Note TO WS-Out-Line
              PERFORM 7110-Write-Burst-Line
           END-IF.

       2326-Write-Mgt-State-Line.
           MOVE WS-Slc-State (WS-Slc-Sub) TO WS-Msl-State.
           MOVE WS-Slc-Cust-Cnt (WS-Slc-Sub) TO WS-Msl-Count.
           MOVE WS-Slc-Balance (WS-Slc-Sub) TO WS-Msl-Balance.
           IF WS-Slc-Cust-Cnt (WS-Slc-Sub) > ZERO
              COMPUTE WS-Slc-Avg-Balance ROUNDED =
                 WS-Slc-Balance (WS-Slc-Sub)
                 / WS-Slc-Cust-Cnt (WS-Slc-Sub)
           ELSE
              MOVE ZERO TO WS-Slc-Avg-Balance
           END-IF.
           MOVE WS-Slc-Avg-Balance TO WS-Msl-Average.
           IF WS-Slc-Tot-Balance NOT = ZERO
              COMPUTE WS-Slc-Pct-Balance ROUNDED =
                 WS-Slc-Balance (WS-Slc-Sub) * 100
                 / WS-Slc-Tot-Balance
           ELSE
              MOVE ZERO TO WS-Slc-Pct-Balance
           END-IF.
           MOVE WS-Slc-Pct-Balance TO WS-Msl-Pct.
           MOVE WS-Slc-VIP-Cnt (WS-Slc-Sub) TO WS-Msl-VIP.
           MOVE WS-Mgt-State-Line TO WS-Out-Line.
           PERFORM 7100-Write-Burst-Detail.

      *    UNDWORKQ: a REASON group line is held until the
      *       recipient has a line in that group, so a recipient
      *       never gets an empty group.
       2330-Undworkq-Line.
           EVALUATE TRUE
              WHEN WS-In-Line (1:8) = "ACCT NO."
                 MOVE WS-In-Line TO WS-Col-Heading
              WHEN WS-In-Line = SPACES
                 CONTINUE
              WHEN WS-In-Line (1:8) = "REASON  "
                 MOVE WS-In-Line TO WS-Group-Line
                 SET WS-Group-Pending TO TRUE
                 MOVE "N" TO WS-Group-Written-Sw
              WHEN OTHER
                 PERFORM 2350-Judge-Detail-Line
                 IF WS-Covered
                    IF WS-Group-Pending
                       PERFORM 2335-Write-Group-Line
                    END-IF
                    MOVE WS-In-Line TO WS-Out-Line
                    PERFORM 7100-Write-Burst-Detail
                 END-IF
           END-EVALUATE.

       2335-Write-Group-Line.
           IF WS-Rpt-Line-Count > ZERO
              AND WS-Rpt-Line-Count < WS-Rpt-Lines-Per-Pg - 1
              MOVE SPACES TO WS-Out-Line
              PERFORM 7110-Write-Burst-Line
           END-IF.
           MOVE WS-Group-Line TO WS-Out-Line.
           PERFORM 7110-Write-Burst-Line.
           MOVE "N" TO WS-Group-Pending-Sw.
           SET WS-Group-Written TO TRUE.

      *    DQWORKL, CUSTUND and CUSTUNDB: one heading line, then
      *       detail.
       2340-Listing-Line.
           EVALUATE TRUE
              WHEN WS-In-Line (1:8) = "ACCT NO."
                 MOVE WS-In-Line TO WS-Col-Heading
              WHEN WS-In-Line (1:5) = "SCORE"
                 MOVE WS-In-Line TO WS-Col-Heading
              WHEN WS-In-Line = SPACES
                 CONTINUE
              WHEN OTHER
                 PERFORM 2350-Judge-Detail-Line
                 IF WS-Covered
                    MOVE WS-In-Line TO WS-Out-Line
                    PERFORM 7100-Write-Burst-Detail
                 END-IF
           END-EVALUATE.

      *    Picks the state off a detail line, normalizes it, and
      *       decides whether the recipient in hand covers it. On
      *       the first pass over a report the line is also
      *       checked against every recipient of that report, so
      *       the manifest can show what nobody was given.
       2350-Judge-Detail-Line.
           MOVE SPACES TO WS-Norm-State-In.
           MOVE WS-In-Line (WS-Rdf-State-Pos (WS-Rdf-Sub):
                            WS-Rdf-State-Len (WS-Rdf-Sub))
              TO WS-Norm-State-In.
           PERFORM 2116-Normalize-State-Code.
           MOVE WS-Norm-State-Code TO WS-Line-State.
           IF WS-First-Pass
              ADD +1 TO WS-Rtl-Entries (WS-Rdf-Sub)
              PERFORM 2410-Check-Any-Coverage
              IF NOT WS-Any-Covered
                 ADD +1 TO WS-Rtl-Undist (WS-Rdf-Sub)
              END-IF
           END-IF.
           MOVE WS-Rcp-Sub TO WS-Cov-Sub.
           PERFORM 2400-Check-Coverage.

      *    Converts a state name or code in WS-Norm-State-In into a
      *       2-character code in WS-Norm-State-Code -- the same
      *       paragraph the sort programs carry, worked against the
      *       shared STATECD table.
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

      *    Closes off the recipient's copy: CUSTRPT gets its own
      *       total, a CUSTMGT whose grand line never came still
      *       gets its slice, and a copy with nothing in it says
      *       so rather than going out as a bare heading.
       2290-Finish-Burst-File.
           IF WS-Rdf-Sub = 2 AND WS-Mgt-States
              PERFORM 2325-Write-Mgt-Slice
           END-IF.
           IF WS-File-Entry-Cnt = ZERO
              MOVE WS-Brs-Empty-Line TO WS-Out-Line
              PERFORM 7110-Write-Burst-Line
           END-IF.
           IF WS-Rdf-Sub = 1
              MOVE SPACES TO WS-Out-Line
              PERFORM 7110-Write-Burst-Line
              MOVE WS-File-Entry-Cnt TO WS-Btl-Count
              MOVE WS-Brs-Total-Line TO WS-Out-Line
              PERFORM 7110-Write-Burst-Line
           END-IF.

       2295-Write-File-Missing.
           MOVE SPACES TO WS-Man-File-Line.
           MOVE WS-Rcp-Id (WS-Rcp-Sub) TO WS-Mfl-Id.
           MOVE WS-Rdf-Name (WS-Rdf-Sub) TO WS-Mfl-Report.
           MOVE "INPUT NOT PRESENT - NOT CUT" TO WS-Mfl-Note.
           MOVE WS-Man-File-Line TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.

       2296-Write-File-Cut.
           ADD +1 TO WS-Files-Cut-Cnt.
           ADD +1 TO WS-Rcp-Files (WS-Rcp-Sub).
           ADD WS-Rpt-Page-Count TO WS-Rcp-Pages (WS-Rcp-Sub).
           ADD WS-File-Line-Cnt TO WS-Rcp-Lines (WS-Rcp-Sub).
           ADD WS-File-Entry-Cnt TO WS-Rcp-Entries (WS-Rcp-Sub).
           MOVE SPACES TO WS-Man-File-Line.
           MOVE WS-Rcp-Id (WS-Rcp-Sub) TO WS-Mfl-Id.
           MOVE WS-Rdf-Name (WS-Rdf-Sub) TO WS-Mfl-Report.
           MOVE WS-Out-File-Name TO WS-Mfl-File.
           MOVE WS-Rpt-Page-Count TO WS-Mfl-Pages.
           MOVE WS-File-Line-Cnt TO WS-Mfl-Lines.
           MOVE WS-File-Entry-Cnt TO WS-Mfl-Entries.
           MOVE WS-Man-File-Line TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.
           DISPLAY "STCBBRS1: " WS-Out-File-Name " closed with "
              WS-File-Line-Cnt " lines.".

      *    Is WS-Line-State covered by recipient WS-Cov-Sub?
       2400-Check-Coverage.
           MOVE "N" TO WS-Covered-Sw.
           IF WS-Rcp-All-States (WS-Cov-Sub)
              SET WS-Covered TO TRUE
           ELSE
              PERFORM VARYING WS-Cov-St-Sub FROM 1 BY 1
                      UNTIL WS-Cov-St-Sub >
                            WS-Rcp-State-Count (WS-Cov-Sub)
                         OR WS-Covered
                 IF WS-Rcp-State (WS-Cov-Sub, WS-Cov-St-Sub)
                    = WS-Line-State
                    SET WS-Covered TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

      *    Is WS-Line-State covered by anyone who gets the report?
       2410-Check-Any-Coverage.
           MOVE "N" TO WS-Any-Covered-Sw.
           PERFORM VARYING WS-Cov-Sub FROM 1 BY 1
                   UNTIL WS-Cov-Sub > WS-Rcp-Count
                      OR WS-Any-Covered
              IF WS-Rcp-Report-Sw (WS-Cov-Sub, WS-Rdf-Sub) = "Y"
                 PERFORM 2400-Check-Coverage
                 IF WS-Covered
                    SET WS-Any-Covered TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           MOVE "PAGES AND LINES BY RECIPIENT" TO WS-Man-Section-Title.
           MOVE WS-Man-Section-Line TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.
           MOVE WS-Man-Tot-Heading TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.
           PERFORM 3100-Write-Recipient-Total
              VARYING WS-Rcp-Sub FROM 1 BY 1
              UNTIL WS-Rcp-Sub > WS-Rcp-Count.
           MOVE SPACES TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.
           MOVE "COVERAGE BY REPORT" TO WS-Man-Section-Title.
           MOVE WS-Man-Section-Line TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.
           MOVE WS-Man-Cov-Heading TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.
           PERFORM 3200-Write-Coverage-Line
              VARYING WS-Rdf-Sub FROM 1 BY 1
              UNTIL WS-Rdf-Sub > WS-Rdf-Count.
           CLOSE ManFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Recipients Loaded        : " WS-Rcp-Count.
           DISPLAY "DISTCTL Warnings         : " WS-Dist-Warn-Cnt.
           DISPLAY "Files Cut                : " WS-Files-Cut-Cnt.
           DISPLAY "Reports Not Present      : " WS-Not-Present-Cnt.
           DISPLAY "Entries Not Distributed  : " WS-Undist-Total.
           IF WS-Undist-Total > ZERO
              DISPLAY "*** WARNING ***"
              DISPLAY "  ENTRIES NO RECIPIENT COVERS - CHECK DISTCTL"
              MOVE "3000-End-Job" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "ENTRIES NO RECIPIENT COVERS"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.

       3100-Write-Recipient-Total.
           MOVE WS-Rcp-Id (WS-Rcp-Sub) TO WS-Mtl-Id.
           MOVE WS-Rcp-Name (WS-Rcp-Sub) TO WS-Mtl-Name.
           MOVE WS-Rcp-Files (WS-Rcp-Sub) TO WS-Mtl-Files.
           MOVE WS-Rcp-Pages (WS-Rcp-Sub) TO WS-Mtl-Pages.
           MOVE WS-Rcp-Lines (WS-Rcp-Sub) TO WS-Mtl-Lines.
           MOVE WS-Rcp-Entries (WS-Rcp-Sub) TO WS-Mtl-Entries.
           MOVE WS-Man-Tot-Line TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.

      *    Lines read against entries nobody was given -- the check
      *       that the cut covered the whole report.
       3200-Write-Coverage-Line.
           MOVE SPACES TO WS-Man-Cov-Line.
           MOVE WS-Rdf-Name (WS-Rdf-Sub) TO WS-Mcl-Report.
           MOVE WS-Rtl-Recipients (WS-Rdf-Sub) TO WS-Mcl-Recips.
           EVALUATE TRUE
              WHEN WS-Rtl-Recipients (WS-Rdf-Sub) = ZERO
                 MOVE "NO RECIPIENTS - NOT CUT" TO WS-Mcl-Note
              WHEN WS-Rtl-Missing (WS-Rdf-Sub)
                 MOVE "INPUT NOT PRESENT - NOT CUT" TO WS-Mcl-Note
              WHEN OTHER
                 MOVE WS-Rtl-Lines-Read (WS-Rdf-Sub) TO WS-Mcl-Read
                 MOVE WS-Rtl-Entries (WS-Rdf-Sub) TO WS-Mcl-Entries
                 MOVE WS-Rtl-Undist (WS-Rdf-Sub) TO WS-Mcl-Undist
                 ADD WS-Rtl-Undist (WS-Rdf-Sub) TO WS-Undist-Total
                 IF WS-Rtl-Undist (WS-Rdf-Sub) > ZERO
                    MOVE "*** ENTRIES NOT DISTRIBUTED ***"
                       TO WS-Mcl-Note
                 ELSE
                    MOVE "ALL ENTRIES DISTRIBUTED" TO WS-Mcl-Note
                 END-IF
           END-EVALUATE.
           MOVE WS-Man-Cov-Line TO WS-Man-Print-Line.
           PERFORM 7500-Write-Manifest-Line.

       6100-Write-BurstFile.
           WRITE BurstFile-Record.
           IF NOT WS-BurstFile-Good
              DISPLAY "** ERROR **: 6100-Write-BurstFile"
              DISPLAY "WRITE BurstFile Failed: " WS-Out-File-Name
              DISPLAY "File Status: " WS-BurstFile-Status
              MOVE "6100-Write-BurstFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-BurstFile-Status TO WS-Excp-File-Status
              MOVE "WRITE BurstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE InFile
              CLOSE BurstFile
              CLOSE ManFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Starts a new page of the recipient's copy: the report's
      *       own REPORT ID line with the copy's page number put in
      *       after "PAGE: " (or one built here for a report that
      *       has none), the DISTRIBUTION line, the column heading
      *       and a blank line. An UNDWORKQ group running over the
      *       page break has its REASON line repeated.
       7000-Write-Burst-Heading.
           ADD +1 TO WS-Rpt-Page-Count.
           MOVE WS-Rpt-Page-Count TO WS-Hdg-Page-Ed.
           IF WS-Rdf-Own-Heading (WS-Rdf-Sub)
              AND WS-Own-Heading-1 NOT = SPACES
              MOVE WS-Own-Heading-1 TO WS-Hdg-Work
              MOVE ZERO TO WS-Hdg-Tally
              INSPECT WS-Hdg-Work TALLYING WS-Hdg-Tally
                 FOR CHARACTERS BEFORE INITIAL "PAGE: "
              IF WS-Hdg-Tally < 120
                 MOVE WS-Hdg-Page-Ed TO WS-Hdg-Work (WS-Hdg-Tally + 7:4)
              END-IF
           ELSE
              MOVE WS-Hdg-Page-Ed TO WS-Bh1-Page-No
              MOVE WS-Brs-Heading-1 TO WS-Hdg-Work
           END-IF.
           MOVE WS-Hdg-Work TO BurstFile-Record.
           PERFORM 6100-Write-BurstFile.
           MOVE WS-Brs-Dist-Line TO BurstFile-Record.
           PERFORM 6100-Write-BurstFile.
           IF WS-Col-Heading NOT = SPACES
              MOVE WS-Col-Heading TO BurstFile-Record
              PERFORM 6100-Write-BurstFile
           END-IF.
           MOVE WS-Brs-Blank-Line TO BurstFile-Record.
           PERFORM 6100-Write-BurstFile.
           MOVE ZERO TO WS-Rpt-Line-Count.
           IF WS-Group-Written
              MOVE WS-Group-Line TO BurstFile-Record
              MOVE "(CONTINUED)" TO BurstFile-Record (12:11)
              PERFORM 6100-Write-BurstFile
              ADD +1 TO WS-Rpt-Line-Count
              ADD +1 TO WS-File-Line-Cnt
           END-IF.

       7100-Write-Burst-Detail.
           ADD +1 TO WS-File-Entry-Cnt.
           PERFORM 7110-Write-Burst-Line.

      *    Writes WS-Out-Line to the recipient's copy, starting a
      *       new page first if none is started or this one is full.
       7110-Write-Burst-Line.
           IF WS-Rpt-Page-Count = ZERO
              OR WS-Rpt-Line-Count >= WS-Rpt-Lines-Per-Pg
              PERFORM 7000-Write-Burst-Heading
           END-IF.
           MOVE WS-Out-Line TO BurstFile-Record.
           PERFORM 6100-Write-BurstFile.
           ADD +1 TO WS-Rpt-Line-Count.
           ADD +1 TO WS-File-Line-Cnt.

      *    Starts a new manifest page: heading and a blank line,
      *       then resets the line count.
       7400-Write-Manifest-Heading.
           ADD +1 TO WS-Man-Page-Count.
           MOVE WS-Man-Page-Count TO WS-Mh1-Page-No.
           WRITE ManFile-Record FROM WS-Man-Heading-1.
           WRITE ManFile-Record FROM WS-Brs-Blank-Line.
           MOVE ZERO TO WS-Man-Line-Count.

      *    Writes WS-Man-Print-Line, starting a new page first if
      *       the current one is full.
       7500-Write-Manifest-Line.
           IF WS-Man-Line-Count >= WS-Rpt-Lines-Per-Pg
              PERFORM 7400-Write-Manifest-Heading
           END-IF.
           WRITE ManFile-Record FROM WS-Man-Print-Line.
           IF NOT WS-ManFile-Good
              DISPLAY "** ERROR **: 7500-Write-Manifest-Line"
              DISPLAY "WRITE ManFile Failed."
              DISPLAY "File Status: " WS-ManFile-Status
              MOVE "7500-Write-Manifest-Line" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-ManFile-Status TO WS-Excp-File-Status
              MOVE "WRITE DISTMAN Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE ManFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Man-Line-Count.

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
              MOVE "STCBBRS1" TO Excp-Pgm-Id
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
