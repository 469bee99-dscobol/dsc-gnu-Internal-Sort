      ***********************************************************
      * Program name:    STCBVRT1
      * Original author: David Stagowski
      *
      * Description: Fulfillment vendor routing.
      *    The mailing now goes to two print vendors -- vendor "A",
      *       the original house, and vendor "B" for the western
      *       states -- and each runs its own presort, parts,
      *       proof, acknowledgment, results and invoice. This
      *       program sits between STCBSED1 and the per-vendor
      *       steps: it reads tonight's CUSTVDR and deals every
      *       piece to CUSTVDRA or CUSTVDRB by the state it mails
      *       to. Both extracts stay in the house VNDRFMT layout;
      *       vendor B's own layout (VNDRFMTB) is applied only when
      *       STCBVSP1 cuts its transmission parts.
      *
      *    VNDRCTL, one keyword per record in the DISTCTL style
      *       (keyword in 1-8, value in 10-24, vendor in 26):
      *         DEFAULT  (no value) the vendor for any state no
      *                  REGION or STATE entry names
      *         REGION   a REGNCTL region number (1-4) -- every
      *                  state REGNCTL maps to it
      *         STATE    one state, name or code
      *       A STATE entry wins over a REGION entry, whatever the
      *       order they are listed in. A "*" in column 1 marks a
      *       comment. With no VNDRCTL at all every piece goes to
      *       vendor A, the way the mailing went before there was a
      *       second vendor.
      *
      *    Seed pieces (SEEDCTL) are not routed by their address:
      *       the full set of seeds goes to every vendor that gets
      *       customer pieces tonight, so each vendor's mailing is
      *       audited in full by STCBVRS1.
      *
      *    VRTRPT lists the pieces and balance routed to each
      *       vendor by state, with the totals per vendor.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created -- the western states go to
      *                          a second print vendor.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBVRT1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Tonight's vendor extract, seeds included -- see STCBSED1.
           SELECT VndrFile
           ASSIGN TO CUSTVDR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndrFile-Status.

      *    Vendor A's and vendor B's extracts, in the VNDRFMT layout.
           SELECT VndaFile
           ASSIGN TO CUSTVDRA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndaFile-Status.

           SELECT VndbFile
           ASSIGN TO CUSTVDRB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndbFile-Status.

      *    State-to-region map -- see 1100-Load-Region-Table.
           SELECT RegnCtlFile
           ASSIGN TO REGNCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RegnCtlFile-Status.

      *    Vendor routing control -- see 1200-Load-Routing.
           SELECT OPTIONAL VndCtlFile
           ASSIGN TO VNDRCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndCtlFile-Status.

      *    Seed registry (SEEDCTL) -- the dummy accounts injected
      *       by STCBSED1. See 1170-Load-Seed-Table.
           SELECT SeedFile
           ASSIGN TO SEEDCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SeedFile-Status.

      *    Routing report listing.
           SELECT PrtFile
           ASSIGN TO VRTRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PrtFile-Status.

      *    Chain run id handoff from STCBDRV1 -- absent on a
      *       standalone run. See 1300-Read-Chain-Id.
           SELECT ChainIdFile
           ASSIGN TO CHAINID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChainIdFile-Status.

      *    Chain control ledger, appended to by every step that
      *       moves customer records -- see 9300-Write-Control-
      *       Ledger.
           SELECT OPTIONAL LdgFile
           ASSIGN TO CHNLEDG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LdgFile-Status.

      *    Common structured exceptions file, appended to by every
      *       program in the shop -- see 9200-Log-Exception.
           SELECT OPTIONAL ExcpFile
           ASSIGN TO CUSTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExcpFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  VndrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY VNDRFMT.

       FD  VndaFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VndaFile-Record                PIC X(149).

       FD  VndbFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VndbFile-Record                PIC X(149).

       FD  RegnCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RegnCtlFile-Record.
           12  Regn-Ctl-State             PIC X(15).
           12  Regn-Ctl-Number            PIC 9(01).
           12  Regn-Ctl-Name              PIC X(08).

       FD  VndCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VndCtlFile-Record.
           12  Vnd-Ctl-Keyword            PIC X(08).
           12  FILLER                     PIC X(01).
           12  Vnd-Ctl-Value              PIC X(15).
           12  FILLER                     PIC X(01).
           12  Vnd-Ctl-Vendor             PIC X(01).
               88 Vnd-Ctl-Vendor-Valid       VALUE "A" "B".
           12  FILLER                     PIC X(04).

      *    Seed registry -- only the account numbers matter here.
       FD  SeedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SeedFile-Record.
           12  Seed-Acct-Number           PIC X(10).
           12  FILLER                     PIC X(105).

       FD  PrtFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PrtFile-Record                 PIC X(80).

      *    One-record chain run id handoff written by STCBDRV1.
       FD  ChainIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ChainIdFile-Record             PIC X(14).

      *    Chain control ledger -- one record appended per step
      *       per run. See 9300-Write-Control-Ledger.
       FD  LdgFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CTLLEDG REPLACING ==:tag:== BY ==LdgFile==.

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==VndrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VndaFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VndbFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RegnCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VndCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LdgFile==.
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

      *    Routing as loaded from VNDRCTL: the default vendor, the
      *       vendor named for each region, and the vendor named
      *       for each single state. See 2120-Find-Vendor for the
      *       order they are consulted in.
       01  WS-Route-Control.
           12 WS-Default-Vendor         PIC X(01) VALUE "A".
           12 WS-Region-Vendor-Table.
              16 WS-Region-Vendor       PIC X(01) OCCURS 4 TIMES.
           12 WS-State-Route-Count      PIC S9(4) COMP VALUE ZERO.
           12 WS-State-Route-Max        PIC S9(4) COMP VALUE +60.
           12 WS-State-Route-Table.
              16 WS-State-Route-Entry OCCURS 60 TIMES
                                      INDEXED BY WS-Sroute-Idx.
                 20 WS-Sroute-State     PIC X(02).
                 20 WS-Sroute-Vendor    PIC X(01).
           12 WS-Route-Warn-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Route-Warn-Text        PIC X(30).
           12 WS-Route-Region-Sub       PIC S9(4) COMP.
           12 WS-Route-Found-Sw         PIC X(01).
              88 WS-Route-Found         VALUE "Y".
           12 WS-Piece-State            PIC X(02).
           12 WS-Piece-Vendor           PIC X(01).
              88 WS-Piece-To-Vendor-B   VALUE "B".

      *    What was routed, by state: one entry per state seen,
      *       with the vendor it went to, its pieces and balance.
       01  WS-Routed-Control.
           12 WS-Routed-Count           PIC S9(4) COMP VALUE ZERO.
           12 WS-Routed-Max             PIC S9(4) COMP VALUE +60.
           12 WS-Routed-Table.
              16 WS-Routed-Entry OCCURS 60 TIMES
                                 INDEXED BY WS-Routed-Idx.
                 20 WS-Routed-State     PIC X(02).
                 20 WS-Routed-Vendor    PIC X(01).
                 20 WS-Routed-Pieces    PIC 9(07).
                 20 WS-Routed-Balance   PIC S9(11)V99.
           12 WS-Routed-Found-Sw        PIC X(01).
              88 WS-Routed-Found        VALUE "Y".

      *    Seed registry, and the seed pieces held back off CUSTVDR
      *       until it is known which vendors get a mailing.
       01  WS-Seed-Control.
           12 WS-Seed-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Seed-Max               PIC S9(4) COMP VALUE +20.
           12 WS-Seed-Table.
              16 WS-Seed-Entry OCCURS 20 TIMES
                               INDEXED BY WS-Seed-Idx.
                 20 WS-Seed-Acct        PIC X(10).
           12 WS-Is-Seed-Sw             PIC X(01) VALUE "N".
              88 WS-Is-Seed             VALUE "Y".
           12 WS-Check-Seed-Acct        PIC X(10).
           12 WS-Held-Seed-Count        PIC S9(4) COMP VALUE ZERO.
           12 WS-Held-Seed-Table.
              16 WS-Held-Seed-Record    PIC X(149) OCCURS 20 TIMES.
           12 WS-Held-Seed-Sub          PIC S9(4) COMP.

      *    De-edit work fields for the vendor record's printable
      *       balance (sign, 7 digits, point, 2 digits) -- see
      *       2150-Parse-Vendor-Balance.
       01  WS-Vbal-Control.
           12 WS-Vbal-Text              PIC X(11).
           12 WS-Vbal-Whole             PIC 9(07).
           12 WS-Vbal-Frac              PIC 9(02).
           12 WS-Vbal-Amount            PIC S9(7)V99.

      *    Chain control-ledger fields: the chain run id off the
      *       CHAINID handoff, and the amount accumulators the
      *       ledger record carries. See 9300-Write-Control-Ledger.
       01  WS-Ledger-Control.
           12 WS-Chain-Run-Id           PIC X(14) VALUE SPACES.
           12 WS-Ldg-Date               PIC 9(08).
           12 WS-Ldg-Time               PIC 9(08).
           12 WS-Ldg-In-Hash            PIC S9(13)V99 VALUE ZERO.
           12 WS-Ldg-Out-Hash           PIC S9(13)V99 VALUE ZERO.

       01  WS-File-Counters.
           12 FD-VndrFile-Record-Cnt       PIC S9(7) COMP VALUE ZERO.
           12 WS-Customer-In-Cnt           PIC S9(7) COMP VALUE ZERO.
           12 WS-Vendor-A-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-Vendor-B-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-Vendor-A-Balance          PIC S9(11)V99 VALUE ZERO.
           12 WS-Vendor-B-Balance          PIC S9(11)V99 VALUE ZERO.
           12 WS-Seed-A-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Seed-B-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Unknown-State-Cnt         PIC S9(7) COMP VALUE ZERO.

       01  WS-Run-Date                  PIC 9(08).

       01  WS-Vrt-Title.
           05  FILLER  PIC X(40) VALUE
               "STCBVRT1  FULFILLMENT VENDOR ROUTING".
           05  FILLER  PIC X(14) VALUE "RUN DATE ".
           05  WS-Vrtt-Run-Date      PIC 9(08).

       01  WS-Vrt-Heading.
           05  FILLER  PIC X(40) VALUE
               "STATE   VENDOR PIECES          BALANCE".

       01  WS-Vrt-Line.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Vrtl-State         PIC X(02).
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WS-Vrtl-Vendor        PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Vrtl-Pieces        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Vrtl-Balance       PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-Vrt-Total-Line.
           05  FILLER                PIC X(07) VALUE "VENDOR ".
           05  WS-Vrtt-Vendor        PIC X(01).
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WS-Vrtt-Pieces        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Vrtt-Balance       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE "SEEDS: ".
           05  WS-Vrtt-Seeds         PIC ZZ9.

       01  WS-Vrt-Msg-Line           PIC X(80).
       01  WS-Vrt-Blank-Line         PIC X(01) VALUE SPACE.
       01  WS-Vrt-Count-Ed           PIC ZZZ,ZZ9.

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
              "*** Program STCBVRT1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Route-Pieces.
           PERFORM 2500-Send-Seeds.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 1300-Read-Chain-Id.
           PERFORM 1170-Load-Seed-Table.
           PERFORM 1100-Load-Region-Table.
           PERFORM 1200-Load-Routing.
           PERFORM 1400-Open-Files.

      *    Loads the state-to-region map the REGION entries in
      *       VNDRCTL are resolved against.
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

      *    Loads the routing. No VNDRCTL sends the whole mailing to
      *       vendor A -- a warning, since a second vendor that is
      *       signed but sent nothing is worth someone noticing.
       1200-Load-Routing.
           PERFORM VARYING WS-Route-Region-Sub FROM 1 BY 1
                   UNTIL WS-Route-Region-Sub > 4
              MOVE SPACE TO WS-Region-Vendor (WS-Route-Region-Sub)
           END-PERFORM.
           OPEN INPUT VndCtlFile.
           IF NOT WS-VndCtlFile-Good
              AND NOT WS-VndCtlFile-Optional-Missing
              DISPLAY "** ERROR **: 1200-Load-Routing"
              DISPLAY "Open VndCtlFile Failed."
              DISPLAY "File Status: " WS-VndCtlFile-Status
              MOVE "1200-Load-Routing" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-VndCtlFile-Status TO WS-Excp-File-Status
              MOVE "Open VndCtlFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-VndCtlFile-Optional-Missing
              DISPLAY "*** WARNING ***"
              DISPLAY "  VNDRCTL NOT AVAILABLE - ALL PIECES TO VENDOR A"
              MOVE "1200-Load-Routing" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE WS-VndCtlFile-Status TO WS-Excp-File-Status
              MOVE "NO VNDRCTL - ALL PIECES TO VENDOR A"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           ELSE
              PERFORM UNTIL WS-VndCtlFile-EOF
                 READ VndCtlFile
                    AT END
                       SET WS-VndCtlFile-EOF TO TRUE
                    NOT AT END
                       PERFORM 1210-Load-Route-Entry
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE VndCtlFile.
           DISPLAY "STCBVRT1: Default vendor " WS-Default-Vendor
              ", " WS-State-Route-Count " state entries.".

       1210-Load-Route-Entry.
           IF VndCtlFile-Record (1:1) = "*"
              OR VndCtlFile-Record = SPACES
              CONTINUE
           ELSE
              IF NOT Vnd-Ctl-Vendor-Valid
                 MOVE "VENDOR MUST BE A OR B" TO WS-Route-Warn-Text
                 PERFORM 1290-Warn-Route-Entry
              ELSE
                 EVALUATE Vnd-Ctl-Keyword
                    WHEN "DEFAULT "
                       MOVE Vnd-Ctl-Vendor TO WS-Default-Vendor
                    WHEN "REGION  "
                       PERFORM 1220-Add-Region-Route
                    WHEN "STATE   "
                       PERFORM 1230-Add-State-Route
                    WHEN OTHER
                       MOVE "UNKNOWN KEYWORD" TO WS-Route-Warn-Text
                       PERFORM 1290-Warn-Route-Entry
                 END-EVALUATE
              END-IF
           END-IF.

       1220-Add-Region-Route.
           IF Vnd-Ctl-Value (1:1) NOT NUMERIC
              OR Vnd-Ctl-Value (2:14) NOT = SPACES
              OR Vnd-Ctl-Value (1:1) < "1"
              OR Vnd-Ctl-Value (1:1) > "4"
              MOVE "REGION MUST BE 1-4" TO WS-Route-Warn-Text
              PERFORM 1290-Warn-Route-Entry
           ELSE
              MOVE Vnd-Ctl-Value (1:1) TO WS-Route-Region-Sub
              MOVE Vnd-Ctl-Vendor
                 TO WS-Region-Vendor (WS-Route-Region-Sub)
           END-IF.

      *    A state named twice keeps the later entry.
       1230-Add-State-Route.
           MOVE Vnd-Ctl-Value TO WS-Norm-State-In.
           PERFORM 2116-Normalize-State-Code.
           IF WS-Norm-State-Code = "??"
              MOVE "STATE NOT KNOWN TO STATECD" TO WS-Route-Warn-Text
              PERFORM 1290-Warn-Route-Entry
           ELSE
              MOVE "N" TO WS-Route-Found-Sw
              PERFORM VARYING WS-Sroute-Idx FROM 1 BY 1
                      UNTIL WS-Sroute-Idx > WS-State-Route-Count
                         OR WS-Route-Found
                 IF WS-Sroute-State (WS-Sroute-Idx) =
                    WS-Norm-State-Code
                    SET WS-Route-Found TO TRUE
                    MOVE Vnd-Ctl-Vendor
                       TO WS-Sroute-Vendor (WS-Sroute-Idx)
                 END-IF
              END-PERFORM
              IF NOT WS-Route-Found
                 IF WS-State-Route-Count < WS-State-Route-Max
                    ADD +1 TO WS-State-Route-Count
                    SET WS-Sroute-Idx TO WS-State-Route-Count
                    MOVE WS-Norm-State-Code
                       TO WS-Sroute-State (WS-Sroute-Idx)
                    MOVE Vnd-Ctl-Vendor
                       TO WS-Sroute-Vendor (WS-Sroute-Idx)
                 ELSE
                    MOVE "STATE ROUTE TABLE FULL" TO WS-Route-Warn-Text
                    PERFORM 1290-Warn-Route-Entry
                 END-IF
              END-IF
           END-IF.

       1290-Warn-Route-Entry.
           ADD +1 TO WS-Route-Warn-Cnt.
           DISPLAY "*** WARNING ***".
           DISPLAY "  VNDRCTL ENTRY IGNORED - " WS-Route-Warn-Text.
           DISPLAY "  " VndCtlFile-Record.

      *    Loads the seed registry so seed pieces can be held back
      *       and sent to every vendor. No file means no seeds
      *       tonight -- a warning, not an error.
       1170-Load-Seed-Table.
           OPEN INPUT SeedFile.
           IF NOT WS-SeedFile-Good
              DISPLAY "*** WARNING ***"
              DISPLAY "  SEEDCTL NOT AVAILABLE - NO SEEDS EXPECTED"
           ELSE
              PERFORM UNTIL WS-SeedFile-EOF
                 READ SeedFile
                    AT END
                       SET WS-SeedFile-EOF TO TRUE
                    NOT AT END
                       IF WS-Seed-Count < WS-Seed-Max
                          ADD +1 TO WS-Seed-Count
                          SET WS-Seed-Idx TO WS-Seed-Count
                          MOVE Seed-Acct-Number
                             TO WS-Seed-Acct (WS-Seed-Idx)
                       ELSE
                          DISPLAY "*** WARNING ***"
                          DISPLAY "  SEEDCTL ENTRY IGNORED - FULL"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SeedFile
           END-IF.

      *    Picks up the chain run id STCBDRV1 left on CHAINID, so
      *       this step's control-ledger record ties back to the
      *       rest of tonight's chain. No file (or an empty one)
      *       means a standalone run -- the id stays spaces.
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

       1400-Open-Files.
           OPEN INPUT VndrFile.
           IF NOT WS-VndrFile-Good
              DISPLAY "** ERROR **: 1400-Open-Files"
              DISPLAY "Open VndrFile Failed."
              DISPLAY "File Status: " WS-VndrFile-Status
              MOVE "1400-Open-Files" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-VndrFile-Status TO WS-Excp-File-Status
              MOVE "Open VndrFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT VndaFile.
           IF NOT WS-VndaFile-Good
              DISPLAY "** ERROR **: 1400-Open-Files"
              DISPLAY "Open VndaFile Failed."
              DISPLAY "File Status: " WS-VndaFile-Status
              MOVE "1400-Open-Files" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-VndaFile-Status TO WS-Excp-File-Status
              MOVE "Open VndaFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE VndrFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT VndbFile.
           IF NOT WS-VndbFile-Good
              DISPLAY "** ERROR **: 1400-Open-Files"
              DISPLAY "Open VndbFile Failed."
              DISPLAY "File Status: " WS-VndbFile-Status
              MOVE "1400-Open-Files" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-VndbFile-Status TO WS-Excp-File-Status
              MOVE "Open VndbFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE VndrFile
              CLOSE VndaFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PrtFile.
           MOVE WS-Run-Date TO WS-Vrtt-Run-Date.
           WRITE PrtFile-Record FROM WS-Vrt-Title.
           WRITE PrtFile-Record FROM WS-Vrt-Blank-Line.
           WRITE PrtFile-Record FROM WS-Vrt-Heading.

      *    Deals each customer piece to its vendor; seeds are held
      *       back for 2500-Send-Seeds.
       2000-Route-Pieces.
           PERFORM UNTIL WS-VndrFile-EOF
              READ VndrFile
                 AT END SET WS-VndrFile-EOF TO TRUE
                 NOT AT END
                    ADD +1 TO FD-VndrFile-Record-Cnt
                    MOVE Vndr-Acct-Number (1:10) TO WS-Check-Seed-Acct
                    PERFORM 2160-Check-Seed-Account
                    IF WS-Is-Seed
                       PERFORM 2200-Hold-Seed
                    ELSE
                       PERFORM 2100-Route-One-Piece
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VndrFile.

       2100-Route-One-Piece.
           ADD +1 TO WS-Customer-In-Cnt.
           MOVE Vndr-Acct-Balance TO WS-Vbal-Text.
           PERFORM 2150-Parse-Vendor-Balance.
           ADD WS-Vbal-Amount TO WS-Ldg-In-Hash.
           MOVE Vndr-State TO WS-Norm-State-In.
           PERFORM 2116-Normalize-State-Code.
           MOVE WS-Norm-State-Code TO WS-Piece-State.
           PERFORM 2120-Find-Vendor.
           IF WS-Piece-To-Vendor-B
              MOVE VndrFile-Record TO VndbFile-Record
              PERFORM 6100-Write-VndbFile
              ADD +1 TO WS-Vendor-B-Cnt
              ADD WS-Vbal-Amount TO WS-Vendor-B-Balance
           ELSE
              MOVE VndrFile-Record TO VndaFile-Record
              PERFORM 6000-Write-VndaFile
              ADD +1 TO WS-Vendor-A-Cnt
              ADD WS-Vbal-Amount TO WS-Vendor-A-Balance
           END-IF.
           ADD WS-Vbal-Amount TO WS-Ldg-Out-Hash.
           PERFORM 2130-Tally-State.

      *    A STATE entry for the piece's state decides; failing
      *       that, a REGION entry for the region REGNCTL puts the
      *       state in; failing that, the default. A state STATECD
      *       does not know ("??") goes to the default and is
      *       counted for the report.
       2120-Find-Vendor.
           MOVE WS-Default-Vendor TO WS-Piece-Vendor.
           IF WS-Piece-State = "??"
              ADD +1 TO WS-Unknown-State-Cnt
           ELSE
              MOVE "N" TO WS-Route-Found-Sw
              PERFORM VARYING WS-Sroute-Idx FROM 1 BY 1
                      UNTIL WS-Sroute-Idx > WS-State-Route-Count
                         OR WS-Route-Found
                 IF WS-Sroute-State (WS-Sroute-Idx) = WS-Piece-State
                    SET WS-Route-Found TO TRUE
                    MOVE WS-Sroute-Vendor (WS-Sroute-Idx)
                       TO WS-Piece-Vendor
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-Region-Idx FROM 1 BY 1
                      UNTIL WS-Region-Idx > WS-Region-Count
                         OR WS-Route-Found
                 IF WS-Region-State (WS-Region-Idx) = WS-Piece-State
                    SET WS-Route-Found TO TRUE
                    MOVE WS-Region-Number (WS-Region-Idx)
                       TO WS-Route-Region-Sub
                    IF WS-Region-Vendor (WS-Route-Region-Sub)
                       NOT = SPACE
                       MOVE WS-Region-Vendor (WS-Route-Region-Sub)
                          TO WS-Piece-Vendor
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       2130-Tally-State.
           MOVE "N" TO WS-Routed-Found-Sw.
           PERFORM VARYING WS-Routed-Idx FROM 1 BY 1
                   UNTIL WS-Routed-Idx > WS-Routed-Count
                      OR WS-Routed-Found
              IF WS-Routed-State (WS-Routed-Idx) = WS-Piece-State
                 SET WS-Routed-Found TO TRUE
                 ADD +1 TO WS-Routed-Pieces (WS-Routed-Idx)
                 ADD WS-Vbal-Amount TO WS-Routed-Balance (WS-Routed-Idx)
              END-IF
           END-PERFORM.
           IF NOT WS-Routed-Found
              IF WS-Routed-Count < WS-Routed-Max
                 ADD +1 TO WS-Routed-Count
                 SET WS-Routed-Idx TO WS-Routed-Count
                 MOVE WS-Piece-State TO WS-Routed-State (WS-Routed-Idx)
                 MOVE WS-Piece-Vendor
                    TO WS-Routed-Vendor (WS-Routed-Idx)
                 MOVE 1 TO WS-Routed-Pieces (WS-Routed-Idx)
                 MOVE WS-Vbal-Amount
                    TO WS-Routed-Balance (WS-Routed-Idx)
              ELSE
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  ROUTING REPORT STATE TABLE FULL - "
                    WS-Piece-State " NOT LISTED"
              END-IF
           END-IF.

      *    The vendor layout carries the balance printable --
      *       "-9999999.99" -- so totalling it means de-editing it:
      *       sign byte, seven whole digits, the point, two cents
      *       digits, recombined into WS-Vbal-Amount.
       2150-Parse-Vendor-Balance.
           MOVE WS-Vbal-Text (2:7) TO WS-Vbal-Whole.
           MOVE WS-Vbal-Text (10:2) TO WS-Vbal-Frac.
           COMPUTE WS-Vbal-Amount =
              WS-Vbal-Whole + (WS-Vbal-Frac / 100).
           IF WS-Vbal-Text (1:1) = "-"
              COMPUTE WS-Vbal-Amount = WS-Vbal-Amount * -1
           END-IF.

      *    Flags WS-Check-Seed-Acct when it names a registry seed.
       2160-Check-Seed-Account.
           MOVE "N" TO WS-Is-Seed-Sw.
           PERFORM VARYING WS-Seed-Idx FROM 1 BY 1
                   UNTIL WS-Seed-Idx > WS-Seed-Count
                      OR WS-Is-Seed
              IF WS-Check-Seed-Acct = WS-Seed-Acct (WS-Seed-Idx)
                 SET WS-Is-Seed TO TRUE
              END-IF
           END-PERFORM.

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

      *    SEEDCTL can only name 20 seeds, so the table cannot
      *       overflow unless CUSTVDR carries a seed twice.
       2200-Hold-Seed.
           IF WS-Held-Seed-Count < WS-Seed-Max
              ADD +1 TO WS-Held-Seed-Count
              MOVE VndrFile-Record
                 TO WS-Held-Seed-Record (WS-Held-Seed-Count)
           ELSE
              DISPLAY "*** WARNING ***"
              DISPLAY "  SEED PIECE NOT HELD - TABLE FULL: "
                 Vndr-Acct-Number
           END-IF.

      *    Every vendor with customer pieces gets the full set of
      *       seeds. A night with no customer pieces at all still
      *       sends the seeds to vendor A, as the single-vendor
      *       mailing always did.
       2500-Send-Seeds.
           IF WS-Vendor-A-Cnt > ZERO
              OR WS-Vendor-B-Cnt = ZERO
              PERFORM VARYING WS-Held-Seed-Sub FROM 1 BY 1
                      UNTIL WS-Held-Seed-Sub > WS-Held-Seed-Count
                 MOVE WS-Held-Seed-Record (WS-Held-Seed-Sub)
                    TO VndaFile-Record
                 PERFORM 6000-Write-VndaFile
                 ADD +1 TO WS-Seed-A-Cnt
              END-PERFORM
           END-IF.
           IF WS-Vendor-B-Cnt > ZERO
              PERFORM VARYING WS-Held-Seed-Sub FROM 1 BY 1
                      UNTIL WS-Held-Seed-Sub > WS-Held-Seed-Count
                 MOVE WS-Held-Seed-Record (WS-Held-Seed-Sub)
                    TO VndbFile-Record
                 PERFORM 6100-Write-VndbFile
                 ADD +1 TO WS-Seed-B-Cnt
              END-PERFORM
           END-IF.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           CLOSE VndaFile.
           CLOSE VndbFile.
           PERFORM VARYING WS-Routed-Idx FROM 1 BY 1
                   UNTIL WS-Routed-Idx > WS-Routed-Count
              MOVE WS-Routed-State (WS-Routed-Idx) TO WS-Vrtl-State
              MOVE WS-Routed-Vendor (WS-Routed-Idx) TO WS-Vrtl-Vendor
              MOVE WS-Routed-Pieces (WS-Routed-Idx) TO WS-Vrtl-Pieces
              MOVE WS-Routed-Balance (WS-Routed-Idx)
                 TO WS-Vrtl-Balance
              WRITE PrtFile-Record FROM WS-Vrt-Line
           END-PERFORM.
           WRITE PrtFile-Record FROM WS-Vrt-Blank-Line.
           MOVE "A" TO WS-Vrtt-Vendor.
           MOVE WS-Vendor-A-Cnt TO WS-Vrtt-Pieces.
           MOVE WS-Vendor-A-Balance TO WS-Vrtt-Balance.
           MOVE WS-Seed-A-Cnt TO WS-Vrtt-Seeds.
           WRITE PrtFile-Record FROM WS-Vrt-Total-Line.
           MOVE "B" TO WS-Vrtt-Vendor.
           MOVE WS-Vendor-B-Cnt TO WS-Vrtt-Pieces.
           MOVE WS-Vendor-B-Balance TO WS-Vrtt-Balance.
           MOVE WS-Seed-B-Cnt TO WS-Vrtt-Seeds.
           WRITE PrtFile-Record FROM WS-Vrt-Total-Line.
           IF WS-Unknown-State-Cnt > ZERO
              MOVE SPACES TO WS-Vrt-Msg-Line
              MOVE WS-Unknown-State-Cnt TO WS-Vrt-Count-Ed
              STRING "PIECES WITH AN UNKNOWN STATE SENT TO VENDOR "
                 WS-Default-Vendor ": " WS-Vrt-Count-Ed
                 DELIMITED BY SIZE INTO WS-Vrt-Msg-Line
              WRITE PrtFile-Record FROM WS-Vrt-Msg-Line
              MOVE "3000-End-Job" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "PIECES WITH UNKNOWN STATE ROUTED"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.
           CLOSE PrtFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Records Read  (CUSTVDR): " FD-VndrFile-Record-Cnt.
           DISPLAY "Pieces To Vendor A     : " WS-Vendor-A-Cnt.
           DISPLAY "Pieces To Vendor B     : " WS-Vendor-B-Cnt.
           DISPLAY "Seeds To Vendor A      : " WS-Seed-A-Cnt.
           DISPLAY "Seeds To Vendor B      : " WS-Seed-B-Cnt.
           DISPLAY "Unknown State Pieces   : " WS-Unknown-State-Cnt.
           DISPLAY "VNDRCTL Entries Ignored: " WS-Route-Warn-Cnt.
           PERFORM 9300-Write-Control-Ledger.
           IF WS-Unknown-State-Cnt > ZERO
              OR WS-Route-Warn-Cnt > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       6000-Write-VndaFile.
           WRITE VndaFile-Record.
           IF NOT WS-VndaFile-Good
              DISPLAY "** ERROR **: 6000-Write-VndaFile"
              DISPLAY "WRITE VndaFile Failed."
              DISPLAY "File Status: " WS-VndaFile-Status
              MOVE "6000-Write-VndaFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-VndaFile-Status TO WS-Excp-File-Status
              MOVE "WRITE VndaFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE VndaFile
              CLOSE VndbFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6100-Write-VndbFile.
           WRITE VndbFile-Record.
           IF NOT WS-VndbFile-Good
              DISPLAY "** ERROR **: 6100-Write-VndbFile"
              DISPLAY "WRITE VndbFile Failed."
              DISPLAY "File Status: " WS-VndbFile-Status
              MOVE "6100-Write-VndbFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-VndbFile-Status TO WS-Excp-File-Status
              MOVE "WRITE VndbFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE VndaFile
              CLOSE VndbFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

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
              MOVE "STCBVRT1" TO Excp-Pgm-Id
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
      *       common CHNLEDG chain ledger under the chain run id.
      *       Every customer piece goes to exactly one vendor, so
      *       out equals in and nothing is dropped here; the seeds
      *       (copied to each vendor) are kept out of both sides.
      *       Losing the ledger record is not worth failing the
      *       run over, so a problem here only warns.
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
              MOVE "STCBVRT1" TO LdgFile-Ldg-Pgm-Id
              ACCEPT WS-Ldg-Date FROM DATE YYYYMMDD
              ACCEPT WS-Ldg-Time FROM TIME
              MOVE WS-Ldg-Date TO LdgFile-Ldg-Step-Date
              MOVE WS-Ldg-Time TO LdgFile-Ldg-Step-Time
              MOVE WS-Customer-In-Cnt TO LdgFile-Ldg-In-Count
              MOVE WS-Ldg-In-Hash TO LdgFile-Ldg-In-Hash
              COMPUTE LdgFile-Ldg-Out-Count =
                 WS-Vendor-A-Cnt + WS-Vendor-B-Cnt
              MOVE WS-Ldg-Out-Hash TO LdgFile-Ldg-Out-Hash
              MOVE ZERO TO LdgFile-Ldg-Drop-Count
              MOVE ZERO TO LdgFile-Ldg-Drop-Hash
              WRITE LdgFile-Ledger-Record
              IF NOT WS-LdgFile-Good
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  CHNLEDG WRITE FAILED - LEDGER NOT WRITTEN"
                 DISPLAY "  File Status: " WS-LdgFile-Status
              END-IF
              CLOSE LdgFile
           END-IF.
