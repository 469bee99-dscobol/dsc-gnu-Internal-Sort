      ***********************************************************
      * Program name:    STCBPRV1
      * Original author: David Stagowski
      *
      * Description: Pre-transmission proof of the vendor parts.
      *    The CUSTVDRP1-9 parts STCBVSP1 splits out used to go to
      *       the vendor with nobody looking at them. This program
      *       reads every part and prints the PRVPRF proof report
      *       a supervisor reviews before the transmission is
      *       released (STCBREL1):
      *
      *       - per part: the H1 header, the T1 trailer count and
      *         the pieces actually counted, with any header,
      *         trailer or count problem called out;
      *       - the SEEDCTL seed pieces, and which part each one
      *         was found in -- a seed missing from the parts means
      *         the seeding step did not make it into the file;
      *       - the distribution of pieces by state and by 3-digit
      *         ZIP prefix;
      *       - a sample of formatted pieces from the top of every
      *         part, laid out the way the label prints.
      *
      *    The result is appended to the XMITREL proof/release
      *       file under the chain run id: "P" when the parts
      *       proofed clean and may be released, "F" when they did
      *       not (RC 8, so the fulfillment cycle stops here until
      *       the parts are fixed and proofed again).
      *
      *    Runs once per fulfillment vendor, named on the VNDRID
      *       handoff STCBFUL1 writes ahead of the step: vendor A
      *       proofs CUSTVDRP1-9 to PRVPRF, vendor B proofs its
      *       CUSTVDBP1-9 (VNDRFMTB layout) to PRVPRFB. The XMITREL
      *       record carries the vendor, so each vendor's parts are
      *       proofed and released on their own.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created -- a bad list mailed to
      *                          200,000 customers costs more than
      *                          a morning's review.
      * 2026-10-15 dscobol       Proofs the parts of the vendor
      *                          named on VNDRID; vendor B's pieces
      *                          are read in its own layout.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBPRV1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Numbered part-file from STCBVSP1 -- ASSIGN USING takes
      *       the name (CUSTVDRP1 ... CUSTVDRP9, or CUSTVDBP1 ...
      *       CUSTVDBP9 for vendor B) from working storage at each
      *       OPEN.
           SELECT PartFile
           ASSIGN USING WS-Part-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartFile-Status.

      *    Seed registry (SEEDCTL) -- the dummy accounts injected
      *       by STCBSED1. See 1170-Load-Seed-Table.
           SELECT SeedFile
           ASSIGN TO SEEDCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SeedFile-Status.

      *    Proof report listing -- PRVPRF for vendor A, PRVPRFB
      *       for vendor B.
           SELECT PrtFile
           ASSIGN USING WS-Prt-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PrtFile-Status.

      *    Cumulative proof/release file -- one record appended per
      *       proof here, per release in STCBREL1. OPTIONAL so the
      *       first proof creates it. See XMITREL.
           SELECT OPTIONAL RelFile
           ASSIGN TO XMITREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RelFile-Status.

      *    Chain run id handoff from STCBDRV1 -- absent on a
      *       standalone run. See 1300-Read-Chain-Id.
           SELECT ChainIdFile
           ASSIGN TO CHAINID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChainIdFile-Status.

      *    Vendor id handoff from STCBFUL1 -- absent on a
      *       standalone run. See 1050-Set-Vendor-Files.
           SELECT VndrIdFile
           ASSIGN TO VNDRID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndrIdFile-Status.

      *    Common structured exceptions file, appended to by every
      *       program in the shop -- see 9200-Log-Exception.
           SELECT OPTIONAL ExcpFile
           ASSIGN TO CUSTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExcpFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PartFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PartFile-Record                PIC X(149).
      *    Part header ("H1") and trailer ("T1") views -- see
      *       STCBVSP1.
       01  PartFile-Header-Record.
           12  Part-Hdr-Type              PIC X(02).
               88 Part-Hdr-Present           VALUE "H1".
           12  Part-Hdr-Part-Number       PIC 9(03).
           12  Part-Hdr-Total-Parts       PIC 9(03).
           12  Part-Hdr-Date              PIC 9(08).
           12  FILLER                     PIC X(133).
       01  PartFile-Trailer-Record.
           12  Part-Trl-Type              PIC X(02).
               88 Part-Trl-Present           VALUE "T1".
           12  Part-Trl-Part-Number       PIC 9(03).
           12  Part-Trl-Record-Count      PIC 9(07).
           12  Part-Trl-Total-Parts       PIC 9(03).
           12  FILLER                     PIC X(134).

      *    Seed registry -- the account plus enough of the name and
      *       address to recognize the seed on the report.
       FD  SeedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SeedFile-Record.
           12  Seed-Acct-Number           PIC X(10).
           12  Seed-Last-Name             PIC X(20).
           12  Seed-First-Name            PIC X(15).
           12  Seed-Address               PIC X(25).
           12  Seed-City                  PIC X(15).
           12  Seed-State                 PIC X(15).
           12  Seed-Zip                   PIC X(05).
           12  Seed-Zip-Plus4             PIC X(04).
           12  FILLER                     PIC X(06).

       FD  PrtFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PrtFile-Record                 PIC X(100).

       FD  RelFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY XMITREL.

      *    One-record chain run id handoff written by STCBDRV1.
       FD  ChainIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ChainIdFile-Record             PIC X(14).

      *    One-record vendor id handoff written by STCBFUL1.
       FD  VndrIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VndrIdFile-Record              PIC X(01).

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PartFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RelFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VndrIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    Vendor-layout view of a sample piece, for the formatted
      *       sample section. See 3400-Print-Samples.
           COPY VNDRFMT.

      *    Vendor B's intake layout -- its pieces are read through
      *       this and mapped onto the VNDRFMT view above. See
      *       2125-Map-Vendor-B-Piece.
           COPY VNDRFMTB.

      *    The fulfillment vendor this run is for, and its files.
      *       See 1050-Set-Vendor-Files.
       01  WS-Vendor-Control.
           12 WS-Vendor-Id              PIC X(01) VALUE "A".
              88 WS-Vendor-B            VALUE "B".
           12 WS-Prt-File-Name          PIC X(08) VALUE "PRVPRF".
           12 WS-Part-Prefix            PIC X(08) VALUE "CUSTVDRP".
           12 WS-Vndb-Amount            PIC S9(07)V99.

      *    The parts as found on disk, one slot per possible part
      *       number: the header's own part number and total, the
      *       trailer count, and the pieces actually counted.
       01  WS-Part-Control.
           12 WS-Part-Table.
              16 WS-Part-Entry OCCURS 9 TIMES.
                 20 WS-Part-Hdr-Sw      PIC X(01).
                 20 WS-Part-Hdr-Number  PIC 9(03).
                 20 WS-Part-Hdr-Total   PIC 9(03).
                 20 WS-Part-Trl-Sw      PIC X(01).
                 20 WS-Part-Trl-Count   PIC 9(07).
                 20 WS-Part-Piece-Count PIC 9(07).
           12 WS-Part-Sub               PIC S9(4) COMP.
           12 WS-Part-Digit             PIC 9(01).
           12 WS-Part-File-Name         PIC X(20).
           12 WS-Parts-Found-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Piece-Total            PIC 9(07) VALUE ZERO.
           12 WS-Trl-Total              PIC 9(07) VALUE ZERO.

      *    Seed registry controls -- each seed remembers the part
      *       it turned up in (zero until found). A missing
      *       SEEDCTL only warns: no seeds expected tonight.
       01  WS-Seed-Control.
           12 WS-Seed-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Seed-Max               PIC S9(4) COMP VALUE +20.
           12 WS-Seed-Table.
              16 WS-Seed-Entry OCCURS 20 TIMES
                               INDEXED BY WS-Seed-Idx.
                 20 WS-Seed-Acct        PIC X(10).
                 20 WS-Seed-Name        PIC X(36).
                 20 WS-Seed-St-Zip      PIC X(08).
                 20 WS-Seed-Found-Part  PIC 9(01).
           12 WS-Check-Seed-Acct        PIC X(10).
           12 WS-Seed-Found-Cnt         PIC S9(4) COMP VALUE ZERO.

      *    State distribution -- states are added as they are met;
      *       anything past the table's end lands in the last slot,
      *       reported as OTHER.
       01  WS-State-Control.
           12 WS-State-Count            PIC S9(4) COMP VALUE ZERO.
           12 WS-State-Max              PIC S9(4) COMP VALUE +60.
           12 WS-State-Table.
              16 WS-State-Entry OCCURS 60 TIMES
                                INDEXED BY WS-State-Idx.
                 20 WS-State-Code       PIC X(15).
                 20 WS-State-Pieces     PIC 9(07).
           12 WS-State-Found-Sw         PIC X(01).
              88 WS-State-Found         VALUE "Y".

      *    ZIP distribution by 3-digit prefix, subscripted by the
      *       prefix plus one; a prefix that is not numeric counts
      *       as unknown.
       01  WS-Zip-Control.
           12 WS-Zip3-Table.
              16 WS-Zip3-Pieces OCCURS 1000 TIMES PIC 9(07).
           12 WS-Zip3-Text              PIC X(03).
           12 WS-Zip3-Num REDEFINES WS-Zip3-Text PIC 9(03).
           12 WS-Zip3-Sub               PIC S9(4) COMP.
           12 WS-Zip3-Unknown-Cnt       PIC 9(07) VALUE ZERO.
           12 WS-Zip3-Used-Cnt          PIC S9(4) COMP VALUE ZERO.

      *    Sample pieces -- the first few of each part, kept as
      *       written so they can be laid out after the counts.
       01  WS-Sample-Control.
           12 WS-Sample-Per-Part        PIC S9(4) COMP VALUE +5.
           12 WS-Sample-Count           PIC S9(4) COMP VALUE ZERO.
           12 WS-Sample-Table.
              16 WS-Sample-Entry OCCURS 45 TIMES.
                 20 WS-Sample-Part      PIC 9(01).
                 20 WS-Sample-Seq       PIC 9(01).
                 20 WS-Sample-Record    PIC X(149).
           12 WS-Sample-Sub             PIC S9(4) COMP.

      *    Proof verdict -- every problem found is counted and
      *       printed; any at all fails the proof.
       01  WS-Proof-Control.
           12 WS-Problem-Cnt            PIC S9(5) COMP VALUE ZERO.
           12 WS-Problem-Text           PIC X(60).
           12 WS-Run-Date               PIC 9(08).
           12 WS-Rel-Date               PIC 9(08).
           12 WS-Rel-Time               PIC 9(08).

       01  WS-Ledger-Control.
           12 WS-Chain-Run-Id           PIC X(14) VALUE SPACES.

       01  WS-Prv-Heading-1.
           05  FILLER  PIC X(44) VALUE
               "STCBPRV1 - VENDOR TRANSMISSION PROOF REPORT".
           05  FILLER  PIC X(14) VALUE "CHAIN RUN ID: ".
           05  WS-Prvh-Chain-Id      PIC X(14).
           05  FILLER  PIC X(06) VALUE SPACES.
           05  FILLER  PIC X(10) VALUE "RUN DATE: ".
           05  WS-Prvh-Run-Date      PIC 9(08).

       01  WS-Prv-Section-Line.
           05  FILLER                PIC X(04) VALUE "--- ".
           05  WS-Prvs-Title         PIC X(40).

       01  WS-Prv-Part-Heading.
           05  FILLER  PIC X(40) VALUE
               "PART FILE   H1 PART  H1 TOTAL   T1 COUNT".
           05  FILLER  PIC X(30) VALUE
               "    COUNTED  FINDING".

       01  WS-Prv-Part-Line.
           05  WS-Prvp-Part-Name     PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Prvp-Hdr-Number    PIC ZZ9.
           05  FILLER                PIC X(07) VALUE SPACES.
           05  WS-Prvp-Hdr-Total     PIC ZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-Prvp-Trl-Count     PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Prvp-Counted       PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Prvp-Finding       PIC X(32).

       01  WS-Prv-Seed-Heading.
           05  FILLER  PIC X(48) VALUE
               "SEED ACCT   NAME                                ".
           05  FILLER  PIC X(30) VALUE
               " ST/ZIP    FOUND".

       01  WS-Prv-Seed-Line.
           05  WS-Prvd-Acct          PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Prvd-Name          PIC X(36).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Prvd-St-Zip        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Prvd-Found         PIC X(20).

       01  WS-Prv-Dist-Line.
           05  WS-Prvx-Key           PIC X(15).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Prvx-Pieces        PIC Z,ZZZ,ZZ9.

       01  WS-Prv-Sample-Line-1.
           05  FILLER                PIC X(05) VALUE "PART ".
           05  WS-Prvs1-Part         PIC 9(01).
           05  FILLER                PIC X(08) VALUE "  PIECE ".
           05  WS-Prvs1-Seq          PIC 9(01).
           05  FILLER                PIC X(08) VALUE "  ACCT: ".
           05  WS-Prvs1-Acct         PIC X(12).
           05  FILLER                PIC X(11) VALUE "  BALANCE: ".
           05  WS-Prvs1-Balance      PIC X(11).
       01  WS-Prv-Sample-Line-2.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WS-Prvs2-Name.
               10  WS-Prvs2-First    PIC X(15).
               10  FILLER            PIC X(01) VALUE SPACES.
               10  WS-Prvs2-Last     PIC X(25).
       01  WS-Prv-Sample-Line-3.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WS-Prvs3-Address      PIC X(30).
       01  WS-Prv-Sample-Line-4.
           05  FILLER                PIC X(06) VALUE SPACES.
           05  WS-Prvs4-City         PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Prvs4-State        PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Prvs4-Zip5         PIC X(05).
           05  WS-Prvs4-Dash         PIC X(01).
           05  WS-Prvs4-Zip4         PIC X(04).

       01  WS-Prv-Msg-Line           PIC X(100).
       01  WS-Prv-Blank-Line         PIC X(01) VALUE SPACE.
       01  WS-Prv-Count-Ed           PIC Z,ZZZ,ZZ9.

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
              "*** Program STCBPRV1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Proof-Parts.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 1300-Read-Chain-Id.
           PERFORM 1050-Set-Vendor-Files.
           PERFORM 1170-Load-Seed-Table.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                   UNTIL WS-Part-Sub > 9
              MOVE "N" TO WS-Part-Hdr-Sw (WS-Part-Sub)
              MOVE ZERO TO WS-Part-Hdr-Number (WS-Part-Sub)
              MOVE ZERO TO WS-Part-Hdr-Total (WS-Part-Sub)
              MOVE "N" TO WS-Part-Trl-Sw (WS-Part-Sub)
              MOVE ZERO TO WS-Part-Trl-Count (WS-Part-Sub)
              MOVE ZERO TO WS-Part-Piece-Count (WS-Part-Sub)
           END-PERFORM.
           PERFORM VARYING WS-Zip3-Sub FROM 1 BY 1
                   UNTIL WS-Zip3-Sub > 1000
              MOVE ZERO TO WS-Zip3-Pieces (WS-Zip3-Sub)
           END-PERFORM.
           OPEN OUTPUT PrtFile.
           IF NOT WS-PrtFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open PrtFile Failed."
              DISPLAY "File Status: " WS-PrtFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-PrtFile-Status TO WS-Excp-File-Status
              MOVE "Open PrtFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-Chain-Run-Id TO WS-Prvh-Chain-Id.
           MOVE WS-Run-Date TO WS-Prvh-Run-Date.
           WRITE PrtFile-Record FROM WS-Prv-Heading-1.
           WRITE PrtFile-Record FROM WS-Prv-Blank-Line.
           MOVE SPACES TO WS-Prvs-Title.
           STRING "PART FILES - VENDOR " WS-Vendor-Id
              DELIMITED BY SIZE INTO WS-Prvs-Title.
           WRITE PrtFile-Record FROM WS-Prv-Section-Line.
           WRITE PrtFile-Record FROM WS-Prv-Part-Heading.

      *    Picks up the vendor STCBFUL1 left on VNDRID and names
      *       that vendor's files. No file (or anything but "B")
      *       means vendor A, so a hand run with no handoff proofs
      *       vendor A's parts.
       1050-Set-Vendor-Files.
           MOVE "A" TO WS-Vendor-Id.
           OPEN INPUT VndrIdFile.
           IF WS-VndrIdFile-Good
              READ VndrIdFile
                 AT END SET WS-VndrIdFile-EOF TO TRUE
                 NOT AT END
                    IF VndrIdFile-Record = "B"
                       MOVE "B" TO WS-Vendor-Id
                    END-IF
              END-READ
              CLOSE VndrIdFile
           END-IF.
           IF WS-Vendor-B
              MOVE "PRVPRFB" TO WS-Prt-File-Name
              MOVE "CUSTVDBP" TO WS-Part-Prefix
           ELSE
              MOVE "PRVPRF" TO WS-Prt-File-Name
              MOVE "CUSTVDRP" TO WS-Part-Prefix
           END-IF.
           DISPLAY "STCBPRV1: Vendor " WS-Vendor-Id " - "
              WS-Part-Prefix "n to " WS-Prt-File-Name.

      *    Loads the seed registry so the report can show which
      *       seeds made it into the parts. No file means no seeds
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
                          MOVE SPACES TO WS-Seed-Name (WS-Seed-Idx)
                          STRING Seed-First-Name DELIMITED BY "  "
                             " " DELIMITED BY SIZE
                             Seed-Last-Name DELIMITED BY "  "
                             INTO WS-Seed-Name (WS-Seed-Idx)
                          MOVE SPACES
                             TO WS-Seed-St-Zip (WS-Seed-Idx)
                          STRING Seed-State (1:2) " " Seed-Zip
                             DELIMITED BY SIZE
                             INTO WS-Seed-St-Zip (WS-Seed-Idx)
                          MOVE ZERO
                             TO WS-Seed-Found-Part (WS-Seed-Idx)
                       ELSE
                          DISPLAY "*** WARNING ***"
                          DISPLAY "  SEEDCTL ENTRY IGNORED - FULL"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SeedFile
           END-IF.

      *    Picks up the chain run id STCBDRV1 left on CHAINID --
      *       the transmission the proof record is filed under. No
      *       file (or an empty one) means a standalone run -- the
      *       id stays spaces.
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

      *    Walks the numbered part files. Parts are numbered
      *       contiguously from 1, so the first missing file ends
      *       the walk; each part's summary line is printed as soon
      *       as it has been read.
       2000-Proof-Parts.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                   UNTIL WS-Part-Sub > 9
              MOVE WS-Part-Sub TO WS-Part-Digit
              MOVE SPACES TO WS-Part-File-Name
              STRING WS-Part-Prefix WS-Part-Digit
                 DELIMITED BY SIZE INTO WS-Part-File-Name
              PERFORM 2100-Proof-One-Part
           END-PERFORM.
           IF WS-Parts-Found-Cnt = ZERO
              MOVE "NO PART FILES FOUND - NOTHING TO TRANSMIT"
                 TO WS-Problem-Text
              PERFORM 2900-Report-Problem
           END-IF.
           DISPLAY "STCBPRV1: " WS-Parts-Found-Cnt
              " part(s) on disk.".

       2100-Proof-One-Part.
           SET WS-PartFile-Good TO TRUE.
           OPEN INPUT PartFile.
           IF NOT WS-PartFile-Good
              MOVE 10 TO WS-Part-Sub
           ELSE
              ADD +1 TO WS-Parts-Found-Cnt
              PERFORM UNTIL WS-PartFile-EOF
                 READ PartFile
                    AT END SET WS-PartFile-EOF TO TRUE
                    NOT AT END
                       PERFORM 2110-Proof-One-Record
                 END-READ
              END-PERFORM
              CLOSE PartFile
              PERFORM 2200-Check-Part
           END-IF.

       2110-Proof-One-Record.
           EVALUATE TRUE
              WHEN Part-Hdr-Present
                 MOVE "Y" TO WS-Part-Hdr-Sw (WS-Part-Sub)
                 MOVE Part-Hdr-Part-Number
                    TO WS-Part-Hdr-Number (WS-Part-Sub)
                 MOVE Part-Hdr-Total-Parts
                    TO WS-Part-Hdr-Total (WS-Part-Sub)
              WHEN Part-Trl-Present
                 MOVE "Y" TO WS-Part-Trl-Sw (WS-Part-Sub)
                 MOVE Part-Trl-Record-Count
                    TO WS-Part-Trl-Count (WS-Part-Sub)
                 ADD Part-Trl-Record-Count TO WS-Trl-Total
              WHEN OTHER
                 ADD +1 TO WS-Part-Piece-Count (WS-Part-Sub)
                 ADD +1 TO WS-Piece-Total
                 PERFORM 2120-Tally-Piece
           END-EVALUATE.

      *    One piece: seed check, state and ZIP tallies, and a
      *       sample slot if this part still has one free.
       2120-Tally-Piece.
           IF WS-Vendor-B
              MOVE PartFile-Record TO VndbFile-Record
              PERFORM 2125-Map-Vendor-B-Piece
           ELSE
              MOVE PartFile-Record TO VndrFile-Record
           END-IF.
           MOVE Vndr-Acct-Number (1:10) TO WS-Check-Seed-Acct.
           PERFORM VARYING WS-Seed-Idx FROM 1 BY 1
                   UNTIL WS-Seed-Idx > WS-Seed-Count
              IF WS-Check-Seed-Acct = WS-Seed-Acct (WS-Seed-Idx)
                 AND WS-Seed-Found-Part (WS-Seed-Idx) = ZERO
                 MOVE WS-Part-Sub TO WS-Seed-Found-Part (WS-Seed-Idx)
                 ADD +1 TO WS-Seed-Found-Cnt
              END-IF
           END-PERFORM.
           MOVE "N" TO WS-State-Found-Sw.
           PERFORM VARYING WS-State-Idx FROM 1 BY 1
                   UNTIL WS-State-Idx > WS-State-Count
                      OR WS-State-Found
              IF WS-State-Code (WS-State-Idx) = Vndr-State
                 SET WS-State-Found TO TRUE
                 ADD +1 TO WS-State-Pieces (WS-State-Idx)
              END-IF
           END-PERFORM.
           IF NOT WS-State-Found
              IF WS-State-Count < WS-State-Max
                 ADD +1 TO WS-State-Count
                 SET WS-State-Idx TO WS-State-Count
                 MOVE Vndr-State TO WS-State-Code (WS-State-Idx)
                 MOVE 1 TO WS-State-Pieces (WS-State-Idx)
              ELSE
                 SET WS-State-Idx TO WS-State-Max
                 MOVE "OTHER" TO WS-State-Code (WS-State-Idx)
                 ADD +1 TO WS-State-Pieces (WS-State-Idx)
              END-IF
           END-IF.
           MOVE Vndr-Zip-Full (1:3) TO WS-Zip3-Text.
           IF WS-Zip3-Text IS NUMERIC
              COMPUTE WS-Zip3-Sub = WS-Zip3-Num + 1
              ADD +1 TO WS-Zip3-Pieces (WS-Zip3-Sub)
           ELSE
              ADD +1 TO WS-Zip3-Unknown-Cnt
           END-IF.
           IF WS-Part-Piece-Count (WS-Part-Sub) <= WS-Sample-Per-Part
              AND WS-Sample-Count < 45
              ADD +1 TO WS-Sample-Count
              MOVE WS-Part-Sub TO WS-Sample-Part (WS-Sample-Count)
              MOVE WS-Part-Piece-Count (WS-Part-Sub)
                 TO WS-Sample-Seq (WS-Sample-Count)
              MOVE PartFile-Record
                 TO WS-Sample-Record (WS-Sample-Count)
           END-IF.

      *    Lays a vendor B piece onto the VNDRFMT view, so the
      *       tallies and the samples read one layout whichever
      *       vendor the parts are for. The state goes on as the
      *       two-letter code vendor B gets, and the addressee
      *       line (first name then last) in the last-name slot.
       2125-Map-Vendor-B-Piece.
           MOVE SPACES TO VndrFile-Record.
           MOVE Vndb-Record-Type TO Vndr-Record-Type.
           MOVE Vndb-Client-Ref TO Vndr-Acct-Number.
           MOVE Vndb-Addressee TO Vndr-Cust-Last-Name.
           MOVE Vndb-Street TO Vndr-Address-Line-1.
           MOVE Vndb-City TO Vndr-City.
           MOVE Vndb-State-Code TO Vndr-State.
           MOVE Vndb-Postal-Code TO Vndr-Zip-Full.
           MOVE Vndb-Amount-Due TO WS-Vndb-Amount.
           IF Vndb-Amount-Credit
              COMPUTE WS-Vndb-Amount = WS-Vndb-Amount * -1
           END-IF.
           MOVE WS-Vndb-Amount TO Vndr-Acct-Balance.
           MOVE Vndb-Insert-Code TO Vndr-Insert-Code.

      *    A part proofs clean only with its H1 and T1 both there,
      *       the header naming this part and the same total as
      *       part 1, and the trailer count equal to the pieces
      *       actually in the file.
       2200-Check-Part.
           MOVE SPACES TO WS-Prv-Part-Line.
           MOVE WS-Part-File-Name TO WS-Prvp-Part-Name.
           MOVE WS-Part-Hdr-Number (WS-Part-Sub) TO WS-Prvp-Hdr-Number.
           MOVE WS-Part-Hdr-Total (WS-Part-Sub) TO WS-Prvp-Hdr-Total.
           MOVE WS-Part-Trl-Count (WS-Part-Sub) TO WS-Prvp-Trl-Count.
           MOVE WS-Part-Piece-Count (WS-Part-Sub) TO WS-Prvp-Counted.
           EVALUATE TRUE
              WHEN WS-Part-Hdr-Sw (WS-Part-Sub) NOT = "Y"
                 MOVE "NO H1 HEADER" TO WS-Prvp-Finding
              WHEN WS-Part-Trl-Sw (WS-Part-Sub) NOT = "Y"
                 MOVE "NO T1 TRAILER" TO WS-Prvp-Finding
              WHEN WS-Part-Hdr-Number (WS-Part-Sub) NOT = WS-Part-Sub
                 MOVE "H1 NAMES ANOTHER PART" TO WS-Prvp-Finding
              WHEN WS-Part-Hdr-Total (WS-Part-Sub) NOT =
                   WS-Part-Hdr-Total (1)
                 MOVE "H1 TOTAL DISAGREES WITH PART 1"
                    TO WS-Prvp-Finding
              WHEN WS-Part-Trl-Count (WS-Part-Sub) NOT =
                   WS-Part-Piece-Count (WS-Part-Sub)
                 MOVE "T1 COUNT DOES NOT MATCH PIECES"
                    TO WS-Prvp-Finding
              WHEN OTHER
                 MOVE "OK" TO WS-Prvp-Finding
           END-EVALUATE.
           WRITE PrtFile-Record FROM WS-Prv-Part-Line.
           IF WS-Prvp-Finding NOT = "OK"
              ADD +1 TO WS-Problem-Cnt
              MOVE "2200-Check-Part" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE SPACES TO WS-Excp-Message
              STRING WS-Part-File-Name (1:9) ": "
                 WS-Prvp-Finding (1:29)
                 DELIMITED BY SIZE INTO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.

      *    Prints one proof problem under the current section and
      *       counts it toward the verdict.
       2900-Report-Problem.
           ADD +1 TO WS-Problem-Cnt.
           MOVE SPACES TO WS-Prv-Msg-Line.
           STRING "** PROBLEM: " WS-Problem-Text
              DELIMITED BY SIZE INTO WS-Prv-Msg-Line.
           WRITE PrtFile-Record FROM WS-Prv-Msg-Line.
           MOVE "2900-Report-Problem" TO WS-Excp-Paragraph.
           MOVE "W" TO WS-Excp-Severity.
           MOVE SPACES TO WS-Excp-File-Status.
           MOVE WS-Problem-Text TO WS-Excp-Message.
           PERFORM 9200-Log-Exception.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           IF WS-Parts-Found-Cnt > ZERO
              AND WS-Part-Hdr-Total (1) NOT = WS-Parts-Found-Cnt
              MOVE "H1 TOTAL PARTS NOT EQUAL TO PARTS ON DISK"
                 TO WS-Problem-Text
              PERFORM 2900-Report-Problem
           END-IF.
           PERFORM 3100-Print-Seeds.
           PERFORM 3200-Print-States.
           PERFORM 3300-Print-Zips.
           PERFORM 3400-Print-Samples.
           PERFORM 3500-Print-Verdict.
           CLOSE PrtFile.
           PERFORM 3600-Write-Proof-Record.
           DISPLAY EOJ-End-Message.
           DISPLAY "Parts Proofed        : " WS-Parts-Found-Cnt.
           DISPLAY "Pieces Counted       : " WS-Piece-Total.
           DISPLAY "T1 Trailer Total     : " WS-Trl-Total.
           DISPLAY "Seeds Expected       : " WS-Seed-Count.
           DISPLAY "Seeds Found          : " WS-Seed-Found-Cnt.
           DISPLAY "Proof Problems       : " WS-Problem-Cnt.
           IF WS-Problem-Cnt > ZERO
              DISPLAY "STCBPRV1: PROOF FAILED - NOT RELEASABLE"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "STCBPRV1: PROOF PASSED - AWAITING SUPERVISOR "
                 "RELEASE"
              MOVE ZERO TO RETURN-CODE
           END-IF.

      *    Every registry seed, and the part it was found in. A
      *       seed that never made it into the parts is a problem
      *       -- the seeding step did not reach the transmission.
       3100-Print-Seeds.
           WRITE PrtFile-Record FROM WS-Prv-Blank-Line.
           MOVE "SEED PIECES (SEEDCTL)" TO WS-Prvs-Title.
           WRITE PrtFile-Record FROM WS-Prv-Section-Line.
           IF WS-Seed-Count = ZERO
              MOVE "NO SEEDCTL REGISTRY - NO SEEDS EXPECTED"
                 TO WS-Prv-Msg-Line
              WRITE PrtFile-Record FROM WS-Prv-Msg-Line
           ELSE
              WRITE PrtFile-Record FROM WS-Prv-Seed-Heading
              PERFORM VARYING WS-Seed-Idx FROM 1 BY 1
                      UNTIL WS-Seed-Idx > WS-Seed-Count
                 MOVE SPACES TO WS-Prv-Seed-Line
                 MOVE WS-Seed-Acct (WS-Seed-Idx) TO WS-Prvd-Acct
                 MOVE WS-Seed-Name (WS-Seed-Idx) TO WS-Prvd-Name
                 MOVE WS-Seed-St-Zip (WS-Seed-Idx) TO WS-Prvd-St-Zip
                 IF WS-Seed-Found-Part (WS-Seed-Idx) = ZERO
                    MOVE "** NOT FOUND **" TO WS-Prvd-Found
                 ELSE
                    STRING "IN PART "
                       WS-Seed-Found-Part (WS-Seed-Idx)
                       DELIMITED BY SIZE INTO WS-Prvd-Found
                 END-IF
                 WRITE PrtFile-Record FROM WS-Prv-Seed-Line
              END-PERFORM
              IF WS-Seed-Found-Cnt < WS-Seed-Count
                 MOVE "SEED PIECE(S) MISSING FROM THE PARTS"
                    TO WS-Problem-Text
                 PERFORM 2900-Report-Problem
              END-IF
           END-IF.

       3200-Print-States.
           WRITE PrtFile-Record FROM WS-Prv-Blank-Line.
           MOVE "DISTRIBUTION BY STATE" TO WS-Prvs-Title.
           WRITE PrtFile-Record FROM WS-Prv-Section-Line.
           PERFORM VARYING WS-State-Idx FROM 1 BY 1
                   UNTIL WS-State-Idx > WS-State-Count
              MOVE SPACES TO WS-Prv-Dist-Line
              MOVE WS-State-Code (WS-State-Idx) TO WS-Prvx-Key
              MOVE WS-State-Pieces (WS-State-Idx) TO WS-Prvx-Pieces
              WRITE PrtFile-Record FROM WS-Prv-Dist-Line
           END-PERFORM.

      *    Only the prefixes that actually carry pieces print.
       3300-Print-Zips.
           WRITE PrtFile-Record FROM WS-Prv-Blank-Line.
           MOVE "DISTRIBUTION BY 3-DIGIT ZIP" TO WS-Prvs-Title.
           WRITE PrtFile-Record FROM WS-Prv-Section-Line.
           PERFORM VARYING WS-Zip3-Sub FROM 1 BY 1
                   UNTIL WS-Zip3-Sub > 1000
              IF WS-Zip3-Pieces (WS-Zip3-Sub) > ZERO
                 ADD +1 TO WS-Zip3-Used-Cnt
                 MOVE SPACES TO WS-Prv-Dist-Line
                 COMPUTE WS-Zip3-Num = WS-Zip3-Sub - 1
                 MOVE WS-Zip3-Text TO WS-Prvx-Key
                 MOVE WS-Zip3-Pieces (WS-Zip3-Sub) TO WS-Prvx-Pieces
                 WRITE PrtFile-Record FROM WS-Prv-Dist-Line
              END-IF
           END-PERFORM.
           IF WS-Zip3-Unknown-Cnt > ZERO
              MOVE SPACES TO WS-Prv-Dist-Line
              MOVE "NOT NUMERIC" TO WS-Prvx-Key
              MOVE WS-Zip3-Unknown-Cnt TO WS-Prvx-Pieces
              WRITE PrtFile-Record FROM WS-Prv-Dist-Line
           END-IF.

      *    The sampled pieces laid out as the label prints them:
      *       name, street, city/state/ZIP+4.
       3400-Print-Samples.
           WRITE PrtFile-Record FROM WS-Prv-Blank-Line.
           MOVE "SAMPLE PIECES" TO WS-Prvs-Title.
           WRITE PrtFile-Record FROM WS-Prv-Section-Line.
           PERFORM VARYING WS-Sample-Sub FROM 1 BY 1
                   UNTIL WS-Sample-Sub > WS-Sample-Count
              IF WS-Vendor-B
                 MOVE WS-Sample-Record (WS-Sample-Sub)
                    TO VndbFile-Record
                 PERFORM 2125-Map-Vendor-B-Piece
              ELSE
                 MOVE WS-Sample-Record (WS-Sample-Sub)
                    TO VndrFile-Record
              END-IF
              MOVE WS-Sample-Part (WS-Sample-Sub) TO WS-Prvs1-Part
              MOVE WS-Sample-Seq (WS-Sample-Sub) TO WS-Prvs1-Seq
              MOVE Vndr-Acct-Number TO WS-Prvs1-Acct
              MOVE VndrFile-Record (129:11) TO WS-Prvs1-Balance
              MOVE Vndr-Cust-First-Name TO WS-Prvs2-First
              MOVE Vndr-Cust-Last-Name TO WS-Prvs2-Last
              IF WS-Vendor-B
                 MOVE Vndb-Addressee TO WS-Prvs2-Name
              END-IF
              MOVE Vndr-Address-Line-1 TO WS-Prvs3-Address
              MOVE Vndr-City TO WS-Prvs4-City
              MOVE Vndr-State TO WS-Prvs4-State
              MOVE Vndr-Zip-Full (1:5) TO WS-Prvs4-Zip5
              IF Vndr-Zip-Full (6:4) = SPACES
                 MOVE SPACE TO WS-Prvs4-Dash
              ELSE
                 MOVE "-" TO WS-Prvs4-Dash
              END-IF
              MOVE Vndr-Zip-Full (6:4) TO WS-Prvs4-Zip4
              WRITE PrtFile-Record FROM WS-Prv-Sample-Line-1
              WRITE PrtFile-Record FROM WS-Prv-Sample-Line-2
              WRITE PrtFile-Record FROM WS-Prv-Sample-Line-3
              WRITE PrtFile-Record FROM WS-Prv-Sample-Line-4
              WRITE PrtFile-Record FROM WS-Prv-Blank-Line
           END-PERFORM.

       3500-Print-Verdict.
           MOVE "TOTALS" TO WS-Prvs-Title.
           WRITE PrtFile-Record FROM WS-Prv-Section-Line.
           MOVE WS-Parts-Found-Cnt TO WS-Prv-Count-Ed.
           MOVE SPACES TO WS-Prv-Msg-Line.
           STRING "PARTS:             " WS-Prv-Count-Ed
              DELIMITED BY SIZE INTO WS-Prv-Msg-Line.
           WRITE PrtFile-Record FROM WS-Prv-Msg-Line.
           MOVE WS-Piece-Total TO WS-Prv-Count-Ed.
           MOVE SPACES TO WS-Prv-Msg-Line.
           STRING "PIECES COUNTED:    " WS-Prv-Count-Ed
              DELIMITED BY SIZE INTO WS-Prv-Msg-Line.
           WRITE PrtFile-Record FROM WS-Prv-Msg-Line.
           MOVE WS-Trl-Total TO WS-Prv-Count-Ed.
           MOVE SPACES TO WS-Prv-Msg-Line.
           STRING "T1 TRAILER TOTAL:  " WS-Prv-Count-Ed
              DELIMITED BY SIZE INTO WS-Prv-Msg-Line.
           WRITE PrtFile-Record FROM WS-Prv-Msg-Line.
           WRITE PrtFile-Record FROM WS-Prv-Blank-Line.
           IF WS-Problem-Cnt > ZERO
              MOVE WS-Problem-Cnt TO WS-Prv-Count-Ed
              MOVE SPACES TO WS-Prv-Msg-Line
              STRING "*** PROOF FAILED -" WS-Prv-Count-Ed
                 " PROBLEM(S) - NOT RELEASABLE ***"
                 DELIMITED BY SIZE INTO WS-Prv-Msg-Line
           ELSE
              MOVE SPACES TO WS-Prv-Msg-Line
              STRING "*** PROOF PASSED - AWAITING SUPERVISOR RELEASE"
                 " (STCBREL1) ***"
                 DELIMITED BY SIZE INTO WS-Prv-Msg-Line
           END-IF.
           WRITE PrtFile-Record FROM WS-Prv-Msg-Line.

      *    Files the verdict on XMITREL with the per-part counts
      *       it was reached on. Without the record the transmission
      *       can never be released, so a problem here is an error.
       3600-Write-Proof-Record.
           OPEN EXTEND RelFile.
           IF NOT WS-RelFile-Good
              AND NOT WS-RelFile-Optional-Missing
              DISPLAY "** ERROR **: 3600-Write-Proof-Record"
              DISPLAY "Open RelFile Failed."
              DISPLAY "File Status: " WS-RelFile-Status
              MOVE "3600-Write-Proof-Record" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RelFile-Status TO WS-Excp-File-Status
              MOVE "Open RelFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO Rel-Record.
           MOVE WS-Chain-Run-Id TO Rel-Chain-Run-Id.
           MOVE WS-Vendor-Id TO Rel-Vendor-Id.
           IF WS-Problem-Cnt > ZERO
              SET Rel-Proof-Failed TO TRUE
           ELSE
              SET Rel-Proof-Passed TO TRUE
           END-IF.
           MOVE WS-Parts-Found-Cnt TO Rel-Part-Count.
           MOVE WS-Trl-Total TO Rel-Record-Total.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                   UNTIL WS-Part-Sub > 9
              MOVE WS-Part-Trl-Count (WS-Part-Sub)
                 TO Rel-Part-Rec-Count (WS-Part-Sub)
           END-PERFORM.
           ACCEPT WS-Rel-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Rel-Time FROM TIME.
           MOVE WS-Rel-Date TO Rel-Event-Date.
           MOVE WS-Rel-Time TO Rel-Event-Time.
           MOVE SPACES TO Rel-Operator-Id.
           WRITE Rel-Record.
           IF NOT WS-RelFile-Good
              DISPLAY "** ERROR **: 3600-Write-Proof-Record"
              DISPLAY "WRITE RelFile Failed."
              DISPLAY "File Status: " WS-RelFile-Status
              MOVE "3600-Write-Proof-Record" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RelFile-Status TO WS-Excp-File-Status
              MOVE "WRITE RelFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE RelFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE RelFile.

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
              MOVE "STCBPRV1" TO Excp-Pgm-Id
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
