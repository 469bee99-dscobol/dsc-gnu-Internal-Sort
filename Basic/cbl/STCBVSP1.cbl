      *       limit) -- more than that stops the run rather than
      *       silently truncating the transmission.
      *
      *    Runs once per fulfillment vendor, named on the VNDRID
      *       handoff STCBFUL1 writes ahead of the step:
      *         vendor A  CUSTVDRA, limit VSPLCTL, parts CUSTVDRPn,
      *                   records in the VNDRFMT layout as read;
      *         vendor B  CUSTVDRB, limit VSPLCTLB, parts CUSTVDBPn,
      *                   each piece rebuilt in vendor B's VNDRFMTB
      *                   intake layout (see 2515-Build-Vendor-B-
      *                   Record). The H1/T1 records are the same
      *                   for both.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          out every record and amount it
      *                          read, and now STCBBAL1 proves
      *                          that nightly.
      * 2026-10-15 dscobol       Splits the extract of the vendor
      *                          named on VNDRID into that vendor's
      *                          own parts, at its own limit, and
      *                          in vendor B's own layout for B.
      *
      **********************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The vendor's extract from STCBVRT1 -- ASSIGN USING takes
      *       the name (CUSTVDRA, CUSTVDRB) from working storage.
           SELECT VndrFile
           ASSIGN USING WS-Vndr-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndrFile-Status.

      *    Record-limit control file -- one 6-digit count per line;
      *       the last line read wins. See 1100-Load-Limit.
      *       VSPLCTL for vendor A, VSPLCTLB for vendor B.
           SELECT CtlFile
           ASSIGN USING WS-Limit-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtlFile-Status.

      *    Numbered part-file -- ASSIGN USING takes the file name
      *       (CUSTVDRP1 ... CUSTVDRP9, or CUSTVDBP1 ... CUSTVDBP9
      *       for vendor B) from working storage at each OPEN.
           SELECT PartFile
           ASSIGN USING WS-Part-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChainIdFile-Status.

      *    Vendor id handoff from STCBFUL1 -- absent on a
      *       standalone run. See 1050-Set-Vendor-Files.
           SELECT VndrIdFile
           ASSIGN TO VNDRID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndrIdFile-Status.

      *    Chain control ledger, appended to by every step that
      *       moves customer records -- see 9300-Write-Control-
      *       Ledger.
           BLOCK CONTAINS 0 RECORDS.
       01  ChainIdFile-Record             PIC X(14).

      *    One-record vendor id handoff written by STCBFUL1.
       FD  VndrIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VndrIdFile-Record              PIC X(01).

      *    Chain control ledger -- one record appended per step
      *       per run. See 9300-Write-Control-Ledger.
       FD  LdgFile
           COPY WSFST REPLACING ==:tag:== BY ==PartFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VndrIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LdgFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

           12 WS-Part-File-Name         PIC X(20).
           12 WS-Run-Date               PIC 9(08).

      *    The fulfillment vendor this run is for, and its files.
      *       See 1050-Set-Vendor-Files.
       01  WS-Vendor-Control.
           12 WS-Vendor-Id              PIC X(01) VALUE "A".
              88 WS-Vendor-B            VALUE "B".
           12 WS-Vndr-File-Name         PIC X(08) VALUE "CUSTVDRA".
           12 WS-Limit-File-Name        PIC X(08) VALUE "VSPLCTL".
           12 WS-Part-Prefix            PIC X(08) VALUE "CUSTVDRP".

      *    Vendor B's intake layout -- the build area for each of
      *       its pieces. See 2515-Build-Vendor-B-Record.
           COPY VNDRFMTB.

      *    State name-to-code lookup table -- vendor B takes the
      *       two-letter code. See 2116-Normalize-State-Code.
           COPY STATECD.



      *    Seed registry controls. A missing SEEDCTL only warns --
      D     DISPLAY "1000-Begin-Job: ".
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 1300-Read-Chain-Id.
           PERFORM 1050-Set-Vendor-Files.
           PERFORM 1170-Load-Seed-Table.
           PERFORM 1100-Load-Limit.

      *    Picks up the vendor STCBFUL1 left on VNDRID and names
      *       that vendor's files. No file (or anything but "B")
      *       means vendor A, so a hand run with no handoff works
      *       on vendor A's files.
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
              MOVE "CUSTVDRB" TO WS-Vndr-File-Name
              MOVE "VSPLCTLB" TO WS-Limit-File-Name
              MOVE "CUSTVDBP" TO WS-Part-Prefix
           ELSE
              MOVE "CUSTVDRA" TO WS-Vndr-File-Name
              MOVE "VSPLCTL" TO WS-Limit-File-Name
              MOVE "CUSTVDRP" TO WS-Part-Prefix
           END-IF.
           DISPLAY "STCBVSP1: Vendor " WS-Vendor-Id " - "
              WS-Vndr-File-Name " to " WS-Part-Prefix "n".

      *    Loads the seed registry so seed pieces can be kept out
      *       of the billable and control-ledger figures. No file
      *       means no seeds tonight -- a warning, not an error.
           OPEN INPUT CtlFile.
           IF NOT WS-CtlFile-Good
              DISPLAY "*** WARNING ***"
              DISPLAY "  " WS-Limit-File-Name " NOT AVAILABLE - "
                 "VENDOR DEFAULT 50000 IN EFFECT"
           ELSE
              PERFORM UNTIL WS-CtlFile-EOF
                 READ CtlFile
                          MOVE Ctl-Record-Limit TO WS-Record-Limit
                       ELSE
                          DISPLAY "*** WARNING ***"
                          DISPLAY "  " WS-Limit-File-Name
                             " ZERO LIMIT IGNORED"
                       END-IF
                 END-READ
              END-PERFORM
              END-IF
              PERFORM 2520-Open-Part
           END-IF.
           IF WS-Vendor-B
              PERFORM 2515-Build-Vendor-B-Record
              MOVE VndbFile-Record TO PartFile-Record
           ELSE
              MOVE VndrFile-Record TO PartFile-Record
           END-IF.
           PERFORM 6000-Write-PartFile.
           MOVE PartFile-Record (3:10) TO WS-Check-Seed-Acct.
           PERFORM 2160-Check-Seed-Account.
           IF WS-Is-Seed
              ADD +1 TO WS-Seed-Out-Cnt
           ELSE
              IF WS-Vendor-B
                 MOVE Vndb-Amount-Due TO WS-Vbal-Amount
                 IF Vndb-Amount-Credit
                    COMPUTE WS-Vbal-Amount = WS-Vbal-Amount * -1
                 END-IF
              ELSE
                 MOVE PartFile-Record (129:11) TO WS-Vbal-Text
                 PERFORM 2150-Parse-Vendor-Balance
              END-IF
              ADD WS-Vbal-Amount TO WS-Ldg-Out-Hash
           END-IF.
           ADD +1 TO WS-Part-Record-Cnt.

      *    One piece in vendor B's intake layout. The amount is
      *       taken off the house record's printable balance and
      *       split into the unsigned amount and its sign byte; the
      *       state goes over as its two-letter code. The out hash
      *       is taken back off the rebuilt record, so a piece that
      *       lost its amount on the way over shows on STCBBAL1.
       2515-Build-Vendor-B-Record.
           MOVE SPACES TO VndbFile-Record.
           MOVE "D1" TO Vndb-Record-Type.
           MOVE Vndr-Acct-Number (1:10) TO Vndb-Client-Ref.
           MOVE Vndr-Zip-Full (1:5) TO Vndb-Zip5.
           MOVE Vndr-Zip-Full (6:4) TO Vndb-Zip4.
           MOVE Vndr-State TO WS-Norm-State-In.
           PERFORM 2116-Normalize-State-Code.
           MOVE WS-Norm-State-Code TO Vndb-State-Code.
           MOVE Vndr-City TO Vndb-City.
           MOVE Vndr-Address-Line-1 TO Vndb-Street.
           STRING Vndr-Cust-First-Name DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  Vndr-Cust-Last-Name DELIMITED BY "  "
              INTO Vndb-Addressee.
           MOVE Vndr-Acct-Balance TO WS-Vbal-Text.
           PERFORM 2150-Parse-Vendor-Balance.
           MOVE WS-Vbal-Amount TO Vndb-Amount-Due.
           IF WS-Vbal-Amount < ZERO
              MOVE "-" TO Vndb-Amount-Sign
           END-IF.
           MOVE Vndr-Insert-Code TO Vndb-Insert-Code.

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

      *    The vendor layout carries the balance printable --
      *       "-9999999.99" -- so hashing it means de-editing it:
      *       sign byte, seven whole digits, the point, two cents
           ADD +1 TO WS-Part-Number.
           MOVE ZERO TO WS-Part-Record-Cnt.
           MOVE SPACES TO WS-Part-File-Name.
           STRING WS-Part-Prefix WS-Part-Number (3:1)
              DELIMITED BY SIZE INTO WS-Part-File-Name.
           OPEN OUTPUT PartFile.
           IF NOT WS-PartFile-Good
       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           DISPLAY EOJ-End-Message.
           DISPLAY "Records Read (" WS-Vndr-File-Name "): "
              WS-Total-Record-Cnt.
           DISPLAY "Parts Written          : " WS-Part-Number.
           DISPLAY "Seed Pieces            : " WS-Seed-Out-Cnt.
           PERFORM 9300-Write-Control-Ledger.
