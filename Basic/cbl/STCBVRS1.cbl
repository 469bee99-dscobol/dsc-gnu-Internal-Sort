      *       copies are match-merged, the same way STCBRPT2 pairs
      *       today's CUSTTXT2 against the prior snapshot.
      *
      *    Runs once per fulfillment vendor, named on the VNDRID
      *       handoff STCBFUL1 writes ahead of the step:
      *         vendor A  VNDRRES against CUSTVDRA, reports SEEDRPT
      *                   and CUSTUND;
      *         vendor B  VNDRRESB against CUSTVDRB, reports
      *                   SEEDRPTB and CUSTUNDB.
      *       Both post to the same customer master and the same
      *       MAILHIST, each history record stamped with its vendor.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          master's single last-mailed date
      *                          stops erasing the mailings before
      *                          it. STCBRPT6 reports on it.
      * 2026-10-15 dscobol       History records now carry the
      *                          paper channel byte, so STCBRPT6
      *                          can set them beside the e-mail
      *                          results STCBEMR1 posts.
      * 2026-10-15 dscobol       Undeliverable report lines carry
      *                          the 2-char state code so STCBBRS1
      *                          can cut them by region.
      * 2026-10-15 dscobol       Matches the results of the vendor
      *                          named on VNDRID against that
      *                          vendor's extract; history records
      *                          carry the vendor.
      *
      **********************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Vendor results file, one record per piece mailed --
      *       VNDRRES for vendor A, VNDRRESB for vendor B.
           SELECT ResFile
           ASSIGN USING WS-Res-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ResFile-Status.

      *    The vendor's extract from STCBVRT1 -- what the results
      *       are matched against. CUSTVDRA for vendor A, CUSTVDRB
      *       for vendor B.
           SELECT VndrFile
           ASSIGN USING WS-Vndr-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndrFile-Status.

           FILE STATUS IS WS-SeedFile-Status.

      *    Seed verification report -- one line per seed with its
      *       outcome. SEEDRPT for vendor A, SEEDRPTB for vendor B.
           SELECT SeedRptFile
           ASSIGN USING WS-Seed-Rpt-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SeedRptFile-Status.

      *    Undeliverable-address report for the inquiry team --
      *       CUSTUND for vendor A, CUSTUNDB for vendor B.
           SELECT UndFile
           ASSIGN USING WS-Und-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UndFile-Status.

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
           COPY WSFST REPLACING ==:tag:== BY ==SeedRptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VndrIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       9200-Log-Exception.
           COPY FSMSG.

      *    The fulfillment vendor this run is for, and its files.
      *       See 1050-Set-Vendor-Files.
       01  WS-Vendor-Control.
           12 WS-Vendor-Id              PIC X(01) VALUE "A".
              88 WS-Vendor-B            VALUE "B".
           12 WS-Res-File-Name          PIC X(08) VALUE "VNDRRES".
           12 WS-Vndr-File-Name         PIC X(08) VALUE "CUSTVDRA".
           12 WS-Seed-Rpt-File-Name     PIC X(08) VALUE "SEEDRPT".
           12 WS-Und-File-Name          PIC X(08) VALUE "CUSTUND".

       01  WS-Und-Heading.
           05  FILLER  PIC X(50) VALUE
               "ACCT NO.      LAST NAME                 CITY".
           05  FILLER  PIC X(30) VALUE
               "            ZIP        RSN ST".

      *    State name-to-code lookup table -- the undeliverable
      *       report carries the 2-character code so it can be cut
      *       by region. See 2116-Normalize-State-Code.
           COPY STATECD.

       01  WS-Und-Line.
           05  WS-Und-Acct           PIC X(12).
           05  WS-Und-Zip            PIC X(09).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-Und-Reason         PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Und-State          PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.

      *    Seed verification controls: each registry seed carries
      *       the outcome seen in the match -- "M" delivered, "U"
       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1300-Read-Chain-Id.
           PERFORM 1050-Set-Vendor-Files.
           PERFORM 1170-Load-Seed-Table.
           ACCEPT WS-Hist-Post-Date FROM DATE YYYYMMDD.
           OPEN I-O MstFile.
           OPEN OUTPUT UndFile.
           WRITE UndFile-Record FROM WS-Und-Heading.

      *    Picks up the vendor STCBFUL1 left on VNDRID and names
      *       that vendor's files. No file (or anything but "B")
      *       means vendor A, so a hand run with no handoff matches
      *       vendor A's results.
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
              MOVE "VNDRRESB" TO WS-Res-File-Name
              MOVE "CUSTVDRB" TO WS-Vndr-File-Name
              MOVE "SEEDRPTB" TO WS-Seed-Rpt-File-Name
              MOVE "CUSTUNDB" TO WS-Und-File-Name
           ELSE
              MOVE "VNDRRES" TO WS-Res-File-Name
              MOVE "CUSTVDRA" TO WS-Vndr-File-Name
              MOVE "SEEDRPT" TO WS-Seed-Rpt-File-Name
              MOVE "CUSTUND" TO WS-Und-File-Name
           END-IF.
           DISPLAY "STCBVRS1: Vendor " WS-Vendor-Id " - "
              WS-Res-File-Name " against " WS-Vndr-File-Name.

      *    Loads the seed registry so the seeds STCBSED1 injected
      *       can be verified against the vendor's results. No
      *       file means no seeds were expected -- a warning, not
           MOVE VdrSrt-City TO WS-Und-City.
           MOVE VdrSrt-Zip-Full TO WS-Und-Zip.
           MOVE ResSrt-Reason TO WS-Und-Reason.
           MOVE VdrSrt-State TO WS-Norm-State-In.
           PERFORM 2116-Normalize-State-Code.
           MOVE WS-Norm-State-Code TO WS-Und-State.
           WRITE UndFile-Record FROM WS-Und-Line.
           IF NOT WS-UndFile-Good
              DISPLAY "** ERROR **: 2610-Report-Undeliverable"
              GOBACK
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

      *    Writes one mailing-history record from the staged fields
      *       under account-plus-chain-run-id. A re-run of the same
      *       chain lands on the same key, and the rewrite path
           MOVE WS-Hist-Disposition TO HistFile-Hist-Disposition.
           MOVE WS-Hist-Reason TO HistFile-Hist-Undeliv-Reason.
           MOVE WS-Hist-Post-Date TO HistFile-Hist-Post-Date.
           MOVE "P" TO HistFile-Hist-Channel.
           MOVE WS-Vendor-Id TO HistFile-Hist-Vendor-Id.
           WRITE HistFile-Mail-History-Record
              INVALID KEY
                 REWRITE HistFile-Mail-History-Record
           CLOSE HistFile.
           CLOSE UndFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Vendor                  : " WS-Vendor-Id.
           DISPLAY "Results Read            : " WS-Result-Read-Cnt.
           DISPLAY "Pieces Read   (" WS-Vndr-File-Name ") : "
              WS-Piece-Read-Cnt.
           DISPLAY "Results Matched         : " WS-Matched-Cnt.
           DISPLAY "  Mailed Clean          : " WS-Mailed-Cnt.
           DISPLAY "  Undeliverable         : " WS-Undeliverable-Cnt.
