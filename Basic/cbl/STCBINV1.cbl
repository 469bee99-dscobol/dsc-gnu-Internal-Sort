      *         charge lands on the INVRECON report, as does any
      *         tier we mailed that the vendor never billed.
      *
      *    No invoice is reconciled against a transmission that was
      *       never released: the latest XMITREL record under
      *       tonight's chain run id must be a supervisor release
      *       (STCBREL1), made against the parts now on disk.
      *
      *    Runs once per fulfillment vendor, named on the VNDRID
      *       handoff STCBFUL1 writes ahead of the step. Each vendor
      *       bills at its own rates against its own presort:
      *         vendor A  CUSTPSR, RATECTL, VNDRINV, CUSTVDRP1-9,
      *                   report INVRECON;
      *         vendor B  CUSTPSRB, RATECTLB, VNDRINVB, CUSTVDBP1-9,
      *                   report INVRECOB.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Reconciles the invoice of the
      *                          vendor named on VNDRID against
      *                          that vendor's presort, rates,
      *                          parts and release.
      * 2026-10-15 dscobol       Refuses (RC 8) a transmission
      *                          with no supervisor release on
      *                          XMITREL, or whose parts changed
      *                          since the release.
      * 2026-09-02 dscobol       Seed pieces (SEEDCTL) are backed
      *                          out of the billable tier counts
      *                          -- a seed trays and mails like a
      *    Presorted vendor file with tray-break records, written
      *       by STCBPSR1 -- the "91" closes carry the counts.
           SELECT PsrFile
           ASSIGN USING WS-Psr-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PsrFile-Status.

      *    Vendor's invoice -- one line item per rate tier.
      *       VNDRINV for vendor A, VNDRINVB for vendor B.
           SELECT InvFile
           ASSIGN USING WS-Inv-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvFile-Status.

      *    Postage-rate control -- tier, minimum pieces per tray,
      *       rate per piece. See 1100-Load-Rate-Table. RATECTL
      *       for vendor A, RATECTLB for vendor B.
           SELECT RateFile
           ASSIGN USING WS-Rate-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RateFile-Status.

      *    Numbered part-file from STCBVSP1 -- ASSIGN USING takes
      *       the name (CUSTVDRP1 ... CUSTVDRP9, or CUSTVDBP1 ...
      *       CUSTVDBP9 for vendor B) from working storage at each
      *       OPEN; only the T1 trailer is wanted.
           SELECT PartFile
           ASSIGN USING WS-Part-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SeedFile-Status.

      *    Reconciliation report listing -- INVRECON for vendor A,
      *       INVRECOB for vendor B.
           SELECT PrtFile
           ASSIGN USING WS-Prt-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PrtFile-Status.

      *    Cumulative proof/release file from STCBPRV1/STCBREL1 --
      *       see 1200-Check-Release.
           SELECT OPTIONAL RelFile
           ASSIGN TO XMITREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RelFile-Status.

      *    Chain run id handoff from STCBDRV1 -- names the
      *       transmission. See 1300-Read-Chain-Id.
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


      *    Seed registry -- only the account numbers matter here.
       FD  SeedFile
           COPY WSFST REPLACING ==:tag:== BY ==PartFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RelFile==.
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
           12 WS-Psr-File-Name          PIC X(08) VALUE "CUSTPSR".
           12 WS-Inv-File-Name          PIC X(08) VALUE "VNDRINV".
           12 WS-Rate-File-Name         PIC X(08) VALUE "RATECTL".
           12 WS-Prt-File-Name          PIC X(08) VALUE "INVRECON".
           12 WS-Part-Prefix            PIC X(08) VALUE "CUSTVDRP".

      *    Postage-rate tiers as loaded from RATECTL, plus the
      *       per-tier rollup of what we actually mailed. A tray
      *       rates into the highest tier whose minimum it meets.
           12 WS-Part-Total-Cnt         PIC 9(09) VALUE ZERO.
           12 WS-Part-Files-Read-Cnt    PIC S9(4) COMP VALUE ZERO.

      *    The latest XMITREL record under the chain run id, and
      *       the parts' T1 counts as they stand on disk -- the two
      *       must agree for the transmission to count as released.
       01  WS-Release-Control.
           12 WS-Chain-Run-Id           PIC X(14) VALUE SPACES.
           12 WS-Latest-Found-Sw        PIC X(01) VALUE "N".
              88 WS-Latest-Found        VALUE "Y".
           12 WS-Latest-Status          PIC X(01) VALUE SPACE.
              88 WS-Latest-Released     VALUE "R".
           12 WS-Latest-Part-Count      PIC 9(03) VALUE ZERO.
           12 WS-Latest-Part-Table.
              16 WS-Latest-Part-Rec-Count PIC 9(07) OCCURS 9 TIMES.
           12 WS-Disk-Part-Count        PIC 9(03) VALUE ZERO.
           12 WS-Disk-Part-Table.
              16 WS-Disk-Part-Rec-Count PIC 9(07) OCCURS 9 TIMES.
           12 WS-Parts-Changed-Sw       PIC X(01) VALUE "N".
              88 WS-Parts-Changed       VALUE "Y".

       01  WS-File-Counters.
           12 FD-PsrFile-Record-Cnt        PIC S9(7) COMP VALUE ZERO.
           12 WS-Tray-Cnt                  PIC S9(7) COMP VALUE ZERO.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1050-Set-Vendor-Files.
           PERFORM 1200-Check-Release.
           OPEN OUTPUT PrtFile.
           WRITE PrtFile-Record FROM WS-Inv-Heading.
           PERFORM 1100-Load-Rate-Table.
           PERFORM 1170-Load-Seed-Table.

      *    Picks up the vendor STCBFUL1 left on VNDRID and names
      *       that vendor's files. No file (or anything but "B")
      *       means vendor A, so a hand run with no handoff
      *       reconciles vendor A's invoice.
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
              MOVE "CUSTPSRB" TO WS-Psr-File-Name
              MOVE "VNDRINVB" TO WS-Inv-File-Name
              MOVE "RATECTLB" TO WS-Rate-File-Name
              MOVE "INVRECOB" TO WS-Prt-File-Name
              MOVE "CUSTVDBP" TO WS-Part-Prefix
           ELSE
              MOVE "CUSTPSR" TO WS-Psr-File-Name
              MOVE "VNDRINV" TO WS-Inv-File-Name
              MOVE "RATECTL" TO WS-Rate-File-Name
              MOVE "INVRECON" TO WS-Prt-File-Name
              MOVE "CUSTVDRP" TO WS-Part-Prefix
           END-IF.
           DISPLAY "STCBINV1: Vendor " WS-Vendor-Id " - "
              WS-Inv-File-Name " at " WS-Rate-File-Name " to "
              WS-Prt-File-Name.

      *    Loads the seed registry so seed pieces can be backed
      *       out of the billable counts. No file means no seeds
      *       tonight -- a warning, not an error.
                    * WS-Rate-Rate (WS-Rate-Best-Sub))
           END-IF.

      *    Refuses to go on unless the latest XMITREL record for the
      *       chain run id and vendor is a supervisor release and
      *       every part's T1 count on disk still matches what was
      *       released -- an invoice for an unreleased or altered
      *       transmission is not ours to reconcile.
       1200-Check-Release.
           PERFORM 1300-Read-Chain-Id.
           OPEN INPUT RelFile.
           IF NOT WS-RelFile-Good
              AND NOT WS-RelFile-Optional-Missing
              DISPLAY "** ERROR **: 1200-Check-Release"
              DISPLAY "Open RelFile Failed."
              DISPLAY "File Status: " WS-RelFile-Status
              MOVE "1200-Check-Release" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RelFile-Status TO WS-Excp-File-Status
              MOVE "Open RelFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-RelFile-EOF
              READ RelFile
                 AT END SET WS-RelFile-EOF TO TRUE
                 NOT AT END
                    IF Rel-Chain-Run-Id = WS-Chain-Run-Id
                       AND ((WS-Vendor-B AND Rel-Vendor-B)
                        OR (NOT WS-Vendor-B AND Rel-Vendor-A))
                       SET WS-Latest-Found TO TRUE
                       MOVE Rel-Status TO WS-Latest-Status
                       MOVE Rel-Part-Count TO WS-Latest-Part-Count
                       PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                               UNTIL WS-Part-Sub > 9
                          MOVE Rel-Part-Rec-Count (WS-Part-Sub)
                             TO WS-Latest-Part-Rec-Count
                                   (WS-Part-Sub)
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RelFile.
           IF NOT WS-Latest-Found OR NOT WS-Latest-Released
              DISPLAY "** ERROR **: 1200-Check-Release"
              DISPLAY "TRANSMISSION NOT RELEASED: " WS-Chain-Run-Id
              MOVE "1200-Check-Release" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "TRANSMISSION NOT RELEASED" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                   UNTIL WS-Part-Sub > 9
              MOVE ZERO TO WS-Disk-Part-Rec-Count (WS-Part-Sub)
           END-PERFORM.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                   UNTIL WS-Part-Sub > 9
              MOVE WS-Part-Sub TO WS-Part-Digit
              MOVE SPACES TO WS-Part-File-Name
              STRING WS-Part-Prefix WS-Part-Digit
                 DELIMITED BY SIZE INTO WS-Part-File-Name
              PERFORM 1210-Read-Release-Part
           END-PERFORM.
           IF WS-Disk-Part-Count NOT = WS-Latest-Part-Count
              SET WS-Parts-Changed TO TRUE
           END-IF.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                   UNTIL WS-Part-Sub > 9
              IF WS-Disk-Part-Rec-Count (WS-Part-Sub) NOT =
                 WS-Latest-Part-Rec-Count (WS-Part-Sub)
                 SET WS-Parts-Changed TO TRUE
              END-IF
           END-PERFORM.
           IF WS-Parts-Changed
              DISPLAY "** ERROR **: 1200-Check-Release"
              DISPLAY "PARTS CHANGED SINCE RELEASE: " WS-Chain-Run-Id
              MOVE "1200-Check-Release" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "PARTS CHANGED SINCE RELEASE" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1210-Read-Release-Part.
           SET WS-PartFile-Good TO TRUE.
           OPEN INPUT PartFile.
           IF NOT WS-PartFile-Good
              MOVE 10 TO WS-Part-Sub
           ELSE
              ADD 1 TO WS-Disk-Part-Count
              PERFORM UNTIL WS-PartFile-EOF
                 READ PartFile
                    AT END SET WS-PartFile-EOF TO TRUE
                    NOT AT END
                       IF Part-Trl-Present
                          MOVE Part-Trl-Record-Count
                             TO WS-Disk-Part-Rec-Count (WS-Part-Sub)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PartFile
           END-IF.

      *    Picks up the chain run id STCBDRV1 left on CHAINID. No
      *       file (or an empty one) leaves it spaces -- the id a
      *       standalone proof and release are filed under.
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

      *    Sums the T1 trailers of the numbered part files and
      *       checks the transmitted total against the presort
      *       piece total -- what we rated must be what we sent.
                   UNTIL WS-Part-Sub > 9
              MOVE WS-Part-Sub TO WS-Part-Digit
              MOVE SPACES TO WS-Part-File-Name
              STRING WS-Part-Prefix WS-Part-Digit
                 DELIMITED BY SIZE INTO WS-Part-File-Name
              PERFORM 2210-Read-One-Part-Trailer
           END-PERFORM.
           WRITE PrtFile-Record FROM WS-Inv-Msg-Line.
           CLOSE PrtFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Vendor               : " WS-Vendor-Id.
           DISPLAY "Presort Records Read : " FD-PsrFile-Record-Cnt.
           DISPLAY "Trays Rated          : " WS-Tray-Cnt.
           DISPLAY "Pieces Rated         : " WS-Piece-Total.
