      *       - an acknowledgment for a part we never produced is
      *         reported as an exception too.
      *
      *    Nothing is matched against a transmission that was never
      *       released: the latest XMITREL record under tonight's
      *       chain run id must be a supervisor release (STCBREL1),
      *       and the parts on disk must still carry the T1 counts
      *       that were released.
      *
      *    Runs once per fulfillment vendor, named on the VNDRID
      *       handoff STCBFUL1 writes ahead of the step: vendor A
      *       matches VNDRACK against CUSTVDRP1-9 into RETRANS,
      *       vendor B matches VNDRACKB against CUSTVDBP1-9 into
      *       RETRANSB, each against its own vendor's release.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-02 dscobol       Created -- a part that fails the
      *                          vendor's intake must become a
      *                          worklist item, not a mystery.
      * 2026-10-15 dscobol       Refuses (RC 8) a transmission
      *                          with no supervisor release on
      *                          XMITREL, or whose parts changed
      *                          since the release.
      * 2026-10-15 dscobol       Matches the acknowledgments of the
      *                          vendor named on VNDRID against
      *                          that vendor's parts and release.
      *
      **********************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Vendor's per-part acknowledgment file -- VNDRACK for
      *       vendor A, VNDRACKB for vendor B.
           SELECT AckFile
           ASSIGN USING WS-Ack-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AckFile-Status.

      *    Numbered part-file from STCBVSP1 -- ASSIGN USING takes
      *       the name (CUSTVDRP1 ... CUSTVDRP9, or CUSTVDBP1 ...
      *       CUSTVDBP9 for vendor B) from working storage at each
      *       OPEN; only the T1 trailer is wanted.
           SELECT PartFile
           ASSIGN USING WS-Part-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartFile-Status.

      *    Retransmit worklist -- one line per part that needs to
      *       go to the vendor again, with the reason. RETRANS
      *       for vendor A, RETRANSB for vendor B.
           SELECT RtrFile
           ASSIGN USING WS-Rtr-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RtrFile-Status.

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
       01  RtrFile-Record                 PIC X(80).

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
           COPY WSFST REPLACING ==:tag:== BY ==AckFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RtrFile==.
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
           12 WS-Ack-File-Name          PIC X(08) VALUE "VNDRACK".
           12 WS-Rtr-File-Name          PIC X(08) VALUE "RETRANS".
           12 WS-Part-Prefix            PIC X(08) VALUE "CUSTVDRP".

      *    The parts we produced, as found on disk: one slot per
      *       possible part number, with the T1 trailer's own
      *       count and whether an acknowledgment arrived.
           12 WS-Part-File-Name         PIC X(20).
           12 WS-Parts-Found-Cnt        PIC S9(4) COMP VALUE ZERO.

      *    The latest XMITREL record under the chain run id -- it
      *       must be a release, made against the parts on disk.
       01  WS-Release-Control.
           12 WS-Chain-Run-Id           PIC X(14) VALUE SPACES.
           12 WS-Latest-Found-Sw        PIC X(01) VALUE "N".
              88 WS-Latest-Found        VALUE "Y".
           12 WS-Latest-Status          PIC X(01) VALUE SPACE.
              88 WS-Latest-Released     VALUE "R".
           12 WS-Latest-Part-Count      PIC 9(03) VALUE ZERO.
           12 WS-Latest-Part-Table.
              16 WS-Latest-Part-Rec-Count PIC 9(07) OCCURS 9 TIMES.
           12 WS-Parts-Changed-Sw       PIC X(01) VALUE "N".
              88 WS-Parts-Changed       VALUE "Y".

       01  WS-Worklist-Control.
           12 WS-Rtr-Reason             PIC X(40).
           12 WS-Rtr-Part-Sub           PIC S9(4) COMP.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 1100-Take-Part-Inventory.
           PERFORM 1200-Check-Release.
           PERFORM 2000-Match-Acknowledgments.
           PERFORM 2500-Flag-Unacknowledged.
           PERFORM 3000-End-Job.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1050-Set-Vendor-Files.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                   UNTIL WS-Part-Sub > 9
              MOVE "N" TO WS-Part-Exists-Sw (WS-Part-Sub)
           OPEN OUTPUT RtrFile.
           WRITE RtrFile-Record FROM WS-Rtr-Heading.

      *    Picks up the vendor STCBFUL1 left on VNDRID and names
      *       that vendor's files. No file (or anything but "B")
      *       means vendor A, so a hand run with no handoff matches
      *       vendor A's acknowledgments.
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
              MOVE "VNDRACKB" TO WS-Ack-File-Name
              MOVE "RETRANSB" TO WS-Rtr-File-Name
              MOVE "CUSTVDBP" TO WS-Part-Prefix
           ELSE
              MOVE "VNDRACK" TO WS-Ack-File-Name
              MOVE "RETRANS" TO WS-Rtr-File-Name
              MOVE "CUSTVDRP" TO WS-Part-Prefix
           END-IF.
           DISPLAY "STCBACK1: Vendor " WS-Vendor-Id " - "
              WS-Ack-File-Name " to " WS-Rtr-File-Name.

      *    Walks the numbered part files and keeps each one's T1
      *       trailer count. Parts are numbered contiguously from
      *       1, so the first missing file ends the walk.
                   UNTIL WS-Part-Sub > 9
              MOVE WS-Part-Sub TO WS-Part-Digit
              MOVE SPACES TO WS-Part-File-Name
              STRING WS-Part-Prefix WS-Part-Digit
                 DELIMITED BY SIZE INTO WS-Part-File-Name
              PERFORM 1110-Read-One-Part-Trailer
           END-PERFORM.
              CLOSE PartFile
           END-IF.

      *    Refuses to go on unless the latest XMITREL record for the
      *       chain run id and vendor is a supervisor release and
      *       the part inventory just taken still matches what was
      *       released -- acknowledgments against an unreleased or
      *       altered transmission prove nothing.
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
              CLOSE RtrFile
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
              CLOSE RtrFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-Parts-Found-Cnt NOT = WS-Latest-Part-Count
              SET WS-Parts-Changed TO TRUE
           END-IF.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                   UNTIL WS-Part-Sub > 9
              IF WS-Part-Trl-Count (WS-Part-Sub) NOT =
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
              CLOSE RtrFile
              MOVE 8 TO RETURN-CODE
              GOBACK
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

      *    Matches each acknowledgment to the part it names. A
      *       rejection or a count that disagrees with our own T1
      *       trailer puts the part on the retransmit worklist; an
           MOVE WS-Rtr-Part-Sub TO WS-Part-Digit.
           MOVE SPACES TO WS-Rtr-Line.
           MOVE SPACES TO WS-Rtrl-Part-Name.
           STRING WS-Part-Prefix WS-Part-Digit
              DELIMITED BY SIZE INTO WS-Rtrl-Part-Name.
           MOVE WS-Rtr-Reason TO WS-Rtrl-Reason.
           WRITE RtrFile-Record FROM WS-Rtr-Line.
           MOVE "W" TO WS-Excp-Severity.
           MOVE SPACES TO WS-Excp-File-Status.
           MOVE SPACES TO WS-Excp-Message.
           STRING "RETRANSMIT " WS-Part-Prefix WS-Part-Digit ": "
              WS-Rtr-Reason (1:18)
              DELIMITED BY SIZE INTO WS-Excp-Message.
           PERFORM 9200-Log-Exception.
      D     DISPLAY "3000-End-Job: ".
           CLOSE RtrFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Vendor               : " WS-Vendor-Id.
           DISPLAY "Parts Produced       : " WS-Parts-Found-Cnt.
           DISPLAY "Acks Read            : " FD-AckFile-Record-Cnt.
           DISPLAY "Acks Clean           : " WS-Ack-Clean-Cnt.
