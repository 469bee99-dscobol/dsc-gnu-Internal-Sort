      ***********************************************************
      * Program name:    STCBREL1
      * Original author: David Stagowski
      *
      * Description: Supervisor release of a proofed transmission.
      *    Terminal (ACCEPT/DISPLAY) program. Once STCBPRV1 has
      *       proofed tonight's CUSTVDRP parts and a supervisor has
      *       reviewed the proof report, the supervisor signs on
      *       here and releases the transmission to the vendor.
      *       Nothing is acknowledged (STCBACK1) or invoiced
      *       (STCBINV1) against a transmission until it has been
      *       released.
      *
      *    Sign-on is against the OPERSEC operator security file,
      *       the same registry and lockout rules STCBINQ1 uses,
      *       and only a supervisor-level ("S") operator may
      *       release.
      *
      *    The transmission is the set of parts under tonight's
      *       chain run id (CHAINID). Its latest XMITREL record
      *       must be a passed proof ("P"), and the parts on disk
      *       must still carry the T1 counts that proof was made
      *       against -- a part regenerated since the proof has not
      *       been proofed. The release is appended to XMITREL as an
      *       "R" record carrying the supervisor's operator id.
      *
      *    Each fulfillment vendor's transmission is released on
      *       its own: the supervisor names the vendor (A, or B
      *       for the western-states vendor whose parts are
      *       CUSTVDBP1-9), and only XMITREL records filed for that
      *       vendor are looked at. A record from before vendors
      *       were split carries no vendor and counts as vendor A.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created -- vendor transmissions
      *                          need a supervisor's sign-off on
      *                          the STCBPRV1 proof before they go.
      * 2026-10-15 dscobol       Releases one vendor's transmission
      *                          at a time, keyed in at sign-on.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBREL1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Operator security file: id, password, permission level,
      *       lock flag. Loaded at sign-on; rewritten in place when
      *       a lockout is recorded. Operations maintains it.
           SELECT OperFile
           ASSIGN TO OPERSEC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OperFile-Status.

      *    Cumulative proof/release file -- read for the latest
      *       record under the chain run id, then appended to with
      *       the release. See XMITREL.
           SELECT OPTIONAL RelFile
           ASSIGN TO XMITREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RelFile-Status.

      *    Numbered part-file from STCBVSP1 -- ASSIGN USING takes
      *       the name (CUSTVDRP1 ... CUSTVDRP9, or CUSTVDBP1 ...
      *       CUSTVDBP9 for vendor B) from working storage at each
      *       OPEN.
           SELECT PartFile
           ASSIGN USING WS-Part-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartFile-Status.

      *    Chain run id handoff from STCBDRV1.
           SELECT ChainIdFile
           ASSIGN TO CHAINID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChainIdFile-Status.

       DATA DIVISION.
       FILE SECTION.
      *    Operator security file -- see 1100-Sign-On.
       FD  OperFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OperFile-Record.
           12  Oper-Id                    PIC X(08).
           12  Oper-Password              PIC X(08).
           12  Oper-Level                 PIC X(01).
               88 Oper-Level-Inquiry         VALUE "I".
               88 Oper-Level-Correct          VALUE "C".
               88 Oper-Level-Supervisor       VALUE "S".
           12  Oper-Lock-Flag             PIC X(01).
               88 Oper-Locked                VALUE "L".
           12  FILLER                     PIC X(07).

       FD  RelFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY XMITREL.

       FD  PartFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PartFile-Record                PIC X(149).
      *    Part trailer ("T1") view -- see STCBVSP1.
       01  PartFile-Trailer-Record.
           12  Part-Trl-Type              PIC X(02).
               88 Part-Trl-Present           VALUE "T1".
           12  Part-Trl-Part-Number       PIC 9(03).
           12  Part-Trl-Record-Count      PIC 9(07).
           12  Part-Trl-Total-Parts       PIC 9(03).
           12  FILLER                     PIC X(134).

      *    One-record chain run id handoff written by STCBDRV1.
       FD  ChainIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ChainIdFile-Record             PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==OperFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RelFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.

      *    Plain-English text for the file status codes above, so
      *       the console log means something without a reference
      *       card. See 9100-Display-FS-Message.
           COPY FSMSG.
       01  WS-FS-Lookup-Code           PIC X(02).

       01  WS-Dialogue-Control.
           12 WS-Operator-Id            PIC X(08).
           12 WS-Operator-Password      PIC X(08).
           12 WS-Release-Reply          PIC X(01).
              88 WS-Release-Wanted      VALUE "Y", "y".
           12 WS-Vendor-Reply           PIC X(01).
              88 WS-Vendor-Reply-A      VALUE "A", "a", SPACE.
              88 WS-Vendor-Reply-B      VALUE "B", "b".

      *    The fulfillment vendor being released, and its part
      *       file name prefix. See 1200-Choose-Vendor.
       01  WS-Vendor-Control.
           12 WS-Vendor-Id              PIC X(01) VALUE "A".
              88 WS-Vendor-B            VALUE "B".
           12 WS-Part-Prefix            PIC X(08) VALUE "CUSTVDRP".
           12 WS-Rel-Vendor-Match-Sw    PIC X(01).
              88 WS-Rel-Vendor-Match    VALUE "Y".

      *    Operator sign-on controls -- the same registry handling
      *       as STCBINQ1: three failed attempts lock the operator
      *       id last keyed (when it names a real entry) and the
      *       table is written back over OPERSEC.
       01  WS-Signon-Control.
           12 WS-Oper-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Oper-Max               PIC S9(4) COMP VALUE +50.
           12 WS-Oper-Table.
              16 WS-Oper-Entry OCCURS 50 TIMES
                               INDEXED BY WS-Oper-Idx.
                 20 WS-Oper-Id          PIC X(08).
                 20 WS-Oper-Password    PIC X(08).
                 20 WS-Oper-Level       PIC X(01).
                 20 WS-Oper-Lock        PIC X(01).
           12 WS-Oper-Found-Sub        PIC S9(4) COMP VALUE ZERO.
           12 WS-Signon-Attempts        PIC S9(4) COMP VALUE ZERO.
           12 WS-Signon-Attempt-Max     PIC S9(4) COMP VALUE +3.
           12 WS-Signed-On-Sw           PIC X(01) VALUE "N".
              88 WS-Signed-On           VALUE "Y".
           12 WS-Session-Level          PIC X(01) VALUE "I".
              88 WS-Oper-Can-Release    VALUE "S".

      *    The latest XMITREL record under the chain run id, kept
      *       field by field once the file is closed.
       01  WS-Release-Control.
           12 WS-Chain-Run-Id           PIC X(14) VALUE SPACES.
           12 WS-Latest-Found-Sw        PIC X(01) VALUE "N".
              88 WS-Latest-Found        VALUE "Y".
           12 WS-Latest-Status          PIC X(01).
              88 WS-Latest-Passed       VALUE "P".
              88 WS-Latest-Failed       VALUE "F".
              88 WS-Latest-Released     VALUE "R".
           12 WS-Latest-Part-Count      PIC 9(03).
           12 WS-Latest-Record-Total    PIC 9(07).
           12 WS-Latest-Part-Table.
              16 WS-Latest-Part-Rec-Count PIC 9(07) OCCURS 9 TIMES.
           12 WS-Latest-Date            PIC 9(08).
           12 WS-Latest-Time            PIC 9(08).
           12 WS-Latest-Operator-Id     PIC X(08).

      *    The parts as they stand on disk now, for comparison with
      *       the counts the proof was made against.
       01  WS-Part-Control.
           12 WS-Part-Sub               PIC S9(4) COMP.
           12 WS-Part-Digit             PIC 9(01).
           12 WS-Part-File-Name         PIC X(20).
           12 WS-Disk-Part-Count        PIC 9(03) VALUE ZERO.
           12 WS-Disk-Part-Table.
              16 WS-Disk-Part-Rec-Count PIC 9(07) OCCURS 9 TIMES.
           12 WS-Parts-Changed-Sw       PIC X(01) VALUE "N".
              88 WS-Parts-Changed       VALUE "Y".

       01  WS-Stamp-Control.
           12 WS-Stamp-Date             PIC 9(08).
           12 WS-Stamp-Time             PIC 9(08).

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              "*** Program STCBREL1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Release-Transmission.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           DISPLAY "*** STCBREL1 - Vendor Transmission Release ***".
           PERFORM 1100-Sign-On.
           IF NOT WS-Oper-Can-Release
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "SUPERVISOR LEVEL REQUIRED TO RELEASE."
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1200-Choose-Vendor.
           PERFORM 1300-Read-Chain-Id.
           PERFORM 1400-Find-Latest-Record.

      *    Asks which vendor's transmission is being released. A
      *       blank reply means vendor A; anything but A or B is
      *       asked again.
       1200-Choose-Vendor.
           MOVE "?" TO WS-Vendor-Reply.
           PERFORM UNTIL WS-Vendor-Reply-A OR WS-Vendor-Reply-B
              DISPLAY "Enter vendor (A/B): " WITH NO ADVANCING
              ACCEPT WS-Vendor-Reply
              IF NOT WS-Vendor-Reply-A AND NOT WS-Vendor-Reply-B
                 DISPLAY "VENDOR MUST BE A OR B."
              END-IF
           END-PERFORM.
           IF WS-Vendor-Reply-B
              MOVE "B" TO WS-Vendor-Id
              MOVE "CUSTVDBP" TO WS-Part-Prefix
           ELSE
              MOVE "A" TO WS-Vendor-Id
              MOVE "CUSTVDRP" TO WS-Part-Prefix
           END-IF.
           DISPLAY "Vendor      : " WS-Vendor-Id.

      *    Authenticates the operator against the OPERSEC registry
      *       exactly as STCBINQ1 does. Three failed attempts end
      *       the session, and when the id last keyed names a real
      *       operator that entry is locked and OPERSEC rewritten.
       1100-Sign-On.
           PERFORM 1110-Load-Operator-Table.
           PERFORM UNTIL WS-Signed-On
                   OR WS-Signon-Attempts >= WS-Signon-Attempt-Max
              DISPLAY "Enter operator id: " WITH NO ADVANCING
              ACCEPT WS-Operator-Id
              DISPLAY "Enter password   : " WITH NO ADVANCING
              ACCEPT WS-Operator-Password
              PERFORM 1120-Check-Credentials
              IF NOT WS-Signed-On
                 ADD +1 TO WS-Signon-Attempts
                 DISPLAY "SIGN-ON REFUSED."
              END-IF
           END-PERFORM.
           IF NOT WS-Signed-On
              DISPLAY "** ERROR **: TOO MANY FAILED SIGN-ON ATTEMPTS"
              IF WS-Oper-Found-Sub > ZERO
                 MOVE "L" TO WS-Oper-Lock (WS-Oper-Found-Sub)
                 PERFORM 1130-Rewrite-Operator-File
                 DISPLAY "OPERATOR " WS-Operator-Id " LOCKED OUT."
              END-IF
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "Signed on: " WS-Operator-Id
              " (level " WS-Session-Level ")".

      *    A missing or empty OPERSEC stops the program -- a release
      *       with no verified supervisor behind it is no release.
       1110-Load-Operator-Table.
           OPEN INPUT OperFile.
           IF NOT WS-OperFile-Good
              DISPLAY "** ERROR **: 1110-Load-Operator-Table"
              DISPLAY "Open OperFile Failed."
              DISPLAY "File Status: " WS-OperFile-Status
              MOVE WS-OperFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-OperFile-EOF
              READ OperFile
                 AT END
                    SET WS-OperFile-EOF TO TRUE
                 NOT AT END
                    IF WS-Oper-Count < WS-Oper-Max
                       ADD +1 TO WS-Oper-Count
                       SET WS-Oper-Idx TO WS-Oper-Count
                       MOVE Oper-Id
                          TO WS-Oper-Id (WS-Oper-Idx)
                       MOVE Oper-Password
                          TO WS-Oper-Password (WS-Oper-Idx)
                       MOVE Oper-Level
                          TO WS-Oper-Level (WS-Oper-Idx)
                       MOVE Oper-Lock-Flag
                          TO WS-Oper-Lock (WS-Oper-Idx)
                    ELSE
                       DISPLAY "*** WARNING ***"
                       DISPLAY "  OPERSEC ENTRY IGNORED - TABLE FULL"
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OperFile.
           IF WS-Oper-Count = ZERO
              DISPLAY "** ERROR **: 1110-Load-Operator-Table"
              DISPLAY "OPERSEC IS EMPTY - NO ONE CAN SIGN ON"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1120-Check-Credentials.
           MOVE ZERO TO WS-Oper-Found-Sub.
           PERFORM VARYING WS-Oper-Idx FROM 1 BY 1
                   UNTIL WS-Oper-Idx > WS-Oper-Count
                      OR WS-Signed-On
              IF WS-Operator-Id = WS-Oper-Id (WS-Oper-Idx)
                 SET WS-Oper-Found-Sub TO WS-Oper-Idx
                 IF WS-Oper-Lock (WS-Oper-Idx) = "L"
                    DISPLAY "OPERATOR ID IS LOCKED OUT."
                 ELSE
                    IF WS-Operator-Password =
                       WS-Oper-Password (WS-Oper-Idx)
                       SET WS-Signed-On TO TRUE
                       MOVE WS-Oper-Level (WS-Oper-Idx)
                          TO WS-Session-Level
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    Writes the table back over OPERSEC so a recorded lockout
      *       survives the session. Losing the rewrite only warns --
      *       the session is ending either way.
       1130-Rewrite-Operator-File.
           OPEN OUTPUT OperFile.
           IF NOT WS-OperFile-Good
              DISPLAY "*** WARNING ***"
              DISPLAY "  OPERSEC NOT REWRITTEN - LOCKOUT NOT SAVED"
              DISPLAY "  File Status: " WS-OperFile-Status
           ELSE
              PERFORM VARYING WS-Oper-Idx FROM 1 BY 1
                      UNTIL WS-Oper-Idx > WS-Oper-Count
                 MOVE SPACES TO OperFile-Record
                 MOVE WS-Oper-Id (WS-Oper-Idx) TO Oper-Id
                 MOVE WS-Oper-Password (WS-Oper-Idx)
                    TO Oper-Password
                 MOVE WS-Oper-Level (WS-Oper-Idx) TO Oper-Level
                 MOVE WS-Oper-Lock (WS-Oper-Idx) TO Oper-Lock-Flag
                 WRITE OperFile-Record
              END-PERFORM
              CLOSE OperFile
           END-IF.

      *    Picks up the chain run id STCBDRV1 left on CHAINID. No
      *       file (or an empty one) leaves it spaces -- the id a
      *       standalone STCBPRV1 run files its proof under.
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
           DISPLAY "Chain run id: " WS-Chain-Run-Id.

      *    Reads XMITREL through and keeps the last record under the
      *       chain run id for the vendor -- the latest proof or
      *       release is the one that counts. No file at all simply
      *       means no proof.
       1400-Find-Latest-Record.
           OPEN INPUT RelFile.
           IF NOT WS-RelFile-Good
              AND NOT WS-RelFile-Optional-Missing
              DISPLAY "** ERROR **: 1400-Find-Latest-Record"
              DISPLAY "Open RelFile Failed."
              DISPLAY "File Status: " WS-RelFile-Status
              MOVE WS-RelFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-RelFile-EOF
              READ RelFile
                 AT END
                    SET WS-RelFile-EOF TO TRUE
                 NOT AT END
                    MOVE "N" TO WS-Rel-Vendor-Match-Sw
                    IF (WS-Vendor-B AND Rel-Vendor-B)
                       OR (NOT WS-Vendor-B AND Rel-Vendor-A)
                       SET WS-Rel-Vendor-Match TO TRUE
                    END-IF
                    IF Rel-Chain-Run-Id = WS-Chain-Run-Id
                       AND WS-Rel-Vendor-Match
                       SET WS-Latest-Found TO TRUE
                       MOVE Rel-Status TO WS-Latest-Status
                       MOVE Rel-Part-Count TO WS-Latest-Part-Count
                       MOVE Rel-Record-Total
                          TO WS-Latest-Record-Total
                       PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                               UNTIL WS-Part-Sub > 9
                          MOVE Rel-Part-Rec-Count (WS-Part-Sub)
                             TO WS-Latest-Part-Rec-Count
                                   (WS-Part-Sub)
                       END-PERFORM
                       MOVE Rel-Event-Date TO WS-Latest-Date
                       MOVE Rel-Event-Time TO WS-Latest-Time
                       MOVE Rel-Operator-Id TO WS-Latest-Operator-Id
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RelFile.

      *    Only a passed proof can be released; anything else is
      *       refused with the reason. An already-released
      *       transmission is not an error -- nothing more to do.
       2000-Release-Transmission.
           EVALUATE TRUE
              WHEN NOT WS-Latest-Found
                 DISPLAY "** ERROR **: 2000-Release-Transmission"
                 DISPLAY "NO PROOF ON FILE - RUN STCBPRV1 FIRST."
                 MOVE 8 TO RETURN-CODE
              WHEN WS-Latest-Failed
                 DISPLAY "** ERROR **: 2000-Release-Transmission"
                 DISPLAY "PROOF FAILED - FIX THE PARTS AND REPROOF."
                 MOVE 8 TO RETURN-CODE
              WHEN WS-Latest-Released
                 DISPLAY "TRANSMISSION ALREADY RELEASED BY "
                    WS-Latest-Operator-Id " ON " WS-Latest-Date
                 MOVE ZERO TO RETURN-CODE
              WHEN WS-Latest-Passed
                 PERFORM 2100-Verify-Parts
                 IF WS-Parts-Changed
                    DISPLAY "** ERROR **: 2000-Release-Transmission"
                    DISPLAY "PARTS CHANGED SINCE THE PROOF - REPROOF."
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM 2200-Confirm-Release
                 END-IF
              WHEN OTHER
                 DISPLAY "** ERROR **: 2000-Release-Transmission"
                 DISPLAY "UNKNOWN XMITREL STATUS: " WS-Latest-Status
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *    Re-reads every part's T1 trailer count and compares it,
      *       and the number of parts, with what the proof saw.
       2100-Verify-Parts.
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
              PERFORM 2110-Read-Part-Trailer
           END-PERFORM.
           IF WS-Disk-Part-Count NOT = WS-Latest-Part-Count
              SET WS-Parts-Changed TO TRUE
              DISPLAY "  Parts proofed: " WS-Latest-Part-Count
                 "  parts on disk: " WS-Disk-Part-Count
           END-IF.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                   UNTIL WS-Part-Sub > 9
              IF WS-Disk-Part-Rec-Count (WS-Part-Sub) NOT =
                 WS-Latest-Part-Rec-Count (WS-Part-Sub)
                 SET WS-Parts-Changed TO TRUE
                 DISPLAY "  Part " WS-Part-Sub " proofed at "
                    WS-Latest-Part-Rec-Count (WS-Part-Sub)
                    " now " WS-Disk-Part-Rec-Count (WS-Part-Sub)
              END-IF
           END-PERFORM.

       2110-Read-Part-Trailer.
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

      *    Shows the supervisor what is being released and asks
      *       for a yes before the release record is filed.
       2200-Confirm-Release.
           DISPLAY " ".
           DISPLAY "Proofed on     : " WS-Latest-Date " "
              WS-Latest-Time.
           DISPLAY "Parts          : " WS-Latest-Part-Count.
           DISPLAY "Pieces (T1)    : " WS-Latest-Record-Total.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                   UNTIL WS-Part-Sub > WS-Latest-Part-Count
                      OR WS-Part-Sub > 9
              DISPLAY "  Part " WS-Part-Sub " : "
                 WS-Latest-Part-Rec-Count (WS-Part-Sub)
           END-PERFORM.
           DISPLAY "Release transmission to the vendor (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-Release-Reply.
           IF WS-Release-Wanted
              PERFORM 2300-Write-Release-Record
              DISPLAY "TRANSMISSION RELEASED BY " WS-Operator-Id
              MOVE ZERO TO RETURN-CODE
           ELSE
              DISPLAY "RELEASE NOT CONFIRMED - NOTHING FILED."
              MOVE 4 TO RETURN-CODE
           END-IF.

       2300-Write-Release-Record.
           OPEN EXTEND RelFile.
           IF NOT WS-RelFile-Good
              AND NOT WS-RelFile-Optional-Missing
              DISPLAY "** ERROR **: 2300-Write-Release-Record"
              DISPLAY "Open RelFile Failed."
              DISPLAY "File Status: " WS-RelFile-Status
              MOVE WS-RelFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO Rel-Record.
           MOVE WS-Chain-Run-Id TO Rel-Chain-Run-Id.
           MOVE WS-Vendor-Id TO Rel-Vendor-Id.
           SET Rel-Released TO TRUE.
           MOVE WS-Latest-Part-Count TO Rel-Part-Count.
           MOVE WS-Latest-Record-Total TO Rel-Record-Total.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
                   UNTIL WS-Part-Sub > 9
              MOVE WS-Latest-Part-Rec-Count (WS-Part-Sub)
                 TO Rel-Part-Rec-Count (WS-Part-Sub)
           END-PERFORM.
           ACCEPT WS-Stamp-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Stamp-Time FROM TIME.
           MOVE WS-Stamp-Date TO Rel-Event-Date.
           MOVE WS-Stamp-Time TO Rel-Event-Time.
           MOVE WS-Operator-Id TO Rel-Operator-Id.
           WRITE Rel-Record.
           IF NOT WS-RelFile-Good
              DISPLAY "** ERROR **: 2300-Write-Release-Record"
              DISPLAY "WRITE RelFile Failed."
              DISPLAY "File Status: " WS-RelFile-Status
              MOVE WS-RelFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE RelFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE RelFile.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           DISPLAY EOJ-End-Message.
           DISPLAY "Chain Run Id        : " WS-Chain-Run-Id.
           DISPLAY "Vendor              : " WS-Vendor-Id.
           DISPLAY "Latest XMITREL      : " WS-Latest-Status.
           DISPLAY "Operator            : " WS-Operator-Id.

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
