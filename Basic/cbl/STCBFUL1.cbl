      ***********************************************************
      * Program name:    STCBFUL1
      * Original author: David Stagowski
      *
      * Description: Fulfillment-cycle driver.
      *    STCBDRV1 stops at the sort, snapshot and balance steps.
      *    Everything after it -- load the master, household,
      *    seed, route, presort and split the vendor file, then
      *    match the vendor's acknowledgment, results and invoice
      *    when they come back -- was submitted by hand in an order
      *    that lived in an operator's head. This program runs that
      *    cycle in order:
      *
      *       STCBMST1  (STCBBHS1  STCBBHR1 at month-end)
      *       STCBHH01  STCBSED1  STCBVRT1
      *       STCBPSR1  STCBVSP1  STCBPRV1            for vendor A
      *       STCBPSR1  STCBVSP1  STCBPRV1            for vendor B
      *       then, once each vendor answers,
      *       STCBACK1 (VNDRACK)   STCBVRS1 (VNDRRES)
      *       STCBINV1 (VNDRINV)                      for vendor A
      *       STCBACK1 (VNDRACKB)  STCBVRS1 (VNDRRESB)
      *       STCBINV1 (VNDRINVB)                     for vendor B
      *
      *    STCBVRT1 routes each piece to vendor A or to vendor B
      *    (the western-states vendor) off VNDRCTL; every step after
      *    it runs once per vendor. Before calling a vendor's step
      *    the driver writes the vendor id to the one-record VNDRID
      *    handoff, and the step picks its own files off that. A
      *    vendor that was routed no pieces tonight (an empty
      *    CUSTVDRA or CUSTVDRB) has its steps recorded complete
      *    without being called.
      *
      *    Each step's outcome is appended to the FULSTEP step-state
      *    file under the chain run id on CHAINID -- the nightly
      *    chain that produced tonight's mailing. A resubmission
      *    for the same chain run id skips every step already
      *    finished and picks up at the one that failed, so a 3am
      *    failure in STCBPSR1 is fixed and resubmitted, not
      *    worked out by hand.
      *
      *    The three vendor steps only run once their vendor file
      *    is on hand; until then the cycle reports that it is
      *    waiting (RC 4) and the job is simply resubmitted when
      *    the file lands. STCBVRS1 and STCBINV1 wait behind the
      *    same vendor's STCBACK1 -- results and billing mean
      *    nothing until the vendor has acknowledged the parts --
      *    but not behind each other, nor behind the other vendor.
      *    A step that comes back RC 4 (reported differences, same
      *    as STCBBAL1) counts as finished; above 4 the cycle halts
      *    there with RC 8.
      *
      *    STCBPRV1 proofs the parts; a failed proof halts the
      *    cycle like any other failure. The vendor steps then wait
      *    for a supervisor to release the transmission (STCBREL1):
      *    until the latest XMITREL record for the chain run id and
      *    vendor is a release, that vendor's STCBACK1 is reported
      *    waiting on the release and the cycle ends RC 4, the same
      *    as waiting on a vendor file.
      *
      *    On the last processing day of the month (MONTHEND "Y"
      *    from STCBDRV1) the month-end balance snapshot STCBBHS1
      *    and the STCBBHR1 trend report run right behind STCBMST1,
      *    so the snapshot is of the master tonight's feed built.
      *    Any other night both are recorded complete without being
      *    called.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created so the fulfillment cycle has
      *                          a single restartable job instead of
      *                          eight hand submissions.
      * 2026-10-15 dscobol       STCBPRV1 proof step added after
      *                          STCBVSP1, and the vendor steps
      *                          wait for the supervisor release
      *                          recorded on XMITREL.
      * 2026-10-15 dscobol       STCBVRT1 routing step, and the
      *                          presort-through-invoice steps run
      *                          once per vendor, each told its
      *                          vendor on VNDRID.
      * 2026-10-15 dscobol       STCBBHS1 month-end snapshot and
      *                          STCBBHR1 trend report moved here
      *                          from STCBDRV1, behind STCBMST1, so
      *                          the snapshot is of tonight's master
      *                          and not last night's.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBFUL1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cumulative fulfillment step-state file -- one record
      *       appended per step attempt. OPTIONAL so the very
      *       first cycle finds nothing. See FULSTEP.
           SELECT OPTIONAL StepFile
           ASSIGN TO FULSTEP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StepFile-Status.

      *    Vendor return file a step is waiting on -- ASSIGN USING
      *       takes the name (VNDRACK, VNDRRES, VNDRINV, or the
      *       VNDRACKB/VNDRRESB/VNDRINVB of vendor B) from working
      *       storage at each OPEN. Only opened to see whether it
      *       has arrived; the step itself reads it. Also used to
      *       see whether a vendor's extract (CUSTVDRA, CUSTVDRB)
      *       has any pieces in it.
           SELECT VendorFile
           ASSIGN USING WS-Vendor-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VendorFile-Status.

      *    Cumulative proof/release file from STCBPRV1/STCBREL1 --
      *       only read, to see whether the transmission has been
      *       released. See 2250-Check-Release.
           SELECT OPTIONAL RelFile
           ASSIGN TO XMITREL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RelFile-Status.

      *    One-record chain run id handoff from STCBDRV1 -- the
      *       key the cycle's steps are recorded under.
           SELECT ChainIdFile
           ASSIGN TO CHAINID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChainIdFile-Status.

      *    One-record month-end verdict from STCBDRV1 -- Y on the
      *       last processing day of the month. See
      *       1350-Read-Month-End.
           SELECT MonthEndFile
           ASSIGN TO MONTHEND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MonthEndFile-Status.

      *    One-record vendor id handoff to the vendor steps --
      *       written before each one is called. See
      *       2320-Write-Vendor-Id.
           SELECT VndrIdFile
           ASSIGN TO VNDRID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndrIdFile-Status.

      *    Cumulative run-history log -- one record appended per run.
      *       See 3200-Write-Run-History.
           SELECT OPTIONAL RunLogFile
           ASSIGN TO RUNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunLogFile-Status.

      *    Common structured exceptions file, appended to by every
      *       program in the shop -- see 9200-Log-Exception.
           SELECT OPTIONAL ExcpFile
           ASSIGN TO CUSTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExcpFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StepFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY FULSTEP.

       FD  VendorFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VendorFile-Record              PIC X(149).

       FD  RelFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY XMITREL.

       FD  ChainIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ChainIdFile-Record             PIC X(14).

       FD  MonthEndFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MonthEndFile-Record            PIC X(01).

       FD  VndrIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VndrIdFile-Record              PIC X(01).

       FD  RunLogFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RUNLOG.

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==StepFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VendorFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RelFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MonthEndFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VndrIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RunLogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    The cycle's steps in run order, each with the vendor file
      *       it waits on (spaces when it waits on nothing), the
      *       fulfillment vendor it runs for (space for the steps
      *       before the routing), R when it waits on that vendor's
      *       supervisor release or M when it runs only at month-end,
      *       and the step it is held behind (00 for none) -- each
      *       vendor's STCBACK1, for its results and invoice steps.
       01  WS-Step-Names.
           12 FILLER                    PIC X(20) VALUE
              "STCBMST1          00".
           12 FILLER                    PIC X(20) VALUE
              "STCBBHS1         M00".
           12 FILLER                    PIC X(20) VALUE
              "STCBBHR1         M00".
           12 FILLER                    PIC X(20) VALUE
              "STCBHH01          00".
           12 FILLER                    PIC X(20) VALUE
              "STCBSED1          00".
           12 FILLER                    PIC X(20) VALUE
              "STCBVRT1          00".
           12 FILLER                    PIC X(20) VALUE
              "STCBPSR1        A 00".
           12 FILLER                    PIC X(20) VALUE
              "STCBVSP1        A 00".
           12 FILLER                    PIC X(20) VALUE
              "STCBPRV1        A 00".
           12 FILLER                    PIC X(20) VALUE
              "STCBPSR1        B 00".
           12 FILLER                    PIC X(20) VALUE
              "STCBVSP1        B 00".
           12 FILLER                    PIC X(20) VALUE
              "STCBPRV1        B 00".
           12 FILLER                    PIC X(20) VALUE
              "STCBACK1VNDRACK AR00".
           12 FILLER                    PIC X(20) VALUE
              "STCBVRS1VNDRRES A 13".
           12 FILLER                    PIC X(20) VALUE
              "STCBINV1VNDRINV A 13".
           12 FILLER                    PIC X(20) VALUE
              "STCBACK1VNDRACKBBR00".
           12 FILLER                    PIC X(20) VALUE
              "STCBVRS1VNDRRESBB 16".
           12 FILLER                    PIC X(20) VALUE
              "STCBINV1VNDRINVBB 16".
       01  WS-Step-Table REDEFINES WS-Step-Names.
           12 WS-Step-Entry OCCURS 18 TIMES.
              16 WS-Step-Pgm            PIC X(08).
              16 WS-Step-Vendor-File    PIC X(08).
              16 WS-Step-Vendor         PIC X(01).
              16 WS-Step-Gate-Sw        PIC X(01).
                 88 WS-Step-Needs-Release VALUE "R".
                 88 WS-Step-Month-End-Only VALUE "M".
              16 WS-Step-Hold-Sub       PIC 9(02).

      *    Where each step stands for this cycle, by the same
      *       subscript: C finished on an earlier run, R finished on
      *       this run, N skipped -- no pieces for its vendor, M
      *       skipped -- not month-end, F failed, W waiting on its
      *       vendor file, V waiting on the supervisor release, H
      *       held behind its vendor's STCBACK1, P not reached.
       01  WS-Step-State-Table.
           12 WS-Step-State OCCURS 18 TIMES PIC X(01).
              88 WS-Step-Finished       VALUES "C" "R" "N" "M".
              88 WS-Step-Done-Earlier   VALUE "C".
              88 WS-Step-Ran-Now        VALUE "R".
              88 WS-Step-No-Pieces      VALUE "N".
              88 WS-Step-Not-Month-End  VALUE "M".
              88 WS-Step-Has-Failed     VALUE "F".
              88 WS-Step-Is-Waiting     VALUE "W".
              88 WS-Step-Awaits-Release VALUE "V".
              88 WS-Step-Is-Held        VALUE "H".
              88 WS-Step-Not-Reached    VALUE "P".

       01  WS-Cycle-Control.
           12 WS-Step-Count          PIC S9(4) COMP VALUE 18.
           12 WS-Step-Sub            PIC S9(4) COMP VALUE ZERO.
           12 WS-Find-Sub            PIC S9(4) COMP VALUE ZERO.
           12 WS-Finished-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Ran-Now-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Waiting-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Release-Wait-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Pieces-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Not-Month-End-Cnt   PIC S9(4) COMP VALUE ZERO.
           12 WS-Hold-Sub            PIC S9(4) COMP VALUE ZERO.
           12 WS-Step-RC             PIC S9(4) COMP VALUE ZERO.
           12 WS-Step-Status-Out     PIC X(01) VALUE SPACE.
           12 WS-Call-Pgm            PIC X(08) VALUE SPACES.
           12 WS-Vendor-File-Name    PIC X(08) VALUE SPACES.
           12 WS-Vendor-File-Sw      PIC X(01) VALUE "N".
              88 WS-Vendor-File-Here VALUE "Y".
           12 WS-Released-Sw         PIC X(01) VALUE "N".
              88 WS-Xmit-Released    VALUE "Y".
           12 WS-Pieces-Sw           PIC X(01) VALUE "Y".
              88 WS-Vendor-Has-Pieces VALUE "Y".
           12 WS-Rel-Vendor-Match-Sw PIC X(01) VALUE "N".
              88 WS-Rel-Vendor-Match VALUE "Y".
           12 WS-Cycle-Failed-Sw     PIC X(01) VALUE "N".
              88 WS-Cycle-Failed     VALUE "Y".
           12 WS-Failed-Step         PIC X(08) VALUE SPACES.
           12 WS-Cycle-Closed-Sw     PIC X(01) VALUE "N".
              88 WS-Cycle-Closed     VALUE "Y".
           12 WS-Month-End-Sw        PIC X(01) VALUE "N".
              88 WS-Month-End        VALUE "Y".
           12 WS-State-Label         PIC X(30) VALUE SPACES.

      *    The cycle recorded most recently under some other chain
      *       run id, and whether it was ever closed -- a new
      *       nightly chain on top of an unfinished cycle is worth a
      *       warning, since tonight's run overwrote its files.
       01  WS-Prior-Cycle-Control.
           12 WS-Prior-Chain-Run-Id  PIC X(14) VALUE SPACES.
           12 WS-Prior-Closed-Sw     PIC X(01) VALUE "N".
              88 WS-Prior-Closed     VALUE "Y".

      *    Chain run id read from the CHAINID handoff -- the key
      *       every step-state record is written under.
       01  WS-RunLog-Control.
           12 WS-Chain-Run-Id           PIC X(14) VALUE SPACES.
           12 WS-RunLog-Date            PIC 9(08).
           12 WS-RunLog-Time            PIC 9(08).

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

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
              "*** Program STCBFUL1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           IF NOT WS-Cycle-Closed
              PERFORM 2000-Run-Cycle
           END-IF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           DISPLAY "*** STCBFUL1 - Fulfillment Cycle Starting ***".
           PERFORM 1300-Read-Chain-Id.
           IF WS-Chain-Run-Id = SPACES
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "NO CHAIN RUN ID ON CHAINID - CYCLE NOT RUN."
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-ChainIdFile-Status TO WS-Excp-File-Status
              MOVE "NO CHAIN RUN ID - CYCLE NOT RUN"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "STCBFUL1: Cycle for chain run id " WS-Chain-Run-Id.
           PERFORM 1350-Read-Month-End.
           PERFORM 1400-Load-Step-State.

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

      *    No MONTHEND, or anything on it but Y, is an ordinary
      *       night -- the month-end steps are skipped, the way
      *       STCBBHS1 itself would skip them.
       1350-Read-Month-End.
           MOVE "N" TO WS-Month-End-Sw.
           OPEN INPUT MonthEndFile.
           IF WS-MonthEndFile-Good
              READ MonthEndFile
                 AT END SET WS-MonthEndFile-EOF TO TRUE
                 NOT AT END
                    IF MonthEndFile-Record = "Y"
                       SET WS-Month-End TO TRUE
                    END-IF
              END-READ
              CLOSE MonthEndFile
           END-IF.

      *    Reads back every step-state record and marks each step
      *       already finished under this chain run id. Without the
      *       step-state file the driver cannot tell what is safe
      *       to repeat, so a file that will not open stops the
      *       cycle (RC 8) rather than running everything again.
       1400-Load-Step-State.
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                   UNTIL WS-Step-Sub > WS-Step-Count
              SET WS-Step-Not-Reached (WS-Step-Sub) TO TRUE
           END-PERFORM.
           OPEN INPUT StepFile.
           IF NOT WS-StepFile-Good
              AND NOT WS-StepFile-Optional-Missing
              DISPLAY "** ERROR **: 1400-Load-Step-State"
              DISPLAY "Open StepFile Failed."
              DISPLAY "File Status: " WS-StepFile-Status
              MOVE "1400-Load-Step-State" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-StepFile-Status TO WS-Excp-File-Status
              MOVE "Open StepFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-StepFile-EOF
              READ StepFile
                 AT END
                    SET WS-StepFile-EOF TO TRUE
                 NOT AT END
                    PERFORM 1410-Apply-Step-Record
              END-READ
           END-PERFORM.
           CLOSE StepFile.
           IF WS-Prior-Chain-Run-Id NOT = SPACES
              AND NOT WS-Prior-Closed
              DISPLAY "*** WARNING ***"
              DISPLAY "  PRIOR CYCLE " WS-Prior-Chain-Run-Id
                 " WAS NEVER COMPLETED"
              MOVE "1400-Load-Step-State" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "PRIOR CYCLE NOT DONE:" TO WS-Excp-Message
              MOVE WS-Prior-Chain-Run-Id TO WS-Excp-Message (23:14)
              PERFORM 9200-Log-Exception
           END-IF.
           IF WS-Cycle-Closed
              DISPLAY "STCBFUL1: CYCLE ALREADY COMPLETE FOR "
                 WS-Chain-Run-Id " - NOTHING TO RUN."
           END-IF.

      *    A finished record for this chain run id marks its step
      *       (or, under STCBFUL1's own name, the whole cycle)
      *       done -- the step run under the same program and
      *       vendor; a record with no vendor is taken as vendor A
      *       for the vendor steps. Records for any other chain run
      *       id only feed the prior-cycle check.
       1410-Apply-Step-Record.
           IF Step-Chain-Run-Id = WS-Chain-Run-Id
              IF Step-Complete
                 IF Step-Pgm-Id = "STCBFUL1"
                    SET WS-Cycle-Closed TO TRUE
                 ELSE
                    PERFORM VARYING WS-Find-Sub FROM 1 BY 1
                            UNTIL WS-Find-Sub > WS-Step-Count
                       IF WS-Step-Pgm (WS-Find-Sub) = Step-Pgm-Id
                          AND (WS-Step-Vendor (WS-Find-Sub) =
                               Step-Vendor-Id
                           OR (WS-Step-Vendor (WS-Find-Sub) = "A"
                               AND Step-Vendor-Id = SPACE))
                          SET WS-Step-Done-Earlier (WS-Find-Sub)
                             TO TRUE
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           ELSE
              IF Step-Chain-Run-Id NOT = WS-Prior-Chain-Run-Id
                 MOVE Step-Chain-Run-Id TO WS-Prior-Chain-Run-Id
                 MOVE "N" TO WS-Prior-Closed-Sw
              END-IF
              IF Step-Complete
                 AND Step-Pgm-Id = "STCBFUL1"
                 SET WS-Prior-Closed TO TRUE
              END-IF
           END-IF.

      *    Walks the steps in order. A failure halts everything
      *       behind it; a step waiting on its vendor file does not,
      *       so results and invoice still run if their files are in
      *       once the acknowledgment is done, and one vendor's
      *       steps still run while the other's wait.
       2000-Run-Cycle.
           PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                   UNTIL WS-Step-Sub > WS-Step-Count
                      OR WS-Cycle-Failed
              PERFORM 2100-Run-Step
           END-PERFORM.

       2100-Run-Step.
           EVALUATE TRUE
              WHEN WS-Step-Done-Earlier (WS-Step-Sub)
                 DISPLAY "STCBFUL1: " WS-Step-Pgm (WS-Step-Sub)
                    " already complete - skipped"
              WHEN WS-Step-Hold-Sub (WS-Step-Sub) > ZERO
                   AND NOT WS-Step-Finished
                              (WS-Step-Hold-Sub (WS-Step-Sub))
                 MOVE WS-Step-Hold-Sub (WS-Step-Sub) TO WS-Hold-Sub
                 SET WS-Step-Is-Held (WS-Step-Sub) TO TRUE
                 DISPLAY "STCBFUL1: " WS-Step-Pgm (WS-Step-Sub)
                    " vendor " WS-Step-Vendor (WS-Step-Sub)
                    " held until " WS-Step-Pgm (WS-Hold-Sub)
                    " completes"
              WHEN OTHER
                 PERFORM 2150-Attempt-Step
           END-EVALUATE.

      *    A month-end step on any other night is skipped, as is a
      *       step for a vendor that was routed no pieces.
      *       STCBACK1 on a transmission no supervisor has released,
      *       and a vendor step whose return file has not arrived,
      *       are recorded as waiting and left for the resubmission;
      *       anything else is called.
       2150-Attempt-Step.
           IF WS-Step-Month-End-Only (WS-Step-Sub)
              AND NOT WS-Month-End
              PERFORM 2190-Skip-Not-Month-End
           ELSE
              PERFORM 2155-Attempt-Gated-Step
           END-IF.

       2155-Attempt-Gated-Step.
           SET WS-Vendor-Has-Pieces TO TRUE.
           SET WS-Vendor-File-Here TO TRUE.
           SET WS-Xmit-Released TO TRUE.
           IF WS-Step-Vendor (WS-Step-Sub) NOT = SPACE
              PERFORM 2220-Check-Vendor-Pieces
           END-IF.
           IF WS-Vendor-Has-Pieces
              AND WS-Step-Needs-Release (WS-Step-Sub)
              PERFORM 2250-Check-Release
           END-IF.
           IF WS-Vendor-Has-Pieces
              AND WS-Xmit-Released
              AND WS-Step-Vendor-File (WS-Step-Sub) NOT = SPACES
              PERFORM 2200-Check-Vendor-File
           END-IF.
           EVALUATE TRUE
              WHEN NOT WS-Vendor-Has-Pieces
                 PERFORM 2180-Skip-No-Pieces
              WHEN NOT WS-Xmit-Released
                 PERFORM 2160-Wait-For-Release
              WHEN WS-Vendor-File-Here
                 PERFORM 2300-Call-Step
              WHEN OTHER
                 PERFORM 2170-Wait-For-Vendor-File
           END-EVALUATE.

      *    The release wait is recorded against XMITREL, so the
      *       step-state file shows what the cycle stopped for.
       2160-Wait-For-Release.
           SET WS-Step-Awaits-Release (WS-Step-Sub) TO TRUE.
           ADD +1 TO WS-Waiting-Cnt.
           ADD +1 TO WS-Release-Wait-Cnt.
           DISPLAY "STCBFUL1: " WS-Step-Pgm (WS-Step-Sub)
              " vendor " WS-Step-Vendor (WS-Step-Sub)
              " WAITING ON SUPERVISOR RELEASE (STCBREL1)".
           MOVE ZERO TO WS-Step-RC.
           MOVE "W" TO WS-Step-Status-Out.
           PERFORM 9400-Write-Step-State.
           MOVE "2160-Wait-For-Release" TO WS-Excp-Paragraph.
           MOVE "W" TO WS-Excp-Severity.
           MOVE SPACES TO WS-Excp-File-Status.
           MOVE "WAITING ON RELEASE:" TO WS-Excp-Message.
           MOVE WS-Chain-Run-Id TO WS-Excp-Message (21:14).
           MOVE WS-Step-Vendor (WS-Step-Sub) TO WS-Excp-Message (36:1).
           PERFORM 9200-Log-Exception.

       2170-Wait-For-Vendor-File.
           SET WS-Step-Is-Waiting (WS-Step-Sub) TO TRUE.
           ADD +1 TO WS-Waiting-Cnt.
           DISPLAY "STCBFUL1: " WS-Step-Pgm (WS-Step-Sub)
              " WAITING ON VENDOR FILE "
              WS-Step-Vendor-File (WS-Step-Sub).
           MOVE ZERO TO WS-Step-RC.
           MOVE "W" TO WS-Step-Status-Out.
           PERFORM 9400-Write-Step-State.
           MOVE "2170-Wait-For-Vendor-File" TO WS-Excp-Paragraph.
           MOVE "W" TO WS-Excp-Severity.
           MOVE WS-VendorFile-Status TO WS-Excp-File-Status.
           MOVE "WAITING ON VENDOR FILE" TO WS-Excp-Message.
           MOVE WS-Step-Vendor-File (WS-Step-Sub)
              TO WS-Excp-Message (24:8).
           PERFORM 9200-Log-Exception.

      *    Nothing routed to the vendor tonight means nothing to
      *       presort, split, proof, release or hear back about --
      *       the step is recorded complete without being called.
       2180-Skip-No-Pieces.
           SET WS-Step-No-Pieces (WS-Step-Sub) TO TRUE.
           ADD +1 TO WS-No-Pieces-Cnt.
           DISPLAY "STCBFUL1: " WS-Step-Pgm (WS-Step-Sub)
              " vendor " WS-Step-Vendor (WS-Step-Sub)
              " skipped - no pieces routed to the vendor".
           MOVE ZERO TO WS-Step-RC.
           MOVE "C" TO WS-Step-Status-Out.
           PERFORM 9400-Write-Step-State.

      *    Not the last processing day of the month -- nothing to
      *       snapshot or report, and the step is recorded complete
      *       without being called.
       2190-Skip-Not-Month-End.
           SET WS-Step-Not-Month-End (WS-Step-Sub) TO TRUE.
           ADD +1 TO WS-Not-Month-End-Cnt.
           DISPLAY "STCBFUL1: " WS-Step-Pgm (WS-Step-Sub)
              " skipped - not month-end".
           MOVE ZERO TO WS-Step-RC.
           MOVE "C" TO WS-Step-Status-Out.
           PERFORM 9400-Write-Step-State.

       2200-Check-Vendor-File.
           MOVE WS-Step-Vendor-File (WS-Step-Sub)
              TO WS-Vendor-File-Name.
           OPEN INPUT VendorFile.
           IF WS-VendorFile-Good
              CLOSE VendorFile
           ELSE
              MOVE "N" TO WS-Vendor-File-Sw
           END-IF.

      *    A vendor has pieces tonight when STCBVRT1 left at least
      *       one record on its extract. The check is made again
      *       for each of the vendor's steps, so a resubmission
      *       after a rerouting sees the extract as it now stands.
       2220-Check-Vendor-Pieces.
           IF WS-Step-Vendor (WS-Step-Sub) = "B"
              MOVE "CUSTVDRB" TO WS-Vendor-File-Name
           ELSE
              MOVE "CUSTVDRA" TO WS-Vendor-File-Name
           END-IF.
           MOVE "N" TO WS-Pieces-Sw.
           OPEN INPUT VendorFile.
           IF WS-VendorFile-Good
              READ VendorFile
                 AT END SET WS-VendorFile-EOF TO TRUE
                 NOT AT END SET WS-Vendor-Has-Pieces TO TRUE
              END-READ
              CLOSE VendorFile
           END-IF.

      *    Released means the latest XMITREL record under this chain
      *       run id for the step's vendor is a supervisor release
      *       -- a re-proof after a release puts it back to waiting.
      *       A record filed before the vendors were split carries
      *       no vendor and counts as vendor A's. STCBACK1 itself
      *       re-checks the parts against the release.
       2250-Check-Release.
           MOVE "N" TO WS-Released-Sw.
           OPEN INPUT RelFile.
           IF WS-RelFile-Good
              PERFORM UNTIL WS-RelFile-EOF
                 READ RelFile
                    AT END SET WS-RelFile-EOF TO TRUE
                    NOT AT END
                       MOVE "N" TO WS-Rel-Vendor-Match-Sw
                       IF (WS-Step-Vendor (WS-Step-Sub) = "B"
                           AND Rel-Vendor-B)
                          OR (WS-Step-Vendor (WS-Step-Sub) NOT = "B"
                              AND Rel-Vendor-A)
                          SET WS-Rel-Vendor-Match TO TRUE
                       END-IF
                       IF Rel-Chain-Run-Id = WS-Chain-Run-Id
                          AND WS-Rel-Vendor-Match
                          IF Rel-Released
                             SET WS-Xmit-Released TO TRUE
                          ELSE
                             MOVE "N" TO WS-Released-Sw
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RelFile
           END-IF.

      *    Calls the step and records the outcome before going on,
      *       so an abend in the next step still finds this one
      *       marked. RC 4 is a step reporting differences for the
      *       morning review -- finished, not halted. A vendor step
      *       is told its vendor on VNDRID first, and every step is
      *       cancelled once it returns, so the same program called
      *       again for the other vendor starts fresh.
       2300-Call-Step.
           MOVE WS-Step-Pgm (WS-Step-Sub) TO WS-Call-Pgm.
           IF WS-Step-Vendor (WS-Step-Sub) NOT = SPACE
              PERFORM 2320-Write-Vendor-Id
           END-IF.
           DISPLAY "STCBFUL1: Starting " WS-Call-Pgm " "
              WS-Step-Vendor (WS-Step-Sub).
           CALL WS-Call-Pgm.
           MOVE RETURN-CODE TO WS-Step-RC.
           CANCEL WS-Call-Pgm.
           IF WS-Step-RC > 4
              SET WS-Cycle-Failed TO TRUE
              SET WS-Step-Has-Failed (WS-Step-Sub) TO TRUE
              MOVE WS-Call-Pgm TO WS-Failed-Step
              DISPLAY "STCBFUL1: " WS-Call-Pgm " FAILED, RC = "
                 WS-Step-RC
              MOVE "F" TO WS-Step-Status-Out
           ELSE
              SET WS-Step-Ran-Now (WS-Step-Sub) TO TRUE
              ADD +1 TO WS-Ran-Now-Cnt
              IF WS-Step-RC = 4
                 DISPLAY "STCBFUL1: " WS-Call-Pgm
                    " REPORTS DIFFERENCES, RC = " WS-Step-RC
              ELSE
                 DISPLAY "STCBFUL1: " WS-Call-Pgm " completed, RC = "
                    WS-Step-RC
              END-IF
              MOVE "C" TO WS-Step-Status-Out
           END-IF.
           PERFORM 9400-Write-Step-State.
           MOVE ZERO TO RETURN-CODE.

      *    Leaves the step's vendor on VNDRID. A step run for the
      *       wrong vendor would post one vendor's answers against
      *       the other's parts, so a VNDRID that cannot be written
      *       stops the cycle (RC 8) before the step is called.
       2320-Write-Vendor-Id.
           OPEN OUTPUT VndrIdFile.
           IF WS-VndrIdFile-Good
              MOVE WS-Step-Vendor (WS-Step-Sub) TO VndrIdFile-Record
              WRITE VndrIdFile-Record
           END-IF.
           IF NOT WS-VndrIdFile-Good
              DISPLAY "** ERROR **: 2320-Write-Vendor-Id"
              DISPLAY "Write VndrIdFile Failed."
              DISPLAY "File Status: " WS-VndrIdFile-Status
              MOVE "2320-Write-Vendor-Id" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-VndrIdFile-Status TO WS-Excp-File-Status
              MOVE "Write VndrIdFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE VndrIdFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE VndrIdFile.

      *    Lists where every step stands, closes the cycle once all
      *       eighteen are finished, and sets the job's RC: 8 halted,
      *       4 waiting on the release or the vendor, 0 complete.
       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           IF NOT WS-Cycle-Closed
              DISPLAY "STCBFUL1: Step status for chain run id "
                 WS-Chain-Run-Id
              PERFORM VARYING WS-Step-Sub FROM 1 BY 1
                      UNTIL WS-Step-Sub > WS-Step-Count
                 PERFORM 3050-Display-Step-State
              END-PERFORM
           END-IF.
           EVALUATE TRUE
              WHEN WS-Cycle-Closed
                 MOVE ZERO TO RETURN-CODE
              WHEN WS-Cycle-Failed
                 DISPLAY "*** FULFILLMENT CYCLE HALTED AT "
                    WS-Failed-Step " ***"
                 MOVE 8 TO RETURN-CODE
                 MOVE "3000-End-Job" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE SPACES TO WS-Excp-File-Status
                 MOVE "FULFILLMENT CYCLE HALTED AT"
                    TO WS-Excp-Message
                 MOVE WS-Failed-Step TO WS-Excp-Message (29:8)
                 PERFORM 9200-Log-Exception
              WHEN WS-Finished-Cnt = WS-Step-Count
                 DISPLAY "*** FULFILLMENT CYCLE COMPLETE ***"
                 MOVE "STCBFUL1" TO WS-Call-Pgm
                 MOVE ZERO TO WS-Step-RC
                 MOVE "C" TO WS-Step-Status-Out
                 MOVE ZERO TO WS-Step-Sub
                 PERFORM 9400-Write-Step-State
                 MOVE ZERO TO RETURN-CODE
              WHEN WS-Release-Wait-Cnt > ZERO
                 DISPLAY "*** FULFILLMENT CYCLE WAITING ON SUPERVISOR"
                    " RELEASE - RESUBMIT AFTER STCBREL1 ***"
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY "*** FULFILLMENT CYCLE WAITING ON THE VENDOR"
                    " - RESUBMIT WHEN THE FILES ARRIVE ***"
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 3200-Write-Run-History.
           DISPLAY EOJ-End-Message.
           DISPLAY "Steps Run This Time  : " WS-Ran-Now-Cnt.
           DISPLAY "Steps Finished       : " WS-Finished-Cnt.
           DISPLAY "Steps Waiting        : " WS-Waiting-Cnt.
           DISPLAY "Steps With No Pieces : " WS-No-Pieces-Cnt.
           DISPLAY "Steps Not Month-End  : " WS-Not-Month-End-Cnt.

       3050-Display-Step-State.
           EVALUATE TRUE
              WHEN WS-Step-Done-Earlier (WS-Step-Sub)
                 ADD +1 TO WS-Finished-Cnt
                 MOVE "COMPLETE (EARLIER RUN)" TO WS-State-Label
              WHEN WS-Step-Ran-Now (WS-Step-Sub)
                 ADD +1 TO WS-Finished-Cnt
                 MOVE "COMPLETE" TO WS-State-Label
              WHEN WS-Step-No-Pieces (WS-Step-Sub)
                 ADD +1 TO WS-Finished-Cnt
                 MOVE "SKIPPED - NO PIECES" TO WS-State-Label
              WHEN WS-Step-Not-Month-End (WS-Step-Sub)
                 ADD +1 TO WS-Finished-Cnt
                 MOVE "SKIPPED - NOT MONTH-END" TO WS-State-Label
              WHEN WS-Step-Has-Failed (WS-Step-Sub)
                 MOVE "FAILED - RESUMES HERE" TO WS-State-Label
              WHEN WS-Step-Is-Waiting (WS-Step-Sub)
                 MOVE "WAITING ON" TO WS-State-Label
                 MOVE WS-Step-Vendor-File (WS-Step-Sub)
                    TO WS-State-Label (12:8)
              WHEN WS-Step-Awaits-Release (WS-Step-Sub)
                 MOVE "WAITING ON RELEASE (STCBREL1)" TO WS-State-Label
              WHEN WS-Step-Is-Held (WS-Step-Sub)
                 MOVE "HELD BEHIND STCBACK1" TO WS-State-Label
              WHEN OTHER
                 MOVE "NOT RUN" TO WS-State-Label
           END-EVALUATE.
           DISPLAY "  " WS-Step-Pgm (WS-Step-Sub) " "
              WS-Step-Vendor (WS-Step-Sub) "  " WS-State-Label.

      *    Appends the run's outcome to the cumulative RUNLOG file
      *       under the cycle's chain run id. The driver moves no
      *       records of its own; Records-Written carries the
      *       number of steps run this time. A write problem only
      *       warns.
       3200-Write-Run-History.
           OPEN EXTEND RunLogFile.
           IF NOT WS-RunLogFile-Good
              AND NOT WS-RunLogFile-Optional-Missing
              DISPLAY "*** WARNING ***"
              DISPLAY "  RUNLOG NOT AVAILABLE - HISTORY NOT WRITTEN"
              DISPLAY "  File Status: " WS-RunLogFile-Status
           ELSE
              MOVE SPACES TO RunLog-Record
              MOVE "STCBFUL1" TO RunLog-Pgm-Id
              MOVE WS-Chain-Run-Id TO RunLog-Chain-Run-Id
              ACCEPT WS-RunLog-Date FROM DATE YYYYMMDD
              ACCEPT WS-RunLog-Time FROM TIME
              MOVE WS-RunLog-Date TO RunLog-Run-Date
              MOVE WS-RunLog-Time TO RunLog-Run-Time
              MOVE ZERO TO RunLog-Records-Read
              MOVE ZERO TO RunLog-Records-Released
              MOVE WS-Ran-Now-Cnt TO RunLog-Records-Written
              MOVE ZERO TO RunLog-Exclusion-Cnt
              MOVE ZERO TO RunLog-Duplicate-Cnt
              MOVE ZERO TO RunLog-Invalid-Cnt
              MOVE RETURN-CODE TO RunLog-Return-Code
              WRITE RunLog-Record
              IF NOT WS-RunLogFile-Good
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  RUNLOG WRITE FAILED - HISTORY NOT WRITTEN"
                 DISPLAY "  File Status: " WS-RunLogFile-Status
              END-IF
              CLOSE RunLogFile
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
              MOVE "STCBFUL1" TO Excp-Pgm-Id
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

      *    Appends one step-state record -- the status is set by
      *       the caller, the step is WS-Step-Sub's (or the cycle's
      *       own closing record when WS-Step-Sub is zero). The
      *       state file is what makes a resubmission safe, so a
      *       record that cannot be written stops the cycle (RC 8)
      *       before another step runs unrecorded.
       9400-Write-Step-State.
           OPEN EXTEND StepFile.
           IF NOT WS-StepFile-Good
              AND NOT WS-StepFile-Optional-Missing
              DISPLAY "** ERROR **: 9400-Write-Step-State"
              DISPLAY "Open StepFile Failed."
              DISPLAY "File Status: " WS-StepFile-Status
              MOVE "9400-Write-Step-State" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-StepFile-Status TO WS-Excp-File-Status
              MOVE "Open StepFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO Step-Record.
           MOVE WS-Chain-Run-Id TO Step-Chain-Run-Id.
           MOVE WS-Step-Status-Out TO Step-Status.
           IF WS-Step-Sub = ZERO
              MOVE WS-Call-Pgm TO Step-Pgm-Id
              MOVE SPACES TO Step-Wait-File
           ELSE
              MOVE WS-Step-Pgm (WS-Step-Sub) TO Step-Pgm-Id
              MOVE WS-Step-Vendor (WS-Step-Sub) TO Step-Vendor-Id
              IF WS-Step-Awaits-Release (WS-Step-Sub)
                 MOVE "XMITREL" TO Step-Wait-File
              ELSE
                 MOVE WS-Step-Vendor-File (WS-Step-Sub)
                    TO Step-Wait-File
              END-IF
           END-IF.
           MOVE WS-Step-RC TO Step-Return-Code.
           ACCEPT WS-RunLog-Date FROM DATE YYYYMMDD.
           ACCEPT WS-RunLog-Time FROM TIME.
           MOVE WS-RunLog-Date TO Step-Run-Date.
           MOVE WS-RunLog-Time TO Step-Run-Time.
           WRITE Step-Record.
           IF NOT WS-StepFile-Good
              DISPLAY "** ERROR **: 9400-Write-Step-State"
              DISPLAY "Write StepFile Failed."
              DISPLAY "File Status: " WS-StepFile-Status
              MOVE "9400-Write-Step-State" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-StepFile-Status TO WS-Excp-File-Status
              MOVE "Write StepFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE StepFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE StepFile.
