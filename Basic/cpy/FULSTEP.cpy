      ***********************************************************
      * Copybook name: FULSTEP
      * Original author: David Stagowski
      *
      * Description: Step-state record appended to the cumulative
      *    FULSTEP file by STCBFUL1, the fulfillment-cycle driver.
      *    One record per step attempt: the chain run id the cycle
      *    belongs to (the CHAINID stamp of the nightly chain that
      *    produced the mailing), the step program, what happened
      *    to it, its RETURN-CODE and when.
      *
      *    A step with a "C" record under the cycle's chain run id
      *    is finished and is not run again on a resubmission. A
      *    "W" record means the step's vendor file had not arrived
      *    yet; an "F" record means the step came back with an
      *    error and is where the rerun picks up. When every step
      *    is finished STCBFUL1 closes the cycle with a "C" record
      *    under its own program name.
      *
      *    The per-vendor steps (presort through invoice) run once
      *    for each fulfillment vendor, so a step is named by its
      *    program and Step-Vendor-Id together. The vendor id is
      *    blank for the steps that are not vendor-specific.
      *
      * Typical Use: Within the File Section, following an FD:
      *
      *    FD  StepFile ...
      *    COPY FULSTEP.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created with STCBFUL1 so the
      *                          fulfillment cycle remembers which
      *                          steps already ran.
      * 2026-10-15 dscobol       Step-Vendor-Id, taken from the
      *                          trailing filler, for the second
      *                          fulfillment vendor's steps.
      *
      **********************************************************
       01  Step-Record.
           12  Step-Chain-Run-Id           PIC X(14).
           12  Step-Pgm-Id                 PIC X(08).
           12  Step-Status                 PIC X(01).
               88 Step-Complete               VALUE "C".
               88 Step-Failed                 VALUE "F".
               88 Step-Waiting                VALUE "W".
           12  Step-Return-Code            PIC 9(04).
           12  Step-Run-Date               PIC 9(08).
           12  Step-Run-Time               PIC 9(08).
           12  Step-Wait-File              PIC X(08).
           12  Step-Vendor-Id              PIC X(01).
           12  FILLER                      PIC X(08).
