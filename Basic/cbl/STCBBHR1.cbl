      ***********************************************************
      * Program name:    STCBBHR1
      * Original author: David Stagowski
      *
      * Description: Month-end balance trend report.
      *    Reads the keyed BALHIST month-end balance history
      *       STCBBHS1 posts -- one record per account per month,
      *       keyed account plus snapshot month -- and prints the
      *       BALTRND report Finance used to rebuild from archived
      *       tapes every quarter, over the twelve months ending
      *       with the report month:
      *       Section 1 - for each state, month by month: accounts,
      *                   total and average balance, and the change
      *                   in the total from the month before, with
      *                   an all-states block at the end;
      *       Section 2 - every account whose month-end balance
      *                   moved by more than THRESHLD dollars (up
      *                   or down) from the month before;
      *       Section 3 - every account whose status changed from
      *                   one month-end to the next.
      *    Sections 2 and 3 compare consecutive months only -- an
      *       account with a month missing (closed out and
      *       reopened, or not yet on file) is not compared across
      *       the gap. The month before the window is read for the
      *       comparison into the first window month.
      *
      *    BHRCTL keywords, one per line (keyword in 1-8, value
      *       from column 10), the same layout AUDCTL uses:
      *       ENDMONTH  last month reported (YYYYMM) -- blank or
      *                 absent means the latest month on BALHIST
      *       THRESHLD  whole-dollar move for section 2
      *                 (default 1000)
      *       No BHRCTL at all runs on the defaults.
      *
      *    BALHIST comes back in account order, so the state trend
      *       accumulates into a table printed at end of job, and
      *       the section 2 and 3 lines found on the way are held
      *       on work files (BHRMOVW, BHRSTSW) and copied in after
      *       it -- the way STCBCHR1 holds its operator view.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created -- Finance was rebuilding
      *                          month-end balance trends from
      *                          archived tapes every quarter.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBBHR1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Keyed month-end balance history posted by STCBBHS1.
           SELECT BalFile
           ASSIGN TO BALHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BalFile-Bal-Key
           FILE STATUS IS WS-BalFile-Status.

      *    Report criteria -- see the keyword list above.
           SELECT OPTIONAL CtlFile
           ASSIGN TO BHRCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtlFile-Status.

      *    Section 2 and section 3 lines, held until the trend
      *       section has printed.
           SELECT MovFile
           ASSIGN TO BHRMOVW
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MovFile-Status.

           SELECT StsFile
           ASSIGN TO BHRSTSW
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StsFile-Status.

      *    Balance trend report listing.
           SELECT PrtFile
           ASSIGN TO BALTRND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PrtFile-Status.

      *    Common structured exceptions file, appended to by every
      *       program in the shop -- see 9200-Log-Exception.
           SELECT OPTIONAL ExcpFile
           ASSIGN TO CUSTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExcpFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BalFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY BALHIST REPLACING ==:tag:== BY ==BalFile==.

       FD  CtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CtlFile-Record.
           12  Ctl-Keyword                PIC X(08).
           12  FILLER                     PIC X(01).
           12  Ctl-Value                  PIC X(15).
           12  FILLER                     PIC X(06).

       FD  MovFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MovFile-Record                 PIC X(100).

       FD  StsFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  StsFile-Record                 PIC X(100).

       FD  PrtFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PrtFile-Record                 PIC X(100).

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==BalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MovFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StsFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    Report criteria off BHRCTL, with their defaults.
       01  WS-Criteria.
           12 WS-Crit-End-Month         PIC X(06) VALUE SPACES.
           12 WS-Crit-Threshold         PIC X(07) VALUE SPACES.
           12 WS-Threshold              PIC 9(07) VALUE 1000.

      *    The twelve-month window. Months are carried as a running
      *       month count (year times 12 plus month less 1) so the
      *       window and the consecutive-month test are plain
      *       arithmetic across a year end -- see 2160-Compute-
      *       Cutoff in STCBARC1 for the same device.
       01  WS-Window-Control.
           12 WS-End-Month              PIC 9(06) VALUE ZERO.
           12 WS-End-Month-Parts REDEFINES WS-End-Month.
              16 WS-End-Year            PIC 9(04).
              16 WS-End-Mon             PIC 9(02).
           12 WS-Rec-Month              PIC 9(06).
           12 WS-Rec-Month-Parts REDEFINES WS-Rec-Month.
              16 WS-Rec-Year            PIC 9(04).
              16 WS-Rec-Mon             PIC 9(02).
           12 WS-Latest-Month           PIC 9(06) VALUE ZERO.
           12 WS-Run-Date               PIC 9(08).
           12 WS-End-Idx                PIC S9(07) COMP.
           12 WS-Start-Idx              PIC S9(07) COMP.
           12 WS-Rec-Idx                PIC S9(07) COMP.
           12 WS-Lbl-Idx                PIC S9(07) COMP.
           12 WS-Lbl-Year               PIC 9(04).
           12 WS-Lbl-Mon0               PIC 9(02).
           12 WS-Month-Sub              PIC S9(4) COMP.
           12 WS-Window-Label OCCURS 12 TIMES.
              16 WS-Wlb-Year            PIC 9(04).
              16 WS-Wlb-Dash            PIC X(01).
              16 WS-Wlb-Mon             PIC 9(02).

      *    The account's previous month-end, for sections 2 and 3.
       01  WS-Prior-Control.
           12 WS-Prior-Acct             PIC X(10) VALUE SPACES.
           12 WS-Prior-Idx              PIC S9(07) COMP VALUE ZERO.
           12 WS-Prior-Balance          PIC S9(7)V99 VALUE ZERO.
           12 WS-Prior-Status           PIC X(01) VALUE SPACE.
           12 WS-Bal-Change             PIC S9(8)V99 VALUE ZERO.
           12 WS-Bal-Move               PIC S9(8)V99 VALUE ZERO.

      *    Per-state trend, one entry per state code seen in the
      *       window, twelve month buckets each, plus the all-states
      *       totals. Entries print in state-code order at end of
      *       job -- see 3100-Print-Next-State.
       01  WS-Trend-Control.
           12 WS-Trd-Count              PIC S9(4) COMP VALUE ZERO.
           12 WS-Trd-Max                PIC S9(4) COMP VALUE +60.
           12 WS-Trd-Table.
              16 WS-Trd-Entry OCCURS 60 TIMES
                              INDEXED BY WS-Trd-Idx.
                 20 WS-Trd-State        PIC X(02).
                 20 WS-Trd-Printed-Sw   PIC X(01).
                    88 WS-Trd-Printed   VALUE "Y".
                 20 WS-Trd-Month OCCURS 12 TIMES.
                    24 WS-Trd-Acct-Cnt  PIC 9(07).
                    24 WS-Trd-Balance   PIC S9(11)V99.
           12 WS-Trd-Found-Sw           PIC X(01).
              88 WS-Trd-Found           VALUE "Y".
           12 WS-Trd-Full-Warned-Sw     PIC X(01) VALUE "N".
              88 WS-Trd-Full-Warned     VALUE "Y".
           12 WS-Trd-Next-Sub           PIC S9(4) COMP.
           12 WS-Trd-Sub                PIC S9(4) COMP.
           12 WS-All-Month OCCURS 12 TIMES.
              16 WS-All-Acct-Cnt        PIC 9(07).
              16 WS-All-Balance         PIC S9(11)V99.

      *    The block being printed -- one state's twelve months, or
      *       the all-states totals. See 3200-Print-Trend-Block.
       01  WS-Block-Control.
           12 WS-Blk-State              PIC X(05).
           12 WS-Blk-Month OCCURS 12 TIMES.
              16 WS-Blk-Acct-Cnt        PIC 9(07).
              16 WS-Blk-Balance         PIC S9(11)V99.
           12 WS-Blk-Average            PIC S9(9)V99.
           12 WS-Blk-Change             PIC S9(11)V99.

       01  WS-File-Counters.
           12 FD-BalFile-Record-Cnt     PIC S9(9) COMP VALUE ZERO.
           12 WS-In-Window-Cnt          PIC S9(9) COMP VALUE ZERO.
           12 WS-Move-Cnt               PIC S9(7) COMP VALUE ZERO.
           12 WS-Status-Chg-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 WS-Copy-Cnt               PIC S9(7) COMP VALUE ZERO.

       01  WS-Bhr-Heading-1.
           05  FILLER  PIC X(38) VALUE
               "STCBBHR1 - MONTH-END BALANCE TRENDS - ".
           05  FILLER  PIC X(17) VALUE "12 MONTHS ENDING ".
           05  WS-Hdg-End-Label      PIC X(07).
       01  WS-Bhr-Heading-2.
           05  FILLER  PIC X(34) VALUE
               "MONTH-OVER-MONTH MOVE THRESHOLD: $".
           05  WS-Hdg-Threshold      PIC Z,ZZZ,ZZ9.

       01  WS-Trd-Section-Heading PIC X(50) VALUE
           "SECTION 1 - 12-MONTH BALANCE TREND BY STATE".
       01  WS-Trd-Col-Heading.
           05  FILLER  PIC X(48) VALUE
               "STATE  MONTH     ACCOUNTS        TOTAL BALANCE  ".
           05  FILLER  PIC X(36) VALUE
               "AVERAGE BALANCE    CHANGE FROM PRIOR".

       01  WS-Trd-Line.
           05  WS-Trl-State          PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Trl-Month          PIC X(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Trl-Accts          PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Trl-Balance        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Trl-Average        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Trl-Change         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-Trl-Change-X REDEFINES WS-Trl-Change
                                     PIC X(19).

       01  WS-Mov-Section-Heading PIC X(50) VALUE
           "SECTION 2 - MONTH-OVER-MONTH MOVES OVER THRESHOLD".
       01  WS-Mov-Col-Heading.
           05  FILLER  PIC X(45) VALUE
               "ACCOUNT     MONTH    ST  STS  PRIOR MONTH-END".
           05  FILLER  PIC X(38) VALUE
               "       THIS MONTH-END           CHANGE".

       01  WS-Mov-Line.
           05  WS-Mvl-Acct           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Mvl-Month          PIC X(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Mvl-State          PIC X(02).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Mvl-Status         PIC X(01).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  WS-Mvl-Prior          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(08) VALUE SPACES.
           05  WS-Mvl-Balance        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Mvl-Change         PIC -ZZ,ZZZ,ZZ9.99.

       01  WS-Sts-Section-Heading PIC X(50) VALUE
           "SECTION 3 - ACCOUNT STATUS CHANGES".
       01  WS-Sts-Legend          PIC X(50) VALUE
           "STATUS A=ACTIVE I=INACTIVE C=CLOSED H=HOLD".
       01  WS-Sts-Col-Heading.
           05  FILLER  PIC X(51) VALUE
               "ACCOUNT     MONTH    ST   FROM   TO  THIS MONTH-END".

       01  WS-Sts-Line.
           05  WS-Stl-Acct           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Stl-Month          PIC X(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Stl-State          PIC X(02).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-Stl-From           PIC X(01).
           05  FILLER                PIC X(05) VALUE SPACES.
           05  WS-Stl-To             PIC X(01).
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-Stl-Balance        PIC -Z,ZZZ,ZZ9.99.

       01  WS-Bhr-Count-Line.
           05  WS-Cnt-Label          PIC X(30).
           05  WS-Cnt-Value          PIC ZZZ,ZZ9.

       01  WS-Bhr-None-Line       PIC X(50).
       01  WS-Bhr-Blank-Line      PIC X(01) VALUE SPACE.

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
              "*** Program STCBBHR1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1100-Load-Criteria.
           IF WS-Crit-End-Month = SPACES
              PERFORM 1200-Find-Latest-Month
              MOVE WS-Latest-Month TO WS-End-Month
           ELSE
              MOVE WS-Crit-End-Month TO WS-End-Month
           END-IF.
           COMPUTE WS-End-Idx =
              (WS-End-Year * 12) + WS-End-Mon - 1.
           COMPUTE WS-Start-Idx = WS-End-Idx - 11.
           PERFORM 1300-Label-Window-Month
              VARYING WS-Month-Sub FROM 1 BY 1
              UNTIL WS-Month-Sub > 12.
           MOVE ZEROES TO WS-Trd-Table.
           PERFORM 1310-Clear-All-Month
              VARYING WS-Month-Sub FROM 1 BY 1
              UNTIL WS-Month-Sub > 12.
           DISPLAY "STCBBHR1: 12 MONTHS ENDING " WS-End-Month
              ", MOVE THRESHOLD " WS-Threshold.
           OPEN INPUT BalFile.
           IF NOT WS-BalFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open BalFile Failed."
              DISPLAY "File Status: " WS-BalFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-BalFile-Status TO WS-Excp-File-Status
              MOVE "Open BalFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT MovFile.
           OPEN OUTPUT StsFile.
           IF NOT WS-MovFile-Good OR NOT WS-StsFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open BHRMOVW/BHRSTSW Failed."
              DISPLAY "File Status: " WS-MovFile-Status
                 " / " WS-StsFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MovFile-Status TO WS-Excp-File-Status
              MOVE "Open BHRMOVW/BHRSTSW Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE BalFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    BHRCTL is optional -- absent, or a keyword left blank,
      *       runs on the defaults. An ENDMONTH or THRESHLD that is
      *       not a valid figure is ignored with a warning rather
      *       than guessed at.
       1100-Load-Criteria.
           OPEN INPUT CtlFile.
           IF WS-CtlFile-Good
              PERFORM UNTIL WS-CtlFile-EOF
                 READ CtlFile
                    AT END
                       SET WS-CtlFile-EOF TO TRUE
                    NOT AT END
                       PERFORM 1110-Load-One-Criterion
                 END-READ
              END-PERFORM
              CLOSE CtlFile
           ELSE
              DISPLAY "STCBBHR1: NO BHRCTL - LATEST MONTH, DEFAULT "
                 "THRESHOLD"
           END-IF.
           IF WS-Crit-End-Month NOT = SPACES
              MOVE ZERO TO WS-End-Month
              IF WS-Crit-End-Month IS NUMERIC
                 MOVE WS-Crit-End-Month TO WS-End-Month
              END-IF
              IF WS-End-Mon < 1 OR WS-End-Mon > 12
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  BHRCTL ENDMONTH INVALID: "
                    WS-Crit-End-Month " - LATEST MONTH USED"
                 MOVE SPACES TO WS-Crit-End-Month
              END-IF
           END-IF.
           IF WS-Crit-Threshold NOT = SPACES
              IF WS-Crit-Threshold IS NUMERIC
                 MOVE WS-Crit-Threshold TO WS-Threshold
              ELSE
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  BHRCTL THRESHLD INVALID: "
                    WS-Crit-Threshold " - " WS-Threshold " USED"
              END-IF
           END-IF.

       1110-Load-One-Criterion.
           EVALUATE Ctl-Keyword
              WHEN "ENDMONTH"
                 MOVE Ctl-Value (1:6) TO WS-Crit-End-Month
              WHEN "THRESHLD"
                 MOVE Ctl-Value (1:7) TO WS-Crit-Threshold
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  BHRCTL KEYWORD UNKNOWN: " Ctl-Keyword
           END-EVALUATE.

      *    No ENDMONTH: one quick pass over BALHIST for the latest
      *       snapshot month on it. An empty BALHIST leaves the
      *       run date's month, so the report still prints (empty)
      *       and says why.
       1200-Find-Latest-Month.
           OPEN INPUT BalFile.
           IF NOT WS-BalFile-Good
              DISPLAY "** ERROR **: 1200-Find-Latest-Month"
              DISPLAY "Open BalFile Failed."
              DISPLAY "File Status: " WS-BalFile-Status
              MOVE "1200-Find-Latest-Month" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-BalFile-Status TO WS-Excp-File-Status
              MOVE "Open BalFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL NOT WS-BalFile-Good
              READ BalFile
                 AT END
                    SET WS-BalFile-EOF TO TRUE
                 NOT AT END
                    IF BalFile-Bal-Snap-Month > WS-Latest-Month
                       MOVE BalFile-Bal-Snap-Month TO WS-Latest-Month
                    END-IF
              END-READ
           END-PERFORM.
           IF NOT WS-BalFile-EOF
              DISPLAY "** ERROR **: 1200-Find-Latest-Month"
              DISPLAY "Read BalFile Failed."
              DISPLAY "File Status: " WS-BalFile-Status
              MOVE "1200-Find-Latest-Month" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-BalFile-Status TO WS-Excp-File-Status
              MOVE "Read BalFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE BalFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE BalFile.
           IF WS-Latest-Month = ZERO
              ACCEPT WS-Run-Date FROM DATE YYYYMMDD
              MOVE WS-Run-Date (1:6) TO WS-Latest-Month
              DISPLAY "*** WARNING ***"
              DISPLAY "  BALHIST HOLDS NO SNAPSHOTS - REPORT EMPTY"
              MOVE "1200-Find-Latest-Month" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "BALHIST EMPTY - TREND REPORT EMPTY"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.

      *    "YYYY-MM" for window month 1 (oldest) through 12 (the
      *       report month).
       1300-Label-Window-Month.
           COMPUTE WS-Lbl-Idx = WS-Start-Idx + WS-Month-Sub - 1.
           DIVIDE WS-Lbl-Idx BY 12
              GIVING WS-Lbl-Year
              REMAINDER WS-Lbl-Mon0.
           MOVE WS-Lbl-Year TO WS-Wlb-Year (WS-Month-Sub).
           MOVE "-" TO WS-Wlb-Dash (WS-Month-Sub).
           COMPUTE WS-Wlb-Mon (WS-Month-Sub) = WS-Lbl-Mon0 + 1.

       1310-Clear-All-Month.
           MOVE ZERO TO WS-All-Acct-Cnt (WS-Month-Sub).
           MOVE ZERO TO WS-All-Balance (WS-Month-Sub).

      *    One pass in account and month order. Every record is
      *       remembered as the account's prior month-end, whether
      *       or not it falls in the window, so the first window
      *       month is compared against the month before it.
       2000-Process.
           PERFORM 5000-Read-BalFile.
           PERFORM UNTIL WS-BalFile-EOF
              MOVE BalFile-Bal-Snap-Month TO WS-Rec-Month
              COMPUTE WS-Rec-Idx =
                 (WS-Rec-Year * 12) + WS-Rec-Mon - 1
              IF WS-Rec-Idx NOT < WS-Start-Idx
                 AND WS-Rec-Idx NOT > WS-End-Idx
                 ADD +1 TO WS-In-Window-Cnt
                 COMPUTE WS-Month-Sub = WS-Rec-Idx - WS-Start-Idx + 1
                 PERFORM 2100-Roll-Into-State
                 IF BalFile-Bal-Acct-Number = WS-Prior-Acct
                    AND WS-Rec-Idx = WS-Prior-Idx + 1
                    PERFORM 2200-Check-Balance-Move
                    PERFORM 2300-Check-Status-Change
                 END-IF
              END-IF
              MOVE BalFile-Bal-Acct-Number TO WS-Prior-Acct
              MOVE WS-Rec-Idx TO WS-Prior-Idx
              MOVE BalFile-Bal-Acct-Balance TO WS-Prior-Balance
              MOVE BalFile-Bal-Acct-Status TO WS-Prior-Status
              PERFORM 5000-Read-BalFile
           END-PERFORM.

      *    Finds (or starts) the table entry for the record's state
      *       and counts the account's balance into the month.
       2100-Roll-Into-State.
           ADD +1 TO WS-All-Acct-Cnt (WS-Month-Sub).
           ADD BalFile-Bal-Acct-Balance
              TO WS-All-Balance (WS-Month-Sub).
           MOVE "N" TO WS-Trd-Found-Sw.
           PERFORM VARYING WS-Trd-Idx FROM 1 BY 1
                   UNTIL WS-Trd-Idx > WS-Trd-Count
                      OR WS-Trd-Found
              IF WS-Trd-State (WS-Trd-Idx) = BalFile-Bal-State-Code
                 SET WS-Trd-Found TO TRUE
                 PERFORM 2110-Count-State-Month
              END-IF
           END-PERFORM.
           IF NOT WS-Trd-Found
              IF WS-Trd-Count < WS-Trd-Max
                 ADD +1 TO WS-Trd-Count
                 SET WS-Trd-Idx TO WS-Trd-Count
                 MOVE BalFile-Bal-State-Code
                    TO WS-Trd-State (WS-Trd-Idx)
                 MOVE "N" TO WS-Trd-Printed-Sw (WS-Trd-Idx)
                 PERFORM 2110-Count-State-Month
              ELSE
                 IF NOT WS-Trd-Full-Warned
                    SET WS-Trd-Full-Warned TO TRUE
                    DISPLAY "*** WARNING ***"
                    DISPLAY "  STATE TABLE FULL - STATE TREND SHORT"
                    MOVE "2100-Roll-Into-State" TO WS-Excp-Paragraph
                    MOVE "W" TO WS-Excp-Severity
                    MOVE SPACES TO WS-Excp-File-Status
                    MOVE "STATE TABLE FULL" TO WS-Excp-Message
                    PERFORM 9200-Log-Exception
                 END-IF
              END-IF
           END-IF.

       2110-Count-State-Month.
           ADD +1 TO WS-Trd-Acct-Cnt (WS-Trd-Idx, WS-Month-Sub).
           ADD BalFile-Bal-Acct-Balance
              TO WS-Trd-Balance (WS-Trd-Idx, WS-Month-Sub).

      *    A move of more than THRESHLD dollars either way since
      *       the month before.
       2200-Check-Balance-Move.
           COMPUTE WS-Bal-Change =
              BalFile-Bal-Acct-Balance - WS-Prior-Balance.
           IF WS-Bal-Change < ZERO
              COMPUTE WS-Bal-Move = ZERO - WS-Bal-Change
           ELSE
              MOVE WS-Bal-Change TO WS-Bal-Move
           END-IF.
           IF WS-Bal-Move > WS-Threshold
              ADD +1 TO WS-Move-Cnt
              MOVE BalFile-Bal-Acct-Number TO WS-Mvl-Acct
              MOVE WS-Window-Label (WS-Month-Sub) TO WS-Mvl-Month
              MOVE BalFile-Bal-State-Code TO WS-Mvl-State
              MOVE BalFile-Bal-Acct-Status TO WS-Mvl-Status
              MOVE WS-Prior-Balance TO WS-Mvl-Prior
              MOVE BalFile-Bal-Acct-Balance TO WS-Mvl-Balance
              MOVE WS-Bal-Change TO WS-Mvl-Change
              PERFORM 6100-Write-MovFile
           END-IF.

       2300-Check-Status-Change.
           IF BalFile-Bal-Acct-Status NOT = WS-Prior-Status
              ADD +1 TO WS-Status-Chg-Cnt
              MOVE BalFile-Bal-Acct-Number TO WS-Stl-Acct
              MOVE WS-Window-Label (WS-Month-Sub) TO WS-Stl-Month
              MOVE BalFile-Bal-State-Code TO WS-Stl-State
              MOVE WS-Prior-Status TO WS-Stl-From
              MOVE BalFile-Bal-Acct-Status TO WS-Stl-To
              MOVE BalFile-Bal-Acct-Balance TO WS-Stl-Balance
              PERFORM 6200-Write-StsFile
           END-IF.

      *    The trend section from the table, then the two held
      *       sections copied in behind it.
       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           CLOSE BalFile.
           CLOSE MovFile.
           CLOSE StsFile.
           OPEN OUTPUT PrtFile.
           MOVE WS-Window-Label (12) TO WS-Hdg-End-Label.
           MOVE WS-Threshold TO WS-Hdg-Threshold.
           WRITE PrtFile-Record FROM WS-Bhr-Heading-1.
           WRITE PrtFile-Record FROM WS-Bhr-Heading-2.
           WRITE PrtFile-Record FROM WS-Bhr-Blank-Line.
           WRITE PrtFile-Record FROM WS-Trd-Section-Heading.
           WRITE PrtFile-Record FROM WS-Bhr-Blank-Line.
           WRITE PrtFile-Record FROM WS-Trd-Col-Heading.
           PERFORM 3100-Print-Next-State WS-Trd-Count TIMES.
           MOVE "ALL" TO WS-Blk-State.
           PERFORM 3110-Load-All-Month
              VARYING WS-Month-Sub FROM 1 BY 1
              UNTIL WS-Month-Sub > 12.
           PERFORM 3200-Print-Trend-Block.
           PERFORM 3300-Print-Move-Section.
           PERFORM 3400-Print-Status-Section.
           CLOSE PrtFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Report Month            : " WS-End-Month.
           DISPLAY "History Records Read    : " FD-BalFile-Record-Cnt.
           DISPLAY "Records In Window       : " WS-In-Window-Cnt.
           DISPLAY "States Reported         : " WS-Trd-Count.
           DISPLAY "Balance Moves Listed    : " WS-Move-Cnt.
           DISPLAY "Status Changes Listed   : " WS-Status-Chg-Cnt.

      *    The lowest state code not yet printed goes next, so the
      *       section reads in state-code order whatever order the
      *       states turned up in.
       3100-Print-Next-State.
           MOVE ZERO TO WS-Trd-Next-Sub.
           PERFORM VARYING WS-Trd-Sub FROM 1 BY 1
                   UNTIL WS-Trd-Sub > WS-Trd-Count
              IF NOT WS-Trd-Printed (WS-Trd-Sub)
                 IF WS-Trd-Next-Sub = ZERO
                    MOVE WS-Trd-Sub TO WS-Trd-Next-Sub
                 ELSE
                    IF WS-Trd-State (WS-Trd-Sub) <
                       WS-Trd-State (WS-Trd-Next-Sub)
                       MOVE WS-Trd-Sub TO WS-Trd-Next-Sub
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           SET WS-Trd-Printed (WS-Trd-Next-Sub) TO TRUE.
           MOVE WS-Trd-State (WS-Trd-Next-Sub) TO WS-Blk-State.
           PERFORM 3120-Load-State-Month
              VARYING WS-Month-Sub FROM 1 BY 1
              UNTIL WS-Month-Sub > 12.
           PERFORM 3200-Print-Trend-Block.

       3110-Load-All-Month.
           MOVE WS-All-Acct-Cnt (WS-Month-Sub)
              TO WS-Blk-Acct-Cnt (WS-Month-Sub).
           MOVE WS-All-Balance (WS-Month-Sub)
              TO WS-Blk-Balance (WS-Month-Sub).

       3120-Load-State-Month.
           MOVE WS-Trd-Acct-Cnt (WS-Trd-Next-Sub, WS-Month-Sub)
              TO WS-Blk-Acct-Cnt (WS-Month-Sub).
           MOVE WS-Trd-Balance (WS-Trd-Next-Sub, WS-Month-Sub)
              TO WS-Blk-Balance (WS-Month-Sub).

      *    Twelve lines, oldest month first, the state named on the
      *       first. The first month has no prior month in the
      *       window, so its change column is left blank.
       3200-Print-Trend-Block.
           WRITE PrtFile-Record FROM WS-Bhr-Blank-Line.
           PERFORM 3210-Print-Trend-Line
              VARYING WS-Month-Sub FROM 1 BY 1
              UNTIL WS-Month-Sub > 12.

       3210-Print-Trend-Line.
           IF WS-Month-Sub = 1
              MOVE WS-Blk-State TO WS-Trl-State
           ELSE
              MOVE SPACES TO WS-Trl-State
           END-IF.
           MOVE WS-Window-Label (WS-Month-Sub) TO WS-Trl-Month.
           MOVE WS-Blk-Acct-Cnt (WS-Month-Sub) TO WS-Trl-Accts.
           MOVE WS-Blk-Balance (WS-Month-Sub) TO WS-Trl-Balance.
           IF WS-Blk-Acct-Cnt (WS-Month-Sub) > ZERO
              COMPUTE WS-Blk-Average ROUNDED =
                 WS-Blk-Balance (WS-Month-Sub)
                 / WS-Blk-Acct-Cnt (WS-Month-Sub)
           ELSE
              MOVE ZERO TO WS-Blk-Average
           END-IF.
           MOVE WS-Blk-Average TO WS-Trl-Average.
           IF WS-Month-Sub = 1
              MOVE SPACES TO WS-Trl-Change-X
           ELSE
              COMPUTE WS-Blk-Change =
                 WS-Blk-Balance (WS-Month-Sub)
                 - WS-Blk-Balance (WS-Month-Sub - 1)
              MOVE WS-Blk-Change TO WS-Trl-Change
           END-IF.
           MOVE WS-Trd-Line TO PrtFile-Record.
           PERFORM 6000-Write-PrtFile.

       3300-Print-Move-Section.
           WRITE PrtFile-Record FROM WS-Bhr-Blank-Line.
           WRITE PrtFile-Record FROM WS-Mov-Section-Heading.
           WRITE PrtFile-Record FROM WS-Bhr-Blank-Line.
           IF WS-Move-Cnt = ZERO
              MOVE "  NO ACCOUNT MOVED BY MORE THAN THE THRESHOLD"
                 TO WS-Bhr-None-Line
              WRITE PrtFile-Record FROM WS-Bhr-None-Line
           ELSE
              WRITE PrtFile-Record FROM WS-Mov-Col-Heading
              OPEN INPUT MovFile
              PERFORM 3310-Copy-Move-Line
                 UNTIL WS-MovFile-EOF
              CLOSE MovFile
           END-IF.
           WRITE PrtFile-Record FROM WS-Bhr-Blank-Line.
           MOVE "BALANCE MOVES LISTED:" TO WS-Cnt-Label.
           MOVE WS-Move-Cnt TO WS-Cnt-Value.
           WRITE PrtFile-Record FROM WS-Bhr-Count-Line.

       3310-Copy-Move-Line.
           READ MovFile
              AT END
                 SET WS-MovFile-EOF TO TRUE
              NOT AT END
                 MOVE MovFile-Record TO PrtFile-Record
                 PERFORM 6000-Write-PrtFile
           END-READ.

       3400-Print-Status-Section.
           WRITE PrtFile-Record FROM WS-Bhr-Blank-Line.
           WRITE PrtFile-Record FROM WS-Sts-Section-Heading.
           WRITE PrtFile-Record FROM WS-Sts-Legend.
           WRITE PrtFile-Record FROM WS-Bhr-Blank-Line.
           IF WS-Status-Chg-Cnt = ZERO
              MOVE "  NO ACCOUNT CHANGED STATUS IN THE PERIOD"
                 TO WS-Bhr-None-Line
              WRITE PrtFile-Record FROM WS-Bhr-None-Line
           ELSE
              WRITE PrtFile-Record FROM WS-Sts-Col-Heading
              OPEN INPUT StsFile
              PERFORM 3410-Copy-Status-Line
                 UNTIL WS-StsFile-EOF
              CLOSE StsFile
           END-IF.
           WRITE PrtFile-Record FROM WS-Bhr-Blank-Line.
           MOVE "STATUS CHANGES LISTED:" TO WS-Cnt-Label.
           MOVE WS-Status-Chg-Cnt TO WS-Cnt-Value.
           WRITE PrtFile-Record FROM WS-Bhr-Count-Line.

       3410-Copy-Status-Line.
           READ StsFile
              AT END
                 SET WS-StsFile-EOF TO TRUE
              NOT AT END
                 MOVE StsFile-Record TO PrtFile-Record
                 PERFORM 6000-Write-PrtFile
           END-READ.

       5000-Read-BalFile.
           READ BalFile
              AT END SET WS-BalFile-EOF TO TRUE
           END-READ.
           IF WS-BalFile-Good
              ADD +1 TO FD-BalFile-Record-Cnt
           ELSE
              IF WS-BalFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-BalFile"
                 DISPLAY "Read BalFile Failed."
                 DISPLAY "File Status: " WS-BalFile-Status
                 MOVE "5000-Read-BalFile" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-BalFile-Status TO WS-Excp-File-Status
                 MOVE "Read BalFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE BalFile
                 CLOSE MovFile
                 CLOSE StsFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       6000-Write-PrtFile.
           WRITE PrtFile-Record.
           IF NOT WS-PrtFile-Good
              DISPLAY "** ERROR **: 6000-Write-PrtFile"
              DISPLAY "WRITE PrtFile Failed."
              DISPLAY "File Status: " WS-PrtFile-Status
              MOVE "6000-Write-PrtFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-PrtFile-Status TO WS-Excp-File-Status
              MOVE "WRITE PrtFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE PrtFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6100-Write-MovFile.
           WRITE MovFile-Record FROM WS-Mov-Line.
           IF NOT WS-MovFile-Good
              DISPLAY "** ERROR **: 6100-Write-MovFile"
              DISPLAY "WRITE MovFile Failed."
              DISPLAY "File Status: " WS-MovFile-Status
              MOVE "6100-Write-MovFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MovFile-Status TO WS-Excp-File-Status
              MOVE "WRITE MovFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE BalFile
              CLOSE MovFile
              CLOSE StsFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6200-Write-StsFile.
           WRITE StsFile-Record FROM WS-Sts-Line.
           IF NOT WS-StsFile-Good
              DISPLAY "** ERROR **: 6200-Write-StsFile"
              DISPLAY "WRITE StsFile Failed."
              DISPLAY "File Status: " WS-StsFile-Status
              MOVE "6200-Write-StsFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-StsFile-Status TO WS-Excp-File-Status
              MOVE "WRITE StsFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE BalFile
              CLOSE MovFile
              CLOSE StsFile
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
              MOVE "STCBBHR1" TO Excp-Pgm-Id
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
