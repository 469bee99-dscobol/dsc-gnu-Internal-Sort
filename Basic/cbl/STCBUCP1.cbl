      ***********************************************************
      * Program name:    STCBUCP1
      * Original author: David Stagowski
      *
      * Description: Dormant-account and unclaimed-property review.
      *    An account that still carries a balance but has gone
      *       quiet may have to be reported and remitted to its
      *       state under the unclaimed-property rules, and that has
      *       been worked from a spreadsheet. This program walks the
      *       customer master, finds each live account's last
      *       delivered mailing -- the latest MAILHIST "M" result,
      *       or Mst-Last-Mailed-Date when the account is not
      *       flagged undeliverable -- and classifies it against
      *       its state's rule in the UCPCTL control file:
      *         REPORT    - no delivery for the state's dormancy
      *                     period (or none on record at all and
      *                     the account is inactive or flagged
      *                     undeliverable): due to the state;
      *         DILIGENCE - the dormancy date falls within the
      *                     state's letter window: the owner must
      *                     be written to before it is reported.
      *       Accounts with no balance, and tombstoned accounts, are
      *       not reviewed.
      *
      *    Two outputs:
      *       UCPLTR - the due-diligence letter extract, CUSTOMER
      *                layout in account order, for STCBLTR1 to
      *                merge (LTRIN) with the UCPTMPL wording. Every
      *                classified account with a deliverable address
      *                and a balance at or over the state's letter
      *                minimum gets a letter. An account erased by
      *                STCBERS1 has no address left to write to: it
      *                is still reported, without a letter;
      *       UCPRPT - the remittance report by state: the state's
      *                rule and next filing date, each classified
      *                account, and report/diligence counts and
      *                balances per state and overall.
      *       A state whose filing date falls within 30 days with
      *       reportable accounts is also logged to CUSTEXC.
      *
      *    UCPCTL, one entry per state (name or code, normalized
      *       through the shared STATECD table): dormancy years,
      *       letter window in months, letter minimum in whole
      *       dollars, and the filing date as MMDD. A DEFAULT entry
      *       covers states not listed; without one those accounts
      *       are counted as having no rule and skipped.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created to replace the unclaimed-
      *                          property spreadsheet.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBUCP1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Per-state dormancy rules -- see 1100-Load-Rules.
           SELECT RuleFile
           ASSIGN TO UCPCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RuleFile-Status.

           SELECT MstFile
           ASSIGN TO CUSTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MstFile-Cust-Acct-Number
           ALTERNATE RECORD KEY IS MstFile-Cust-Last-Name
              WITH DUPLICATES
           FILE STATUS IS WS-MstFile-Status.

      *    Mailing history, read by account for the latest
      *       delivered mailing. OPTIONAL: before the first STCBVRS1
      *       run there is none, and the master date stands alone.
           SELECT OPTIONAL HistFile
           ASSIGN TO MAILHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistFile-Hist-Key
           FILE STATUS IS WS-HistFile-Status.

           SELECT SORTFile
           ASSIGN TO SORTWK.

      *    Due-diligence letter extract, CUSTOMER layout, for
      *       STCBLTR1.
           SELECT LtrFile
           ASSIGN TO UCPLTR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LtrFile-Status.

      *    Remittance report by state.
           SELECT RptFile
           ASSIGN TO UCPRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RptFile-Status.

      *    Common structured exceptions file, appended to by every
      *       program in the shop -- see 9200-Log-Exception.
           SELECT OPTIONAL ExcpFile
           ASSIGN TO CUSTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExcpFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RuleFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RuleFile-Record.
           12  Rule-Ctl-State             PIC X(15).
           12  FILLER                     PIC X(01).
           12  Rule-Ctl-Years             PIC 9(02).
           12  FILLER                     PIC X(01).
           12  Rule-Ctl-Letter-Months     PIC 9(02).
           12  FILLER                     PIC X(01).
           12  Rule-Ctl-Letter-Min        PIC 9(05).
           12  FILLER                     PIC X(01).
           12  Rule-Ctl-Due-MMDD          PIC 9(04).

       FD  MstFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTMST REPLACING ==:tag:== BY ==MstFile==.

       FD  HistFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY MAILHIST REPLACING ==:tag:== BY ==HistFile==.

      *    Sort work record: state, then class (reportable first),
      *       then account. The state's rule rides along so the
      *       report needs no second lookup.
       SD  SORTFile.
       01  UcpSort-Record.
           12  UcpSort-State              PIC X(02).
           12  UcpSort-Class              PIC X(01).
               88 UcpSort-Reportable         VALUE "1".
               88 UcpSort-Diligence          VALUE "2".
           12  UcpSort-Acct-Number        PIC X(10).
           12  UcpSort-Last-Name          PIC X(20).
           12  UcpSort-Acct-Status        PIC X(01).
           12  UcpSort-Undeliv-Flag       PIC X(01).
           12  UcpSort-Last-Activity      PIC 9(08).
           12  UcpSort-Dormant-Date       PIC 9(08).
           12  UcpSort-Balance            PIC S9(7)V99.
           12  UcpSort-Letter-Sw          PIC X(01).
               88 UcpSort-Letter-Sent        VALUE "Y".
           12  UcpSort-Years              PIC 9(02).
           12  UcpSort-Letter-Months      PIC 9(02).
           12  UcpSort-Due-MMDD           PIC 9(04).

       FD  LtrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTOMER REPLACING ==:tag:== BY ==LtrFile==.

       FD  RptFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RptFile-Record                 PIC X(100).

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RuleFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MstFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SORTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LtrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    State name-to-code lookup table, shared with the sort
      *       programs. See 2116-Normalize-State-Code.
           COPY STATECD.

      *    Per-state rules, as loaded from UCPCTL, and the DEFAULT
      *       entry for states not listed.
       01  WS-Rule-Control.
           12 WS-Rule-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Rule-Max               PIC S9(4) COMP VALUE +60.
           12 WS-Rule-Table.
              16 WS-Rule-Entry OCCURS 60 TIMES
                               INDEXED BY WS-Rule-Idx.
                 20 WS-Rule-State       PIC X(02).
                 20 WS-Rule-Years       PIC 9(02).
                 20 WS-Rule-Letter-Months
                                        PIC 9(02).
                 20 WS-Rule-Letter-Min  PIC 9(05).
                 20 WS-Rule-Due-MMDD    PIC 9(04).
           12 WS-Default-Sw             PIC X(01) VALUE "N".
              88 WS-Default-Loaded      VALUE "Y".
           12 WS-Default-Years          PIC 9(02).
           12 WS-Default-Letter-Months  PIC 9(02).
           12 WS-Default-Letter-Min     PIC 9(05).
           12 WS-Default-Due-MMDD       PIC 9(04).
           12 WS-Rule-Found-Sw          PIC X(01).
              88 WS-Rule-Found          VALUE "Y".
           12 WS-Use-Years              PIC 9(02).
           12 WS-Use-Letter-Months      PIC 9(02).
           12 WS-Use-Letter-Min         PIC 9(05).
           12 WS-Use-Due-MMDD           PIC 9(04).

      *    Dormancy work fields for the account in hand.
       01  WS-Dormancy-Control.
           12 WS-Run-Date               PIC 9(08).
           12 WS-Run-MMDD               PIC 9(04).
           12 WS-Run-Year               PIC 9(04).
           12 WS-Hist-Done-Sw           PIC X(01).
              88 WS-Hist-Done           VALUE "Y".
           12 WS-Hist-Missing-Sw        PIC X(01) VALUE "N".
              88 WS-Hist-Missing        VALUE "Y".
           12 WS-Last-Activity          PIC 9(08).
           12 WS-Dormant-Date           PIC 9(08).
           12 WS-Window-Date            PIC 9(08).
           12 WS-Window-Months          PIC S9(07) COMP.
           12 WS-Window-Year            PIC 9(04).
           12 WS-Window-Month           PIC 9(02).
           12 WS-Class                  PIC X(01).
              88 WS-Class-Reportable    VALUE "1".
              88 WS-Class-Diligence     VALUE "2".
              88 WS-Class-None          VALUE " ".
           12 WS-Letter-Sw              PIC X(01).
              88 WS-Letter-Due          VALUE "Y".

      *    Filing-date work fields -- 30-day-month day counts, the
      *       same crude arithmetic STCBUND1 ages with; a 30-day
      *       warning only needs to be about right.
       01  WS-Due-Control.
           12 WS-Due-Date               PIC 9(08).
           12 WS-Due-Days               PIC S9(09) COMP.
           12 WS-Run-Days               PIC S9(09) COMP.
           12 WS-Date-In-Hand           PIC 9(08).
           12 WS-Date-Year              PIC 9(04).
           12 WS-Date-Month             PIC 9(02).
           12 WS-Date-Day               PIC 9(02).
           12 WS-Days-Out               PIC S9(09) COMP.

       01  WS-Group-Control.
           12 WS-Prior-State            PIC X(02) VALUE LOW-VALUES.
           12 WS-State-Rpt-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-State-Rpt-Bal          PIC S9(11)V99 VALUE ZERO.
           12 WS-State-Dil-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-State-Dil-Bal          PIC S9(11)V99 VALUE ZERO.
           12 WS-State-Ltr-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-Total-Rpt-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-Total-Rpt-Bal          PIC S9(11)V99 VALUE ZERO.
           12 WS-Total-Dil-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-Total-Dil-Bal          PIC S9(11)V99 VALUE ZERO.
           12 WS-Total-Ltr-Cnt          PIC S9(7) COMP VALUE ZERO.

       01  WS-Rpt-Title.
           05  FILLER  PIC X(50) VALUE
               "STCBUCP1 - DORMANT ACCOUNT / UNCLAIMED PROPERTY RE".
           05  FILLER  PIC X(24) VALUE
               "MITTANCE REPORT  RUN ON ".
           05  WS-Rpt-Title-Date     PIC 9(08).

       01  WS-Rpt-State-Line.
           05  FILLER                PIC X(07) VALUE "STATE: ".
           05  WS-Rsl-State          PIC X(02).
           05  FILLER                PIC X(20) VALUE
               "   DORMANCY PERIOD: ".
           05  WS-Rsl-Years          PIC Z9.
           05  FILLER                PIC X(23) VALUE
               " YEARS   LETTER WINDOW ".
           05  WS-Rsl-Letter-Months  PIC Z9.
           05  FILLER                PIC X(21) VALUE
               " MONTHS   FILING DUE ".
           05  WS-Rsl-Due            PIC X(08).

       01  WS-Rpt-Heading.
           05  FILLER  PIC X(12) VALUE "ACCT NO.".
           05  FILLER  PIC X(21) VALUE "LAST NAME".
           05  FILLER  PIC X(04) VALUE "STA".
           05  FILLER  PIC X(04) VALUE "UND".
           05  FILLER  PIC X(10) VALUE "LAST ACT".
           05  FILLER  PIC X(10) VALUE "DORMANT".
           05  FILLER  PIC X(14) VALUE "       BALANCE".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(11) VALUE "CLASS".
           05  FILLER  PIC X(06) VALUE "LETTER".

       01  WS-Rpt-Line.
           05  WS-Rpl-Acct           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Rpl-Last-Name      PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Rpl-Status         PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Rpl-Undeliv        PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Rpl-Last-Activity  PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Rpl-Dormant-Date   PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Rpl-Balance        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Rpl-Class          PIC X(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Rpl-Letter         PIC X(03).

       01  WS-Rpt-Total-Line.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Rtl-Label          PIC X(22).
           05  WS-Rtl-Count          PIC ZZZZZZ9.
           05  FILLER                PIC X(12) VALUE " ACCOUNTS   ".
           05  WS-Rtl-Balance        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WS-Rpt-Blank-Line         PIC X(01) VALUE SPACE.

       01  WS-File-Counters.
           12 FD-MstFile-Record-Cnt        PIC S9(7) COMP VALUE ZERO.
           12 WS-Reviewed-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-No-Rule-Cnt               PIC S9(7) COMP VALUE ZERO.
           12 WS-Reportable-Cnt            PIC S9(7) COMP VALUE ZERO.
           12 WS-Diligence-Cnt             PIC S9(7) COMP VALUE ZERO.
           12 WS-Letter-Cnt                PIC S9(7) COMP VALUE ZERO.
           12 WS-Due-Soon-Cnt              PIC S9(7) COMP VALUE ZERO.

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
              "*** Program STCBUCP1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           MOVE WS-Run-Date (5:4) TO WS-Run-MMDD.
           MOVE WS-Run-Date (1:4) TO WS-Run-Year.
           MOVE WS-Run-Date TO WS-Date-In-Hand.
           PERFORM 9100-Count-Days.
           MOVE WS-Days-Out TO WS-Run-Days.
           PERFORM 1100-Load-Rules.
           OPEN INPUT HistFile.
           EVALUATE TRUE
              WHEN WS-HistFile-Good
                 CONTINUE
              WHEN WS-HistFile-Optional-Missing
                 SET WS-Hist-Missing TO TRUE
              WHEN OTHER
                 DISPLAY "** ERROR **: 1000-Begin-Job"
                 DISPLAY "Open HistFile Failed."
                 DISPLAY "File Status: " WS-HistFile-Status
                 MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-HistFile-Status TO WS-Excp-File-Status
                 MOVE "Open HistFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
           OPEN OUTPUT LtrFile.
           OPEN OUTPUT RptFile.
           IF NOT WS-LtrFile-Good
              OR NOT WS-RptFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open LtrFile/RptFile Failed."
              DISPLAY "File Status: " WS-LtrFile-Status
                 " " WS-RptFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RptFile-Status TO WS-Excp-File-Status
              MOVE "Open LtrFile/RptFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-Run-Date TO WS-Rpt-Title-Date.
           WRITE RptFile-Record FROM WS-Rpt-Title.
      *    Note: Open input here, close at end of Input-Procedure
      *       -- an open failure stops the run before the sort
      *       ever starts.
           OPEN INPUT MstFile.
           IF NOT WS-MstFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MstFile-Status TO WS-Excp-File-Status
              MOVE "Open MstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    The rules decide what is owed to a state; a run without
      *       them would classify nothing, so a missing or empty
      *       UCPCTL stops the run.
       1100-Load-Rules.
           OPEN INPUT RuleFile.
           IF NOT WS-RuleFile-Good
              DISPLAY "** ERROR **: 1100-Load-Rules"
              DISPLAY "Open RuleFile Failed."
              DISPLAY "File Status: " WS-RuleFile-Status
              MOVE "1100-Load-Rules" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RuleFile-Status TO WS-Excp-File-Status
              MOVE "Open RuleFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-RuleFile-EOF
              READ RuleFile
                 AT END
                    SET WS-RuleFile-EOF TO TRUE
                 NOT AT END
                    PERFORM 1110-Load-Rule-Entry
              END-READ
           END-PERFORM.
           CLOSE RuleFile.
           IF WS-Rule-Count = ZERO
              AND NOT WS-Default-Loaded
              DISPLAY "** ERROR **: 1100-Load-Rules"
              DISPLAY "UCPCTL IS EMPTY - NO DORMANCY RULES"
              MOVE "1100-Load-Rules" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "UCPCTL IS EMPTY" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1110-Load-Rule-Entry.
           EVALUATE TRUE
              WHEN Rule-Ctl-Years NOT NUMERIC
                OR Rule-Ctl-Years = ZERO
                OR Rule-Ctl-Letter-Months NOT NUMERIC
                OR Rule-Ctl-Letter-Min NOT NUMERIC
                OR Rule-Ctl-Due-MMDD NOT NUMERIC
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  UCPCTL ENTRY IGNORED - BAD VALUES"
                 DISPLAY "  " RuleFile-Record
              WHEN Rule-Ctl-State = "DEFAULT"
                 SET WS-Default-Loaded TO TRUE
                 MOVE Rule-Ctl-Years TO WS-Default-Years
                 MOVE Rule-Ctl-Letter-Months
                    TO WS-Default-Letter-Months
                 MOVE Rule-Ctl-Letter-Min TO WS-Default-Letter-Min
                 MOVE Rule-Ctl-Due-MMDD TO WS-Default-Due-MMDD
              WHEN WS-Rule-Count < WS-Rule-Max
                 ADD +1 TO WS-Rule-Count
                 SET WS-Rule-Idx TO WS-Rule-Count
                 MOVE Rule-Ctl-State TO WS-Norm-State-In
                 PERFORM 2116-Normalize-State-Code
                 MOVE WS-Norm-State-Code TO WS-Rule-State (WS-Rule-Idx)
                 MOVE Rule-Ctl-Years TO WS-Rule-Years (WS-Rule-Idx)
                 MOVE Rule-Ctl-Letter-Months
                    TO WS-Rule-Letter-Months (WS-Rule-Idx)
                 MOVE Rule-Ctl-Letter-Min
                    TO WS-Rule-Letter-Min (WS-Rule-Idx)
                 MOVE Rule-Ctl-Due-MMDD
                    TO WS-Rule-Due-MMDD (WS-Rule-Idx)
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  UCPCTL ENTRY IGNORED - TABLE FULL"
                 DISPLAY "  " RuleFile-Record
           END-EVALUATE.

       2000-Process.
           SORT SORTFile
              ON ASCENDING KEY UcpSort-State
              ON ASCENDING KEY UcpSort-Class
              ON ASCENDING KEY UcpSort-Acct-Number
                INPUT  PROCEDURE 2100-Input-Procedure
                OUTPUT PROCEDURE 2200-Output-Procedure.
           IF SORT-RETURN > 0
              DISPLAY '*** WARNING ***'
              DISPLAY '  SORT FAILED  '
              MOVE "2000-Process" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "SORT FAILED" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.

      *    Key-sequential walk of the master. The letter extract is
      *       written here, in account order; the classified
      *       accounts release to the sort for the report.
       2100-Input-Procedure.
           PERFORM UNTIL WS-MstFile-EOF
              READ MstFile NEXT
                 AT END SET WS-MstFile-EOF TO TRUE
                 NOT AT END
                    ADD +1 TO FD-MstFile-Record-Cnt
                    IF MstFile-Mst-Live
                       AND MstFile-Cust-Acct-Balance > ZERO
                       PERFORM 2110-Classify-Account
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MstFile.
           IF NOT WS-Hist-Missing
              CLOSE HistFile
           END-IF.

       2110-Classify-Account.
           ADD +1 TO WS-Reviewed-Cnt.
           MOVE MstFile-Cust-State TO WS-Norm-State-In.
           PERFORM 2116-Normalize-State-Code.
           PERFORM 2120-Find-Rule.
           IF NOT WS-Rule-Found
              ADD +1 TO WS-No-Rule-Cnt
           ELSE
              PERFORM 2130-Find-Last-Activity
              PERFORM 2140-Set-Class
              IF NOT WS-Class-None
                 PERFORM 2150-Release-Account
              END-IF
           END-IF.

       2120-Find-Rule.
           MOVE "N" TO WS-Rule-Found-Sw.
           PERFORM VARYING WS-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Rule-Idx > WS-Rule-Count
                      OR WS-Rule-Found
              IF WS-Norm-State-Code = WS-Rule-State (WS-Rule-Idx)
                 SET WS-Rule-Found TO TRUE
                 MOVE WS-Rule-Years (WS-Rule-Idx) TO WS-Use-Years
                 MOVE WS-Rule-Letter-Months (WS-Rule-Idx)
                    TO WS-Use-Letter-Months
                 MOVE WS-Rule-Letter-Min (WS-Rule-Idx)
                    TO WS-Use-Letter-Min
                 MOVE WS-Rule-Due-MMDD (WS-Rule-Idx)
                    TO WS-Use-Due-MMDD
              END-IF
           END-PERFORM.
           IF NOT WS-Rule-Found
              AND WS-Default-Loaded
              SET WS-Rule-Found TO TRUE
              MOVE WS-Default-Years TO WS-Use-Years
              MOVE WS-Default-Letter-Months TO WS-Use-Letter-Months
              MOVE WS-Default-Letter-Min TO WS-Use-Letter-Min
              MOVE WS-Default-Due-MMDD TO WS-Use-Due-MMDD
           END-IF.

      *    The master's last-mailed date is the latest vendor
      *       result of either kind, so it only counts as a delivery
      *       when the account is not flagged undeliverable. The
      *       account's MAILHIST records sit together at the front
      *       of its key range; the latest "M" among them wins if it
      *       is later.
       2130-Find-Last-Activity.
           MOVE ZERO TO WS-Last-Activity.
           IF MstFile-Mst-Deliverable
              MOVE MstFile-Mst-Last-Mailed-Date TO WS-Last-Activity
           END-IF.
           IF NOT WS-Hist-Missing
              MOVE MstFile-Cust-Acct-Number
                 TO HistFile-Hist-Acct-Number
              MOVE LOW-VALUES TO HistFile-Hist-Chain-Run-Id
              MOVE "N" TO WS-Hist-Done-Sw
              START HistFile KEY IS NOT LESS THAN HistFile-Hist-Key
                 INVALID KEY
                    SET WS-Hist-Done TO TRUE
              END-START
              PERFORM UNTIL WS-Hist-Done
                 READ HistFile NEXT
                    AT END
                       SET WS-Hist-Done TO TRUE
                 END-READ
                 IF NOT WS-Hist-Done
                    IF NOT WS-HistFile-Good
                       OR HistFile-Hist-Acct-Number NOT =
                          MstFile-Cust-Acct-Number
                       SET WS-Hist-Done TO TRUE
                    ELSE
                       IF HistFile-Hist-Delivered
                          AND HistFile-Hist-Mail-Date >
                              WS-Last-Activity
                          MOVE HistFile-Hist-Mail-Date
                             TO WS-Last-Activity
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      *    No delivery on record is only evidence of dormancy when
      *       the account is also inactive or undeliverable -- an
      *       active account never mailed has simply never been
      *       selected. Otherwise the dormancy date is the last
      *       delivery plus the state's period, and the letter
      *       window opens that many months ahead of it.
       2140-Set-Class.
           MOVE SPACE TO WS-Class.
           MOVE ZERO TO WS-Dormant-Date.
           IF WS-Last-Activity = ZERO
              IF MstFile-Acct-Status-Inactive
                 OR MstFile-Mst-Undeliverable
                 SET WS-Class-Reportable TO TRUE
              END-IF
           ELSE
              COMPUTE WS-Dormant-Date =
                 WS-Last-Activity + (WS-Use-Years * 10000)
              MOVE WS-Dormant-Date (1:4) TO WS-Date-Year
              MOVE WS-Dormant-Date (5:2) TO WS-Date-Month
              MOVE WS-Dormant-Date (7:2) TO WS-Date-Day
              COMPUTE WS-Window-Months =
                 (WS-Date-Year * 12) + WS-Date-Month - 1
                 - WS-Use-Letter-Months
              DIVIDE WS-Window-Months BY 12
                 GIVING WS-Window-Year
                 REMAINDER WS-Window-Month
              ADD 1 TO WS-Window-Month
              COMPUTE WS-Window-Date =
                 (WS-Window-Year * 10000) + (WS-Window-Month * 100)
                 + WS-Date-Day
              EVALUATE TRUE
                 WHEN WS-Run-Date >= WS-Dormant-Date
                    SET WS-Class-Reportable TO TRUE
                 WHEN WS-Run-Date >= WS-Window-Date
                    SET WS-Class-Diligence TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           MOVE "N" TO WS-Letter-Sw.
           IF NOT WS-Class-None
              AND MstFile-Mst-Deliverable
              AND MstFile-Cust-Address NOT = SPACES
              AND MstFile-Cust-Acct-Balance >= WS-Use-Letter-Min
              SET WS-Letter-Due TO TRUE
           END-IF.

       2150-Release-Account.
           IF WS-Class-Reportable
              ADD +1 TO WS-Reportable-Cnt
           ELSE
              ADD +1 TO WS-Diligence-Cnt
           END-IF.
           IF WS-Letter-Due
              MOVE MstFile-Customer-Portion TO LtrFile-Customer-Record
              PERFORM 6000-Write-LtrFile
           END-IF.
           MOVE WS-Norm-State-Code TO UcpSort-State.
           MOVE WS-Class TO UcpSort-Class.
           MOVE MstFile-Cust-Acct-Number TO UcpSort-Acct-Number.
           MOVE MstFile-Cust-Last-Name TO UcpSort-Last-Name.
           MOVE MstFile-Cust-Acct-Status TO UcpSort-Acct-Status.
           MOVE MstFile-Mst-Undeliverable-Flag
              TO UcpSort-Undeliv-Flag.
           MOVE WS-Last-Activity TO UcpSort-Last-Activity.
           MOVE WS-Dormant-Date TO UcpSort-Dormant-Date.
           MOVE MstFile-Cust-Acct-Balance TO UcpSort-Balance.
           MOVE WS-Letter-Sw TO UcpSort-Letter-Sw.
           MOVE WS-Use-Years TO UcpSort-Years.
           MOVE WS-Use-Letter-Months TO UcpSort-Letter-Months.
           MOVE WS-Use-Due-MMDD TO UcpSort-Due-MMDD.
           RELEASE UcpSort-Record.

      *    Converts a state name or code in WS-Norm-State-In into a
      *       2-character code in WS-Norm-State-Code -- the same
      *       paragraph the sort programs carry, worked against the
      *       shared STATECD table.
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

       2200-Output-Procedure.
           SET WS-SORTFile-Good TO TRUE.
           PERFORM UNTIL WS-SORTFile-EOF
              PERFORM 8000-Return-SortFile
              IF WS-SORTFile-Good
                 PERFORM 2210-Report-One-Account
              END-IF
           END-PERFORM.
           IF WS-Prior-State NOT = LOW-VALUES
              PERFORM 2230-Print-State-Totals
           END-IF.

      *    A change of state prints the prior state's totals and
      *       opens the new state with its rule and filing date.
       2210-Report-One-Account.
           IF UcpSort-State NOT = WS-Prior-State
              IF WS-Prior-State NOT = LOW-VALUES
                 PERFORM 2230-Print-State-Totals
              END-IF
              PERFORM 2220-Print-State-Heading
           END-IF.
           MOVE SPACES TO WS-Rpt-Line.
           MOVE UcpSort-Acct-Number TO WS-Rpl-Acct.
           MOVE UcpSort-Last-Name TO WS-Rpl-Last-Name.
           MOVE UcpSort-Acct-Status TO WS-Rpl-Status.
           MOVE UcpSort-Undeliv-Flag TO WS-Rpl-Undeliv.
           IF UcpSort-Last-Activity = ZERO
              MOVE "NONE" TO WS-Rpl-Last-Activity
              MOVE SPACES TO WS-Rpl-Dormant-Date
           ELSE
              MOVE UcpSort-Last-Activity TO WS-Rpl-Last-Activity
              MOVE UcpSort-Dormant-Date TO WS-Rpl-Dormant-Date
           END-IF.
           MOVE UcpSort-Balance TO WS-Rpl-Balance.
           IF UcpSort-Reportable
              MOVE "REPORT" TO WS-Rpl-Class
              ADD +1 TO WS-State-Rpt-Cnt
              ADD UcpSort-Balance TO WS-State-Rpt-Bal
           ELSE
              MOVE "DILIGENCE" TO WS-Rpl-Class
              ADD +1 TO WS-State-Dil-Cnt
              ADD UcpSort-Balance TO WS-State-Dil-Bal
           END-IF.
           IF UcpSort-Letter-Sent
              MOVE "YES" TO WS-Rpl-Letter
              ADD +1 TO WS-State-Ltr-Cnt
           ELSE
              MOVE "NO" TO WS-Rpl-Letter
           END-IF.
           WRITE RptFile-Record FROM WS-Rpt-Line.
           PERFORM 6100-Check-RptFile.

      *    The filing date is the next occurrence of the state's
      *       MMDD on or after the run date.
       2220-Print-State-Heading.
           MOVE UcpSort-State TO WS-Prior-State.
           MOVE UcpSort-State TO WS-Rsl-State.
           MOVE UcpSort-Years TO WS-Rsl-Years.
           MOVE UcpSort-Letter-Months TO WS-Rsl-Letter-Months.
           IF UcpSort-Due-MMDD = ZERO
              MOVE ZERO TO WS-Due-Date
              MOVE "NOT SET" TO WS-Rsl-Due
           ELSE
              IF UcpSort-Due-MMDD >= WS-Run-MMDD
                 COMPUTE WS-Due-Date =
                    (WS-Run-Year * 10000) + UcpSort-Due-MMDD
              ELSE
                 COMPUTE WS-Due-Date =
                    ((WS-Run-Year + 1) * 10000) + UcpSort-Due-MMDD
              END-IF
              MOVE WS-Due-Date TO WS-Rsl-Due
           END-IF.
           WRITE RptFile-Record FROM WS-Rpt-Blank-Line.
           WRITE RptFile-Record FROM WS-Rpt-State-Line.
           WRITE RptFile-Record FROM WS-Rpt-Heading.
           PERFORM 6100-Check-RptFile.

       2230-Print-State-Totals.
           MOVE "REPORTABLE" TO WS-Rtl-Label.
           MOVE WS-State-Rpt-Cnt TO WS-Rtl-Count.
           MOVE WS-State-Rpt-Bal TO WS-Rtl-Balance.
           WRITE RptFile-Record FROM WS-Rpt-Total-Line.
           MOVE "DUE DILIGENCE" TO WS-Rtl-Label.
           MOVE WS-State-Dil-Cnt TO WS-Rtl-Count.
           MOVE WS-State-Dil-Bal TO WS-Rtl-Balance.
           WRITE RptFile-Record FROM WS-Rpt-Total-Line.
           MOVE "LETTERS" TO WS-Rtl-Label.
           MOVE WS-State-Ltr-Cnt TO WS-Rtl-Count.
           MOVE ZERO TO WS-Rtl-Balance.
           WRITE RptFile-Record FROM WS-Rpt-Total-Line.
           PERFORM 6100-Check-RptFile.
           IF WS-State-Rpt-Cnt > ZERO
              AND WS-Due-Date NOT = ZERO
              PERFORM 2240-Check-Filing-Due
           END-IF.
           ADD WS-State-Rpt-Cnt TO WS-Total-Rpt-Cnt.
           ADD WS-State-Rpt-Bal TO WS-Total-Rpt-Bal.
           ADD WS-State-Dil-Cnt TO WS-Total-Dil-Cnt.
           ADD WS-State-Dil-Bal TO WS-Total-Dil-Bal.
           ADD WS-State-Ltr-Cnt TO WS-Total-Ltr-Cnt.
           MOVE ZERO TO WS-State-Rpt-Cnt.
           MOVE ZERO TO WS-State-Rpt-Bal.
           MOVE ZERO TO WS-State-Dil-Cnt.
           MOVE ZERO TO WS-State-Dil-Bal.
           MOVE ZERO TO WS-State-Ltr-Cnt.

       2240-Check-Filing-Due.
           MOVE WS-Due-Date TO WS-Date-In-Hand.
           PERFORM 9100-Count-Days.
           MOVE WS-Days-Out TO WS-Due-Days.
           IF WS-Due-Days - WS-Run-Days <= 30
              ADD +1 TO WS-Due-Soon-Cnt
              MOVE "2240-Check-Filing-Due" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE SPACES TO WS-Excp-Message
              STRING "UNCLAIMED PROPERTY FILING DUE "
                        DELIMITED BY SIZE
                     WS-Prior-State DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-Due-Date DELIMITED BY SIZE
                 INTO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           WRITE RptFile-Record FROM WS-Rpt-Blank-Line.
           MOVE "ALL STATES REPORTABLE" TO WS-Rtl-Label.
           MOVE WS-Total-Rpt-Cnt TO WS-Rtl-Count.
           MOVE WS-Total-Rpt-Bal TO WS-Rtl-Balance.
           WRITE RptFile-Record FROM WS-Rpt-Total-Line.
           MOVE "ALL STATES DILIGENCE" TO WS-Rtl-Label.
           MOVE WS-Total-Dil-Cnt TO WS-Rtl-Count.
           MOVE WS-Total-Dil-Bal TO WS-Rtl-Balance.
           WRITE RptFile-Record FROM WS-Rpt-Total-Line.
           MOVE "ALL STATES LETTERS" TO WS-Rtl-Label.
           MOVE WS-Total-Ltr-Cnt TO WS-Rtl-Count.
           MOVE ZERO TO WS-Rtl-Balance.
           WRITE RptFile-Record FROM WS-Rpt-Total-Line.
           CLOSE LtrFile.
           CLOSE RptFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Master Records Read   : " FD-MstFile-Record-Cnt.
           DISPLAY "Balances Reviewed     : " WS-Reviewed-Cnt.
           DISPLAY "No State Rule         : " WS-No-Rule-Cnt.
           DISPLAY "Reportable            : " WS-Reportable-Cnt.
           DISPLAY "Due Diligence         : " WS-Diligence-Cnt.
           DISPLAY "Letters Extracted     : " WS-Letter-Cnt.
           DISPLAY "Filings Due In 30 Days: " WS-Due-Soon-Cnt.
           IF WS-No-Rule-Cnt > ZERO
              MOVE "3000-End-Job" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "BALANCES IN STATES WITH NO UCPCTL RULE"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.

       6000-Write-LtrFile.
           WRITE LtrFile-Customer-Record.
           IF WS-LtrFile-Good
              ADD +1 TO WS-Letter-Cnt
           ELSE
              DISPLAY "** ERROR **: 6000-Write-LtrFile"
              DISPLAY "WRITE LtrFile Failed."
              DISPLAY "File Status: " WS-LtrFile-Status
              MOVE "6000-Write-LtrFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-LtrFile-Status TO WS-Excp-File-Status
              MOVE "WRITE LtrFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE LtrFile
              CLOSE RptFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6100-Check-RptFile.
           IF NOT WS-RptFile-Good
              DISPLAY "** ERROR **: 6100-Check-RptFile"
              DISPLAY "WRITE RptFile Failed."
              DISPLAY "File Status: " WS-RptFile-Status
              MOVE "6100-Check-RptFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RptFile-Status TO WS-Excp-File-Status
              MOVE "WRITE RptFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE LtrFile
              CLOSE RptFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       8000-Return-SortFile.
           RETURN SORTFile
               AT END SET WS-SORTFile-EOF TO TRUE
           END-RETURN.
           IF WS-SORTFile-Good
              NEXT SENTENCE
           ELSE
              IF WS-SORTFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 8000-Return-SortFile"
                 DISPLAY "Return SORTFile Failed."
                 DISPLAY "File Status: " SORT-RETURN
                 MOVE "8000-Return-SortFile" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE SPACES TO WS-Excp-File-Status
                 MOVE "Return SORTFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 GOBACK
              END-IF
           END-IF.

      *    Turns WS-Date-In-Hand (YYYYMMDD) into a 30-day-month
      *       day count in WS-Days-Out -- crude, but a 30-day
      *       filing warning only needs to be about right.
       9100-Count-Days.
           MOVE WS-Date-In-Hand (1:4) TO WS-Date-Year.
           MOVE WS-Date-In-Hand (5:2) TO WS-Date-Month.
           MOVE WS-Date-In-Hand (7:2) TO WS-Date-Day.
           COMPUTE WS-Days-Out =
              (WS-Date-Year * 360) + (WS-Date-Month * 30)
              + WS-Date-Day.

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
              MOVE "STCBUCP1" TO Excp-Pgm-Id
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
