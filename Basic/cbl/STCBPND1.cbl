      ***********************************************************
      * Program name:    STCBPND1
      * Original author: David Stagowski
      *
      * Description: Pending dual-control change aging.
      *    STCBINQ1 holds sensitive corrections on CUSTPEND until a
      *       second, supervisor-level operator approves or rejects
      *       them. A change nobody decides would sit there for
      *       ever with the master unchanged and the customer none
      *       the wiser, so this step -- run ahead of the STCBRPT4
      *       morning review -- appends a warning record to CUSTEXC
      *       for every change still awaiting a decision PENDDAYS
      *       days or more after it was keyed.
      *
      *    PENDDAYS comes from the DUALCTL keyword file STCBINQ1
      *       reads its ADDRBAL threshold from; without it, or
      *       without the keyword, one day is used.
      *
      *    RETURN-CODE is 4 when anything was reported, so the
      *       schedule shows there is review work waiting.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created so unapproved STCBINQ1
      *                          changes reach the morning review.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBPND1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DualCtlFile
           ASSIGN TO DUALCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DualCtlFile-Status.

      *    Pending changes -- see STCBINQ1 2370-Hold-For-Approval.
      *       OPTIONAL: no file means nothing was ever held.
           SELECT OPTIONAL PendFile
           ASSIGN TO CUSTPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Pend-Key
           FILE STATUS IS WS-PendFile-Status.

      *    Common structured exceptions file, appended to by every
      *       program in the shop -- see 9200-Log-Exception.
           SELECT OPTIONAL ExcpFile
           ASSIGN TO CUSTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExcpFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DualCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DualCtlFile-Record.
           12  Dual-Keyword               PIC X(08).
           12  FILLER                     PIC X(01).
           12  Dual-Value                 PIC X(15).
           12  FILLER                     PIC X(06).

       FD  PendFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTPEND.

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==DualCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PendFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

       01  WS-Aging-Control.
           12 WS-Pend-Days              PIC 9(03) VALUE 1.
           12 WS-Run-Date               PIC 9(08).
           12 WS-Run-Day-Number         PIC S9(09) COMP.
           12 WS-Pend-Age               PIC S9(09) COMP.
           12 WS-Pend-Age-Disp          PIC 9(03).

      *    Day-number work fields for 2800-Compute-Day-Number -- a
      *       running count of days, good for differences between
      *       two dates without a calendar table.
       01  WS-Day-Number-Control.
           12 WS-Dn-Date                PIC 9(08).
           12 WS-Dn-Date-X REDEFINES WS-Dn-Date.
              16 WS-Dn-Year             PIC 9(04).
              16 WS-Dn-Month            PIC 9(02).
              16 WS-Dn-Day              PIC 9(02).
           12 WS-Dn-Y                   PIC S9(05) COMP.
           12 WS-Dn-M                   PIC S9(03) COMP.
           12 WS-Dn-Quot                PIC S9(07) COMP.
           12 WS-Dn-Work                PIC S9(07) COMP.
           12 WS-Dn-Days                PIC S9(09) COMP.

       01  WS-File-Counters.
           12 FD-PendFile-Record-Cnt       PIC S9(7) COMP VALUE ZERO.
           12 WS-Awaiting-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-Stale-Cnt                 PIC S9(7) COMP VALUE ZERO.

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
              "*** Program STCBPND1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1100-Load-Dual-Control.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           MOVE WS-Run-Date TO WS-Dn-Date.
           PERFORM 2800-Compute-Day-Number.
           MOVE WS-Dn-Days TO WS-Run-Day-Number.
           OPEN INPUT PendFile.
           IF NOT WS-PendFile-Good
              AND NOT WS-PendFile-Optional-Missing
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open PendFile Failed."
              DISPLAY "File Status: " WS-PendFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-PendFile-Status TO WS-Excp-File-Status
              MOVE "Open PendFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "STCBPND1: PENDING " WS-Pend-Days
              " DAYS OR MORE AS OF " WS-Run-Date.

       1100-Load-Dual-Control.
           OPEN INPUT DualCtlFile.
           IF WS-DualCtlFile-Good
              PERFORM UNTIL WS-DualCtlFile-EOF
                 READ DualCtlFile
                    AT END
                       SET WS-DualCtlFile-EOF TO TRUE
                    NOT AT END
                       IF Dual-Keyword = "PENDDAYS"
                          MOVE Dual-Value (1:3) TO WS-Pend-Days
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DualCtlFile
           END-IF.

       2000-Process.
      D     DISPLAY "2000-Process: ".
           PERFORM 5000-Read-PendFile.
           PERFORM UNTIL WS-PendFile-EOF
              IF Pend-Awaiting
                 ADD +1 TO WS-Awaiting-Cnt
                 PERFORM 2100-Age-Pending-Change
              END-IF
              PERFORM 5000-Read-PendFile
           END-PERFORM.

      *    One warning per change left too long, naming the account,
      *       the day it was keyed and the operator who keyed it.
       2100-Age-Pending-Change.
           MOVE Pend-Keyed-Date TO WS-Dn-Date.
           PERFORM 2800-Compute-Day-Number.
           COMPUTE WS-Pend-Age = WS-Run-Day-Number - WS-Dn-Days.
           IF WS-Pend-Age NOT < WS-Pend-Days
              ADD +1 TO WS-Stale-Cnt
              MOVE WS-Pend-Age TO WS-Pend-Age-Disp
              DISPLAY "*** WARNING ***"
              DISPLAY "  UNAPPROVED CHANGE " Pend-Cust-Acct-Number
                 " KEYED " Pend-Keyed-Date " BY " Pend-Maker-Id
                 " (" WS-Pend-Age-Disp " DAYS)"
              MOVE "2100-Age-Pending-Change" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE SPACES TO WS-Excp-Message
              STRING "UNAPPROVED " Pend-Cust-Acct-Number " "
                     Pend-Keyed-Date " " Pend-Maker-Id
                 DELIMITED BY SIZE INTO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.

      *    Converts WS-Dn-Date to a day count. March-based years put
      *       the leap day last, so each month's start is a fixed
      *       (153 * month + 2) / 5 days in; every division is its
      *       own DIVIDE so each truncates.
       2800-Compute-Day-Number.
           MOVE WS-Dn-Year TO WS-Dn-Y.
           MOVE WS-Dn-Month TO WS-Dn-M.
           IF WS-Dn-M < 3
              SUBTRACT 1 FROM WS-Dn-Y
              ADD 12 TO WS-Dn-M
           END-IF.
           COMPUTE WS-Dn-Days = (WS-Dn-Y * 365) + WS-Dn-Day.
           DIVIDE WS-Dn-Y BY 4 GIVING WS-Dn-Quot.
           ADD WS-Dn-Quot TO WS-Dn-Days.
           DIVIDE WS-Dn-Y BY 100 GIVING WS-Dn-Quot.
           SUBTRACT WS-Dn-Quot FROM WS-Dn-Days.
           DIVIDE WS-Dn-Y BY 400 GIVING WS-Dn-Quot.
           ADD WS-Dn-Quot TO WS-Dn-Days.
           COMPUTE WS-Dn-Work = (153 * (WS-Dn-M - 3)) + 2.
           DIVIDE WS-Dn-Work BY 5 GIVING WS-Dn-Quot.
           ADD WS-Dn-Quot TO WS-Dn-Days.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           CLOSE PendFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Pending Records Read: " FD-PendFile-Record-Cnt.
           DISPLAY "Awaiting Decision   : " WS-Awaiting-Cnt.
           DISPLAY "Reported As Stale   : " WS-Stale-Cnt.
           IF WS-Stale-Cnt > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       5000-Read-PendFile.
           READ PendFile
              AT END SET WS-PendFile-EOF TO TRUE
           END-READ.
           IF WS-PendFile-Good
              ADD +1 TO FD-PendFile-Record-Cnt
           ELSE
              IF WS-PendFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-PendFile"
                 DISPLAY "Read PendFile Failed."
                 DISPLAY "File Status: " WS-PendFile-Status
                 MOVE "5000-Read-PendFile" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-PendFile-Status TO WS-Excp-File-Status
                 MOVE "Read PendFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE PendFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
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
              MOVE "STCBPND1" TO Excp-Pgm-Id
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
