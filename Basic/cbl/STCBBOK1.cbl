      ***********************************************************
      * Program name:    STCBBOK1
      * Original author: David Stagowski
      *
      * Description: Batch backout of a bad STCBTRX1 or STCBNCA1
      *    run from the CUSTAUD audit trail.
      *    When a branch sends a wrong CUSTTRX file or the bureau
      *       a bad NCOAFEED, every change it made used to be found
      *       and reversed by hand at the STCBINQ1 screen. This
      *       program takes the program and the run's date/time
      *       window from the BOKCTL control record, finds every
      *       CUSTAUD record that run wrote, and puts each affected
      *       account back the way it was before the run -- the
      *       before-image of the run's first change to it.
      *
      *    CUSTAUD is sorted by account and stamp so each account's
      *       whole history is seen together. An account is
      *       refused -- a CONFLICT on the register, nothing
      *       written -- when anything else touched it after the
      *       run's first change (another audited change, or a
      *       master that no longer matches what the run left,
      *       which catches the unaudited nightly feed), so a
      *       later legitimate correction is never silently
      *       undone. An account already at its before-image, or
      *       one the run added and deleted again, is SKIPPED.
      *
      *    A reversal is the opposite of what the run did: a
      *       change is rewritten to the before-image, an add is
      *       deleted, a delete is written back with the master-
      *       only extension empty. Every reversal is appended to
      *       CUSTAUD under the STCBBOK1 id with its own before
      *       and after images, the way STCBTRX1 audits its work,
      *       and every affected account prints one line on the
      *       BOKREG register.
      *
      *    BOKCTL, one record:
      *       cols  1- 8  program to back out (STCBTRX1/STCBNCA1)
      *       cols 10-17  window start date   (YYYYMMDD)
      *       cols 19-26  window start time   (HHMMSScc)
      *       cols 28-35  window end date     (YYYYMMDD)
      *       cols 37-44  window end time     (HHMMSScc)
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created so a bad branch change list
      *                          or NCOA feed is reversed in one
      *                          run instead of by hand.
      * 2026-10-15 dscobol       CUSTAUD grew by the dual-control
      *                          approver id; carried through the
      *                          sort and left blank on reversals.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBBOK1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The run to back out -- see the layout above.
           SELECT CtlFile
           ASSIGN TO BOKCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtlFile-Status.

      *    Cumulative audit trail -- read (through the sort) for the
      *       run's changes, then appended to with the reversals.
           SELECT OPTIONAL AudFile
           ASSIGN TO CUSTAUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AudFile-Status.

           SELECT AudSortFile
           ASSIGN TO SORTWK1.

      *    CUSTAUD re-sorted by account, date and time.
           SELECT AudSortedFile
           ASSIGN TO AUDSRT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AudSortedFile-Status.

           SELECT MstFile
           ASSIGN TO CUSTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MstFile-Cust-Acct-Number
           ALTERNATE RECORD KEY IS MstFile-Cust-Last-Name
              WITH DUPLICATES
           FILE STATUS IS WS-MstFile-Status.

      *    Backout register -- one line per account the run touched.
           SELECT RegFile
           ASSIGN TO BOKREG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RegFile-Status.

      *    Common structured exceptions file, appended to by every
      *       program in the shop -- see 9200-Log-Exception.
           SELECT OPTIONAL ExcpFile
           ASSIGN TO CUSTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExcpFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CtlFile-Record.
           12  Ctl-Pgm-Id                 PIC X(08).
           12  FILLER                     PIC X(01).
           12  Ctl-From-Date              PIC 9(08).
           12  FILLER                     PIC X(01).
           12  Ctl-From-Time              PIC 9(08).
           12  FILLER                     PIC X(01).
           12  Ctl-To-Date                PIC 9(08).
           12  FILLER                     PIC X(01).
           12  Ctl-To-Time                PIC 9(08).

       FD  AudFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTAUD.

       SD  AudSortFile.
       01  AudSort-Record.
           12  AudSort-Operator-Id        PIC X(08).
           12  AudSort-Change-Date        PIC 9(08).
           12  AudSort-Change-Time        PIC 9(08).
           12  AudSort-Cust-Acct-Number   PIC X(10).
           12  AudSort-Before-Image       PIC X(154).
           12  AudSort-After-Image        PIC X(154).
           12  AudSort-Approver-Id        PIC X(08).

       FD  AudSortedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AudSrt-Record.
           12  AudSrt-Operator-Id         PIC X(08).
           12  AudSrt-Stamp.
               16  AudSrt-Change-Date     PIC 9(08).
               16  AudSrt-Change-Time     PIC 9(08).
           12  AudSrt-Cust-Acct-Number    PIC X(10).
           12  AudSrt-Before-Image        PIC X(154).
           12  AudSrt-After-Image         PIC X(154).
           12  AudSrt-Approver-Id         PIC X(08).

       FD  MstFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTMST REPLACING ==:tag:== BY ==MstFile==.

       FD  RegFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RegFile-Record                 PIC X(100).

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AudFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AudSortedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MstFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RegFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    The run being backed out, off BOKCTL.
       01  WS-Backout-Control.
           12 WS-Bok-Pgm-Id             PIC X(08).
           12 WS-Bok-From-Stamp.
              16 WS-Bok-From-Date       PIC 9(08).
              16 WS-Bok-From-Time       PIC 9(08).
           12 WS-Bok-To-Stamp.
              16 WS-Bok-To-Date         PIC 9(08).
              16 WS-Bok-To-Time         PIC 9(08).

      *    One account's history as the sorted walk gathers it: the
      *       before-image of the run's first change (what to
      *       restore), the after-image of its last (what the run
      *       left), and whether anything else touched the account
      *       from the run's first change on.
       01  WS-Account-Control.
           12 WS-Acct-In-Hand           PIC X(10).
           12 WS-Run-Change-Cnt         PIC S9(5) COMP.
           12 WS-Restore-Image          PIC X(154).
           12 WS-Run-Result-Image       PIC X(154).
           12 WS-Later-Change-Sw        PIC X(01).
              88 WS-Changed-After-Run   VALUE "Y".
           12 WS-Later-Oper-Id          PIC X(08).
           12 WS-Later-Date             PIC 9(08).
           12 WS-Master-Found-Sw        PIC X(01) VALUE "N".
              88 WS-Master-Found        VALUE "Y".
           12 WS-Before-Image           PIC X(154).
           12 WS-After-Image            PIC X(154).

       01  WS-Stamp-Control.
           12 WS-Stamp-Date             PIC 9(08).
           12 WS-Stamp-Time             PIC 9(08).

       01  WS-Reg-Heading-1.
           05  FILLER  PIC X(30) VALUE
               "STCBBOK1 - BACKOUT REGISTER".
           05  FILLER  PIC X(08) VALUE "PROGRAM ".
           05  WS-Reg-Hdg-Pgm        PIC X(08).
           05  FILLER  PIC X(07) VALUE "  FROM ".
           05  WS-Reg-Hdg-From-Date  PIC 9(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  WS-Reg-Hdg-From-Time  PIC 9(08).
           05  FILLER  PIC X(05) VALUE "  TO ".
           05  WS-Reg-Hdg-To-Date    PIC 9(08).
           05  FILLER  PIC X(01) VALUE SPACES.
           05  WS-Reg-Hdg-To-Time    PIC 9(08).
       01  WS-Reg-Heading-2.
           05  FILLER  PIC X(11) VALUE "ACCOUNT".
           05  FILLER  PIC X(08) VALUE "CHANGES".
           05  FILLER  PIC X(08) VALUE "RUN DID".
           05  FILLER  PIC X(11) VALUE "DISPOSITION".
           05  FILLER  PIC X(06) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE "REASON".

       01  WS-Register-Line.
           05  WS-Reg-Acct-Number    PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Reg-Change-Cnt     PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Reg-Run-Action     PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Reg-Disposition    PIC X(08).
           05  FILLER                PIC X(09) VALUE SPACES.
           05  WS-Reg-Reason         PIC X(56).

       01  WS-Reg-Total-Line.
           05  WS-Reg-Total-Label    PIC X(32).
           05  WS-Reg-Total-Count    PIC ZZZZZZ9.

       01  WS-Reg-Blank-Line      PIC X(01) VALUE SPACE.

       01  WS-File-Counters.
           12 FD-AudSrt-Record-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 WS-Run-Record-Cnt            PIC S9(7) COMP VALUE ZERO.
           12 WS-Accounts-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-Restored-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-Skipped-Cnt               PIC S9(7) COMP VALUE ZERO.
           12 WS-Conflict-Cnt              PIC S9(7) COMP VALUE ZERO.

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
              "*** Program STCBBOK1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

      *    Reads and checks the control record, sorts the audit
      *       trail, and only then opens CUSTAUD for the reversals --
      *       the sort has to finish reading it first.
       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1100-Read-Control.
           SORT AudSortFile
              ON ASCENDING KEY AudSort-Cust-Acct-Number
                               AudSort-Change-Date
                               AudSort-Change-Time
                 USING AudFile
                 GIVING AudSortedFile.
           IF SORT-RETURN > 0
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "SORT FAILED (AudSortFile)"
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "SORT FAILED (AudSortFile)" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT AudSortedFile.
           IF NOT WS-AudSortedFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open AudSortedFile Failed."
              DISPLAY "File Status: " WS-AudSortedFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-AudSortedFile-Status TO WS-Excp-File-Status
              MOVE "Open AudSortedFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O MstFile.
           IF NOT WS-MstFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MstFile-Status TO WS-Excp-File-Status
              MOVE "Open MstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE AudSortedFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND AudFile.
           IF NOT WS-AudFile-Good
              AND NOT WS-AudFile-Optional-Missing
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open AudFile Failed."
              DISPLAY "File Status: " WS-AudFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-AudFile-Status TO WS-Excp-File-Status
              MOVE "Open AudFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE AudSortedFile
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RegFile.
           IF NOT WS-RegFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open RegFile Failed."
              DISPLAY "File Status: " WS-RegFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RegFile-Status TO WS-Excp-File-Status
              MOVE "Open RegFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE AudSortedFile
              CLOSE MstFile
              CLOSE AudFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-Bok-Pgm-Id TO WS-Reg-Hdg-Pgm.
           MOVE WS-Bok-From-Date TO WS-Reg-Hdg-From-Date.
           MOVE WS-Bok-From-Time TO WS-Reg-Hdg-From-Time.
           MOVE WS-Bok-To-Date TO WS-Reg-Hdg-To-Date.
           MOVE WS-Bok-To-Time TO WS-Reg-Hdg-To-Time.
           WRITE RegFile-Record FROM WS-Reg-Heading-1.
           WRITE RegFile-Record FROM WS-Reg-Blank-Line.
           WRITE RegFile-Record FROM WS-Reg-Heading-2.
           PERFORM 5000-Read-AudSortedFile.

      *    Only the two batch programs that write CUSTAUD can be
      *       backed out -- an STCBINQ1 correction is an operator's
      *       deliberate act and is reversed the way it was made.
      *       A window that ends before it starts is refused too.
       1100-Read-Control.
           OPEN INPUT CtlFile.
           IF NOT WS-CtlFile-Good
              DISPLAY "** ERROR **: 1100-Read-Control"
              DISPLAY "Open CtlFile Failed."
              DISPLAY "File Status: " WS-CtlFile-Status
              MOVE "1100-Read-Control" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-CtlFile-Status TO WS-Excp-File-Status
              MOVE "Open CtlFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           READ CtlFile
              AT END SET WS-CtlFile-EOF TO TRUE
           END-READ.
           CLOSE CtlFile.
           IF WS-CtlFile-EOF
              DISPLAY "** ERROR **: 1100-Read-Control"
              DISPLAY "BOKCTL IS EMPTY - NO RUN NAMED"
              MOVE "1100-Read-Control" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "BOKCTL IS EMPTY" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF (Ctl-Pgm-Id NOT = "STCBTRX1"
               AND Ctl-Pgm-Id NOT = "STCBNCA1")
              OR Ctl-From-Date NOT NUMERIC
              OR Ctl-From-Time NOT NUMERIC
              OR Ctl-To-Date NOT NUMERIC
              OR Ctl-To-Time NOT NUMERIC
              DISPLAY "** ERROR **: 1100-Read-Control"
              DISPLAY "BOKCTL MUST NAME STCBTRX1 OR STCBNCA1 AND A"
                 " NUMERIC DATE/TIME WINDOW"
              DISPLAY "  " CtlFile-Record
              MOVE "1100-Read-Control" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "BOKCTL RECORD INVALID" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE Ctl-Pgm-Id TO WS-Bok-Pgm-Id.
           MOVE Ctl-From-Date TO WS-Bok-From-Date.
           MOVE Ctl-From-Time TO WS-Bok-From-Time.
           MOVE Ctl-To-Date TO WS-Bok-To-Date.
           MOVE Ctl-To-Time TO WS-Bok-To-Time.
           IF WS-Bok-To-Stamp < WS-Bok-From-Stamp
              DISPLAY "** ERROR **: 1100-Read-Control"
              DISPLAY "BOKCTL WINDOW ENDS BEFORE IT STARTS"
              MOVE "1100-Read-Control" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "BOKCTL WINDOW ENDS BEFORE IT STARTS"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "STCBBOK1: BACKING OUT " WS-Bok-Pgm-Id
              " FROM " WS-Bok-From-Date " " WS-Bok-From-Time
              " TO " WS-Bok-To-Date " " WS-Bok-To-Time.

      *    Control break on account: gather one account's history,
      *       then decide it if the run touched it at all.
       2000-Process.
           PERFORM UNTIL WS-AudSortedFile-EOF
              MOVE AudSrt-Cust-Acct-Number TO WS-Acct-In-Hand
              MOVE ZERO TO WS-Run-Change-Cnt
              MOVE SPACES TO WS-Restore-Image
              MOVE SPACES TO WS-Run-Result-Image
              MOVE "N" TO WS-Later-Change-Sw
              PERFORM UNTIL WS-AudSortedFile-EOF
                      OR AudSrt-Cust-Acct-Number NOT = WS-Acct-In-Hand
                 PERFORM 2100-Classify-Audit-Record
                 PERFORM 5000-Read-AudSortedFile
              END-PERFORM
              IF WS-Run-Change-Cnt > ZERO
                 ADD +1 TO WS-Accounts-Cnt
                 PERFORM 2200-Back-Out-Account
              END-IF
           END-PERFORM.

      *    A record is the bad run's when its operator id is the
      *       program named and its stamp falls in the window. Any
      *       other record stamped after the run's first change to
      *       the account -- in between its changes or after them
      *       -- means someone else has worked the account since.
       2100-Classify-Audit-Record.
           IF AudSrt-Operator-Id = WS-Bok-Pgm-Id
              AND AudSrt-Stamp NOT < WS-Bok-From-Stamp
              AND AudSrt-Stamp NOT > WS-Bok-To-Stamp
              ADD +1 TO WS-Run-Record-Cnt
              ADD +1 TO WS-Run-Change-Cnt
              IF WS-Run-Change-Cnt = 1
                 MOVE AudSrt-Before-Image TO WS-Restore-Image
              END-IF
              MOVE AudSrt-After-Image TO WS-Run-Result-Image
           ELSE
              IF WS-Run-Change-Cnt > ZERO
                 AND NOT WS-Changed-After-Run
                 SET WS-Changed-After-Run TO TRUE
                 MOVE AudSrt-Operator-Id TO WS-Later-Oper-Id
                 MOVE AudSrt-Change-Date TO WS-Later-Date
              END-IF
           END-IF.

      *    Decides one account. The checks run from the cheapest
      *       refusal to the reversal itself; the first that fits
      *       is the account's disposition.
       2200-Back-Out-Account.
           MOVE WS-Acct-In-Hand TO MstFile-Cust-Acct-Number.
           READ MstFile
              INVALID KEY
                 MOVE "N" TO WS-Master-Found-Sw
              NOT INVALID KEY
                 SET WS-Master-Found TO TRUE
           END-READ.
           EVALUATE TRUE
              WHEN WS-Restore-Image = SPACES
                 MOVE "ADD" TO WS-Reg-Run-Action
              WHEN WS-Run-Result-Image = SPACES
                 MOVE "DELETE" TO WS-Reg-Run-Action
              WHEN OTHER
                 MOVE "CHANGE" TO WS-Reg-Run-Action
           END-EVALUATE.
           EVALUATE TRUE
              WHEN WS-Changed-After-Run
                 MOVE SPACES TO WS-Reg-Reason
                 STRING "CHANGED AGAIN BY " WS-Later-Oper-Id
                    " ON " WS-Later-Date
                    DELIMITED BY SIZE INTO WS-Reg-Reason
                 PERFORM 2910-Register-Conflict
              WHEN WS-Restore-Image = WS-Run-Result-Image
                 MOVE "RUN MADE NO NET CHANGE" TO WS-Reg-Reason
                 PERFORM 2900-Register-Skipped
              WHEN WS-Run-Result-Image = SPACES
                 IF WS-Master-Found
                    MOVE "ACCOUNT BACK ON MASTER SINCE THE RUN"
                       TO WS-Reg-Reason
                    PERFORM 2910-Register-Conflict
                 ELSE
                    PERFORM 2300-Restore-Deleted
                 END-IF
              WHEN NOT WS-Master-Found
                 MOVE "NO LONGER ON MASTER" TO WS-Reg-Reason
                 PERFORM 2910-Register-Conflict
              WHEN MstFile-Customer-Portion = WS-Restore-Image
                 MOVE "MASTER ALREADY AT BEFORE-IMAGE"
                    TO WS-Reg-Reason
                 PERFORM 2900-Register-Skipped
              WHEN MstFile-Customer-Portion NOT = WS-Run-Result-Image
                 MOVE "MASTER CHANGED SINCE THE RUN (FEED OR OTHER)"
                    TO WS-Reg-Reason
                 PERFORM 2910-Register-Conflict
              WHEN WS-Restore-Image = SPACES
                 PERFORM 2400-Remove-Added
              WHEN OTHER
                 PERFORM 2500-Restore-Changed
           END-EVALUATE.

      *    The run deleted the account: it goes back on with the
      *       before-image and the master-only extension empty, the
      *       way STCBTRX1 adds an account.
       2300-Restore-Deleted.
           MOVE WS-Restore-Image TO MstFile-Customer-Portion.
           MOVE ZERO TO MstFile-Mst-Last-Mailed-Date.
           MOVE SPACES TO MstFile-Mst-Undeliverable-Flag.
           MOVE SPACES TO MstFile-Mst-Undeliv-Reason.
           MOVE SPACES TO MstFile-Mst-Email-Invalid-Rsn.
           MOVE SPACES TO MstFile-Mst-Corr-Pins.
           MOVE ZERO TO MstFile-Mst-Corr-Date.
           MOVE ZERO TO MstFile-Mst-Corr-Time.
           MOVE SPACES TO MstFile-Mst-Corr-Oper-Id.
           MOVE SPACES TO MstFile-Mst-Tombstone-Flag.
           MOVE ZERO TO MstFile-Mst-Drop-Date.
           MOVE SPACES TO MstFile-Mst-Drop-Prior-Status.
           WRITE MstFile-Master-Record.
           IF NOT WS-MstFile-Good
              DISPLAY "** ERROR **: 2300-Restore-Deleted"
              DISPLAY "WRITE MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE "2300-Restore-Deleted" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MstFile-Status TO WS-Excp-File-Status
              MOVE "WRITE MstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO WS-Before-Image.
           MOVE WS-Restore-Image TO WS-After-Image.
           PERFORM 6100-Write-AudFile.
           MOVE "DELETED ACCOUNT WRITTEN BACK" TO WS-Reg-Reason.
           PERFORM 2920-Register-Restored.

      *    The run added the account and nothing has touched it
      *       since: it comes off the master again.
       2400-Remove-Added.
           MOVE MstFile-Customer-Portion TO WS-Before-Image.
           DELETE MstFile.
           IF NOT WS-MstFile-Good
              DISPLAY "** ERROR **: 2400-Remove-Added"
              DISPLAY "DELETE MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE "2400-Remove-Added" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MstFile-Status TO WS-Excp-File-Status
              MOVE "DELETE MstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO WS-After-Image.
           PERFORM 6100-Write-AudFile.
           MOVE "ADDED ACCOUNT REMOVED" TO WS-Reg-Reason.
           PERFORM 2920-Register-Restored.

      *    The run changed the account: the customer portion goes
      *       back to the before-image. The master-only extension
      *       is left as it stands.
       2500-Restore-Changed.
           MOVE MstFile-Customer-Portion TO WS-Before-Image.
           MOVE WS-Restore-Image TO MstFile-Customer-Portion.
           REWRITE MstFile-Master-Record.
           IF NOT WS-MstFile-Good
              DISPLAY "** ERROR **: 2500-Restore-Changed"
              DISPLAY "REWRITE MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE "2500-Restore-Changed" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MstFile-Status TO WS-Excp-File-Status
              MOVE "REWRITE MstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-Restore-Image TO WS-After-Image.
           PERFORM 6100-Write-AudFile.
           MOVE "BEFORE-IMAGE RESTORED" TO WS-Reg-Reason.
           PERFORM 2920-Register-Restored.

       2900-Register-Skipped.
           ADD +1 TO WS-Skipped-Cnt.
           MOVE "SKIPPED " TO WS-Reg-Disposition.
           PERFORM 2990-Write-Register-Line.

       2910-Register-Conflict.
           ADD +1 TO WS-Conflict-Cnt.
           MOVE "CONFLICT" TO WS-Reg-Disposition.
           PERFORM 2990-Write-Register-Line.

       2920-Register-Restored.
           ADD +1 TO WS-Restored-Cnt.
           MOVE "RESTORED" TO WS-Reg-Disposition.
           PERFORM 2990-Write-Register-Line.

       2990-Write-Register-Line.
           MOVE WS-Acct-In-Hand TO WS-Reg-Acct-Number.
           MOVE WS-Run-Change-Cnt TO WS-Reg-Change-Cnt.
           PERFORM 6200-Write-RegFile.

      *    Register totals; a conflict leaves work for someone, so
      *       the step ends RC 4 when there is any.
       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           WRITE RegFile-Record FROM WS-Reg-Blank-Line.
           MOVE "ACCOUNTS TOUCHED BY THE RUN" TO WS-Reg-Total-Label.
           MOVE WS-Accounts-Cnt TO WS-Reg-Total-Count.
           WRITE RegFile-Record FROM WS-Reg-Total-Line.
           MOVE "RESTORED" TO WS-Reg-Total-Label.
           MOVE WS-Restored-Cnt TO WS-Reg-Total-Count.
           WRITE RegFile-Record FROM WS-Reg-Total-Line.
           MOVE "SKIPPED" TO WS-Reg-Total-Label.
           MOVE WS-Skipped-Cnt TO WS-Reg-Total-Count.
           WRITE RegFile-Record FROM WS-Reg-Total-Line.
           MOVE "CONFLICT - NOT BACKED OUT" TO WS-Reg-Total-Label.
           MOVE WS-Conflict-Cnt TO WS-Reg-Total-Count.
           WRITE RegFile-Record FROM WS-Reg-Total-Line.
           CLOSE AudSortedFile.
           CLOSE MstFile.
           CLOSE AudFile.
           CLOSE RegFile.
           IF WS-Accounts-Cnt = ZERO
              DISPLAY "*** WARNING ***"
              DISPLAY "  NO CUSTAUD RECORDS FOR " WS-Bok-Pgm-Id
                 " IN THE WINDOW - NOTHING BACKED OUT"
              MOVE "3000-End-Job" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "NO AUDIT RECORDS IN BACKOUT WINDOW"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-Conflict-Cnt > ZERO
              DISPLAY "*** WARNING ***"
              DISPLAY "  " WS-Conflict-Cnt
                 " ACCOUNT(S) NOT BACKED OUT - SEE BOKREG"
              MOVE "3000-End-Job" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "BACKOUT CONFLICTS - SEE BOKREG"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY EOJ-End-Message.
           DISPLAY "Audit Records Read  : " FD-AudSrt-Record-Cnt.
           DISPLAY "Run Audit Records   : " WS-Run-Record-Cnt.
           DISPLAY "Accounts Touched    : " WS-Accounts-Cnt.
           DISPLAY "Accounts Restored   : " WS-Restored-Cnt.
           DISPLAY "Accounts Skipped    : " WS-Skipped-Cnt.
           DISPLAY "Accounts In Conflict: " WS-Conflict-Cnt.

       5000-Read-AudSortedFile.
           READ AudSortedFile
              AT END SET WS-AudSortedFile-EOF TO TRUE
           END-READ.
           IF WS-AudSortedFile-Good
              ADD +1 TO FD-AudSrt-Record-Cnt
           ELSE
              IF WS-AudSortedFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-AudSortedFile"
                 DISPLAY "Read AudSortedFile Failed."
                 DISPLAY "File Status: " WS-AudSortedFile-Status
                 MOVE "5000-Read-AudSortedFile" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-AudSortedFile-Status TO WS-Excp-File-Status
                 MOVE "Read AudSortedFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE AudSortedFile
                 CLOSE MstFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    One audit record per reversal under the backout's own
      *       id, so the trail shows the run, the backout, and
      *       what each did.
       6100-Write-AudFile.
           MOVE "STCBBOK1" TO Aud-Operator-Id.
           ACCEPT WS-Stamp-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Stamp-Time FROM TIME.
           MOVE WS-Stamp-Date TO Aud-Change-Date.
           MOVE WS-Stamp-Time TO Aud-Change-Time.
           MOVE WS-Acct-In-Hand TO Aud-Cust-Acct-Number.
           MOVE WS-Before-Image TO Aud-Before-Image.
           MOVE WS-After-Image TO Aud-After-Image.
           MOVE SPACES TO Aud-Approver-Id.
           WRITE AudFile-Record.
           IF NOT WS-AudFile-Good
              DISPLAY "** ERROR **: 6100-Write-AudFile"
              DISPLAY "WRITE AudFile Failed."
              DISPLAY "File Status: " WS-AudFile-Status
              MOVE "6100-Write-AudFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-AudFile-Status TO WS-Excp-File-Status
              MOVE "WRITE AudFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
              CLOSE AudFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6200-Write-RegFile.
           WRITE RegFile-Record FROM WS-Register-Line.
           IF NOT WS-RegFile-Good
              DISPLAY "** ERROR **: 6200-Write-RegFile"
              DISPLAY "WRITE RegFile Failed."
              DISPLAY "File Status: " WS-RegFile-Status
              MOVE "6200-Write-RegFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RegFile-Status TO WS-Excp-File-Status
              MOVE "WRITE RegFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE RegFile
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
              MOVE "STCBBOK1" TO Excp-Pgm-Id
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
