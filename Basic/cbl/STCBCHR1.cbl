      ***********************************************************
      * Program name:    STCBCHR1
      * Original author: David Stagowski
      *
      * Description: Operator activity and change-history report.
      *    CUSTAUD carries full before and after images for every
      *       STCBINQ1, STCBTRX1, STCBNCA1 and STCBBOK1 change, but
      *       nothing read it back, so an auditor's question meant
      *       a hex editor. This program decodes each audit record
      *       in a date range into the fields that actually changed,
      *       old value and new, and prints them on the CHGHIST
      *       report grouped by operator, by account, or both.
      *
      *    Three patterns are marked for review in the flag column
      *       and totalled at the end:
      *       REOPEN - a closed account set back to active;
      *       FREQ   - the account changed FREQCNT or more times in
      *                seven days, counting this change;
      *       HIBAL  - an address, city, state or ZIP change on an
      *                account whose balance is HIGHBAL dollars or
      *                more.
      *
      *    AUDCTL keywords, one per line (keyword in 1-8, value
      *       from column 10), the same layout SELCTL uses:
      *       FROMDATE  first change date reported  (YYYYMMDD)
      *       TODATE    last change date reported   (YYYYMMDD)
      *       GROUPBY   OPERATOR, ACCOUNT or BOTH   (default BOTH)
      *       HIGHBAL   whole-dollar balance for HIBAL
      *       FREQCNT   changes in seven days for FREQ
      *                 (default 3)
      *
      *    CUSTAUD is sorted by account and stamp, which is the
      *       account view and what the seven-day count needs;
      *       changes before FROMDATE still count toward it. The
      *       decoded in-range records are written to a work file
      *       with their flags and re-sorted by operator for the
      *       operator view.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created so the quarterly audit and
      *                          supervisor spot checks can read
      *                          the CUSTAUD trail.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBCHR1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Report criteria -- see the keyword list above.
           SELECT CtlFile
           ASSIGN TO AUDCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtlFile-Status.

           SELECT OPTIONAL AudFile
           ASSIGN TO CUSTAUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AudFile-Status.

           SELECT AudSortFile
           ASSIGN TO SORTWK1.

      *    CUSTAUD by account, date and time.
           SELECT AudSortedFile
           ASSIGN TO AUDSRT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AudSortedFile-Status.

      *    In-range audit records with their review flags, for the
      *       operator re-sort.
           SELECT EnrFile
           ASSIGN TO CHGWORK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EnrFile-Status.

           SELECT EnrSortFile
           ASSIGN TO SORTWK2.

           SELECT EnrSortedFile
           ASSIGN TO CHGSRT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EnrSortedFile-Status.

      *    Change-history report listing.
           SELECT PrtFile
           ASSIGN TO CHGHIST
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
       FD  CtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CtlFile-Record.
           12  Ctl-Keyword                PIC X(08).
           12  FILLER                     PIC X(01).
           12  Ctl-Value                  PIC X(15).
           12  FILLER                     PIC X(06).

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
           12  AudSrt-Change-Date         PIC 9(08).
           12  AudSrt-Change-Time         PIC 9(08).
           12  AudSrt-Cust-Acct-Number    PIC X(10).
           12  AudSrt-Before-Image        PIC X(154).
           12  AudSrt-After-Image         PIC X(154).
           12  AudSrt-Approver-Id         PIC X(08).

       FD  EnrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EnrFile-Record.
           12  Enr-Audit-Record           PIC X(350).
           12  Enr-Flags                  PIC X(03).

       SD  EnrSortFile.
       01  EnrSort-Record.
           12  EnrSort-Operator-Id        PIC X(08).
           12  EnrSort-Change-Date        PIC 9(08).
           12  EnrSort-Change-Time        PIC 9(08).
           12  EnrSort-Cust-Acct-Number   PIC X(10).
           12  FILLER                     PIC X(316).
           12  FILLER                     PIC X(03).

       FD  EnrSortedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EnrSrt-Record.
           12  EnrSrt-Audit-Record.
               16  EnrSrt-Operator-Id     PIC X(08).
               16  FILLER                 PIC X(342).
           12  EnrSrt-Flags               PIC X(03).

       FD  PrtFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PrtFile-Record                 PIC X(132).

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
           COPY WSFST REPLACING ==:tag:== BY ==EnrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EnrSortedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    Report criteria, as loaded from AUDCTL. Each default
      *       reports everything.
       01  WS-Criteria-Control.
           12 WS-Crit-From-Date         PIC 9(08) VALUE ZERO.
           12 WS-Crit-To-Date           PIC 9(08) VALUE 99999999.
           12 WS-Crit-Group-By          PIC X(08) VALUE "BOTH".
              88 WS-Group-By-Operator   VALUES "OPERATOR" "BOTH".
              88 WS-Group-By-Account    VALUES "ACCOUNT" "BOTH".
           12 WS-Crit-High-Bal          PIC S9(09) VALUE 999999999.
           12 WS-Crit-Freq-Count        PIC 9(03) VALUE 3.

      *    The audit record being decoded -- copied here from
      *       whichever sorted file is being walked -- with its
      *       before and after images broken out into fields.
       01  WS-Decode-Area.
           12 WS-Dec-Audit-Record.
              16 WS-Dec-Operator-Id     PIC X(08).
              16 WS-Dec-Change-Date     PIC 9(08).
              16 WS-Dec-Change-Time     PIC 9(08).
              16 WS-Dec-Cust-Acct-Number
                                        PIC X(10).
              16 WS-Dec-Before-Image    PIC X(154).
              16 WS-Dec-After-Image     PIC X(154).
              16 WS-Dec-Approver-Id     PIC X(08).
           12 WS-Dec-Flags.
              16 WS-Dec-Flag-Reopen     PIC X(01).
                 88 WS-Dec-Reopened     VALUE "R".
              16 WS-Dec-Flag-Frequent   PIC X(01).
                 88 WS-Dec-Frequent     VALUE "F".
              16 WS-Dec-Flag-High-Bal   PIC X(01).
                 88 WS-Dec-High-Bal     VALUE "H".
           12 WS-Dec-Balance            PIC S9(07)V99.
           12 WS-Dec-Address-Sw         PIC X(01).
              88 WS-Dec-Address-Changed VALUE "Y".
           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-Bef==.
           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-Aft==.

      *    Seven-day count for FREQ: the day numbers of the
      *       current account's changes so far, oldest first.
      *       CUSTAUD is in account/stamp order, so the changes in
      *       the seven days ending on this one are the tail of the
      *       table. A full table drops its oldest entry.
       01  WS-Frequency-Control.
           12 WS-Acct-In-Hand           PIC X(10) VALUE LOW-VALUES.
           12 WS-Acct-Day-Count         PIC S9(4) COMP VALUE ZERO.
           12 WS-Acct-Day-Max           PIC S9(4) COMP VALUE +100.
           12 WS-Acct-Day-Table.
              16 WS-Acct-Day OCCURS 100 TIMES
                                        PIC S9(09) COMP.
           12 WS-Day-Sub                PIC S9(4) COMP.
           12 WS-Week-Count             PIC S9(4) COMP.
           12 WS-Week-Start             PIC S9(09) COMP.

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

       01  WS-Group-Control.
           12 WS-Group-Key              PIC X(10).
           12 WS-Group-Rec-Cnt          PIC S9(7) COMP.

       01  WS-Chg-Heading-1.
           05  FILLER  PIC X(44) VALUE
               "STCBCHR1 - CUSTOMER CHANGE HISTORY".
           05  FILLER  PIC X(06) VALUE "FROM ".
           05  WS-Hdg-From-Date      PIC 9(08).
           05  FILLER  PIC X(04) VALUE " TO ".
           05  WS-Hdg-To-Date        PIC 9(08).
       01  WS-Chg-Heading-Section.
           05  FILLER  PIC X(14) VALUE "*** CHANGES BY".
           05  FILLER  PIC X(01) VALUE SPACES.
           05  WS-Hdg-Section        PIC X(08).
           05  FILLER  PIC X(04) VALUE " ***".
       01  WS-Chg-Heading-2.
           05  FILLER  PIC X(11) VALUE "ACCOUNT".
           05  FILLER  PIC X(09) VALUE "DATE".
           05  FILLER  PIC X(09) VALUE "TIME".
           05  FILLER  PIC X(09) VALUE "OPERATOR".
           05  FILLER  PIC X(10) VALUE "FIELD".
           05  FILLER  PIC X(34) VALUE "OLD VALUE".
           05  FILLER  PIC X(31) VALUE "NEW VALUE".
           05  FILLER  PIC X(14) VALUE "REVIEW".

       01  WS-Chg-Group-Line.
           05  WS-Grp-Label          PIC X(12).
           05  WS-Grp-Key            PIC X(10).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Grp-Count          PIC ZZZZZZ9.
           05  FILLER                PIC X(09) VALUE " CHANGES".

       01  WS-Chg-Line.
           05  WS-Chg-Acct           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Chg-Date           PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Chg-Time           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Chg-Oper           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Chg-Field          PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Chg-Old            PIC X(30).
           05  FILLER                PIC X(04) VALUE " -> ".
           05  WS-Chg-New            PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Chg-Review         PIC X(18).

       01  WS-Chg-Total-Line.
           05  WS-Chg-Total-Label    PIC X(40).
           05  WS-Chg-Total-Count    PIC ZZZZZZ9.

       01  WS-Chg-Blank-Line      PIC X(01) VALUE SPACE.
       01  WS-Balance-Ed          PIC -9(7).99.

       01  WS-File-Counters.
           12 FD-AudSrt-Record-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 WS-In-Range-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-Field-Line-Cnt            PIC S9(7) COMP VALUE ZERO.
           12 WS-Reopen-Cnt                PIC S9(7) COMP VALUE ZERO.
           12 WS-Frequent-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-High-Bal-Cnt              PIC S9(7) COMP VALUE ZERO.

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
              "*** Program STCBCHR1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Account-Pass.
           IF WS-Group-By-Operator
              PERFORM 2500-Operator-Pass
           END-IF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1100-Load-Criteria.
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
           OPEN OUTPUT PrtFile.
           IF NOT WS-PrtFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open PrtFile Failed."
              DISPLAY "File Status: " WS-PrtFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-PrtFile-Status TO WS-Excp-File-Status
              MOVE "Open PrtFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-Crit-From-Date TO WS-Hdg-From-Date.
           MOVE WS-Crit-To-Date TO WS-Hdg-To-Date.
           WRITE PrtFile-Record FROM WS-Chg-Heading-1.

      *    A report nobody asked the range of is not worth running
      *       over the whole trail by accident, so AUDCTL must be
      *       there, even if every keyword takes its default.
       1100-Load-Criteria.
           OPEN INPUT CtlFile.
           IF NOT WS-CtlFile-Good
              DISPLAY "** ERROR **: 1100-Load-Criteria"
              DISPLAY "Open CtlFile Failed."
              DISPLAY "File Status: " WS-CtlFile-Status
              MOVE "1100-Load-Criteria" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-CtlFile-Status TO WS-Excp-File-Status
              MOVE "Open CtlFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-CtlFile-EOF
              READ CtlFile
                 AT END
                    SET WS-CtlFile-EOF TO TRUE
                 NOT AT END
                    PERFORM 1110-Load-One-Criterion
              END-READ
           END-PERFORM.
           CLOSE CtlFile.
           IF NOT WS-Group-By-Operator
              AND NOT WS-Group-By-Account
              DISPLAY "*** WARNING ***"
              DISPLAY "  AUDCTL GROUPBY UNKNOWN: " WS-Crit-Group-By
                 " - BOTH USED"
              MOVE "BOTH" TO WS-Crit-Group-By
           END-IF.
           DISPLAY "STCBCHR1: CHANGES " WS-Crit-From-Date
              " TO " WS-Crit-To-Date " BY " WS-Crit-Group-By.

       1110-Load-One-Criterion.
           EVALUATE Ctl-Keyword
              WHEN "FROMDATE"
                 MOVE Ctl-Value (1:8) TO WS-Crit-From-Date
              WHEN "TODATE"
                 MOVE Ctl-Value (1:8) TO WS-Crit-To-Date
              WHEN "GROUPBY"
                 MOVE Ctl-Value (1:8) TO WS-Crit-Group-By
              WHEN "HIGHBAL"
                 MOVE Ctl-Value (1:9) TO WS-Crit-High-Bal
              WHEN "FREQCNT"
                 MOVE Ctl-Value (1:3) TO WS-Crit-Freq-Count
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  AUDCTL KEYWORD UNKNOWN: " Ctl-Keyword
           END-EVALUATE.

      *    Walks CUSTAUD in account/stamp order. Every change feeds
      *       the seven-day count; those in the date range are
      *       flagged, printed under their account (when the
      *       account view was asked for) and kept on the work
      *       file for the operator view.
       2000-Account-Pass.
           OPEN INPUT AudSortedFile.
           IF NOT WS-AudSortedFile-Good
              DISPLAY "** ERROR **: 2000-Account-Pass"
              DISPLAY "Open AudSortedFile Failed."
              DISPLAY "File Status: " WS-AudSortedFile-Status
              MOVE "2000-Account-Pass" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-AudSortedFile-Status TO WS-Excp-File-Status
              MOVE "Open AudSortedFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE PrtFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT EnrFile.
           IF NOT WS-EnrFile-Good
              DISPLAY "** ERROR **: 2000-Account-Pass"
              DISPLAY "Open EnrFile Failed."
              DISPLAY "File Status: " WS-EnrFile-Status
              MOVE "2000-Account-Pass" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-EnrFile-Status TO WS-Excp-File-Status
              MOVE "Open EnrFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE AudSortedFile
              CLOSE PrtFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-Group-By-Account
              MOVE "ACCOUNT" TO WS-Hdg-Section
              PERFORM 2900-Print-Section-Heading
           END-IF.
           MOVE SPACES TO WS-Group-Key.
           MOVE ZERO TO WS-Group-Rec-Cnt.
           MOVE "ACCOUNT" TO WS-Grp-Label.
           PERFORM 5000-Read-AudSortedFile.
           PERFORM UNTIL WS-AudSortedFile-EOF
              MOVE AudSrt-Record TO WS-Dec-Audit-Record
              MOVE SPACES TO WS-Dec-Flags
              PERFORM 2100-Count-Week-Changes
              IF WS-Dec-Change-Date NOT < WS-Crit-From-Date
                 AND WS-Dec-Change-Date NOT > WS-Crit-To-Date
                 ADD +1 TO WS-In-Range-Cnt
                 PERFORM 2200-Flag-Review-Patterns
                 MOVE WS-Dec-Audit-Record TO Enr-Audit-Record
                 MOVE WS-Dec-Flags TO Enr-Flags
                 WRITE EnrFile-Record
                 IF WS-Group-By-Account
                    IF WS-Dec-Cust-Acct-Number NOT = WS-Group-Key
                       PERFORM 2950-Print-Group-Total
                       MOVE WS-Dec-Cust-Acct-Number TO WS-Group-Key
                    END-IF
                    ADD +1 TO WS-Group-Rec-Cnt
                    PERFORM 2300-Print-Decoded-Changes
                 END-IF
              END-IF
              PERFORM 5000-Read-AudSortedFile
           END-PERFORM.
           IF WS-Group-By-Account
              PERFORM 2950-Print-Group-Total
           END-IF.
           CLOSE AudSortedFile.
           CLOSE EnrFile.

      *    Adds this change's day to the account's table and counts
      *       the changes in the seven days ending today.
       2100-Count-Week-Changes.
           IF WS-Dec-Cust-Acct-Number NOT = WS-Acct-In-Hand
              MOVE WS-Dec-Cust-Acct-Number TO WS-Acct-In-Hand
              MOVE ZERO TO WS-Acct-Day-Count
           END-IF.
           MOVE WS-Dec-Change-Date TO WS-Dn-Date.
           PERFORM 2800-Compute-Day-Number.
           IF WS-Acct-Day-Count = WS-Acct-Day-Max
              PERFORM VARYING WS-Day-Sub FROM 1 BY 1
                      UNTIL WS-Day-Sub = WS-Acct-Day-Max
                 MOVE WS-Acct-Day (WS-Day-Sub + 1)
                    TO WS-Acct-Day (WS-Day-Sub)
              END-PERFORM
              SUBTRACT 1 FROM WS-Acct-Day-Count
           END-IF.
           ADD +1 TO WS-Acct-Day-Count.
           MOVE WS-Dn-Days TO WS-Acct-Day (WS-Acct-Day-Count).
           COMPUTE WS-Week-Start = WS-Dn-Days - 6.
           MOVE ZERO TO WS-Week-Count.
           PERFORM VARYING WS-Day-Sub FROM WS-Acct-Day-Count BY -1
                   UNTIL WS-Day-Sub < 1
                      OR WS-Acct-Day (WS-Day-Sub) < WS-Week-Start
              ADD +1 TO WS-Week-Count
           END-PERFORM.

      *    Breaks the images into fields and sets the review flags.
      *       REOPEN and HIBAL need both images, so an add or a
      *       delete can only be FREQ; HIBAL judges the balance
      *       the account was left with.
       2200-Flag-Review-Patterns.
           MOVE WS-Dec-Before-Image TO WS-Bef-Customer-Record.
           MOVE WS-Dec-After-Image TO WS-Aft-Customer-Record.
           IF WS-Week-Count NOT < WS-Crit-Freq-Count
              MOVE "F" TO WS-Dec-Flag-Frequent
              ADD +1 TO WS-Frequent-Cnt
           END-IF.
           IF WS-Dec-Before-Image = SPACES
              OR WS-Dec-After-Image = SPACES
              NEXT SENTENCE
           ELSE
              IF WS-Bef-Acct-Status-Closed
                 AND WS-Aft-Acct-Status-Active
                 MOVE "R" TO WS-Dec-Flag-Reopen
                 ADD +1 TO WS-Reopen-Cnt
              END-IF
              MOVE "N" TO WS-Dec-Address-Sw
              IF WS-Bef-Cust-Address NOT = WS-Aft-Cust-Address
                 OR WS-Bef-Cust-City NOT = WS-Aft-Cust-City
                 OR WS-Bef-Cust-State NOT = WS-Aft-Cust-State
                 OR WS-Bef-Cust-Zip NOT = WS-Aft-Cust-Zip
                 OR WS-Bef-Cust-Zip-Plus4 NOT = WS-Aft-Cust-Zip-Plus4
                 SET WS-Dec-Address-Changed TO TRUE
              END-IF
              IF WS-Dec-Address-Changed
                 AND WS-Aft-Cust-Acct-Balance NOT < WS-Crit-High-Bal
                 MOVE "H" TO WS-Dec-Flag-High-Bal
                 ADD +1 TO WS-High-Bal-Cnt
              END-IF
           END-IF.

      *    One line per field that differs between the images; an
      *       add or a delete is one line naming the account. A
      *       change released under dual control gets one more line
      *       naming the supervisor who approved it.
       2300-Print-Decoded-Changes.
           MOVE WS-Dec-Before-Image TO WS-Bef-Customer-Record.
           MOVE WS-Dec-After-Image TO WS-Aft-Customer-Record.
           MOVE WS-Dec-Cust-Acct-Number TO WS-Chg-Acct.
           MOVE WS-Dec-Change-Date TO WS-Chg-Date.
           MOVE WS-Dec-Change-Time TO WS-Chg-Time.
           MOVE WS-Dec-Operator-Id TO WS-Chg-Oper.
           MOVE SPACES TO WS-Chg-Review.
           IF WS-Dec-Reopened
              MOVE "REOPEN" TO WS-Chg-Review (1:6)
           END-IF.
           IF WS-Dec-Frequent
              MOVE "FREQ" TO WS-Chg-Review (8:4)
           END-IF.
           EVALUATE TRUE
              WHEN WS-Dec-Before-Image = SPACES
                 MOVE "ADDED" TO WS-Chg-Field
                 MOVE SPACES TO WS-Chg-Old
                 MOVE WS-Aft-Cust-Last-Name TO WS-Chg-New
                 PERFORM 2390-Print-Change-Line
              WHEN WS-Dec-After-Image = SPACES
                 MOVE "DELETED" TO WS-Chg-Field
                 MOVE WS-Bef-Cust-Last-Name TO WS-Chg-Old
                 MOVE SPACES TO WS-Chg-New
                 PERFORM 2390-Print-Change-Line
              WHEN OTHER
                 PERFORM 2310-Print-Name-Fields
                 PERFORM 2320-Print-Address-Fields
                 PERFORM 2330-Print-Account-Fields
           END-EVALUATE.
           IF WS-Dec-Approver-Id NOT = SPACES
              MOVE "APPROVED" TO WS-Chg-Field
              MOVE SPACES TO WS-Chg-Old
              MOVE WS-Dec-Approver-Id TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.

       2310-Print-Name-Fields.
           IF WS-Bef-Cust-Last-Name NOT = WS-Aft-Cust-Last-Name
              MOVE "LAST NAME" TO WS-Chg-Field
              MOVE WS-Bef-Cust-Last-Name TO WS-Chg-Old
              MOVE WS-Aft-Cust-Last-Name TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.
           IF WS-Bef-Cust-First-Name NOT = WS-Aft-Cust-First-Name
              MOVE "FIRST NM" TO WS-Chg-Field
              MOVE WS-Bef-Cust-First-Name TO WS-Chg-Old
              MOVE WS-Aft-Cust-First-Name TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.

      *    Only the address lines carry HIBAL.
       2320-Print-Address-Fields.
           IF WS-Dec-High-Bal
              MOVE "HIBAL" TO WS-Chg-Review (13:5)
           END-IF.
           IF WS-Bef-Cust-Address NOT = WS-Aft-Cust-Address
              MOVE "ADDRESS" TO WS-Chg-Field
              MOVE WS-Bef-Cust-Address TO WS-Chg-Old
              MOVE WS-Aft-Cust-Address TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.
           IF WS-Bef-Cust-City NOT = WS-Aft-Cust-City
              MOVE "CITY" TO WS-Chg-Field
              MOVE WS-Bef-Cust-City TO WS-Chg-Old
              MOVE WS-Aft-Cust-City TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.
           IF WS-Bef-Cust-State NOT = WS-Aft-Cust-State
              MOVE "STATE" TO WS-Chg-Field
              MOVE WS-Bef-Cust-State TO WS-Chg-Old
              MOVE WS-Aft-Cust-State TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.
           IF WS-Bef-Cust-Zip NOT = WS-Aft-Cust-Zip
              MOVE "ZIP" TO WS-Chg-Field
              MOVE WS-Bef-Cust-Zip TO WS-Chg-Old
              MOVE WS-Aft-Cust-Zip TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.
           IF WS-Bef-Cust-Zip-Plus4 NOT = WS-Aft-Cust-Zip-Plus4
              MOVE "ZIP+4" TO WS-Chg-Field
              MOVE WS-Bef-Cust-Zip-Plus4 TO WS-Chg-Old
              MOVE WS-Aft-Cust-Zip-Plus4 TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.
           MOVE SPACES TO WS-Chg-Review (13:5).

       2330-Print-Account-Fields.
           IF WS-Bef-Cust-Acct-Balance NOT = WS-Aft-Cust-Acct-Balance
              MOVE "BALANCE" TO WS-Chg-Field
              MOVE WS-Bef-Cust-Acct-Balance TO WS-Balance-Ed
              MOVE WS-Balance-Ed TO WS-Chg-Old
              MOVE WS-Aft-Cust-Acct-Balance TO WS-Balance-Ed
              MOVE WS-Balance-Ed TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.
           IF WS-Bef-Cust-Acct-Status NOT = WS-Aft-Cust-Acct-Status
              MOVE "STATUS" TO WS-Chg-Field
              MOVE WS-Bef-Cust-Acct-Status TO WS-Chg-Old
              MOVE WS-Aft-Cust-Acct-Status TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.
           IF WS-Bef-Cust-Contact-Channel NOT =
              WS-Aft-Cust-Contact-Channel
              MOVE "CHANNEL" TO WS-Chg-Field
              MOVE WS-Bef-Cust-Contact-Channel TO WS-Chg-Old
              MOVE WS-Aft-Cust-Contact-Channel TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.
           IF WS-Bef-Cust-Email-Addr NOT = WS-Aft-Cust-Email-Addr
              MOVE "EMAIL" TO WS-Chg-Field
              MOVE WS-Bef-Cust-Email-Addr TO WS-Chg-Old
              MOVE WS-Aft-Cust-Email-Addr TO WS-Chg-New
              PERFORM 2390-Print-Change-Line
           END-IF.

       2390-Print-Change-Line.
           MOVE WS-Chg-Line TO PrtFile-Record.
           PERFORM 6000-Write-PrtFile.
           ADD +1 TO WS-Field-Line-Cnt.

      *    The operator view: the flagged in-range records re-sorted
      *       by operator and stamp, printed with the same decode.
       2500-Operator-Pass.
           SORT EnrSortFile
              ON ASCENDING KEY EnrSort-Operator-Id
                               EnrSort-Change-Date
                               EnrSort-Change-Time
                               EnrSort-Cust-Acct-Number
                 USING EnrFile
                 GIVING EnrSortedFile.
           IF SORT-RETURN > 0
              DISPLAY "** ERROR **: 2500-Operator-Pass"
              DISPLAY "SORT FAILED (EnrSortFile)"
              MOVE "2500-Operator-Pass" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "SORT FAILED (EnrSortFile)" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE PrtFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT EnrSortedFile.
           MOVE "OPERATOR" TO WS-Hdg-Section.
           PERFORM 2900-Print-Section-Heading.
           MOVE SPACES TO WS-Group-Key.
           MOVE ZERO TO WS-Group-Rec-Cnt.
           MOVE "OPERATOR" TO WS-Grp-Label.
           PERFORM 5100-Read-EnrSortedFile.
           PERFORM UNTIL WS-EnrSortedFile-EOF
              MOVE EnrSrt-Audit-Record TO WS-Dec-Audit-Record
              MOVE EnrSrt-Flags TO WS-Dec-Flags
              IF WS-Dec-Operator-Id NOT = WS-Group-Key
                 PERFORM 2950-Print-Group-Total
                 MOVE WS-Dec-Operator-Id TO WS-Group-Key
              END-IF
              ADD +1 TO WS-Group-Rec-Cnt
              PERFORM 2300-Print-Decoded-Changes
              PERFORM 5100-Read-EnrSortedFile
           END-PERFORM.
           PERFORM 2950-Print-Group-Total.
           CLOSE EnrSortedFile.

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

       2900-Print-Section-Heading.
           WRITE PrtFile-Record FROM WS-Chg-Blank-Line.
           WRITE PrtFile-Record FROM WS-Chg-Heading-Section.
           WRITE PrtFile-Record FROM WS-Chg-Blank-Line.
           WRITE PrtFile-Record FROM WS-Chg-Heading-2.

      *    Closes off the group just finished, if there was one.
       2950-Print-Group-Total.
           IF WS-Group-Rec-Cnt > ZERO
              MOVE WS-Group-Key TO WS-Grp-Key
              MOVE WS-Group-Rec-Cnt TO WS-Grp-Count
              MOVE WS-Chg-Group-Line TO PrtFile-Record
              PERFORM 6000-Write-PrtFile
              WRITE PrtFile-Record FROM WS-Chg-Blank-Line
           END-IF.
           MOVE ZERO TO WS-Group-Rec-Cnt.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           WRITE PrtFile-Record FROM WS-Chg-Blank-Line.
           MOVE "AUDIT RECORDS IN RANGE" TO WS-Chg-Total-Label.
           MOVE WS-In-Range-Cnt TO WS-Chg-Total-Count.
           WRITE PrtFile-Record FROM WS-Chg-Total-Line.
           MOVE "REVIEW - CLOSED ACCOUNTS REOPENED" TO
              WS-Chg-Total-Label.
           MOVE WS-Reopen-Cnt TO WS-Chg-Total-Count.
           WRITE PrtFile-Record FROM WS-Chg-Total-Line.
           MOVE "REVIEW - FREQUENT CHANGES (7 DAYS)" TO
              WS-Chg-Total-Label.
           MOVE WS-Frequent-Cnt TO WS-Chg-Total-Count.
           WRITE PrtFile-Record FROM WS-Chg-Total-Line.
           MOVE "REVIEW - HIGH-BALANCE ADDRESS CHANGES" TO
              WS-Chg-Total-Label.
           MOVE WS-High-Bal-Cnt TO WS-Chg-Total-Count.
           WRITE PrtFile-Record FROM WS-Chg-Total-Line.
           CLOSE PrtFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Audit Records Read  : " FD-AudSrt-Record-Cnt.
           DISPLAY "Records In Range    : " WS-In-Range-Cnt.
           DISPLAY "Field Lines Printed : " WS-Field-Line-Cnt.
           DISPLAY "Reopened Flags      : " WS-Reopen-Cnt.
           DISPLAY "Frequent Flags      : " WS-Frequent-Cnt.
           DISPLAY "High-Balance Flags  : " WS-High-Bal-Cnt.

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
                 CLOSE PrtFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       5100-Read-EnrSortedFile.
           READ EnrSortedFile
              AT END SET WS-EnrSortedFile-EOF TO TRUE
           END-READ.
           IF NOT WS-EnrSortedFile-Good
              AND NOT WS-EnrSortedFile-EOF
              DISPLAY "** ERROR **: 5100-Read-EnrSortedFile"
              DISPLAY "Read EnrSortedFile Failed."
              DISPLAY "File Status: " WS-EnrSortedFile-Status
              MOVE "5100-Read-EnrSortedFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-EnrSortedFile-Status TO WS-Excp-File-Status
              MOVE "Read EnrSortedFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE EnrSortedFile
              CLOSE PrtFile
              MOVE 8 TO RETURN-CODE
              GOBACK
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
              MOVE "STCBCHR1" TO Excp-Pgm-Id
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
