      ***********************************************************
      * Program name:    STCBACN1
      * Original author: David Stagowski
      *
      * Description: Address-change confirmation notices.
      *    An address reaches the master from three places --
      *       STCBINQ1 corrections, STCBTRX1 branch transactions
      *       and the STCBNCA1 change-of-address feed -- and none
      *       of them told the customer. A changed address is the
      *       first step in most account takeovers, so the
      *       customer has to hear about it at the address the
      *       mail used to go to, not only the new one.
      *
      *    This program reads the CUSTAUD audit trail for the
      *       changes made since its last run. Every change whose
      *       before and after images differ in the address, city,
      *       state, ZIP or ZIP+4 produces two notice records on
      *       ACNLTR, in the CUSTOMER layout:
      *         - one addressed from the before-image (the old
      *           address);
      *         - one addressed from the after-image (the new
      *           address).
      *       Operations runs STCBLTR1 over ACNLTR (LTRIN) with
      *       LTRTMPL pointed at the ACNTMPL notice wording and no
      *       TMPLCTL, so the notices print the way every other
      *       in-house letter does.
      *
      *    Adds (no before-image) and deletes (no after-image) are
      *       not address changes and send nothing. The notices are
      *       service messages, not marketing: they are never
      *       posted to MAILHIST, so they are never counted toward
      *       the STCBEDT1 contact-frequency cap, and they are not
      *       held back for do-not-mail.
      *
      *    The ACNREG register lists every notice pair with the
      *       account, when the change was made, the program that
      *       made it (STCBINQ1 when the operator id is a person),
      *       the operator and any dual-control approver, and the
      *       old and new addresses.
      *
      *    ACNCKPT holds the audit stamp (date and time) of the last
      *       change already noticed; this run takes everything
      *       after it and writes the new high-water mark back at
      *       the end. With no ACNCKPT only today's changes are
      *       taken, so a first run does not notice the whole
      *       audit history.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created -- address changes were
      *                          applied without telling the
      *                          customer at either address.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBACN1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Customer change audit trail appended to by STCBINQ1,
      *       STCBTRX1, STCBNCA1 and STCBEMR1.
           SELECT OPTIONAL AudFile
           ASSIGN TO CUSTAUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AudFile-Status.

      *    High-water mark of the last change noticed -- see
      *       1100-Load-Checkpoint.
           SELECT OPTIONAL CkptFile
           ASSIGN TO ACNCKPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CkptFile-Status.

      *    Notice records for STCBLTR1 (LTRIN) -- two per change.
           SELECT NtcFile
           ASSIGN TO ACNLTR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NtcFile-Status.

      *    Daily register of the notices sent.
           SELECT RegFile
           ASSIGN TO ACNREG
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
       FD  AudFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTAUD.

       FD  CkptFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CkptFile-Record.
           12  Ackp-Last-Date             PIC 9(08).
           12  Ackp-Last-Time             PIC 9(08).
           12  FILLER                     PIC X(14).

       FD  NtcFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTOMER REPLACING ==:tag:== BY ==NtcFile==.

       FD  RegFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RegFile-Record                 PIC X(132).

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AudFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CkptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NtcFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RegFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    The before and after images of the change in hand.
           COPY CUSTOMER REPLACING ==:tag:== BY ==Bef==.
           COPY CUSTOMER REPLACING ==:tag:== BY ==Aft==.

      *    Audit stamps compared as one 16-digit date-and-time key:
      *       the high-water mark this run starts from, the stamp
      *       of the record in hand, and the highest one taken.
       01  WS-Stamp-Control.
           12 WS-Start-Stamp.
              16 WS-Start-Date          PIC 9(08) VALUE ZERO.
              16 WS-Start-Time          PIC 9(08) VALUE ZERO.
           12 WS-Aud-Stamp.
              16 WS-Aud-Date            PIC 9(08).
              16 WS-Aud-Time            PIC 9(08).
           12 WS-High-Stamp.
              16 WS-High-Date           PIC 9(08) VALUE ZERO.
              16 WS-High-Time           PIC 9(08) VALUE ZERO.
           12 WS-Ckpt-Found-Sw          PIC X(01) VALUE "N".
              88 WS-Ckpt-Found          VALUE "Y".
           12 WS-Run-Date               PIC 9(08).

       01  WS-Change-Control.
           12 WS-Addr-Changed-Sw        PIC X(01) VALUE "N".
              88 WS-Addr-Changed        VALUE "Y".
           12 WS-Changed-By             PIC X(08).

       01  WS-Acn-Heading-1.
           05  FILLER              PIC X(44) VALUE
               "STCBACN1 ADDRESS-CHANGE NOTICE REGISTER".
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WS-Acn-Run-Date     PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(06) VALUE "PAGE: ".
           05  WS-Acn-Page-No      PIC ZZZ9.

       01  WS-Acn-Heading-2.
           05  FILLER  PIC X(31) VALUE
               "ACCT NO.    CHANGED   TIME     ".
           05  FILLER  PIC X(29) VALUE
               "BY        OPERATOR  APPROVER ".
           05  FILLER  PIC X(30) VALUE
               "    ADDRESS                   ".
           05  FILLER  PIC X(22) VALUE
               "CITY            ST ZIP".

       01  WS-Acn-Detail-Line.
           05  WS-Acn-Acct         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Acn-Chg-Date     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Acn-Chg-Time     PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-Acn-Changed-By   PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Acn-Operator     PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Acn-Approver     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-Acn-Which        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-Acn-Address      PIC X(25).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-Acn-City         PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-Acn-State        PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  WS-Acn-Zip          PIC X(05).
           05  WS-Acn-Zip-Dash     PIC X(01).
           05  WS-Acn-Zip4         PIC X(04).

       01  WS-Acn-Total-Line.
           05  WS-Acn-Total-Label  PIC X(32).
           05  WS-Acn-Total-Count  PIC ZZZ,ZZ9.

       01  WS-Acn-Blank-Line       PIC X(01) VALUE SPACE.

       01  WS-Report-Control.
           05  WS-Rpt-Line-Count   PIC S9(4) COMP VALUE ZERO.
           05  WS-Rpt-Page-Count   PIC S9(4) COMP VALUE ZERO.
           05  WS-Rpt-Lines-Per-Pg PIC S9(4) COMP VALUE +55.

       01  WS-File-Counters.
           12 FD-AudFile-Record-Cnt        PIC S9(7) COMP VALUE ZERO.
           12 WS-Aud-Taken-Cnt             PIC S9(7) COMP VALUE ZERO.
           12 WS-Addr-Change-Cnt           PIC S9(7) COMP VALUE ZERO.
           12 WS-Notice-Cnt                PIC S9(7) COMP VALUE ZERO.

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
              "*** Program STCBACN1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           MOVE WS-Run-Date TO WS-Acn-Run-Date.
           PERFORM 1100-Load-Checkpoint.
           MOVE WS-Start-Stamp TO WS-High-Stamp.
           OPEN OUTPUT NtcFile.
           IF NOT WS-NtcFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open NtcFile Failed."
              DISPLAY "File Status: " WS-NtcFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-NtcFile-Status TO WS-Excp-File-Status
              MOVE "Open ACNLTR Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
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
              MOVE "Open ACNREG Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE NtcFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 7000-Write-Report-Heading.
           OPEN INPUT AudFile.
           IF NOT WS-AudFile-Good
              AND NOT WS-AudFile-Optional-Missing
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open AudFile Failed."
              DISPLAY "File Status: " WS-AudFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-AudFile-Status TO WS-Excp-File-Status
              MOVE "Open CUSTAUD Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE NtcFile
              CLOSE RegFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Picks up where the last run stopped. No checkpoint means
      *       start at midnight this morning.
       1100-Load-Checkpoint.
           OPEN INPUT CkptFile.
           IF WS-CkptFile-Good
              READ CkptFile
                 AT END
                    SET WS-CkptFile-EOF TO TRUE
                 NOT AT END
                    IF Ackp-Last-Date IS NUMERIC
                       AND Ackp-Last-Time IS NUMERIC
                       SET WS-Ckpt-Found TO TRUE
                       MOVE Ackp-Last-Date TO WS-Start-Date
                       MOVE Ackp-Last-Time TO WS-Start-Time
                    END-IF
              END-READ
              CLOSE CkptFile
           END-IF.
           IF NOT WS-Ckpt-Found
              DISPLAY "*** WARNING ***"
              DISPLAY "  ACNCKPT NOT AVAILABLE - TODAY'S CHANGES ONLY"
              MOVE "1100-Load-Checkpoint" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE WS-CkptFile-Status TO WS-Excp-File-Status
              MOVE "NO ACNCKPT - TODAY'S CHANGES ONLY"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE WS-Run-Date TO WS-Start-Date
              MOVE ZERO TO WS-Start-Time
           END-IF.
           DISPLAY "STCBACN1: CHANGES AFTER " WS-Start-Date " "
              WS-Start-Time.

       2000-Process.
           PERFORM 5000-Read-AudFile.
           PERFORM UNTIL WS-AudFile-EOF
              PERFORM 2100-Check-One-Change
              PERFORM 5000-Read-AudFile
           END-PERFORM.

      *    A change already noticed by an earlier run is passed
      *       over; a newer one sends its two notices when it moved
      *       the address.
       2100-Check-One-Change.
           MOVE Aud-Change-Date TO WS-Aud-Date.
           MOVE Aud-Change-Time TO WS-Aud-Time.
           IF WS-Aud-Stamp > WS-Start-Stamp
              ADD +1 TO WS-Aud-Taken-Cnt
              IF WS-Aud-Stamp > WS-High-Stamp
                 MOVE WS-Aud-Stamp TO WS-High-Stamp
              END-IF
              MOVE Aud-Before-Image TO Bef-Customer-Record
              MOVE Aud-After-Image TO Aft-Customer-Record
              PERFORM 2110-Compare-Addresses
              IF WS-Addr-Changed
                 ADD +1 TO WS-Addr-Change-Cnt
                 PERFORM 2120-Set-Changed-By
                 PERFORM 2200-Send-Notices
              END-IF
           END-IF.

      *    Only a change to a record that existed before and after
      *       can be an address change.
       2110-Compare-Addresses.
           MOVE "N" TO WS-Addr-Changed-Sw.
           IF Bef-Customer-Record NOT = SPACES
              AND Aft-Customer-Record NOT = SPACES
              IF Bef-Cust-Address NOT = Aft-Cust-Address
                 OR Bef-Cust-City NOT = Aft-Cust-City
                 OR Bef-Cust-State NOT = Aft-Cust-State
                 OR Bef-Cust-Zip NOT = Aft-Cust-Zip
                 OR Bef-Cust-Zip-Plus4 NOT = Aft-Cust-Zip-Plus4
                 SET WS-Addr-Changed TO TRUE
              END-IF
           END-IF.

      *    The batch writers put their program name in the operator
      *       id; anything else is a person at an STCBINQ1 screen.
       2120-Set-Changed-By.
           IF Aud-Operator-Id (1:4) = "STCB"
              MOVE Aud-Operator-Id TO WS-Changed-By
           ELSE
              MOVE "STCBINQ1" TO WS-Changed-By
           END-IF.

      *    One notice to the old address, one to the new, and the
      *       pair on the register. A notice carries no balance.
       2200-Send-Notices.
           MOVE Bef-Customer-Record TO NtcFile-Customer-Record.
           MOVE ZERO TO NtcFile-Cust-Acct-Balance.
           PERFORM 6000-Write-NtcFile.
           MOVE "OLD" TO WS-Acn-Which.
           MOVE Bef-Cust-Address TO WS-Acn-Address.
           MOVE Bef-Cust-City TO WS-Acn-City.
           MOVE Bef-Cust-State TO WS-Acn-State.
           MOVE Bef-Cust-Zip TO WS-Acn-Zip.
           MOVE Bef-Cust-Zip-Plus4 TO WS-Acn-Zip4.
           MOVE Aud-Cust-Acct-Number TO WS-Acn-Acct.
           MOVE Aud-Change-Date TO WS-Acn-Chg-Date.
           MOVE Aud-Change-Time (1:6) TO WS-Acn-Chg-Time.
           MOVE WS-Changed-By TO WS-Acn-Changed-By.
           MOVE Aud-Operator-Id TO WS-Acn-Operator.
           MOVE Aud-Approver-Id TO WS-Acn-Approver.
           PERFORM 7100-Write-Register-Line.
           MOVE Aft-Customer-Record TO NtcFile-Customer-Record.
           MOVE ZERO TO NtcFile-Cust-Acct-Balance.
           PERFORM 6000-Write-NtcFile.
           MOVE SPACES TO WS-Acn-Acct.
           MOVE SPACES TO WS-Acn-Chg-Date.
           MOVE SPACES TO WS-Acn-Chg-Time.
           MOVE SPACES TO WS-Acn-Changed-By.
           MOVE SPACES TO WS-Acn-Operator.
           MOVE SPACES TO WS-Acn-Approver.
           MOVE "NEW" TO WS-Acn-Which.
           MOVE Aft-Cust-Address TO WS-Acn-Address.
           MOVE Aft-Cust-City TO WS-Acn-City.
           MOVE Aft-Cust-State TO WS-Acn-State.
           MOVE Aft-Cust-Zip TO WS-Acn-Zip.
           MOVE Aft-Cust-Zip-Plus4 TO WS-Acn-Zip4.
           PERFORM 7100-Write-Register-Line.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           CLOSE AudFile.
           CLOSE NtcFile.
           WRITE RegFile-Record FROM WS-Acn-Blank-Line.
           MOVE "AUDIT RECORDS SINCE LAST RUN:" TO WS-Acn-Total-Label.
           MOVE WS-Aud-Taken-Cnt TO WS-Acn-Total-Count.
           WRITE RegFile-Record FROM WS-Acn-Total-Line.
           MOVE "ADDRESS CHANGES:" TO WS-Acn-Total-Label.
           MOVE WS-Addr-Change-Cnt TO WS-Acn-Total-Count.
           WRITE RegFile-Record FROM WS-Acn-Total-Line.
           MOVE "NOTICES WRITTEN:" TO WS-Acn-Total-Label.
           MOVE WS-Notice-Cnt TO WS-Acn-Total-Count.
           WRITE RegFile-Record FROM WS-Acn-Total-Line.
           CLOSE RegFile.
           PERFORM 3100-Write-Checkpoint.
           DISPLAY EOJ-End-Message.
           DISPLAY "Audit Records Read    : " FD-AudFile-Record-Cnt.
           DISPLAY "Since Last Run        : " WS-Aud-Taken-Cnt.
           DISPLAY "Address Changes       : " WS-Addr-Change-Cnt.
           DISPLAY "Notices Written       : " WS-Notice-Cnt.

      *    The new high-water mark goes back only after the notices
      *       and the register are safely closed -- a run that dies
      *       earlier is simply run again from the old mark.
       3100-Write-Checkpoint.
           OPEN OUTPUT CkptFile.
           IF NOT WS-CkptFile-Good
              DISPLAY "*** WARNING ***"
              DISPLAY "  ACNCKPT NOT WRITTEN - NEXT RUN REPEATS"
              DISPLAY "  File Status: " WS-CkptFile-Status
              MOVE "3100-Write-Checkpoint" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE WS-CkptFile-Status TO WS-Excp-File-Status
              MOVE "ACNCKPT NOT WRITTEN" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           ELSE
              MOVE SPACES TO CkptFile-Record
              MOVE WS-High-Date TO Ackp-Last-Date
              MOVE WS-High-Time TO Ackp-Last-Time
              WRITE CkptFile-Record
              CLOSE CkptFile
           END-IF.

       5000-Read-AudFile.
           READ AudFile
              AT END SET WS-AudFile-EOF TO TRUE
           END-READ.
           IF WS-AudFile-Good
              ADD +1 TO FD-AudFile-Record-Cnt
           ELSE
              IF WS-AudFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-AudFile"
                 DISPLAY "Read AudFile Failed."
                 DISPLAY "File Status: " WS-AudFile-Status
                 MOVE "5000-Read-AudFile" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-AudFile-Status TO WS-Excp-File-Status
                 MOVE "Read CUSTAUD Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE AudFile
                 CLOSE NtcFile
                 CLOSE RegFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       6000-Write-NtcFile.
           WRITE NtcFile-Customer-Record.
           IF NOT WS-NtcFile-Good
              DISPLAY "** ERROR **: 6000-Write-NtcFile"
              DISPLAY "WRITE NtcFile Failed."
              DISPLAY "File Status: " WS-NtcFile-Status
              MOVE "6000-Write-NtcFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-NtcFile-Status TO WS-Excp-File-Status
              MOVE "WRITE ACNLTR Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE AudFile
              CLOSE NtcFile
              CLOSE RegFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Notice-Cnt.

      *    Starts a new register page: heading, column titles, and a
      *       blank line, then resets the line count.
       7000-Write-Report-Heading.
           ADD +1 TO WS-Rpt-Page-Count.
           MOVE WS-Rpt-Page-Count TO WS-Acn-Page-No.
           WRITE RegFile-Record FROM WS-Acn-Heading-1.
           WRITE RegFile-Record FROM WS-Acn-Heading-2.
           WRITE RegFile-Record FROM WS-Acn-Blank-Line.
           MOVE ZERO TO WS-Rpt-Line-Count.

      *    Writes one register line, starting a new page first if
      *       the current one is full. The OLD line of a pair is
      *       kept on the same page as its NEW line.
       7100-Write-Register-Line.
           IF WS-Acn-Which = "OLD"
              AND WS-Rpt-Line-Count >= WS-Rpt-Lines-Per-Pg - 1
              PERFORM 7000-Write-Report-Heading
           END-IF.
           IF WS-Acn-Zip4 = SPACES
              MOVE SPACE TO WS-Acn-Zip-Dash
           ELSE
              MOVE "-" TO WS-Acn-Zip-Dash
           END-IF.
           WRITE RegFile-Record FROM WS-Acn-Detail-Line.
           IF NOT WS-RegFile-Good
              DISPLAY "** ERROR **: 7100-Write-Register-Line"
              DISPLAY "WRITE RegFile Failed."
              DISPLAY "File Status: " WS-RegFile-Status
              MOVE "7100-Write-Register-Line" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RegFile-Status TO WS-Excp-File-Status
              MOVE "WRITE ACNREG Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE AudFile
              CLOSE NtcFile
              CLOSE RegFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Rpt-Line-Count.

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
              MOVE "STCBACN1" TO Excp-Pgm-Id
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
