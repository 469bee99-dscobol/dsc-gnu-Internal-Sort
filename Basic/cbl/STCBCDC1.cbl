      ***********************************************************
      * Program name:    STCBCDC1
      * Original author: David Stagowski
      *
      * Description: Change-data-capture export of CUSTMST.
      *    The warehouse rebuilds its customer table from a copy of
      *       CUSTTXT2, which misses everything that lives only on
      *       the master -- operator corrections, the undeliverable
      *       verdicts, last-mailed dates, NCOA moves, tombstones.
      *       This program sends the warehouse just the master
      *       records that changed since the last export, whichever
      *       program changed them (STCBMST1, STCBINQ1, STCBTRX1,
      *       STCBNCA1, STCBVRS1 or any other).
      *
      *    Rather than every updater stamping its changes, the
      *       master is compared with the image of it taken at the
      *       last export (CDCSNAP): both are in account order, and
      *       one matching pass classifies every account --
      *         A  on the master, not in the image (new account)
      *         C  in both, any byte of the record different
      *         D  in the image, gone from the master (a purged
      *            tombstone, an erasure)
      *       Tonight's master becomes the image for the next run
      *       (written to CDCSNAPN, then copied over CDCSNAP once
      *       the export is complete). With no CDCSNAP -- the first
      *       run -- every account goes as an A and the header says
      *       it is a full load.
      *
      *    CDCEXP, comma-delimited with fixed-width fields, one line
      *       per changed account:
      *         action, change timestamp (the capture run's date
      *         and time, YYYYMMDDHHMMSS), then the full record --
      *         the customer fields, last-mailed date, undeliverable
      *         flag and reason, correction pins/date/time/operator,
      *         tombstone flag/drop date/prior status and e-mail
      *         invalid reason.
      *       A D line carries the last image sent, since the
      *       account has no after-image. Commas inside the text
      *       fields are blanked so they cannot shift columns.
      *       The file opens with an HDR line (sequence number, the
      *       previous sequence, run date and time, F full or D
      *       delta) and closes with a TRL line (sequence, line
      *       count, adds, changes, deletes and a hash total of the
      *       balances sent), so the warehouse can tell a missing
      *       or repeated night and prove a short file.
      *
      *    CDCLOG, cumulative, gets one record per export -- the
      *       sequence number is the last one logged plus one --
      *       so what was sent on which night can be proved later.
      *       The log record is written before the image is
      *       advanced: a run that dies between the two sends the
      *       same changes again next time under the next number,
      *       rather than losing them.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created -- the warehouse's copy of
      *                          CUSTTXT2 never saw a change made
      *                          on the master.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBCDC1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Master source -- read front to back, never updated.
           SELECT MstFile
           ASSIGN TO CUSTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MstFile-Cust-Acct-Number
           ALTERNATE RECORD KEY IS MstFile-Cust-Last-Name
              WITH DUPLICATES
           FILE STATUS IS WS-MstFile-Status.

      *    The master as it stood at the last export. Missing on
      *       the first run. Rewritten from CDCSNAPN at end of job.
           SELECT OPTIONAL SnapFile
           ASSIGN TO CDCSNAP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SnapFile-Status.

      *    Tonight's master, the image for the next run.
           SELECT SnapNewFile
           ASSIGN TO CDCSNAPN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SnapNewFile-Status.

      *    The export for the warehouse.
           SELECT ExpFile
           ASSIGN TO CDCEXP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExpFile-Status.

      *    Cumulative export log -- see 1200-Find-Last-Sequence.
           SELECT OPTIONAL CdcLogFile
           ASSIGN TO CDCLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CdcLogFile-Status.

      *    Common structured exceptions file, appended to by every
      *       program in the shop -- see 9200-Log-Exception.
           SELECT OPTIONAL ExcpFile
           ASSIGN TO CUSTEXC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExcpFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MstFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTMST REPLACING ==:tag:== BY ==MstFile==.

       FD  SnapFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTMST REPLACING ==:tag:== BY ==SnapFile==.

       FD  SnapNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTMST REPLACING ==:tag:== BY ==SnapNewFile==.

       FD  ExpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ExpFile-Record                 PIC X(300).

      *    One record per export sent.
       FD  CdcLogFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CdcLog-Record.
           12  CdcLog-Sequence            PIC 9(09).
           12  CdcLog-Run-Date            PIC 9(08).
           12  CdcLog-Run-Time            PIC 9(08).
           12  CdcLog-Extract-Type        PIC X(01).
           12  CdcLog-Add-Cnt             PIC 9(07).
           12  CdcLog-Change-Cnt          PIC 9(07).
           12  CdcLog-Delete-Cnt          PIC 9(07).
           12  CdcLog-Line-Cnt            PIC 9(09).
           12  CdcLog-Balance-Hash        PIC S9(13)V99
                                          SIGN LEADING SEPARATE.
           12  FILLER                     PIC X(07).

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==MstFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SnapFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SnapNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExpFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CdcLogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    The record being exported, commas blanked.
           COPY CUSTMST REPLACING ==:tag:== BY ==Img==.

      *    Matching control. A side at end of file holds HIGH-VALUES
      *       so the other side drains against it. The image must
      *       be in ascending account order like the master; the
      *       prior key catches one that is not.
       01  WS-Match-Control.
           12 WS-Mst-Key                PIC X(10).
           12 WS-Snap-Key               PIC X(10).
           12 WS-Snap-Prior-Key         PIC X(10) VALUE LOW-VALUES.
           12 WS-Snap-Present-Sw        PIC X(01) VALUE "N".
              88 WS-Snap-Present        VALUE "Y".
           12 WS-Action                 PIC X(01).
              88 WS-Action-Add          VALUE "A".
              88 WS-Action-Change       VALUE "C".
              88 WS-Action-Delete       VALUE "D".

      *    Export header, sequence and stamp.
       01  WS-Export-Control.
           12 WS-Run-Date               PIC 9(08).
           12 WS-Run-Time               PIC 9(08).
           12 WS-Change-Stamp           PIC X(14).
           12 WS-Last-Sequence          PIC 9(09) VALUE ZERO.
           12 WS-This-Sequence          PIC 9(09) VALUE ZERO.
           12 WS-Extract-Type           PIC X(01).
              88 WS-Extract-Full        VALUE "F".
              88 WS-Extract-Delta       VALUE "D".
           12 WS-Balance-Hash           PIC S9(13)V99 VALUE ZERO.

      *    Fixed-width text forms of the numeric fields, so the file
      *       loads without locale guessing.
       01  WS-Exp-Edits.
           12 WS-Exp-Balance            PIC -9(7).99.
           12 WS-Exp-Count              PIC 9(09).
           12 WS-Exp-Line-Cnt           PIC 9(09).
           12 WS-Exp-Add-Cnt            PIC 9(07).
           12 WS-Exp-Change-Cnt         PIC 9(07).
           12 WS-Exp-Delete-Cnt         PIC 9(07).
           12 WS-Exp-Hash               PIC -9(13).99.

       01  WS-File-Counters.
           12 WS-Mst-Read-Cnt           PIC S9(9) COMP VALUE ZERO.
           12 WS-Snap-Read-Cnt          PIC S9(9) COMP VALUE ZERO.
           12 WS-Add-Cnt                PIC S9(7) COMP VALUE ZERO.
           12 WS-Change-Cnt             PIC S9(7) COMP VALUE ZERO.
           12 WS-Delete-Cnt             PIC S9(7) COMP VALUE ZERO.
           12 WS-Unchanged-Cnt          PIC S9(9) COMP VALUE ZERO.
           12 WS-Detail-Cnt             PIC S9(9) COMP VALUE ZERO.
           12 WS-Snap-Copy-Cnt          PIC S9(9) COMP VALUE ZERO.

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
              "*** Program STCBCDC1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Run-Time FROM TIME.
           MOVE WS-Run-Date TO WS-Change-Stamp (1:8).
           MOVE WS-Run-Time (1:6) TO WS-Change-Stamp (9:6).
           PERFORM 1200-Find-Last-Sequence.
           COMPUTE WS-This-Sequence = WS-Last-Sequence + 1.
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
           OPEN INPUT SnapFile.
           IF WS-SnapFile-Optional-Missing
              CLOSE SnapFile
              SET WS-Extract-Full TO TRUE
              DISPLAY "STCBCDC1: NO CDCSNAP IMAGE - FULL LOAD SENT"
           ELSE
              IF NOT WS-SnapFile-Good
                 DISPLAY "** ERROR **: 1000-Begin-Job"
                 DISPLAY "Open SnapFile Failed."
                 DISPLAY "File Status: " WS-SnapFile-Status
                 MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-SnapFile-Status TO WS-Excp-File-Status
                 MOVE "Open SnapFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE MstFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              SET WS-Snap-Present TO TRUE
              SET WS-Extract-Delta TO TRUE
           END-IF.
           OPEN OUTPUT SnapNewFile.
           OPEN OUTPUT ExpFile.
           IF NOT WS-SnapNewFile-Good OR NOT WS-ExpFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CDCSNAPN/CDCEXP Failed."
              DISPLAY "File Status: " WS-SnapNewFile-Status
                 " / " WS-ExpFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-ExpFile-Status TO WS-Excp-File-Status
              MOVE "Open CDCSNAPN/CDCEXP Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
              IF WS-Snap-Present
                 CLOSE SnapFile
              END-IF
              IF WS-SnapNewFile-Good
                 CLOSE SnapNewFile
              END-IF
              IF WS-ExpFile-Good
                 CLOSE ExpFile
              END-IF
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 6100-Write-Export-Header.

      *    The sequence number carries on from the last export
      *       logged. No CDCLOG yet means no export has been sent.
       1200-Find-Last-Sequence.
           OPEN INPUT CdcLogFile.
           IF WS-CdcLogFile-Optional-Missing
              CLOSE CdcLogFile
           ELSE
              IF NOT WS-CdcLogFile-Good
                 DISPLAY "** ERROR **: 1200-Find-Last-Sequence"
                 DISPLAY "Open CdcLogFile Failed."
                 DISPLAY "File Status: " WS-CdcLogFile-Status
                 MOVE "1200-Find-Last-Sequence" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-CdcLogFile-Status TO WS-Excp-File-Status
                 MOVE "Open CdcLogFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM UNTIL WS-CdcLogFile-EOF
                 READ CdcLogFile
                    AT END
                       SET WS-CdcLogFile-EOF TO TRUE
                    NOT AT END
                       IF CdcLog-Sequence NUMERIC
                          AND CdcLog-Sequence > WS-Last-Sequence
                          MOVE CdcLog-Sequence TO WS-Last-Sequence
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CdcLogFile
           END-IF.

      *    One matching pass over master and image, both in account
      *       order. Every master record also goes to the new image.
       2000-Process.
           PERFORM 5000-Read-MstFile-Next.
           PERFORM 5100-Read-SnapFile.
           PERFORM UNTIL WS-Mst-Key = HIGH-VALUES
                     AND WS-Snap-Key = HIGH-VALUES
              EVALUATE TRUE
                 WHEN WS-Mst-Key < WS-Snap-Key
                    SET WS-Action-Add TO TRUE
                    ADD +1 TO WS-Add-Cnt
                    MOVE MstFile-Master-Record TO Img-Master-Record
                    PERFORM 6200-Write-Export-Detail
                    PERFORM 6000-Write-SnapNewFile
                    PERFORM 5000-Read-MstFile-Next
                 WHEN WS-Mst-Key > WS-Snap-Key
                    SET WS-Action-Delete TO TRUE
                    ADD +1 TO WS-Delete-Cnt
                    MOVE SnapFile-Master-Record TO Img-Master-Record
                    PERFORM 6200-Write-Export-Detail
                    PERFORM 5100-Read-SnapFile
                 WHEN OTHER
                    IF MstFile-Master-Record = SnapFile-Master-Record
                       ADD +1 TO WS-Unchanged-Cnt
                    ELSE
                       SET WS-Action-Change TO TRUE
                       ADD +1 TO WS-Change-Cnt
                       MOVE MstFile-Master-Record TO Img-Master-Record
                       PERFORM 6200-Write-Export-Detail
                    END-IF
                    PERFORM 6000-Write-SnapNewFile
                    PERFORM 5000-Read-MstFile-Next
                    PERFORM 5100-Read-SnapFile
              END-EVALUATE
           END-PERFORM.

      *    Trailer, then the log record, then the image advanced --
      *       in that order, so an interrupted run resends rather
      *       than loses.
       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           PERFORM 6300-Write-Export-Trailer.
           CLOSE MstFile.
           IF WS-Snap-Present
              CLOSE SnapFile
           END-IF.
           CLOSE SnapNewFile.
           CLOSE ExpFile.
           PERFORM 3100-Write-Log-Record.
           PERFORM 3200-Advance-Image.
           DISPLAY EOJ-End-Message.
           DISPLAY "Export Sequence Number   : " WS-This-Sequence.
           DISPLAY "Extract Type (F/D)       : " WS-Extract-Type.
           DISPLAY "Master Records Read      : " WS-Mst-Read-Cnt.
           DISPLAY "Image Records Read       : " WS-Snap-Read-Cnt.
           DISPLAY "Adds Sent                : " WS-Add-Cnt.
           DISPLAY "Changes Sent             : " WS-Change-Cnt.
           DISPLAY "Deletes Sent             : " WS-Delete-Cnt.
           DISPLAY "Unchanged                : " WS-Unchanged-Cnt.
           DISPLAY "Image Records Carried    : " WS-Snap-Copy-Cnt.

       3100-Write-Log-Record.
           OPEN EXTEND CdcLogFile.
           IF NOT WS-CdcLogFile-Good
              AND NOT WS-CdcLogFile-Optional-Missing
              DISPLAY "** ERROR **: 3100-Write-Log-Record"
              DISPLAY "Open CdcLogFile Failed."
              DISPLAY "File Status: " WS-CdcLogFile-Status
              MOVE "3100-Write-Log-Record" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-CdcLogFile-Status TO WS-Excp-File-Status
              MOVE "Open CdcLogFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO CdcLog-Record.
           MOVE WS-This-Sequence TO CdcLog-Sequence.
           MOVE WS-Run-Date TO CdcLog-Run-Date.
           MOVE WS-Run-Time TO CdcLog-Run-Time.
           MOVE WS-Extract-Type TO CdcLog-Extract-Type.
           MOVE WS-Add-Cnt TO CdcLog-Add-Cnt.
           MOVE WS-Change-Cnt TO CdcLog-Change-Cnt.
           MOVE WS-Delete-Cnt TO CdcLog-Delete-Cnt.
           MOVE WS-Detail-Cnt TO CdcLog-Line-Cnt.
           MOVE WS-Balance-Hash TO CdcLog-Balance-Hash.
           WRITE CdcLog-Record.
           IF NOT WS-CdcLogFile-Good
              DISPLAY "** ERROR **: 3100-Write-Log-Record"
              DISPLAY "WRITE CdcLogFile Failed."
              DISPLAY "File Status: " WS-CdcLogFile-Status
              MOVE "3100-Write-Log-Record" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-CdcLogFile-Status TO WS-Excp-File-Status
              MOVE "WRITE CdcLogFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE CdcLogFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE CdcLogFile.

      *    Tonight's master image replaces the old one, a plain
      *       record-for-record copy of CDCSNAPN over CDCSNAP.
       3200-Advance-Image.
           OPEN INPUT SnapNewFile.
           OPEN OUTPUT SnapFile.
           IF NOT WS-SnapNewFile-Good
              OR (NOT WS-SnapFile-Good
                  AND NOT WS-SnapFile-Optional-Missing)
              DISPLAY "** ERROR **: 3200-Advance-Image"
              DISPLAY "CDCSNAP NOT ADVANCED - NEXT RUN RESENDS"
              DISPLAY "File Status: " WS-SnapNewFile-Status
                 " / " WS-SnapFile-Status
              MOVE "3200-Advance-Image" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-SnapFile-Status TO WS-Excp-File-Status
              MOVE "CDCSNAP NOT ADVANCED" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE SnapNewFile
              CLOSE SnapFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-SnapNewFile-EOF
              READ SnapNewFile
                 AT END
                    SET WS-SnapNewFile-EOF TO TRUE
                 NOT AT END
                    MOVE SnapNewFile-Master-Record
                       TO SnapFile-Master-Record
                    WRITE SnapFile-Master-Record
                    IF NOT WS-SnapFile-Good
                       DISPLAY "** ERROR **: 3200-Advance-Image"
                       DISPLAY "WRITE SnapFile Failed."
                       DISPLAY "File Status: " WS-SnapFile-Status
                       MOVE "3200-Advance-Image" TO WS-Excp-Paragraph
                       MOVE "E" TO WS-Excp-Severity
                       MOVE WS-SnapFile-Status TO WS-Excp-File-Status
                       MOVE "WRITE SnapFile Failed" TO WS-Excp-Message
                       PERFORM 9200-Log-Exception
                       CLOSE SnapNewFile
                       CLOSE SnapFile
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD +1 TO WS-Snap-Copy-Cnt
              END-READ
           END-PERFORM.
           CLOSE SnapNewFile.
           CLOSE SnapFile.

       5000-Read-MstFile-Next.
           READ MstFile NEXT
              AT END SET WS-MstFile-EOF TO TRUE
           END-READ.
           IF WS-MstFile-Good
              ADD +1 TO WS-Mst-Read-Cnt
              MOVE MstFile-Cust-Acct-Number TO WS-Mst-Key
           ELSE
              IF WS-MstFile-EOF
                 MOVE HIGH-VALUES TO WS-Mst-Key
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-MstFile-Next"
                 DISPLAY "Read MstFile Failed."
                 DISPLAY "File Status: " WS-MstFile-Status
                 MOVE "5000-Read-MstFile-Next" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-MstFile-Status TO WS-Excp-File-Status
                 MOVE "Read MstFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    An image out of account order would turn into a storm of
      *       false adds and deletes -- stop instead.
       5100-Read-SnapFile.
           IF NOT WS-Snap-Present
              MOVE HIGH-VALUES TO WS-Snap-Key
           ELSE
              READ SnapFile
                 AT END SET WS-SnapFile-EOF TO TRUE
              END-READ
              IF WS-SnapFile-Good
                 ADD +1 TO WS-Snap-Read-Cnt
                 MOVE SnapFile-Cust-Acct-Number TO WS-Snap-Key
                 IF WS-Snap-Key NOT > WS-Snap-Prior-Key
                    DISPLAY "** ERROR **: 5100-Read-SnapFile"
                    DISPLAY "CDCSNAP OUT OF ACCOUNT ORDER AT "
                       WS-Snap-Key
                    MOVE "5100-Read-SnapFile" TO WS-Excp-Paragraph
                    MOVE "E" TO WS-Excp-Severity
                    MOVE SPACES TO WS-Excp-File-Status
                    MOVE "CDCSNAP OUT OF ACCOUNT ORDER"
                       TO WS-Excp-Message
                    PERFORM 9200-Log-Exception
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 MOVE WS-Snap-Key TO WS-Snap-Prior-Key
              ELSE
                 IF WS-SnapFile-EOF
                    MOVE HIGH-VALUES TO WS-Snap-Key
                 ELSE
                    DISPLAY "** ERROR **: 5100-Read-SnapFile"
                    DISPLAY "Read SnapFile Failed."
                    DISPLAY "File Status: " WS-SnapFile-Status
                    MOVE "5100-Read-SnapFile" TO WS-Excp-Paragraph
                    MOVE "E" TO WS-Excp-Severity
                    MOVE WS-SnapFile-Status TO WS-Excp-File-Status
                    MOVE "Read SnapFile Failed" TO WS-Excp-Message
                    PERFORM 9200-Log-Exception
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
           END-IF.

       6000-Write-SnapNewFile.
           MOVE MstFile-Master-Record TO SnapNewFile-Master-Record.
           WRITE SnapNewFile-Master-Record.
           IF NOT WS-SnapNewFile-Good
              DISPLAY "** ERROR **: 6000-Write-SnapNewFile"
              DISPLAY "WRITE SnapNewFile Failed."
              DISPLAY "File Status: " WS-SnapNewFile-Status
              MOVE "6000-Write-SnapNewFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-SnapNewFile-Status TO WS-Excp-File-Status
              MOVE "WRITE SnapNewFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6100-Write-Export-Header.
           MOVE SPACES TO ExpFile-Record.
           MOVE WS-This-Sequence TO WS-Exp-Count.
           STRING "HDR,CUSTMST," WS-Exp-Count ","
              WS-Last-Sequence "," WS-Run-Date ","
              WS-Run-Time (1:6) "," WS-Extract-Type
              DELIMITED BY SIZE INTO ExpFile-Record
           END-STRING.
           PERFORM 6900-Write-ExpFile.

      *    One changed account, from the image in Img-Master-Record.
       6200-Write-Export-Detail.
           INSPECT Img-Cust-Last-Name REPLACING ALL "," BY SPACE.
           INSPECT Img-Cust-First-Name REPLACING ALL "," BY SPACE.
           INSPECT Img-Cust-Address REPLACING ALL "," BY SPACE.
           INSPECT Img-Cust-City REPLACING ALL "," BY SPACE.
           INSPECT Img-Cust-State REPLACING ALL "," BY SPACE.
           INSPECT Img-Cust-Email-Addr REPLACING ALL "," BY SPACE.
           INSPECT Img-Mst-Corr-Oper-Id REPLACING ALL "," BY SPACE.
           MOVE Img-Cust-Acct-Balance TO WS-Exp-Balance.
           ADD Img-Cust-Acct-Balance TO WS-Balance-Hash.
           MOVE SPACES TO ExpFile-Record.
           STRING WS-Action "," WS-Change-Stamp ","
              Img-Cust-Acct-Number ","
              Img-Cust-Last-Name ","
              Img-Cust-First-Name ","
              Img-Cust-Address ","
              Img-Cust-City ","
              Img-Cust-State ","
              Img-Cust-Zip ","
              Img-Cust-Zip-Plus4 ","
              WS-Exp-Balance ","
              Img-Cust-Acct-Status ","
              Img-Cust-Contact-Channel ","
              Img-Cust-Email-Addr ","
              Img-Mst-Last-Mailed-Date ","
              Img-Mst-Undeliverable-Flag ","
              Img-Mst-Undeliv-Reason ","
              Img-Mst-Corr-Pins ","
              Img-Mst-Corr-Date ","
              Img-Mst-Corr-Time ","
              Img-Mst-Corr-Oper-Id ","
              Img-Mst-Tombstone-Flag ","
              Img-Mst-Drop-Date ","
              Img-Mst-Drop-Prior-Status ","
              Img-Mst-Email-Invalid-Rsn
              DELIMITED BY SIZE INTO ExpFile-Record
           END-STRING.
           ADD +1 TO WS-Detail-Cnt.
           PERFORM 6900-Write-ExpFile.

       6300-Write-Export-Trailer.
           MOVE SPACES TO ExpFile-Record.
           MOVE WS-This-Sequence TO WS-Exp-Count.
           MOVE WS-Add-Cnt TO WS-Exp-Add-Cnt.
           MOVE WS-Change-Cnt TO WS-Exp-Change-Cnt.
           MOVE WS-Delete-Cnt TO WS-Exp-Delete-Cnt.
           MOVE WS-Balance-Hash TO WS-Exp-Hash.
           MOVE WS-Detail-Cnt TO WS-Exp-Line-Cnt.
           STRING "TRL,CUSTMST," WS-Exp-Count ","
              WS-Exp-Line-Cnt "," WS-Exp-Add-Cnt ","
              WS-Exp-Change-Cnt "," WS-Exp-Delete-Cnt ","
              WS-Exp-Hash
              DELIMITED BY SIZE INTO ExpFile-Record
           END-STRING.
           PERFORM 6900-Write-ExpFile.

       6900-Write-ExpFile.
           WRITE ExpFile-Record.
           IF NOT WS-ExpFile-Good
              DISPLAY "** ERROR **: 6900-Write-ExpFile"
              DISPLAY "WRITE ExpFile Failed."
              DISPLAY "File Status: " WS-ExpFile-Status
              MOVE "6900-Write-ExpFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-ExpFile-Status TO WS-Excp-File-Status
              MOVE "WRITE ExpFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
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
              MOVE "STCBCDC1" TO Excp-Pgm-Id
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
