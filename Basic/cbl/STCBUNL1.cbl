      *          on a first read-only pass, and only a clean pass
      *          lets the second pass touch the master.
      *
      *       CONVRT - the RELOAD of a backup unloaded in the
      *          170-byte layout the master had before the
      *          correction, tombstone and e-mail reason fields
      *          were added. The same two passes, but each old
      *          record is widened on the way in: the customer
      *          portion, last-mailed date and undeliverable flag
      *          and reason carried across, the correction and drop
      *          dates zero, the pins, operator, tombstone and
      *          reason fields blank. The master is converted once,
      *          by an UNLOAD with the program as it stood before
      *          the layout change and a CONVRT of that backup with
      *          the program as it stands now.
      *
      *    Either way one summary goes to MSTURPT: mode, records,
      *       balance hash, and each check's verdict.
      *
      * 2026-09-02 dscobol       Created -- a corrupted master
      *                          meant re-keying every correction
      *                          since the last refresh.
      * 2026-10-15 dscobol       CONVRT mode rebuilds the 214-byte
      *                          master from a backup unloaded in
      *                          the old 170-byte layout.
      *
      **********************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Mode control -- UNLOAD, RELOAD or CONVRT, the backup to
      *       reload from, and the expected count for the unload
      *       reconcile. See 1100-Load-Control.
           SELECT CtlFile
           ASSIGN TO MSTUCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BkpFile-Status.

      *    The same backup read in the old 170-byte layout, for
      *       CONVRT.
           SELECT OldBkpFile
           ASSIGN USING WS-Backup-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OldBkpFile-Status.

      *    Unload/reload summary listing.
           SELECT PrtFile
           ASSIGN TO MSTURPT
           12  Mstu-Function              PIC X(06).
               88 Mstu-Unload                VALUE "UNLOAD".
               88 Mstu-Reload                VALUE "RELOAD".
               88 Mstu-Convert               VALUE "CONVRT".
           12  FILLER                     PIC X(01).
           12  Mstu-Backup-Name           PIC X(20).
           12  FILLER                     PIC X(01).
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTMST REPLACING ==:tag:== BY ==BkpFile==.

      *    CUSTMST as it was unloaded before 2026-10-15: the
      *       154-byte customer portion, the vendor results fields,
      *       and five bytes of filler.
       FD  OldBkpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OldBkpFile-Record.
           12  OldBkp-Customer-Portion.
               16  OldBkp-Cust-Acct-Number  PIC X(10).
               16  FILLER                   PIC X(99).
               16  OldBkp-Cust-Acct-Balance PIC S9(7)V99.
               16  FILLER                   PIC X(36).
           12  OldBkp-Last-Mailed-Date      PIC 9(08).
           12  OldBkp-Undeliverable-Flag    PIC X(01).
           12  OldBkp-Undeliv-Reason        PIC X(02).
           12  FILLER                       PIC X(05).

       FD  PrtFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           COPY WSFST REPLACING ==:tag:== BY ==CtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MstFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BkpFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OldBkpFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

           12 WS-Function               PIC X(06).
              88 WS-Mode-Unload         VALUE "UNLOAD".
              88 WS-Mode-Reload         VALUE "RELOAD".
              88 WS-Mode-Convert        VALUE "CONVRT".
           12 WS-Backup-Name            PIC X(20).
           12 WS-Expected-Count         PIC 9(09) VALUE ZERO.
           12 WS-Run-Date               PIC 9(08).
       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           EVALUATE TRUE
              WHEN WS-Mode-Unload
                 PERFORM 2000-Unload-Master
              WHEN WS-Mode-Reload
                 PERFORM 2500-Reload-Master
              WHEN OTHER
                 PERFORM 2700-Convert-Master
           END-EVALUATE.
           PERFORM 3000-End-Job.
           GOBACK.

           PERFORM 1100-Load-Control.

      *    Reads the one-record mode control. A missing control, or
      *       one that names no mode, stops the run -- this
      *       utility rewrites the master in one of its modes, and
      *       guessing is not acceptable.
       1100-Load-Control.
           END-IF.
           CLOSE CtlFile.
           IF NOT WS-Mode-Unload AND NOT WS-Mode-Reload
              AND NOT WS-Mode-Convert
              DISPLAY "** ERROR **: 1100-Load-Control"
              DISPLAY "MSTUCTL FUNCTION MUST BE UNLOAD, RELOAD OR "
                 "CONVRT"
              MOVE "1100-Load-Control" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "MSTUCTL FUNCTION NOT A KNOWN MODE"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-Backup-Name = SPACES
                 DISPLAY "** ERROR **: 1100-Load-Control"
                 DISPLAY WS-Function
                    " NEEDS A BACKUP NAME ON MSTUCTL"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           CLOSE BkpFile.
           CLOSE MstFile.

      *    Convert: the reload's two passes over a backup in the
      *       old layout. Pass one proves the keys; pass two widens
      *       each record to the current layout and writes it.
       2700-Convert-Master.
           OPEN INPUT OldBkpFile.
           IF NOT WS-OldBkpFile-Good
              DISPLAY "** ERROR **: 2700-Convert-Master"
              DISPLAY "Open OldBkpFile Failed: " WS-Backup-Name
              DISPLAY "File Status: " WS-OldBkpFile-Status
              MOVE "2700-Convert-Master" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-OldBkpFile-Status TO WS-Excp-File-Status
              MOVE "Open OldBkpFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE LOW-VALUES TO WS-Prior-Key.
           PERFORM 5200-Read-OldBkpFile.
           PERFORM UNTIL WS-OldBkpFile-EOF
              ADD +1 TO WS-Record-Cnt
              IF OldBkp-Cust-Acct-Number NOT > WS-Prior-Key
                 ADD +1 TO WS-Key-Error-Cnt
                 SET WS-Verify-Failed TO TRUE
                 DISPLAY "STCBUNL1: BACKUP KEY OUT OF ORDER: "
                    OldBkp-Cust-Acct-Number
              END-IF
              MOVE OldBkp-Cust-Acct-Number TO WS-Prior-Key
              ADD OldBkp-Cust-Acct-Balance TO WS-Balance-Hash
              PERFORM 5200-Read-OldBkpFile
           END-PERFORM.
           CLOSE OldBkpFile.
           IF WS-Verify-Failed
              DISPLAY "** ERROR **: 2700-Convert-Master"
              DISPLAY "BACKUP FAILED VERIFICATION - MASTER UNTOUCHED"
              MOVE "2700-Convert-Master" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "BACKUP FAILED VERIFY - NOT CONVERTED"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           ELSE
              PERFORM 2800-Build-Converted-Master
           END-IF.

       2800-Build-Converted-Master.
           OPEN OUTPUT MstFile.
           IF NOT WS-MstFile-Good
              DISPLAY "** ERROR **: 2800-Build-Converted-Master"
              DISPLAY "Open MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE "2800-Build-Converted-Master" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MstFile-Status TO WS-Excp-File-Status
              MOVE "Open MstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           SET WS-OldBkpFile-Good TO TRUE.
           OPEN INPUT OldBkpFile.
           PERFORM 5200-Read-OldBkpFile.
           PERFORM UNTIL WS-OldBkpFile-EOF
              PERFORM 2810-Widen-Old-Record
              PERFORM 6100-Write-MstFile
              PERFORM 5200-Read-OldBkpFile
           END-PERFORM.
           CLOSE OldBkpFile.
           CLOSE MstFile.

       2810-Widen-Old-Record.
           MOVE SPACES TO MstFile-Master-Record.
           MOVE OldBkp-Customer-Portion TO MstFile-Customer-Portion.
           MOVE OldBkp-Last-Mailed-Date
              TO MstFile-Mst-Last-Mailed-Date.
           MOVE OldBkp-Undeliverable-Flag
              TO MstFile-Mst-Undeliverable-Flag.
           MOVE OldBkp-Undeliv-Reason TO MstFile-Mst-Undeliv-Reason.
           MOVE ZERO TO MstFile-Mst-Corr-Date.
           MOVE ZERO TO MstFile-Mst-Corr-Time.
           MOVE ZERO TO MstFile-Mst-Drop-Date.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           MOVE SPACES TO WS-Rpt-Line.
              END-IF
           END-IF.

       5200-Read-OldBkpFile.
           READ OldBkpFile
              AT END SET WS-OldBkpFile-EOF TO TRUE
           END-READ.
           IF WS-OldBkpFile-Good
              NEXT SENTENCE
           ELSE
              IF WS-OldBkpFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5200-Read-OldBkpFile"
                 DISPLAY "Read OldBkpFile Failed."
                 DISPLAY "File Status: " WS-OldBkpFile-Status
                 MOVE "5200-Read-OldBkpFile" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-OldBkpFile-Status TO WS-Excp-File-Status
                 MOVE "Read OldBkpFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE OldBkpFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       6000-Write-BkpFile.
           WRITE BkpFile-Master-Record.
           IF NOT WS-BkpFile-Good
