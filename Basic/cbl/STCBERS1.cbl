      ***********************************************************
      * Program name:    STCBERS1
      * Original author: David Stagowski
      *
      * Description: Customer data-erasure request processing.
      *    A privacy deletion request names an account, and that
      *       customer's data sits in a dozen files. This program
      *       takes the ERASREQ request file (account number,
      *       request id, date received) and, for every account on
      *       it, works each file that holds customer data:
      *       CUSTMST  - personal fields masked, status closed, and
      *                  the masked fields pinned as corrections so
      *                  STCBMST1 holds them against a feed that
      *                  still sends the customer (and reports it);
      *       MAILHIST - the account's mailing history deleted;
      *       CUSTPEND - the before/after images masked in every
      *                  STCBINQ1 pending change, and any change
      *                  still awaiting a decision refused, so no
      *                  approval can put the personal data back;
      *       CUSTAUD  - the before/after images masked in every
      *                  audit record; who, when and the account
      *                  stay, as the audit trail must;
      *       CUSTXREF, CUSTHHX - cross-reference lines naming the
      *                  account deleted;
      *       CUSTTXT2P, CUSTTXT2G1-G9, CUSTVDRG1-G9 - the STCBGEN1
      *                  snapshots, personal fields masked;
      *       STCBUNL1 backups - the CUSTMSTB<date> files listed in
      *                  ERASCTL, personal fields masked;
      *       SUPPCTL  - a permanent do-not-mail entry (reason ER)
      *                  added unless one is already there -- the
      *                  one thing kept so the customer is never
      *                  mailed again.
      *    Snapshot, backup and audit records are masked rather
      *       than removed so their counts and balance hashes still
      *       prove out. Masked means last name ERASED, first name,
      *       address, city, ZIP+4 and e-mail blank, ZIP 00000,
      *       channel post; the account number, state, balance and
      *       status are retained.
      *
      *    The flat files are rewritten through a dynamically named
      *       pair the way STCBARC1 does it: live file to the
      *       ERASTMP work file with the changes made, then the
      *       work file back over the live file -- only when
      *       something changed. A generation that does not exist
      *       is skipped; a fixed file that does not exist is
      *       certified as not present.
      *
      *    Every file checked gets one line per account on the
      *       ERASCERT certificate -- records found and what was
      *       done -- which is what goes back to the requester.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created for privacy deletion
      *                          requests.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBERS1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Erasure requests -- one account per line.
           SELECT ReqFile
           ASSIGN TO ERASREQ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReqFile-Status.

      *    BACKUP lines naming the STCBUNL1 backups still on disk.
      *       OPTIONAL: no backups kept means none to list.
           SELECT OPTIONAL ErsCtlFile
           ASSIGN TO ERASCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ErsCtlFile-Status.

           SELECT MstFile
           ASSIGN TO CUSTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstFile-Cust-Acct-Number
           ALTERNATE RECORD KEY IS MstFile-Cust-Last-Name
              WITH DUPLICATES
           FILE STATUS IS WS-MstFile-Status.

           SELECT OPTIONAL HistFile
           ASSIGN TO MAILHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HistFile-Hist-Key
           FILE STATUS IS WS-HistFile-Status.

      *    STCBINQ1 dual-control pending changes. OPTIONAL: a shop
      *       that has never held a change has no CUSTPEND.
           SELECT OPTIONAL PendFile
           ASSIGN TO CUSTPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Pend-Key
           FILE STATUS IS WS-PendFile-Status.

      *    Do-not-mail suppression registry -- read for entries
      *       already there, then extended.
           SELECT SuppFile
           ASSIGN TO SUPPCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppFile-Status.

      *    Dynamically named pair for the flat files -- the live
      *       file and the ERASTMP work file, names set before each
      *       OPEN. See 2500-Erase-Flat-File.
           SELECT FlatInFile
           ASSIGN USING WS-Flat-In-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FlatInFile-Status.

           SELECT FlatOutFile
           ASSIGN USING WS-Flat-Out-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FlatOutFile-Status.

      *    Certificate lines as each file is finished, sorted by
      *       account for printing.
           SELECT CertFile
           ASSIGN TO ERASWORK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CertFile-Status.

           SELECT CertSortFile
           ASSIGN TO SORTWK1.

           SELECT CertSortedFile
           ASSIGN TO ERASSRT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CertSortedFile-Status.

      *    Erasure certificate listing.
           SELECT PrtFile
           ASSIGN TO ERASCERT
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
       FD  ReqFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ReqFile-Record.
           12  Req-Acct-Number            PIC X(10).
           12  FILLER                     PIC X(01).
           12  Req-Request-Id             PIC X(12).
           12  FILLER                     PIC X(01).
           12  Req-Received-Date          PIC 9(08).
           12  FILLER                     PIC X(08).

       FD  ErsCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ErsCtlFile-Record.
           12  Ectl-Keyword               PIC X(08).
           12  FILLER                     PIC X(01).
           12  Ectl-Value                 PIC X(20).
           12  FILLER                     PIC X(01).

       FD  MstFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTMST REPLACING ==:tag:== BY ==MstFile==.

       FD  HistFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY MAILHIST REPLACING ==:tag:== BY ==HistFile==.

       FD  PendFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTPEND.

       FD  SuppFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SuppFile-Record.
           12  Supp-Acct-Number           PIC X(10).
           12  Supp-Reason                PIC X(02).
           12  Supp-Eff-Date              PIC 9(08).
           12  Supp-Exp-Date              PIC 9(08).
           12  FILLER                     PIC X(07).

      *    Generic record wide enough for the widest file worked --
      *       CUSTAUD at 350. LINE SEQUENTIAL pads on read and strips
      *       trailing blanks on write, so an untouched record goes
      *       back exactly as it came.
       FD  FlatInFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FlatInFile-Record              PIC X(350).

       FD  FlatOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FlatOutFile-Record             PIC X(350).

       FD  CertFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CertFile-Record.
           12  Cert-Acct-Number           PIC X(10).
           12  Cert-Seq                   PIC 9(04).
           12  Cert-File-Name             PIC X(20).
           12  Cert-Count                 PIC 9(07).
           12  Cert-Action                PIC X(40).

       SD  CertSortFile.
       01  CertSort-Record.
           12  CertSort-Acct-Number       PIC X(10).
           12  CertSort-Seq               PIC 9(04).
           12  FILLER                     PIC X(67).

       FD  CertSortedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CertSrt-Record.
           12  CertSrt-Acct-Number        PIC X(10).
           12  CertSrt-Seq                PIC 9(04).
           12  CertSrt-File-Name          PIC X(20).
           12  CertSrt-Count              PIC 9(07).
           12  CertSrt-Action             PIC X(40).

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
           COPY WSFST REPLACING ==:tag:== BY ==ReqFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ErsCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MstFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PendFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppFile==.
           COPY WSFST REPLACING ==:tag:== BY ==FlatInFile==.
           COPY WSFST REPLACING ==:tag:== BY ==FlatOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CertFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CertSortedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    Request table, as loaded from ERASREQ. The per-file count
      *       is reset before each file and written to the
      *       certificate when the file is finished.
       01  WS-Request-Control.
           12 WS-Req-Count              PIC S9(4) COMP VALUE ZERO.
           12 WS-Req-Max                PIC S9(4) COMP VALUE +100.
           12 WS-Req-Table.
              16 WS-Req-Entry OCCURS 100 TIMES
                              INDEXED BY WS-Req-Idx.
                 20 WS-Req-Acct         PIC X(10).
                 20 WS-Req-Id           PIC X(12).
                 20 WS-Req-Received     PIC 9(08).
                 20 WS-Req-File-Cnt     PIC S9(7) COMP.
                 20 WS-Req-Supp-Sw      PIC X(01).
                    88 WS-Req-Already-Suppressed VALUE "Y".
           12 WS-Req-Found-Sw           PIC X(01).
              88 WS-Req-Found           VALUE "Y".
           12 WS-Match-Acct             PIC X(10).
           12 WS-Hist-Done-Sw           PIC X(01).
              88 WS-Hist-Done           VALUE "Y".
           12 WS-Pend-Done-Sw           PIC X(01).
              88 WS-Pend-Done           VALUE "Y".

      *    Backup names, as loaded from ERASCTL.
       01  WS-Backup-Control.
           12 WS-Bkp-Count              PIC S9(4) COMP VALUE ZERO.
           12 WS-Bkp-Max                PIC S9(4) COMP VALUE +20.
           12 WS-Bkp-Table.
              16 WS-Bkp-Name OCCURS 20 TIMES
                                        PIC X(20).
           12 WS-Bkp-Sub                PIC S9(4) COMP.

      *    The flat file in hand. The kind says where the account
      *       sits in the record and what is done to it:
      *       A - CUSTAUD: account in 25, images in 35 and 189,
      *           both masked;
      *       X - CUSTXREF / CUSTHHX: an account in 1 or 11, the
      *           line deleted;
      *       C - CUSTOMER layout: account in 1, masked;
      *       M - CUSTMST layout (backups): account in 1, the
      *           customer portion masked;
      *       V - VNDRFMT: detail type 01, account in 3, masked.
       01  WS-Flat-Control.
           12 WS-Flat-Name              PIC X(20).
           12 WS-Flat-Kind              PIC X(01).
              88 WS-Flat-Audit          VALUE "A".
              88 WS-Flat-Xref           VALUE "X".
              88 WS-Flat-Customer       VALUE "C".
              88 WS-Flat-Master         VALUE "M".
              88 WS-Flat-Vendor         VALUE "V".
           12 WS-Flat-Action            PIC X(40).
           12 WS-Flat-Required-Sw       PIC X(01).
              88 WS-Flat-Required       VALUE "Y".
           12 WS-Flat-In-Name           PIC X(20).
           12 WS-Flat-Out-Name          PIC X(20).
           12 WS-Flat-Tmp-Name          PIC X(20) VALUE "ERASTMP".
           12 WS-Flat-Missing-Sw        PIC X(01) VALUE "N".
              88 WS-Flat-Missing        VALUE "Y".
           12 WS-Flat-Drop-Sw           PIC X(01).
              88 WS-Flat-Drop-Record    VALUE "Y".
           12 WS-Flat-Changed-Cnt       PIC S9(7) COMP.
           12 WS-Gen-Number             PIC 9(01).
           12 WS-Gen-Base               PIC X(09).

      *    The masking is done on this copy of the CUSTOMER layout,
      *       whatever file the image came from.
           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-Msk==.

       01  WS-Cert-Control.
           12 WS-Cert-Seq               PIC 9(04) VALUE ZERO.
           12 WS-Cert-Acct-In-Hand      PIC X(10) VALUE LOW-VALUES.
           12 WS-Run-Date               PIC 9(08).
           12 WS-Run-Time               PIC 9(08).

       01  WS-Cert-Heading-1.
           05  FILLER  PIC X(40) VALUE
               "STCBERS1 - CUSTOMER DATA ERASURE CERTIFI".
           05  FILLER  PIC X(04) VALUE "CATE".
       01  WS-Cert-Heading-2.
           05  FILLER  PIC X(09) VALUE "ACCOUNT: ".
           05  WS-Cert-Hdg-Acct      PIC X(10).
           05  FILLER  PIC X(12) VALUE "  REQUEST: ".
           05  WS-Cert-Hdg-Req-Id    PIC X(12).
           05  FILLER  PIC X(12) VALUE "  RECEIVED: ".
           05  WS-Cert-Hdg-Received  PIC 9(08).
           05  FILLER  PIC X(10) VALUE "  ERASED: ".
           05  WS-Cert-Hdg-Erased    PIC 9(08).
       01  WS-Cert-Heading-3.
           05  FILLER  PIC X(21) VALUE "FILE".
           05  FILLER  PIC X(10) VALUE "  RECORDS".
           05  FILLER  PIC X(02) VALUE SPACES.
           05  FILLER  PIC X(06) VALUE "ACTION".
       01  WS-Cert-Line.
           05  WS-Crl-File           PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Crl-Count          PIC ZZZZZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Crl-Action         PIC X(40).
       01  WS-Cert-Retain-1.
           05  FILLER  PIC X(50) VALUE
               "RETAINED: ACCOUNT NUMBER, STATE, BALANCE AND STATU".
           05  FILLER  PIC X(40) VALUE
               "S ON CUSTMST AND ITS COPIES; WHO AND WHE".
       01  WS-Cert-Retain-2.
           05  FILLER  PIC X(50) VALUE
               "          N OF EACH CUSTAUD CHANGE; THE SUPPCTL DO".
           05  FILLER  PIC X(40) VALUE
               "-NOT-MAIL ENTRY.".
       01  WS-Cert-Blank-Line     PIC X(01) VALUE SPACE.

       01  WS-File-Counters.
           12 WS-Erased-Acct-Cnt           PIC S9(7) COMP VALUE ZERO.
           12 WS-Notfound-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-Hist-Deleted-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-Pend-Masked-Cnt           PIC S9(7) COMP VALUE ZERO.
           12 WS-Pend-Refused-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-Flat-Files-Cnt            PIC S9(7) COMP VALUE ZERO.
           12 WS-Flat-Records-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-Supp-Added-Cnt            PIC S9(7) COMP VALUE ZERO.

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
              "*** Program STCBERS1 - End of Run Messages".

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
           PERFORM 1100-Load-Requests.
           PERFORM 1200-Load-Backups.
           OPEN OUTPUT CertFile.
           IF NOT WS-CertFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CertFile Failed."
              DISPLAY "File Status: " WS-CertFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-CertFile-Status TO WS-Excp-File-Status
              MOVE "Open CertFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    An erasure run with no requests has nothing to certify;
      *       a request file that cannot be read, or a table too
      *       small for it, stops the run rather than erase some
      *       of what was asked.
       1100-Load-Requests.
           OPEN INPUT ReqFile.
           IF NOT WS-ReqFile-Good
              DISPLAY "** ERROR **: 1100-Load-Requests"
              DISPLAY "Open ReqFile Failed."
              DISPLAY "File Status: " WS-ReqFile-Status
              MOVE "1100-Load-Requests" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-ReqFile-Status TO WS-Excp-File-Status
              MOVE "Open ReqFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-ReqFile-EOF
              READ ReqFile
                 AT END
                    SET WS-ReqFile-EOF TO TRUE
                 NOT AT END
                    IF Req-Acct-Number NOT = SPACES
                       PERFORM 1110-Load-One-Request
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ReqFile.
           IF WS-Req-Count = ZERO
              DISPLAY "** ERROR **: 1100-Load-Requests"
              DISPLAY "NO ERASURE REQUESTS ON ERASREQ"
              MOVE "1100-Load-Requests" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "NO ERASURE REQUESTS ON ERASREQ"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1110-Load-One-Request.
           MOVE Req-Acct-Number TO WS-Match-Acct.
           PERFORM 2900-Find-Request.
           EVALUATE TRUE
              WHEN WS-Req-Found
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  DUPLICATE ERASURE REQUEST IGNORED: "
                    Req-Acct-Number
              WHEN WS-Req-Count < WS-Req-Max
                 ADD +1 TO WS-Req-Count
                 SET WS-Req-Idx TO WS-Req-Count
                 MOVE Req-Acct-Number TO WS-Req-Acct (WS-Req-Idx)
                 MOVE Req-Request-Id TO WS-Req-Id (WS-Req-Idx)
                 MOVE Req-Received-Date
                    TO WS-Req-Received (WS-Req-Idx)
                 MOVE ZERO TO WS-Req-File-Cnt (WS-Req-Idx)
                 MOVE "N" TO WS-Req-Supp-Sw (WS-Req-Idx)
              WHEN OTHER
                 DISPLAY "** ERROR **: 1110-Load-One-Request"
                 DISPLAY "ERASREQ HAS MORE THAN 100 ACCOUNTS"
                 MOVE "1110-Load-One-Request" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE SPACES TO WS-Excp-File-Status
                 MOVE "ERASREQ HAS MORE THAN 100 ACCOUNTS"
                    TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE ReqFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       1200-Load-Backups.
           OPEN INPUT ErsCtlFile.
           IF WS-ErsCtlFile-Good
              PERFORM UNTIL WS-ErsCtlFile-EOF
                 READ ErsCtlFile
                    AT END
                       SET WS-ErsCtlFile-EOF TO TRUE
                    NOT AT END
                       PERFORM 1210-Load-One-Backup
                 END-READ
              END-PERFORM
              CLOSE ErsCtlFile
           END-IF.

       1210-Load-One-Backup.
           EVALUATE TRUE
              WHEN Ectl-Keyword NOT = "BACKUP"
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  ERASCTL KEYWORD UNKNOWN: " Ectl-Keyword
              WHEN WS-Bkp-Count < WS-Bkp-Max
                 ADD +1 TO WS-Bkp-Count
                 MOVE Ectl-Value TO WS-Bkp-Name (WS-Bkp-Count)
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  ERASCTL BACKUP IGNORED - TABLE FULL: "
                    Ectl-Value
                 MOVE "1210-Load-One-Backup" TO WS-Excp-Paragraph
                 MOVE "W" TO WS-Excp-Severity
                 MOVE SPACES TO WS-Excp-File-Status
                 MOVE "ERASCTL BACKUP TABLE FULL" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
           END-EVALUATE.

      *    The keyed files first, then each flat file, then the
      *       suppression entry.
       2000-Process.
      D     DISPLAY "2000-Process: ".
           PERFORM 2100-Erase-Master.
           PERFORM 2200-Erase-Mail-History.
           PERFORM 2300-Erase-Pending-Changes.
           MOVE "CUSTAUD" TO WS-Flat-Name.
           MOVE "A" TO WS-Flat-Kind.
           MOVE "Y" TO WS-Flat-Required-Sw.
           MOVE "AUDIT IMAGES MASKED; STAMPS KEPT" TO WS-Flat-Action.
           PERFORM 2500-Erase-Flat-File.
           MOVE "CUSTXREF" TO WS-Flat-Name.
           MOVE "X" TO WS-Flat-Kind.
           MOVE "CROSS-REFERENCE LINES DELETED" TO WS-Flat-Action.
           PERFORM 2500-Erase-Flat-File.
           MOVE "CUSTHHX" TO WS-Flat-Name.
           PERFORM 2500-Erase-Flat-File.
           MOVE "CUSTTXT2P" TO WS-Flat-Name.
           MOVE "C" TO WS-Flat-Kind.
           MOVE "PERSONAL FIELDS MASKED" TO WS-Flat-Action.
           PERFORM 2500-Erase-Flat-File.
           MOVE "N" TO WS-Flat-Required-Sw.
           MOVE "CUSTTXT2G" TO WS-Gen-Base.
           PERFORM 2400-Erase-Generations.
           MOVE "CUSTVDRG" TO WS-Gen-Base.
           MOVE "V" TO WS-Flat-Kind.
           PERFORM 2400-Erase-Generations.
           MOVE "M" TO WS-Flat-Kind.
           MOVE "Y" TO WS-Flat-Required-Sw.
           PERFORM VARYING WS-Bkp-Sub FROM 1 BY 1
                   UNTIL WS-Bkp-Sub > WS-Bkp-Count
              MOVE WS-Bkp-Name (WS-Bkp-Sub) TO WS-Flat-Name
              PERFORM 2500-Erase-Flat-File
           END-PERFORM.
           PERFORM 2700-Suppress-Accounts.

      *    Masks the master record and pins the masked fields the
      *       way an STCBINQ1 correction would be pinned, so the
      *       feed cannot put the personal data back and every night
      *       it tries shows on the STCBMST1 conflict report.
       2100-Erase-Master.
           OPEN I-O MstFile.
           IF NOT WS-MstFile-Good
              DISPLAY "** ERROR **: 2100-Erase-Master"
              DISPLAY "Open MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE "2100-Erase-Master" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MstFile-Status TO WS-Excp-File-Status
              MOVE "Open MstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE CertFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM VARYING WS-Req-Idx FROM 1 BY 1
                   UNTIL WS-Req-Idx > WS-Req-Count
              MOVE ZERO TO WS-Req-File-Cnt (WS-Req-Idx)
              MOVE WS-Req-Acct (WS-Req-Idx)
                 TO MstFile-Cust-Acct-Number
              READ MstFile
                 INVALID KEY
                    ADD +1 TO WS-Notfound-Cnt
                 NOT INVALID KEY
                    PERFORM 2110-Mask-Master-Record
              END-READ
           END-PERFORM.
           CLOSE MstFile.
           MOVE "CUSTMST" TO WS-Flat-Name.
           MOVE "MASKED, CLOSED AND PINNED" TO WS-Flat-Action.
           PERFORM 2950-Write-Cert-Lines.

       2110-Mask-Master-Record.
           MOVE MstFile-Customer-Portion TO WS-Msk-Customer-Record.
           PERFORM 2800-Mask-Customer.
           MOVE "C" TO WS-Msk-Cust-Acct-Status.
           MOVE WS-Msk-Customer-Record TO MstFile-Customer-Portion.
           MOVE SPACES TO MstFile-Mst-Undeliverable-Flag.
           MOVE SPACES TO MstFile-Mst-Undeliv-Reason.
           SET MstFile-Mst-Last-Name-Pinned TO TRUE.
           SET MstFile-Mst-First-Name-Pinned TO TRUE.
           SET MstFile-Mst-Address-Pinned TO TRUE.
           SET MstFile-Mst-City-Pinned TO TRUE.
           SET MstFile-Mst-State-Pinned TO TRUE.
           SET MstFile-Mst-Zip-Pinned TO TRUE.
           SET MstFile-Mst-Zip-Plus4-Pinned TO TRUE.
           SET MstFile-Mst-Acct-Status-Pinned TO TRUE.
           SET MstFile-Mst-Contact-Chnl-Pinned TO TRUE.
           SET MstFile-Mst-Email-Addr-Pinned TO TRUE.
           MOVE WS-Run-Date TO MstFile-Mst-Corr-Date.
           MOVE WS-Run-Time TO MstFile-Mst-Corr-Time.
           MOVE "STCBERS1" TO MstFile-Mst-Corr-Oper-Id.
           REWRITE MstFile-Master-Record.
           IF WS-MstFile-Good
              MOVE 1 TO WS-Req-File-Cnt (WS-Req-Idx)
              ADD +1 TO WS-Erased-Acct-Cnt
           ELSE
              DISPLAY "** ERROR **: 2110-Mask-Master-Record"
              DISPLAY "REWRITE MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE "2110-Mask-Master-Record" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MstFile-Status TO WS-Excp-File-Status
              MOVE "REWRITE MstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
              CLOSE CertFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Each account's history records sit together at the front
      *       of its key range; every one is deleted.
       2200-Erase-Mail-History.
           OPEN I-O HistFile.
           IF NOT WS-HistFile-Good
              AND NOT WS-HistFile-Optional-Missing
              DISPLAY "** ERROR **: 2200-Erase-Mail-History"
              DISPLAY "Open HistFile Failed."
              DISPLAY "File Status: " WS-HistFile-Status
              MOVE "2200-Erase-Mail-History" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-HistFile-Status TO WS-Excp-File-Status
              MOVE "Open HistFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE CertFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM VARYING WS-Req-Idx FROM 1 BY 1
                   UNTIL WS-Req-Idx > WS-Req-Count
              MOVE ZERO TO WS-Req-File-Cnt (WS-Req-Idx)
              PERFORM 2210-Delete-Account-History
           END-PERFORM.
           CLOSE HistFile.
           MOVE "MAILHIST" TO WS-Flat-Name.
           MOVE "MAILING HISTORY DELETED" TO WS-Flat-Action.
           PERFORM 2950-Write-Cert-Lines.

       2210-Delete-Account-History.
           MOVE WS-Req-Acct (WS-Req-Idx) TO HistFile-Hist-Acct-Number.
           MOVE LOW-VALUES TO HistFile-Hist-Chain-Run-Id.
           MOVE "N" TO WS-Hist-Done-Sw.
           START HistFile KEY IS NOT LESS THAN HistFile-Hist-Key
              INVALID KEY
                 SET WS-Hist-Done TO TRUE
           END-START.
           PERFORM UNTIL WS-Hist-Done
              READ HistFile NEXT
                 AT END
                    SET WS-Hist-Done TO TRUE
              END-READ
              IF NOT WS-Hist-Done
                 IF NOT WS-HistFile-Good
                    OR HistFile-Hist-Acct-Number NOT =
                       WS-Req-Acct (WS-Req-Idx)
                    SET WS-Hist-Done TO TRUE
                 ELSE
                    DELETE HistFile
                    IF WS-HistFile-Good
                       ADD +1 TO WS-Req-File-Cnt (WS-Req-Idx)
                       ADD +1 TO WS-Hist-Deleted-Cnt
                    ELSE
                       DISPLAY "** ERROR **: 2210-Delete-Account-"
                          "History"
                       DISPLAY "DELETE HistFile Failed."
                       DISPLAY "File Status: " WS-HistFile-Status
                       MOVE "2210-Delete-Account-History"
                          TO WS-Excp-Paragraph
                       MOVE "E" TO WS-Excp-Severity
                       MOVE WS-HistFile-Status TO WS-Excp-File-Status
                       MOVE "DELETE HistFile Failed"
                          TO WS-Excp-Message
                       PERFORM 9200-Log-Exception
                       CLOSE HistFile
                       CLOSE CertFile
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    Pending changes are kept after a decision as the record
      *       of who released or refused what, so like the audit
      *       trail they are masked, not deleted. One still awaiting
      *       a decision is refused in STCBERS1's name.
       2300-Erase-Pending-Changes.
           OPEN I-O PendFile.
           IF NOT WS-PendFile-Good
              AND NOT WS-PendFile-Optional-Missing
              DISPLAY "** ERROR **: 2300-Erase-Pending-Changes"
              DISPLAY "Open PendFile Failed."
              DISPLAY "File Status: " WS-PendFile-Status
              MOVE "2300-Erase-Pending-Changes" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-PendFile-Status TO WS-Excp-File-Status
              MOVE "Open PendFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE CertFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM VARYING WS-Req-Idx FROM 1 BY 1
                   UNTIL WS-Req-Idx > WS-Req-Count
              MOVE ZERO TO WS-Req-File-Cnt (WS-Req-Idx)
              PERFORM 2310-Mask-Account-Pending
           END-PERFORM.
           CLOSE PendFile.
           MOVE "CUSTPEND" TO WS-Flat-Name.
           MOVE "IMAGES MASKED; AWAITING CHANGES REFUSED"
              TO WS-Flat-Action.
           PERFORM 2950-Write-Cert-Lines.

       2310-Mask-Account-Pending.
           MOVE WS-Req-Acct (WS-Req-Idx) TO Pend-Cust-Acct-Number.
           MOVE ZERO TO Pend-Keyed-Date.
           MOVE ZERO TO Pend-Keyed-Time.
           MOVE "N" TO WS-Pend-Done-Sw.
           START PendFile KEY IS NOT LESS THAN Pend-Key
              INVALID KEY
                 SET WS-Pend-Done TO TRUE
           END-START.
           PERFORM UNTIL WS-Pend-Done
              READ PendFile NEXT
                 AT END
                    SET WS-Pend-Done TO TRUE
              END-READ
              IF NOT WS-Pend-Done
                 IF NOT WS-PendFile-Good
                    OR Pend-Cust-Acct-Number NOT =
                       WS-Req-Acct (WS-Req-Idx)
                    SET WS-Pend-Done TO TRUE
                 ELSE
                    PERFORM 2320-Mask-One-Pending
                 END-IF
              END-IF
           END-PERFORM.

       2320-Mask-One-Pending.
           MOVE Pend-Before-Image TO WS-Msk-Customer-Record.
           PERFORM 2800-Mask-Customer.
           MOVE WS-Msk-Customer-Record TO Pend-Before-Image.
           MOVE Pend-After-Image TO WS-Msk-Customer-Record.
           PERFORM 2800-Mask-Customer.
           MOVE WS-Msk-Customer-Record TO Pend-After-Image.
           IF Pend-Awaiting
              SET Pend-Rejected TO TRUE
              MOVE "STCBERS1" TO Pend-Approver-Id
              MOVE WS-Run-Date TO Pend-Decision-Date
              MOVE WS-Run-Time TO Pend-Decision-Time
              ADD +1 TO WS-Pend-Refused-Cnt
           END-IF.
           REWRITE PendFile-Record.
           IF WS-PendFile-Good
              ADD +1 TO WS-Req-File-Cnt (WS-Req-Idx)
              ADD +1 TO WS-Pend-Masked-Cnt
           ELSE
              DISPLAY "** ERROR **: 2320-Mask-One-Pending"
              DISPLAY "REWRITE PendFile Failed."
              DISPLAY "File Status: " WS-PendFile-Status
              MOVE "2320-Mask-One-Pending" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-PendFile-Status TO WS-Excp-File-Status
              MOVE "REWRITE PendFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE PendFile
              CLOSE CertFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Walks <base>1 to <base>9; STCBGEN1 never keeps more.
       2400-Erase-Generations.
           PERFORM VARYING WS-Gen-Number FROM 1 BY 1
                   UNTIL WS-Gen-Number > 8
              PERFORM 2410-Erase-One-Generation
           END-PERFORM.
           PERFORM 2410-Erase-One-Generation.

       2410-Erase-One-Generation.
           MOVE SPACES TO WS-Flat-Name.
           STRING WS-Gen-Base DELIMITED BY SPACE
                  WS-Gen-Number DELIMITED BY SIZE
              INTO WS-Flat-Name.
           PERFORM 2500-Erase-Flat-File.

      *    Pass one copies the live file to ERASTMP, masking or
      *       dropping the requested accounts' records on the way;
      *       pass two copies ERASTMP back over the live file, and
      *       is skipped when nothing changed.
       2500-Erase-Flat-File.
           PERFORM VARYING WS-Req-Idx FROM 1 BY 1
                   UNTIL WS-Req-Idx > WS-Req-Count
              MOVE ZERO TO WS-Req-File-Cnt (WS-Req-Idx)
           END-PERFORM.
           MOVE ZERO TO WS-Flat-Changed-Cnt.
           MOVE "N" TO WS-Flat-Missing-Sw.
           MOVE WS-Flat-Name TO WS-Flat-In-Name.
           OPEN INPUT FlatInFile.
           IF NOT WS-FlatInFile-Good
              SET WS-Flat-Missing TO TRUE
           ELSE
              MOVE WS-Flat-Tmp-Name TO WS-Flat-Out-Name
              OPEN OUTPUT FlatOutFile
              IF NOT WS-FlatOutFile-Good
                 DISPLAY "** ERROR **: 2500-Erase-Flat-File"
                 DISPLAY "Open FlatOutFile Failed: " WS-Flat-Out-Name
                 DISPLAY "File Status: " WS-FlatOutFile-Status
                 MOVE "2500-Erase-Flat-File" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-FlatOutFile-Status TO WS-Excp-File-Status
                 MOVE "Open FlatOutFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE FlatInFile
                 CLOSE CertFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM UNTIL WS-FlatInFile-EOF
                 READ FlatInFile
                    AT END SET WS-FlatInFile-EOF TO TRUE
                    NOT AT END
                       PERFORM 2510-Erase-One-Record
                 END-READ
              END-PERFORM
              CLOSE FlatInFile
              CLOSE FlatOutFile
              IF WS-Flat-Changed-Cnt > ZERO
                 PERFORM 2600-Copy-Back-Flat-File
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN NOT WS-Flat-Missing
                 ADD +1 TO WS-Flat-Files-Cnt
                 ADD WS-Flat-Changed-Cnt TO WS-Flat-Records-Cnt
                 PERFORM 2950-Write-Cert-Lines
              WHEN WS-Flat-Required
                 PERFORM 2950-Write-Cert-Lines
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE "N" TO WS-Flat-Missing-Sw.

       2510-Erase-One-Record.
           MOVE "N" TO WS-Flat-Drop-Sw.
           EVALUATE TRUE
              WHEN WS-Flat-Audit
                 MOVE FlatInFile-Record (25:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Request
                 IF WS-Req-Found
                    IF FlatInFile-Record (35:154) NOT = SPACES
                       MOVE FlatInFile-Record (35:154)
                          TO WS-Msk-Customer-Record
                       PERFORM 2800-Mask-Customer
                       MOVE WS-Msk-Customer-Record
                          TO FlatInFile-Record (35:154)
                    END-IF
                    IF FlatInFile-Record (189:154) NOT = SPACES
                       MOVE FlatInFile-Record (189:154)
                          TO WS-Msk-Customer-Record
                       PERFORM 2800-Mask-Customer
                       MOVE WS-Msk-Customer-Record
                          TO FlatInFile-Record (189:154)
                    END-IF
                    PERFORM 2520-Count-Change
                 END-IF
              WHEN WS-Flat-Xref
                 MOVE FlatInFile-Record (1:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Request
                 IF WS-Req-Found
                    SET WS-Flat-Drop-Record TO TRUE
                    PERFORM 2520-Count-Change
                 END-IF
                 MOVE FlatInFile-Record (11:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Request
                 IF WS-Req-Found
                    IF NOT WS-Flat-Drop-Record
                       SET WS-Flat-Drop-Record TO TRUE
                       PERFORM 2520-Count-Change
                    ELSE
                       ADD +1 TO WS-Req-File-Cnt (WS-Req-Idx)
                    END-IF
                 END-IF
              WHEN WS-Flat-Customer
                OR WS-Flat-Master
                 MOVE FlatInFile-Record (1:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Request
                 IF WS-Req-Found
                    MOVE FlatInFile-Record (1:154)
                       TO WS-Msk-Customer-Record
                    PERFORM 2800-Mask-Customer
                    MOVE WS-Msk-Customer-Record
                       TO FlatInFile-Record (1:154)
                    PERFORM 2520-Count-Change
                 END-IF
      *       VNDRFMT detail: last name 15-39, first name 40-54,
      *          address 55-84, city 85-104, ZIP+4 120-128.
              WHEN WS-Flat-Vendor
                 IF FlatInFile-Record (1:2) = "01"
                    MOVE FlatInFile-Record (3:10) TO WS-Match-Acct
                    PERFORM 2900-Find-Request
                    IF WS-Req-Found
                       MOVE "ERASED" TO FlatInFile-Record (15:25)
                       MOVE SPACES TO FlatInFile-Record (40:15)
                       MOVE SPACES TO FlatInFile-Record (55:30)
                       MOVE SPACES TO FlatInFile-Record (85:20)
                       MOVE "00000    " TO FlatInFile-Record (120:9)
                       PERFORM 2520-Count-Change
                    END-IF
                 END-IF
           END-EVALUATE.
           IF NOT WS-Flat-Drop-Record
              MOVE FlatInFile-Record TO FlatOutFile-Record
              WRITE FlatOutFile-Record
              IF NOT WS-FlatOutFile-Good
                 DISPLAY "** ERROR **: 2510-Erase-One-Record"
                 DISPLAY "WRITE FlatOutFile Failed."
                 DISPLAY "File Status: " WS-FlatOutFile-Status
                 MOVE "2510-Erase-One-Record" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-FlatOutFile-Status TO WS-Excp-File-Status
                 MOVE "WRITE FlatOutFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE FlatInFile
                 CLOSE FlatOutFile
                 CLOSE CertFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2520-Count-Change.
           ADD +1 TO WS-Req-File-Cnt (WS-Req-Idx).
           ADD +1 TO WS-Flat-Changed-Cnt.

      *    ERASTMP back over the live file. A failure here leaves
      *       ERASTMP on disk holding the erased copy.
       2600-Copy-Back-Flat-File.
           MOVE WS-Flat-Tmp-Name TO WS-Flat-In-Name.
           OPEN INPUT FlatInFile.
           MOVE WS-Flat-Name TO WS-Flat-Out-Name.
           OPEN OUTPUT FlatOutFile.
           IF NOT WS-FlatInFile-Good
              OR NOT WS-FlatOutFile-Good
              DISPLAY "** ERROR **: 2600-Copy-Back-Flat-File"
              DISPLAY "Open Failed: " WS-Flat-Name
              DISPLAY "File Status: " WS-FlatInFile-Status
                 " " WS-FlatOutFile-Status
              MOVE "2600-Copy-Back-Flat-File" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-FlatOutFile-Status TO WS-Excp-File-Status
              MOVE "Open copy-back Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE FlatInFile
              CLOSE FlatOutFile
              CLOSE CertFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-FlatInFile-EOF
              READ FlatInFile
                 AT END SET WS-FlatInFile-EOF TO TRUE
                 NOT AT END
                    MOVE FlatInFile-Record TO FlatOutFile-Record
                    WRITE FlatOutFile-Record
                    IF NOT WS-FlatOutFile-Good
                       DISPLAY "** ERROR **: 2600-Copy-Back-Flat-File"
                       DISPLAY "WRITE FlatOutFile Failed."
                       DISPLAY "File Status: " WS-FlatOutFile-Status
                       MOVE "2600-Copy-Back-Flat-File"
                          TO WS-Excp-Paragraph
                       MOVE "E" TO WS-Excp-Severity
                       MOVE WS-FlatOutFile-Status
                          TO WS-Excp-File-Status
                       MOVE "WRITE FlatOutFile Failed"
                          TO WS-Excp-Message
                       PERFORM 9200-Log-Exception
                       CLOSE FlatInFile
                       CLOSE FlatOutFile
                       CLOSE CertFile
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FlatInFile.
           CLOSE FlatOutFile.

      *    Reads SUPPCTL for permanent entries already there, then
      *       appends one for every other requested account. The
      *       registry is a compliance item: if it cannot be
      *       extended the run fails, the same as STCBEDT1 fails
      *       when it cannot read it.
       2700-Suppress-Accounts.
           OPEN INPUT SuppFile.
           IF WS-SuppFile-Good
              PERFORM UNTIL WS-SuppFile-EOF
                 READ SuppFile
                    AT END
                       SET WS-SuppFile-EOF TO TRUE
                    NOT AT END
                       MOVE Supp-Acct-Number TO WS-Match-Acct
                       PERFORM 2900-Find-Request
                       IF WS-Req-Found
                          AND Supp-Exp-Date = 99991231
                          SET WS-Req-Already-Suppressed (WS-Req-Idx)
                             TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SuppFile
           END-IF.
           OPEN EXTEND SuppFile.
           IF NOT WS-SuppFile-Good
              DISPLAY "** ERROR **: 2700-Suppress-Accounts"
              DISPLAY "Open SuppFile Failed."
              DISPLAY "File Status: " WS-SuppFile-Status
              MOVE "2700-Suppress-Accounts" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-SuppFile-Status TO WS-Excp-File-Status
              MOVE "Open SuppFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE CertFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM VARYING WS-Req-Idx FROM 1 BY 1
                   UNTIL WS-Req-Idx > WS-Req-Count
              MOVE 1 TO WS-Req-File-Cnt (WS-Req-Idx)
              IF NOT WS-Req-Already-Suppressed (WS-Req-Idx)
                 PERFORM 2710-Write-Suppression
              END-IF
           END-PERFORM.
           CLOSE SuppFile.
           MOVE "SUPPCTL" TO WS-Flat-Name.
           PERFORM VARYING WS-Req-Idx FROM 1 BY 1
                   UNTIL WS-Req-Idx > WS-Req-Count
              IF WS-Req-Already-Suppressed (WS-Req-Idx)
                 MOVE "ALREADY PERMANENT DO-NOT-MAIL (KEPT)"
                    TO WS-Flat-Action
              ELSE
                 MOVE "PERMANENT DO-NOT-MAIL ADDED (KEPT)"
                    TO WS-Flat-Action
              END-IF
              PERFORM 2960-Write-One-Cert-Line
           END-PERFORM.
           ADD +1 TO WS-Cert-Seq.

       2710-Write-Suppression.
           MOVE SPACES TO SuppFile-Record.
           MOVE WS-Req-Acct (WS-Req-Idx) TO Supp-Acct-Number.
           MOVE "ER" TO Supp-Reason.
           MOVE WS-Run-Date TO Supp-Eff-Date.
           MOVE 99991231 TO Supp-Exp-Date.
           WRITE SuppFile-Record.
           IF WS-SuppFile-Good
              ADD +1 TO WS-Supp-Added-Cnt
           ELSE
              DISPLAY "** ERROR **: 2710-Write-Suppression"
              DISPLAY "WRITE SuppFile Failed."
              DISPLAY "File Status: " WS-SuppFile-Status
              MOVE "2710-Write-Suppression" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-SuppFile-Status TO WS-Excp-File-Status
              MOVE "WRITE SuppFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE SuppFile
              CLOSE CertFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    The personal fields go; the account number, state,
      *       balance and status stay.
       2800-Mask-Customer.
           MOVE "ERASED" TO WS-Msk-Cust-Last-Name.
           MOVE SPACES TO WS-Msk-Cust-First-Name.
           MOVE SPACES TO WS-Msk-Cust-Address.
           MOVE SPACES TO WS-Msk-Cust-City.
           MOVE "00000" TO WS-Msk-Cust-Zip.
           MOVE SPACES TO WS-Msk-Cust-Zip-Plus4.
           MOVE "P" TO WS-Msk-Cust-Contact-Channel.
           MOVE SPACES TO WS-Msk-Cust-Email-Addr.

      *    Looks WS-Match-Acct up in the request table; on a hit
      *       WS-Req-Idx is left on the entry.
       2900-Find-Request.
           MOVE "N" TO WS-Req-Found-Sw.
           IF WS-Req-Count > ZERO
              SET WS-Req-Idx TO 1
              SEARCH WS-Req-Entry
                 AT END
                    CONTINUE
                 WHEN WS-Req-Idx > WS-Req-Count
                    CONTINUE
                 WHEN WS-Req-Acct (WS-Req-Idx) = WS-Match-Acct
                    SET WS-Req-Found TO TRUE
              END-SEARCH
           END-IF.

      *    One certificate line per requested account for the file
      *       just finished.
       2950-Write-Cert-Lines.
           PERFORM VARYING WS-Req-Idx FROM 1 BY 1
                   UNTIL WS-Req-Idx > WS-Req-Count
              PERFORM 2960-Write-One-Cert-Line
           END-PERFORM.
           ADD +1 TO WS-Cert-Seq.

       2960-Write-One-Cert-Line.
           MOVE WS-Req-Acct (WS-Req-Idx) TO Cert-Acct-Number.
           MOVE WS-Cert-Seq TO Cert-Seq.
           MOVE WS-Flat-Name TO Cert-File-Name.
           MOVE WS-Req-File-Cnt (WS-Req-Idx) TO Cert-Count.
           EVALUATE TRUE
              WHEN WS-Flat-Missing
                 MOVE "FILE NOT PRESENT" TO Cert-Action
              WHEN WS-Req-File-Cnt (WS-Req-Idx) = ZERO
                 MOVE "NONE FOUND" TO Cert-Action
              WHEN OTHER
                 MOVE WS-Flat-Action TO Cert-Action
           END-EVALUATE.
           WRITE CertFile-Record.
           IF NOT WS-CertFile-Good
              DISPLAY "** ERROR **: 2960-Write-One-Cert-Line"
              DISPLAY "WRITE CertFile Failed."
              DISPLAY "File Status: " WS-CertFile-Status
              MOVE "2960-Write-One-Cert-Line" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-CertFile-Status TO WS-Excp-File-Status
              MOVE "WRITE CertFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE CertFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    The certificate lines come back in account order and
      *       print one certificate per account.
       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           CLOSE CertFile.
           SORT CertSortFile
              ON ASCENDING KEY CertSort-Acct-Number
                               CertSort-Seq
                 USING CertFile
                 GIVING CertSortedFile.
           IF SORT-RETURN > 0
              DISPLAY "** ERROR **: 3000-End-Job"
              DISPLAY "SORT FAILED (CertSortFile)"
              MOVE "3000-End-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "SORT FAILED (CertSortFile)" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CertSortedFile.
           OPEN OUTPUT PrtFile.
           IF NOT WS-PrtFile-Good
              DISPLAY "** ERROR **: 3000-End-Job"
              DISPLAY "Open PrtFile Failed."
              DISPLAY "File Status: " WS-PrtFile-Status
              MOVE "3000-End-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-PrtFile-Status TO WS-Excp-File-Status
              MOVE "Open PrtFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE CertSortedFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-CertSortedFile-EOF
              READ CertSortedFile
                 AT END
                    SET WS-CertSortedFile-EOF TO TRUE
                 NOT AT END
                    PERFORM 3100-Print-Cert-Line
              END-READ
           END-PERFORM.
           IF WS-Cert-Acct-In-Hand NOT = LOW-VALUES
              PERFORM 3120-Print-Cert-Footing
           END-IF.
           CLOSE CertSortedFile.
           CLOSE PrtFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Erasure Requests    : " WS-Req-Count.
           DISPLAY "Master Recs Erased  : " WS-Erased-Acct-Cnt.
           DISPLAY "Not On Master       : " WS-Notfound-Cnt.
           DISPLAY "History Recs Deleted: " WS-Hist-Deleted-Cnt.
           DISPLAY "Pending Recs Masked : " WS-Pend-Masked-Cnt.
           DISPLAY "Pending Chgs Refused: " WS-Pend-Refused-Cnt.
           DISPLAY "Flat Files Checked  : " WS-Flat-Files-Cnt.
           DISPLAY "Flat Recs Changed   : " WS-Flat-Records-Cnt.
           DISPLAY "Suppressions Added  : " WS-Supp-Added-Cnt.

       3100-Print-Cert-Line.
           IF CertSrt-Acct-Number NOT = WS-Cert-Acct-In-Hand
              IF WS-Cert-Acct-In-Hand NOT = LOW-VALUES
                 PERFORM 3120-Print-Cert-Footing
              END-IF
              MOVE CertSrt-Acct-Number TO WS-Cert-Acct-In-Hand
              PERFORM 3110-Print-Cert-Heading
           END-IF.
           MOVE CertSrt-File-Name TO WS-Crl-File.
           MOVE CertSrt-Count TO WS-Crl-Count.
           MOVE CertSrt-Action TO WS-Crl-Action.
           WRITE PrtFile-Record FROM WS-Cert-Line.

       3110-Print-Cert-Heading.
           MOVE CertSrt-Acct-Number TO WS-Match-Acct.
           PERFORM 2900-Find-Request.
           MOVE CertSrt-Acct-Number TO WS-Cert-Hdg-Acct.
           MOVE WS-Req-Id (WS-Req-Idx) TO WS-Cert-Hdg-Req-Id.
           MOVE WS-Req-Received (WS-Req-Idx) TO WS-Cert-Hdg-Received.
           MOVE WS-Run-Date TO WS-Cert-Hdg-Erased.
           WRITE PrtFile-Record FROM WS-Cert-Heading-1.
           WRITE PrtFile-Record FROM WS-Cert-Blank-Line.
           WRITE PrtFile-Record FROM WS-Cert-Heading-2.
           WRITE PrtFile-Record FROM WS-Cert-Blank-Line.
           WRITE PrtFile-Record FROM WS-Cert-Heading-3.

       3120-Print-Cert-Footing.
           WRITE PrtFile-Record FROM WS-Cert-Blank-Line.
           WRITE PrtFile-Record FROM WS-Cert-Retain-1.
           WRITE PrtFile-Record FROM WS-Cert-Retain-2.
           WRITE PrtFile-Record FROM WS-Cert-Blank-Line.
           WRITE PrtFile-Record FROM WS-Cert-Blank-Line.

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
              MOVE "STCBERS1" TO Excp-Pgm-Id
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
