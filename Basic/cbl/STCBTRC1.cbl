      ***********************************************************
      * Program name:    STCBTRC1
      * Original author: David Stagowski
      *
      * Description: Account trace across one night's chain.
      *    "I never got the mailing" has meant the batch team
      *       searching a dozen files by hand. This program takes
      *       the TRCCTL request -- a CHAINID line naming the chain
      *       run and up to 50 ACCOUNT lines -- and follows each
      *       account through every output of that night's chain in
      *       the order the chain writes them:
      *          1 CUSTEDT    on the edited feed (STCBEDT1)
      *          2 CUSTERR    rejected by the edit, and why
      *          3 CUSTREJ    excluded, suppressed or held by the
      *                       frequency cap, and the code
      *          4 ZIPMISS    ZIP+4 could not be verified
      *          5 CUSTDUP    set aside as a likely duplicate
      *          6 CUSTTXT2   on the sorted extract
      *          7 CUSTXREF   merged away into a survivor account
      *          8 CUSTHHX    suppressed as a household member
      *          9 EMAILOUT   sent by e-mail instead of paper
      *         10 CUSTVDR    on the vendor extract
      *         11 CUSTVDRPn  which transmission part carried it
      *                       (CUSTVDBPn for vendor B)
      *         12 CUSTUND    came back undeliverable (CUSTUNDB
      *                       for vendor B)
      *         13 MAILHIST   the vendor's (or, for e-mail, the
      *                       e-mail service's) result under the
      *                       chain
      *       and prints the path on TRCRPT, step by step, ending in
      *       a one-line verdict the inquiry-screen operator can read
      *       to the customer. A piece mailed by either print
      *       vendor is traced through that vendor's part and
      *       undeliverable files, and the verdict names the vendor.
      *
      *    The night's flat outputs are overwritten by the next
      *       chain, so the request's chain id is checked against
      *       the run id in the CUSTEDT staging header. When they
      *       differ the flat files belong to another night and only
      *       MAILHIST, which is keyed by chain, is traced. A blank
      *       CHAINID line (or none) means the chain on CHAINID --
      *       the latest run.
      *
      *    Every file is opened by name through one dynamically
      *       assigned FD and read once for all the accounts asked
      *       about; a file not on disk shows as NOT PRESENT.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created so "never got the mailing"
      *                          calls stop coming to the batch
      *                          team.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBTRC1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Trace request -- see 1100-Load-Request.
           SELECT TrcCtlFile
           ASSIGN TO TRCCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TrcCtlFile-Status.

      *    One-record chain run id handoff STCBDRV1 leaves behind.
           SELECT OPTIONAL ChainIdFile
           ASSIGN TO CHAINID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChainIdFile-Status.

      *    Every flat output of the chain, one at a time -- the
      *       file name is set in WS-Flat-Name before each OPEN.
           SELECT OPTIONAL FlatFile
           ASSIGN USING WS-Flat-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FlatFile-Status.

           SELECT OPTIONAL HistFile
           ASSIGN TO MAILHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HistFile-Hist-Key
           FILE STATUS IS WS-HistFile-Status.

      *    The trace listing.
           SELECT PrtFile
           ASSIGN TO TRCRPT
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
       FD  TrcCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TrcCtlFile-Record.
           12  Trc-Ctl-Keyword            PIC X(08).
           12  FILLER                     PIC X(01).
           12  Trc-Ctl-Value              PIC X(15).
           12  FILLER                     PIC X(06).

       FD  ChainIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ChainIdFile-Record             PIC X(14).

      *    Generic record wide enough for every file traced. The
      *       account's position in each is set out in
      *       2210-Match-Flat-Record.
       FD  FlatFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FlatFile-Record                PIC X(200).

       FD  HistFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY MAILHIST REPLACING ==:tag:== BY ==HistFile==.

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
           COPY WSFST REPLACING ==:tag:== BY ==TrcCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==FlatFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    The chain asked about, the chain on CHAINID, and the
      *       chain the flat outputs on disk were written under.
       01  WS-Chain-Control.
           12 WS-Trace-Chain-Id         PIC X(14) VALUE SPACES.
           12 WS-Latest-Chain-Id        PIC X(14) VALUE SPACES.
           12 WS-Disk-Chain-Id          PIC X(14) VALUE SPACES.
           12 WS-Outputs-Sw             PIC X(01) VALUE "N".
              88 WS-Outputs-Current     VALUE "Y".

      *    Accounts asked about, and what each file said about
      *       each one.
       01  WS-Trace-Control.
           12 WS-Trc-Count              PIC S9(4) COMP VALUE ZERO.
           12 WS-Trc-Max                PIC S9(4) COMP VALUE +50.
           12 WS-Trc-Table.
              16 WS-Trc-Entry OCCURS 50 TIMES
                              INDEXED BY WS-Trc-Idx.
                 20 WS-Trc-Acct         PIC X(10).
                 20 WS-Trc-Edt-Sw       PIC X(01).
                    88 WS-Trc-On-Edt    VALUE "Y".
                 20 WS-Trc-Err-Reason   PIC X(30).
                 20 WS-Trc-Rej-Code     PIC X(02).
                 20 WS-Trc-Zip-Reason   PIC X(25).
                 20 WS-Trc-Dup-Reason   PIC X(30).
                 20 WS-Trc-Txt2-Sw      PIC X(01).
                    88 WS-Trc-On-Txt2   VALUE "Y".
                 20 WS-Trc-Survivor     PIC X(10).
                 20 WS-Trc-Hh-Rep       PIC X(10).
                 20 WS-Trc-Eml-Sw       PIC X(01).
                    88 WS-Trc-On-Eml    VALUE "Y".
                 20 WS-Trc-Eml-Addr     PIC X(30).
                 20 WS-Trc-Vdr-Sw       PIC X(01).
                    88 WS-Trc-On-Vdr    VALUE "Y".
                 20 WS-Trc-Part         PIC 9(01).
                 20 WS-Trc-Vendor       PIC X(01).
                    88 WS-Trc-Vendor-B  VALUE "B".
                 20 WS-Trc-Und-Sw       PIC X(01).
                    88 WS-Trc-On-Und    VALUE "Y".
                 20 WS-Trc-Und-Reason   PIC X(02).
                 20 WS-Trc-Hist-Disp    PIC X(01).
                    88 WS-Trc-Hist-Sent      VALUE "S".
                    88 WS-Trc-Hist-Delivered VALUE "M".
                    88 WS-Trc-Hist-Undeliv   VALUE "U".
                    88 WS-Trc-Hist-Opted-Out VALUE "O".
                    88 WS-Trc-Hist-None      VALUE " ".
                 20 WS-Trc-Hist-Reason  PIC X(02).
                 20 WS-Trc-Hist-Chnl    PIC X(01).
                    88 WS-Trc-Hist-Email     VALUE "E".
                 20 WS-Trc-Hist-Date    PIC 9(08).
           12 WS-Trc-Found-Sw           PIC X(01).
              88 WS-Trc-Found           VALUE "Y".
           12 WS-Match-Acct             PIC X(10).

      *    The thirteen steps, in the order the chain writes them,
      *       and whether each file was on disk.
       01  WS-Step-Control.
           12 WS-Step-Data.
              16 FILLER PIC X(10) VALUE "CUSTEDT".
              16 FILLER PIC X(10) VALUE "CUSTERR".
              16 FILLER PIC X(10) VALUE "CUSTREJ".
              16 FILLER PIC X(10) VALUE "ZIPMISS".
              16 FILLER PIC X(10) VALUE "CUSTDUP".
              16 FILLER PIC X(10) VALUE "CUSTTXT2".
              16 FILLER PIC X(10) VALUE "CUSTXREF".
              16 FILLER PIC X(10) VALUE "CUSTHHX".
              16 FILLER PIC X(10) VALUE "EMAILOUT".
              16 FILLER PIC X(10) VALUE "CUSTVDR".
              16 FILLER PIC X(10) VALUE "CUSTVDRPn".
              16 FILLER PIC X(10) VALUE "CUSTUND".
              16 FILLER PIC X(10) VALUE "MAILHIST".
           12 WS-Step-Table REDEFINES WS-Step-Data.
              16 WS-Step-File-Name OCCURS 13 TIMES
                                        PIC X(10).
           12 WS-Step-Present-Table.
              16 WS-Step-Present-Sw OCCURS 13 TIMES
                                        PIC X(01).
                 88 WS-Step-Present     VALUE "Y".
           12 WS-Step                   PIC S9(4) COMP.
           12 WS-Step-Max               PIC S9(4) COMP VALUE +13.
           12 WS-Flat-Name              PIC X(20).
           12 WS-Part-Number            PIC 9(01).
           12 WS-Part-Prefix            PIC X(08).
           12 WS-Scan-Vendor            PIC X(01).
           12 WS-Part-Done-Sw           PIC X(01).
              88 WS-Part-Done           VALUE "Y".

       01  WS-Print-Control.
           12 WS-Result-Text            PIC X(70).
           12 WS-Verdict-Text           PIC X(70).
           12 WS-Rej-Text               PIC X(30).
           12 WS-Step-Edit              PIC Z9.

       01  WS-Trc-Heading-1.
           05  FILLER  PIC X(36) VALUE
               "STCBTRC1 - ACCOUNT TRACE FOR CHAIN ".
           05  WS-Trh-Chain          PIC X(14).
       01  WS-Trc-Heading-2.
           05  FILLER  PIC X(30) VALUE
               "  OUTPUTS ON DISK ARE CHAIN ".
           05  WS-Trh-Disk-Chain     PIC X(14).
           05  FILLER  PIC X(30) VALUE
               " - ONLY MAILHIST TRACED".
       01  WS-Trc-Acct-Line.
           05  FILLER  PIC X(09) VALUE "ACCOUNT: ".
           05  WS-Tra-Acct           PIC X(10).
       01  WS-Trc-Step-Line.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Trs-Step           PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Trs-File           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Trs-Result         PIC X(70).
       01  WS-Trc-Verdict-Line.
           05  FILLER  PIC X(11) VALUE "  VERDICT: ".
           05  WS-Trv-Verdict        PIC X(70).
       01  WS-Trc-Blank-Line         PIC X(01) VALUE SPACE.

       01  WS-File-Counters.
           12 WS-Files-Read-Cnt            PIC S9(7) COMP VALUE ZERO.
           12 WS-Records-Read-Cnt          PIC S9(7) COMP VALUE ZERO.

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
              "*** Program STCBTRC1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1100-Load-Request.
           PERFORM 1200-Read-Chain-Id.
           IF WS-Trace-Chain-Id = SPACES
              MOVE WS-Latest-Chain-Id TO WS-Trace-Chain-Id
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

       1100-Load-Request.
           OPEN INPUT TrcCtlFile.
           IF NOT WS-TrcCtlFile-Good
              DISPLAY "** ERROR **: 1100-Load-Request"
              DISPLAY "Open TrcCtlFile Failed."
              DISPLAY "File Status: " WS-TrcCtlFile-Status
              MOVE "1100-Load-Request" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-TrcCtlFile-Status TO WS-Excp-File-Status
              MOVE "Open TrcCtlFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-TrcCtlFile-EOF
              READ TrcCtlFile
                 AT END
                    SET WS-TrcCtlFile-EOF TO TRUE
                 NOT AT END
                    PERFORM 1110-Load-Request-Line
              END-READ
           END-PERFORM.
           CLOSE TrcCtlFile.
           IF WS-Trc-Count = ZERO
              DISPLAY "** ERROR **: 1100-Load-Request"
              DISPLAY "NO ACCOUNT LINES ON TRCCTL"
              MOVE "1100-Load-Request" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "NO ACCOUNT LINES ON TRCCTL" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1110-Load-Request-Line.
           EVALUATE Trc-Ctl-Keyword
              WHEN "CHAINID"
                 MOVE Trc-Ctl-Value TO WS-Trace-Chain-Id
              WHEN "ACCOUNT"
                 MOVE Trc-Ctl-Value TO WS-Match-Acct
                 PERFORM 2900-Find-Account
                 EVALUATE TRUE
                    WHEN WS-Trc-Found
                       CONTINUE
                    WHEN WS-Trc-Count < WS-Trc-Max
                       ADD +1 TO WS-Trc-Count
                       SET WS-Trc-Idx TO WS-Trc-Count
                       INITIALIZE WS-Trc-Entry (WS-Trc-Idx)
                       MOVE Trc-Ctl-Value TO WS-Trc-Acct (WS-Trc-Idx)
                    WHEN OTHER
                       DISPLAY "*** WARNING ***"
                       DISPLAY "  TRCCTL ACCOUNT IGNORED - TABLE FULL: "
                          Trc-Ctl-Value
                 END-EVALUATE
              WHEN OTHER
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  TRCCTL KEYWORD UNKNOWN: " Trc-Ctl-Keyword
           END-EVALUATE.

       1200-Read-Chain-Id.
           OPEN INPUT ChainIdFile.
           IF WS-ChainIdFile-Good
              READ ChainIdFile
                 AT END SET WS-ChainIdFile-EOF TO TRUE
                 NOT AT END
                    MOVE ChainIdFile-Record TO WS-Latest-Chain-Id
              END-READ
              CLOSE ChainIdFile
           END-IF.

       2000-Process.
      D     DISPLAY "2000-Process: ".
           MOVE SPACES TO WS-Step-Present-Table.
           PERFORM 2100-Check-Outputs-Chain.
           IF WS-Outputs-Current
              PERFORM VARYING WS-Step FROM 1 BY 1
                      UNTIL WS-Step > 12
                 EVALUATE WS-Step
                    WHEN 11
                       PERFORM 2300-Scan-Parts
                    WHEN 12
                       PERFORM 2350-Scan-Undeliverable
                    WHEN OTHER
                       MOVE WS-Step-File-Name (WS-Step)
                          TO WS-Flat-Name
                       PERFORM 2200-Scan-Flat-File
                 END-EVALUATE
              END-PERFORM
           END-IF.
           MOVE 13 TO WS-Step.
           PERFORM 2400-Read-Mail-History.

      *    The CUSTEDT header names the chain that wrote it; every
      *       other flat output was written by the same chain.
       2100-Check-Outputs-Chain.
           MOVE "CUSTEDT" TO WS-Flat-Name.
           OPEN INPUT FlatFile.
           IF WS-FlatFile-Good
              READ FlatFile
                 AT END SET WS-FlatFile-EOF TO TRUE
                 NOT AT END
                    IF FlatFile-Record (1:3) = "HDR"
                       MOVE FlatFile-Record (28:14)
                          TO WS-Disk-Chain-Id
                    END-IF
              END-READ
              CLOSE FlatFile
           END-IF.
           IF WS-Disk-Chain-Id = WS-Trace-Chain-Id
              AND WS-Disk-Chain-Id NOT = SPACES
              SET WS-Outputs-Current TO TRUE
           END-IF.

       2200-Scan-Flat-File.
           OPEN INPUT FlatFile.
           IF WS-FlatFile-Good
              MOVE "Y" TO WS-Step-Present-Sw (WS-Step)
              ADD +1 TO WS-Files-Read-Cnt
              PERFORM UNTIL WS-FlatFile-EOF
                 READ FlatFile
                    AT END SET WS-FlatFile-EOF TO TRUE
                    NOT AT END
                       ADD +1 TO WS-Records-Read-Cnt
                       PERFORM 2210-Match-Flat-Record
                 END-READ
              END-PERFORM
              CLOSE FlatFile
           ELSE
              IF NOT WS-FlatFile-Optional-Missing
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  " WS-Flat-Name " NOT READ - File Status: "
                    WS-FlatFile-Status
              END-IF
              CLOSE FlatFile
           END-IF.

      *    Where the account sits in each file, and what is kept.
      *       Vendor B's parts carry "D1" detail records in the
      *       VNDRFMTB layout, the account in the same place.
       2210-Match-Flat-Record.
           EVALUATE WS-Step
              WHEN 1
                 IF FlatFile-Record (1:3) NOT = "HDR"
                    AND FlatFile-Record (1:3) NOT = "TRL"
                    MOVE FlatFile-Record (1:10) TO WS-Match-Acct
                    PERFORM 2900-Find-Account
                    IF WS-Trc-Found
                       MOVE "Y" TO WS-Trc-Edt-Sw (WS-Trc-Idx)
                    END-IF
                 END-IF
              WHEN 2
                 MOVE FlatFile-Record (31:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Account
                 IF WS-Trc-Found
                    MOVE FlatFile-Record (1:30)
                       TO WS-Trc-Err-Reason (WS-Trc-Idx)
                 END-IF
              WHEN 3
                 MOVE FlatFile-Record (3:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Account
                 IF WS-Trc-Found
                    MOVE FlatFile-Record (1:2)
                       TO WS-Trc-Rej-Code (WS-Trc-Idx)
                 END-IF
              WHEN 4
                 MOVE FlatFile-Record (1:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Account
                 IF WS-Trc-Found
                    MOVE FlatFile-Record (24:25)
                       TO WS-Trc-Zip-Reason (WS-Trc-Idx)
                 END-IF
              WHEN 5
                 MOVE FlatFile-Record (31:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Account
                 IF WS-Trc-Found
                    MOVE FlatFile-Record (1:30)
                       TO WS-Trc-Dup-Reason (WS-Trc-Idx)
                 END-IF
              WHEN 6
                 MOVE FlatFile-Record (1:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Account
                 IF WS-Trc-Found
                    MOVE "Y" TO WS-Trc-Txt2-Sw (WS-Trc-Idx)
                 END-IF
              WHEN 7
                 MOVE FlatFile-Record (1:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Account
                 IF WS-Trc-Found
                    MOVE FlatFile-Record (11:10)
                       TO WS-Trc-Survivor (WS-Trc-Idx)
                 END-IF
              WHEN 8
                 MOVE FlatFile-Record (1:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Account
                 IF WS-Trc-Found
                    MOVE FlatFile-Record (11:10)
                       TO WS-Trc-Hh-Rep (WS-Trc-Idx)
                 END-IF
              WHEN 9
                 MOVE FlatFile-Record (1:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Account
                 IF WS-Trc-Found
                    MOVE "Y" TO WS-Trc-Eml-Sw (WS-Trc-Idx)
                    MOVE FlatFile-Record (11:30)
                       TO WS-Trc-Eml-Addr (WS-Trc-Idx)
                 END-IF
              WHEN 10
              WHEN 11
                 IF FlatFile-Record (1:2) = "01"
                    OR (WS-Step = 11 AND FlatFile-Record (1:2) = "D1")
                    MOVE FlatFile-Record (3:10) TO WS-Match-Acct
                    PERFORM 2900-Find-Account
                    IF WS-Trc-Found
                       IF WS-Step = 10
                          MOVE "Y" TO WS-Trc-Vdr-Sw (WS-Trc-Idx)
                       ELSE
                          MOVE WS-Part-Number
                             TO WS-Trc-Part (WS-Trc-Idx)
                          MOVE WS-Scan-Vendor
                             TO WS-Trc-Vendor (WS-Trc-Idx)
                       END-IF
                    END-IF
                 END-IF
              WHEN 12
                 MOVE FlatFile-Record (1:10) TO WS-Match-Acct
                 PERFORM 2900-Find-Account
                 IF WS-Trc-Found
                    MOVE "Y" TO WS-Trc-Und-Sw (WS-Trc-Idx)
                    MOVE WS-Scan-Vendor TO WS-Trc-Vendor (WS-Trc-Idx)
                    MOVE FlatFile-Record (75:2)
                       TO WS-Trc-Und-Reason (WS-Trc-Idx)
                 END-IF
           END-EVALUATE.

      *    Each vendor's transmission is cut into its own parts --
      *       CUSTVDRPn for vendor A, CUSTVDBPn for vendor B.
       2300-Scan-Parts.
           MOVE "CUSTVDRP" TO WS-Part-Prefix.
           MOVE "A" TO WS-Scan-Vendor.
           PERFORM 2310-Scan-Vendor-Parts.
           MOVE "CUSTVDBP" TO WS-Part-Prefix.
           MOVE "B" TO WS-Scan-Vendor.
           PERFORM 2310-Scan-Vendor-Parts.

      *    STCBVSP1 numbers its parts from 1 with no gaps, so the
      *       first one missing is the end of the transmission.
       2310-Scan-Vendor-Parts.
           MOVE "N" TO WS-Part-Done-Sw.
           PERFORM VARYING WS-Part-Number FROM 1 BY 1
                   UNTIL WS-Part-Done
              MOVE SPACES TO WS-Flat-Name
              STRING WS-Part-Prefix WS-Part-Number DELIMITED BY SIZE
                 INTO WS-Flat-Name
              OPEN INPUT FlatFile
              IF WS-FlatFile-Good
                 MOVE "Y" TO WS-Step-Present-Sw (WS-Step)
                 ADD +1 TO WS-Files-Read-Cnt
                 PERFORM UNTIL WS-FlatFile-EOF
                    READ FlatFile
                       AT END SET WS-FlatFile-EOF TO TRUE
                       NOT AT END
                          ADD +1 TO WS-Records-Read-Cnt
                          PERFORM 2210-Match-Flat-Record
                    END-READ
                 END-PERFORM
              ELSE
                 SET WS-Part-Done TO TRUE
              END-IF
              CLOSE FlatFile
              IF WS-Part-Number = 9
                 SET WS-Part-Done TO TRUE
              END-IF
           END-PERFORM.

      *    STCBVRS1 reports each vendor's returns separately --
      *       CUSTUND for vendor A, CUSTUNDB for vendor B.
       2350-Scan-Undeliverable.
           MOVE "CUSTUND" TO WS-Flat-Name.
           MOVE "A" TO WS-Scan-Vendor.
           PERFORM 2200-Scan-Flat-File.
           MOVE "CUSTUNDB" TO WS-Flat-Name.
           MOVE "B" TO WS-Scan-Vendor.
           PERFORM 2200-Scan-Flat-File.

      *    The vendor's result for each account under the chain.
       2400-Read-Mail-History.
           OPEN INPUT HistFile.
           IF WS-HistFile-Good
              MOVE "Y" TO WS-Step-Present-Sw (WS-Step)
              PERFORM VARYING WS-Trc-Idx FROM 1 BY 1
                      UNTIL WS-Trc-Idx > WS-Trc-Count
                 MOVE WS-Trc-Acct (WS-Trc-Idx)
                    TO HistFile-Hist-Acct-Number
                 MOVE WS-Trace-Chain-Id TO HistFile-Hist-Chain-Run-Id
                 READ HistFile
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE HistFile-Hist-Disposition
                          TO WS-Trc-Hist-Disp (WS-Trc-Idx)
                       MOVE HistFile-Hist-Undeliv-Reason
                          TO WS-Trc-Hist-Reason (WS-Trc-Idx)
                       MOVE HistFile-Hist-Mail-Date
                          TO WS-Trc-Hist-Date (WS-Trc-Idx)
                       MOVE HistFile-Hist-Channel
                          TO WS-Trc-Hist-Chnl (WS-Trc-Idx)
                       IF HistFile-Hist-Vendor-Id NOT = SPACE
                          MOVE HistFile-Hist-Vendor-Id
                             TO WS-Trc-Vendor (WS-Trc-Idx)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE HistFile.

      *    Looks WS-Match-Acct up in the trace table; on a hit
      *       WS-Trc-Idx is left on the entry.
       2900-Find-Account.
           MOVE "N" TO WS-Trc-Found-Sw.
           IF WS-Trc-Count > ZERO
              SET WS-Trc-Idx TO 1
              SEARCH WS-Trc-Entry
                 AT END
                    CONTINUE
                 WHEN WS-Trc-Idx > WS-Trc-Count
                    CONTINUE
                 WHEN WS-Trc-Acct (WS-Trc-Idx) = WS-Match-Acct
                    SET WS-Trc-Found TO TRUE
              END-SEARCH
           END-IF.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           MOVE WS-Trace-Chain-Id TO WS-Trh-Chain.
           WRITE PrtFile-Record FROM WS-Trc-Heading-1.
           IF NOT WS-Outputs-Current
              MOVE WS-Disk-Chain-Id TO WS-Trh-Disk-Chain
              WRITE PrtFile-Record FROM WS-Trc-Heading-2
           END-IF.
           PERFORM VARYING WS-Trc-Idx FROM 1 BY 1
                   UNTIL WS-Trc-Idx > WS-Trc-Count
              PERFORM 3100-Print-Trace
           END-PERFORM.
           CLOSE PrtFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Trace Chain Run Id  : " WS-Trace-Chain-Id.
           DISPLAY "Outputs Chain Run Id: " WS-Disk-Chain-Id.
           DISPLAY "Accounts Traced     : " WS-Trc-Count.
           DISPLAY "Files Read          : " WS-Files-Read-Cnt.
           DISPLAY "Records Read        : " WS-Records-Read-Cnt.

       3100-Print-Trace.
           WRITE PrtFile-Record FROM WS-Trc-Blank-Line.
           MOVE WS-Trc-Acct (WS-Trc-Idx) TO WS-Tra-Acct.
           WRITE PrtFile-Record FROM WS-Trc-Acct-Line.
           IF WS-Outputs-Current
              PERFORM VARYING WS-Step FROM 1 BY 1
                      UNTIL WS-Step > WS-Step-Max
                 PERFORM 3110-Print-Step
              END-PERFORM
           ELSE
              MOVE 13 TO WS-Step
              PERFORM 3110-Print-Step
           END-IF.
           PERFORM 3200-Set-Verdict.
           MOVE WS-Verdict-Text TO WS-Trv-Verdict.
           WRITE PrtFile-Record FROM WS-Trc-Verdict-Line.
           IF NOT WS-PrtFile-Good
              DISPLAY "** ERROR **: 3100-Print-Trace"
              DISPLAY "WRITE PrtFile Failed."
              DISPLAY "File Status: " WS-PrtFile-Status
              MOVE "3100-Print-Trace" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-PrtFile-Status TO WS-Excp-File-Status
              MOVE "WRITE PrtFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE PrtFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       3110-Print-Step.
           MOVE SPACES TO WS-Result-Text.
           IF NOT WS-Step-Present (WS-Step)
              MOVE "FILE NOT PRESENT" TO WS-Result-Text
           ELSE
              PERFORM 3120-Set-Step-Result
           END-IF.
           MOVE WS-Step TO WS-Step-Edit.
           MOVE WS-Step-Edit TO WS-Trs-Step.
           MOVE WS-Step-File-Name (WS-Step) TO WS-Trs-File.
           IF WS-Trc-Vendor-B (WS-Trc-Idx)
              EVALUATE WS-Step
                 WHEN 11
                    MOVE "CUSTVDBPn" TO WS-Trs-File
                 WHEN 12
                    MOVE "CUSTUNDB" TO WS-Trs-File
              END-EVALUATE
           END-IF.
           MOVE WS-Result-Text TO WS-Trs-Result.
           WRITE PrtFile-Record FROM WS-Trc-Step-Line.

       3120-Set-Step-Result.
           EVALUATE WS-Step
              WHEN 1
                 IF WS-Trc-On-Edt (WS-Trc-Idx)
                    MOVE "ON THE EDITED FEED" TO WS-Result-Text
                 ELSE
                    MOVE "NOT ON THE EDITED FEED" TO WS-Result-Text
                 END-IF
              WHEN 2
                 IF WS-Trc-Err-Reason (WS-Trc-Idx) = SPACES
                    MOVE "not rejected" TO WS-Result-Text
                 ELSE
                    STRING "REJECTED BY THE EDIT: "
                              DELIMITED BY SIZE
                           WS-Trc-Err-Reason (WS-Trc-Idx)
                              DELIMITED BY SIZE
                       INTO WS-Result-Text
                 END-IF
              WHEN 3
                 IF WS-Trc-Rej-Code (WS-Trc-Idx) = SPACES
                    MOVE "not excluded" TO WS-Result-Text
                 ELSE
                    PERFORM 3130-Decode-Reject
                    STRING WS-Rej-Text DELIMITED BY "  "
                           " (CODE " DELIMITED BY SIZE
                           WS-Trc-Rej-Code (WS-Trc-Idx)
                              DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                       INTO WS-Result-Text
                 END-IF
              WHEN 4
                 IF WS-Trc-Zip-Reason (WS-Trc-Idx) = SPACES
                    MOVE "not listed" TO WS-Result-Text
                 ELSE
                    STRING "ZIP+4 NOT VERIFIED: " DELIMITED BY SIZE
                           WS-Trc-Zip-Reason (WS-Trc-Idx)
                              DELIMITED BY SIZE
                       INTO WS-Result-Text
                 END-IF
              WHEN 5
                 IF WS-Trc-Dup-Reason (WS-Trc-Idx) = SPACES
                    MOVE "not a duplicate" TO WS-Result-Text
                 ELSE
                    STRING "DUPLICATE: " DELIMITED BY SIZE
                           WS-Trc-Dup-Reason (WS-Trc-Idx)
                              DELIMITED BY SIZE
                       INTO WS-Result-Text
                 END-IF
              WHEN 6
                 IF WS-Trc-On-Txt2 (WS-Trc-Idx)
                    MOVE "ON THE SORTED EXTRACT" TO WS-Result-Text
                 ELSE
                    MOVE "not on the sorted extract"
                       TO WS-Result-Text
                 END-IF
              WHEN 7
                 IF WS-Trc-Survivor (WS-Trc-Idx) = SPACES
                    MOVE "not merged" TO WS-Result-Text
                 ELSE
                    STRING "MERGED AWAY INTO " DELIMITED BY SIZE
                           WS-Trc-Survivor (WS-Trc-Idx)
                              DELIMITED BY SIZE
                       INTO WS-Result-Text
                 END-IF
              WHEN 8
                 IF WS-Trc-Hh-Rep (WS-Trc-Idx) = SPACES
                    MOVE "not household-suppressed"
                       TO WS-Result-Text
                 ELSE
                    STRING "HOUSEHOLD MEMBER OF " DELIMITED BY SIZE
                           WS-Trc-Hh-Rep (WS-Trc-Idx)
                              DELIMITED BY SIZE
                       INTO WS-Result-Text
                 END-IF
              WHEN 9
                 IF WS-Trc-On-Eml (WS-Trc-Idx)
                    STRING "E-MAILED TO " DELIMITED BY SIZE
                           WS-Trc-Eml-Addr (WS-Trc-Idx)
                              DELIMITED BY SIZE
                       INTO WS-Result-Text
                 ELSE
                    MOVE "not e-mailed" TO WS-Result-Text
                 END-IF
              WHEN 10
                 IF WS-Trc-On-Vdr (WS-Trc-Idx)
                    MOVE "ON THE VENDOR EXTRACT" TO WS-Result-Text
                 ELSE
                    MOVE "not on the vendor extract"
                       TO WS-Result-Text
                 END-IF
              WHEN 11
                 IF WS-Trc-Part (WS-Trc-Idx) = ZERO
                    MOVE "in no transmission part" TO WS-Result-Text
                 ELSE
                    STRING "TRANSMITTED IN PART " DELIMITED BY SIZE
                           WS-Trc-Part (WS-Trc-Idx)
                              DELIMITED BY SIZE
                       INTO WS-Result-Text
                 END-IF
              WHEN 12
                 IF WS-Trc-On-Und (WS-Trc-Idx)
                    STRING "RETURNED UNDELIVERABLE, REASON "
                              DELIMITED BY SIZE
                           WS-Trc-Und-Reason (WS-Trc-Idx)
                              DELIMITED BY SIZE
                       INTO WS-Result-Text
                 ELSE
                    MOVE "not returned undeliverable"
                       TO WS-Result-Text
                 END-IF
              WHEN 13
                 EVALUATE TRUE
                    WHEN WS-Trc-Hist-Delivered (WS-Trc-Idx)
                       STRING "DELIVERED, MAILED "
                                 DELIMITED BY SIZE
                              WS-Trc-Hist-Date (WS-Trc-Idx)
                                 DELIMITED BY SIZE
                          INTO WS-Result-Text
                    WHEN WS-Trc-Hist-Undeliv (WS-Trc-Idx)
                       STRING "UNDELIVERABLE, REASON "
                                 DELIMITED BY SIZE
                              WS-Trc-Hist-Reason (WS-Trc-Idx)
                                 DELIMITED BY SIZE
                              ", MAILED " DELIMITED BY SIZE
                              WS-Trc-Hist-Date (WS-Trc-Idx)
                                 DELIMITED BY SIZE
                          INTO WS-Result-Text
                    WHEN WS-Trc-Hist-Opted-Out (WS-Trc-Idx)
                       STRING "E-MAILED, CUSTOMER UNSUBSCRIBED "
                                 DELIMITED BY SIZE
                              WS-Trc-Hist-Date (WS-Trc-Idx)
                                 DELIMITED BY SIZE
                          INTO WS-Result-Text
                    WHEN WS-Trc-Hist-Sent (WS-Trc-Idx)
                       MOVE "SENT, NO VENDOR RESULT YET"
                          TO WS-Result-Text
                    WHEN OTHER
                       MOVE "no history under this chain"
                          TO WS-Result-Text
                 END-EVALUATE
                 IF WS-Trc-Hist-Email (WS-Trc-Idx)
                    AND NOT WS-Trc-Hist-None (WS-Trc-Idx)
                    MOVE WS-Result-Text TO WS-Verdict-Text
                    MOVE SPACES TO WS-Result-Text
                    STRING "E-MAIL: " DELIMITED BY SIZE
                           WS-Verdict-Text DELIMITED BY SIZE
                       INTO WS-Result-Text
                 END-IF
           END-EVALUATE.

      *    CUSTREJ reason codes -- 05 from STCBEDT1, 01-04 from the
      *       sort programs' exclusion checks, 06 from STCBEX04 when
      *       the frequency cap held the piece of an account that is
      *       still on CUSTTXT2.
       3130-Decode-Reject.
           EVALUATE WS-Trc-Rej-Code (WS-Trc-Idx)
              WHEN "01"
                 MOVE "EXCLUDED BY STATE, PRE-SORT" TO WS-Rej-Text
              WHEN "02"
                 MOVE "EXCLUDED BY STATE, POST-SORT" TO WS-Rej-Text
              WHEN "03"
                 MOVE "EXCLUDED BY STATUS, PRE-SORT" TO WS-Rej-Text
              WHEN "04"
                 MOVE "EXCLUDED BY STATUS, POST-SORT" TO WS-Rej-Text
              WHEN "05"
                 MOVE "SUPPRESSED DO-NOT-MAIL" TO WS-Rej-Text
              WHEN "06"
                 MOVE "HELD BY FREQUENCY CAP" TO WS-Rej-Text
              WHEN OTHER
                 MOVE "REJECTED" TO WS-Rej-Text
           END-EVALUATE.

      *    The verdict is the furthest point the account reached,
      *       or the first thing that stopped it: a record turned
      *       away before the sort never reaches the later files,
      *       and a piece that was mailed is mailed whatever the
      *       side listings say.
       3200-Set-Verdict.
           MOVE SPACES TO WS-Verdict-Text.
           EVALUATE TRUE
              WHEN NOT WS-Outputs-Current
                AND WS-Trc-Hist-Email (WS-Trc-Idx)
                 PERFORM 3220-Set-Email-Verdict
              WHEN NOT WS-Outputs-Current
                 PERFORM 3210-Set-Mailed-Verdict
              WHEN WS-Trc-Err-Reason (WS-Trc-Idx) NOT = SPACES
                 STRING "rejected by the front-end edit: "
                           DELIMITED BY SIZE
                        WS-Trc-Err-Reason (WS-Trc-Idx)
                           DELIMITED BY SIZE
                    INTO WS-Verdict-Text
              WHEN WS-Trc-Rej-Code (WS-Trc-Idx) NOT = SPACES
                 PERFORM 3130-Decode-Reject
                 INSPECT WS-Rej-Text CONVERTING
                    "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                    "abcdefghijklmnopqrstuvwxyz"
                 STRING WS-Rej-Text DELIMITED BY "  "
                        " (CUSTREJ code " DELIMITED BY SIZE
                        WS-Trc-Rej-Code (WS-Trc-Idx) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                    INTO WS-Verdict-Text
              WHEN WS-Trc-On-Eml (WS-Trc-Idx)
                OR WS-Trc-Hist-Email (WS-Trc-Idx)
                 PERFORM 3220-Set-Email-Verdict
              WHEN WS-Trc-On-Vdr (WS-Trc-Idx)
                OR WS-Trc-Part (WS-Trc-Idx) NOT = ZERO
                OR NOT WS-Trc-Hist-None (WS-Trc-Idx)
                 PERFORM 3210-Set-Mailed-Verdict
              WHEN WS-Trc-Hh-Rep (WS-Trc-Idx) NOT = SPACES
                 STRING "suppressed as household member of "
                           DELIMITED BY SIZE
                        WS-Trc-Hh-Rep (WS-Trc-Idx) DELIMITED BY SIZE
                    INTO WS-Verdict-Text
              WHEN WS-Trc-Survivor (WS-Trc-Idx) NOT = SPACES
                 STRING "merged away into account " DELIMITED BY SIZE
                        WS-Trc-Survivor (WS-Trc-Idx)
                           DELIMITED BY SIZE
                    INTO WS-Verdict-Text
              WHEN WS-Trc-Dup-Reason (WS-Trc-Idx) NOT = SPACES
                 STRING "set aside as a duplicate: " DELIMITED BY SIZE
                        WS-Trc-Dup-Reason (WS-Trc-Idx)
                           DELIMITED BY SIZE
                    INTO WS-Verdict-Text
              WHEN WS-Trc-On-Txt2 (WS-Trc-Idx)
                 MOVE "sorted, but in no mailing output"
                    TO WS-Verdict-Text
              WHEN WS-Trc-On-Edt (WS-Trc-Idx)
                 MOVE "passed the edit, but dropped before the sort"
                    TO WS-Verdict-Text
              WHEN OTHER
                 MOVE "not on this chain's feed" TO WS-Verdict-Text
           END-EVALUATE.

       3210-Set-Mailed-Verdict.
           MOVE SPACES TO WS-Result-Text.
           IF WS-Trc-Vendor (WS-Trc-Idx) = SPACE
              MOVE "mailed" TO WS-Verdict-Text
           ELSE
              STRING "mailed by vendor " DELIMITED BY SIZE
                     WS-Trc-Vendor (WS-Trc-Idx) DELIMITED BY SIZE
                 INTO WS-Verdict-Text
           END-IF.
           IF WS-Trc-Part (WS-Trc-Idx) NOT = ZERO
              STRING WS-Verdict-Text DELIMITED BY "  "
                     " in part " DELIMITED BY SIZE
                     WS-Trc-Part (WS-Trc-Idx) DELIMITED BY SIZE
                 INTO WS-Result-Text
              MOVE WS-Result-Text TO WS-Verdict-Text
              MOVE SPACES TO WS-Result-Text
           END-IF.
           EVALUATE TRUE
              WHEN WS-Trc-Hist-Delivered (WS-Trc-Idx)
                 STRING WS-Verdict-Text DELIMITED BY "  "
                        ", delivered" DELIMITED BY SIZE
                    INTO WS-Result-Text
              WHEN WS-Trc-Hist-Undeliv (WS-Trc-Idx)
                 STRING WS-Verdict-Text DELIMITED BY "  "
                        ", returned undeliverable (reason "
                           DELIMITED BY SIZE
                        WS-Trc-Hist-Reason (WS-Trc-Idx)
                           DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                    INTO WS-Result-Text
              WHEN WS-Trc-On-Und (WS-Trc-Idx)
                 STRING WS-Verdict-Text DELIMITED BY "  "
                        ", returned undeliverable (reason "
                           DELIMITED BY SIZE
                        WS-Trc-Und-Reason (WS-Trc-Idx)
                           DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                    INTO WS-Result-Text
              WHEN WS-Trc-Hist-Sent (WS-Trc-Idx)
                OR WS-Outputs-Current
                 STRING WS-Verdict-Text DELIMITED BY "  "
                        ", no vendor result yet" DELIMITED BY SIZE
                    INTO WS-Result-Text
              WHEN OTHER
                 MOVE "chain outputs no longer on disk, no history"
                    TO WS-Result-Text
           END-EVALUATE.
           MOVE WS-Result-Text TO WS-Verdict-Text.

      *    The e-mail results STCBEMR1 posts under the chain.
       3220-Set-Email-Verdict.
           MOVE SPACES TO WS-Result-Text.
           IF WS-Trc-Eml-Addr (WS-Trc-Idx) = SPACES
              MOVE "sent by e-mail" TO WS-Verdict-Text
           ELSE
              STRING "sent by e-mail to " DELIMITED BY SIZE
                     WS-Trc-Eml-Addr (WS-Trc-Idx) DELIMITED BY "  "
                 INTO WS-Verdict-Text
           END-IF.
           EVALUATE TRUE
              WHEN WS-Trc-Hist-Delivered (WS-Trc-Idx)
                 STRING WS-Verdict-Text DELIMITED BY "  "
                        ", delivered" DELIMITED BY SIZE
                    INTO WS-Result-Text
              WHEN WS-Trc-Hist-Undeliv (WS-Trc-Idx)
                 STRING WS-Verdict-Text DELIMITED BY "  "
                        ", bounced (" DELIMITED BY SIZE
                        WS-Trc-Hist-Reason (WS-Trc-Idx)
                           DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                    INTO WS-Result-Text
              WHEN WS-Trc-Hist-Opted-Out (WS-Trc-Idx)
                 STRING WS-Verdict-Text DELIMITED BY "  "
                        ", customer unsubscribed" DELIMITED BY SIZE
                    INTO WS-Result-Text
              WHEN OTHER
                 STRING WS-Verdict-Text DELIMITED BY "  "
                        ", no e-mail result yet" DELIMITED BY SIZE
                    INTO WS-Result-Text
           END-EVALUATE.
           MOVE WS-Result-Text TO WS-Verdict-Text.

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
              MOVE "STCBTRC1" TO Excp-Pgm-Id
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
