      *                          unverifiable ZIP+4 is blanked in
      *                          the vendor record rather than
      *                          sent wrong.
      * 2026-10-15 dscobol       Reads CUSTEDT, the edited staging
      *                          file STCBEDT1 writes, instead of
      *                          CUSTTXT. The CSV parse, do-not-mail
      *                          suppression (CUSTREJ), address
      *                          standardization and the ZIP
      *                          directory check (ZIPMISS) moved to
      *                          STCBEDT1 and come out of here; the
      *                          staging pass still proves the
      *                          HDR/TRL controls and now also
      *                          insists on the STCBEDT1 header
      *                          from tonight's chain.
      * 2026-10-15 dscobol       Vendor record carries the state
      *                          disclosure insert code from the
      *                          TMPLCTL template control file.
      * 2026-10-15 dscobol       A record STCBEDT1 staged with the
      *                          frequency-cap hold code still goes
      *                          to CUSTTXT2, with the code cleared,
      *                          but gets no vendor or e-mail piece;
      *                          the pieces held are counted as
      *                          reason 06 at end of job.
      *
      **********************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Edited staging file from STCBEDT1 -- CUSTTXT already
      *       validated, suppressed and cleaned. See the STGCTL
      *       copybook.
           SELECT INFile
           ASSIGN TO CUSTEDT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INFile-Status.

           SELECT DupSortFile
           ASSIGN TO DUPWK.

      *    Copy of INFile's customer records with the HDR/TRL
      *       control records stripped off. The mailing sort runs
      *       USING this file with its Output Procedure, and the
      *       duplicate-check sort reads it again -- both off the
      *       one copy written here.
           SELECT StageFile
           ASSIGN TO STAGE1
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndrFile-Status.

      *    Letter template control file -- only the state insert
      *       codes are used here. See 1170-Load-Insert-Codes.
           SELECT OPTIONAL TmplCtlFile
           ASSIGN TO TMPLCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TmplCtlFile-Status.

      *    E-mail extract for channel-E customers -- they skip the
      *       paper vendor file and land here instead.
           SELECT EmlFile
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LdgFile-Status.

       DATA DIVISION.
       FILE SECTION.
      *    CUSTEDT control records sit where CUSTTXT's did, so the
      *       HDRTRL views still read the count and hash; STGCTL
      *       adds the edit program and chain run id.
       FD  INFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTOMER REPLACING ==:tag:== BY ==INFile==.
           COPY HDRTRL.
           COPY STGCTL.

       SD  SORTFile.
           COPY CUSTOMER REPLACING ==:tag:== BY ==SORTFile==.
           BLOCK CONTAINS 0 RECORDS.
           COPY VNDRFMT.

      *    State template/insert control -- see 1170-Load-Insert-
      *       Codes.
       FD  TmplCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY TMPLCTL.

      *    E-mail extract -- one record per channel-E customer,
      *       written instead of a vendor piece.
       FD  EmlFile
           BLOCK CONTAINS 0 RECORDS.
           COPY CTLLEDG REPLACING ==:tag:== BY ==LdgFile==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DupSortFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StageFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VndrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TmplCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EmlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RunLogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LdgFile==.

      *    Page-headed report line layouts for PrtFile.
           COPY RPTLINE.

           12 WS-Prior-Cust-State       PIC X(15).
           12 WS-Prior-Cust-Last-Name   PIC X(20).

      *    Feed-control validation fields for 1540-Validate-Feed-
      *       Controls: what the HDR/TRL control records claimed,
      *       against what was actually read between them.
           12 WS-Feed-Balance-Hash      PIC S9(11)V99 VALUE ZERO.
           12 WS-Feed-Trl-Count         PIC 9(09) VALUE ZERO.
           12 WS-Feed-Trl-Hash          PIC S9(11)V99 VALUE ZERO.
           12 WS-Feed-Edit-Pgm          PIC X(08) VALUE SPACES.
              88 WS-Feed-From-Edit      VALUE "STCBEDT1".
           12 WS-Feed-Chain-Run-Id      PIC X(14) VALUE SPACES.
           12 WS-Feed-Fail-Reason       PIC X(35).


      *    Amount accumulator for the chain control ledger: the
      *       balance total actually written out. In-side figures
      *       come from the feed validation pass, and nothing is
      *       dropped here any more. See 9300-Write-Control-Ledger.
       01  WS-Ledger-Control.
           12 WS-Ldg-Out-Hash           PIC S9(13)V99 VALUE ZERO.

      *    Run-history controls. The chain run id comes off the
      *       CHAINID handoff file STCBDRV1 writes at the top of the
      *       9200-Log-Exception.
           COPY FSMSG.

      *    Staging fields for 9200-Log-Exception -- each reporting
      *       site fills these, then performs the common logger.
       01  WS-Excp-Control.



      *    Pieces-by-channel counters: a channel-E customer routes
      *       to the EMAILOUT extract instead of the paper vendor
      *       file, and an account held by the frequency cap gets
      *       no piece at all. The record's hold code is kept here
      *       once it is cleared off the CUSTTXT2 copy. See
      *       7290-Route-By-Channel.
       01  WS-Channel-Counters.
           12 WS-Paper-Route-Cnt        PIC S9(7) COMP VALUE ZERO.
           12 WS-Email-Route-Cnt        PIC S9(7) COMP VALUE ZERO.
           12 WS-Cap-Held-Cnt           PIC S9(7) COMP VALUE ZERO.
           12 WS-Piece-Hold-Code        PIC X(01) VALUE SPACE.
              88 WS-Piece-Held-By-Cap   VALUE "F".

      *    State disclosure insert codes from TMPLCTL, loaded at
      *       1170-Load-Insert-Codes and stamped on each vendor
      *       record by 7305-Set-Insert-Code.
       01  WS-Insert-Control.
           12 WS-Insert-Count           PIC S9(4) COMP VALUE ZERO.
           12 WS-Insert-Max             PIC S9(4) COMP VALUE +60.
           12 WS-Insert-Table.
              16 WS-Insert-Entry OCCURS 60 TIMES
                                  INDEXED BY WS-Insert-Idx.
                 20 WS-Insert-State     PIC X(02).
                 20 WS-Insert-Code      PIC X(04).
           12 WS-Insert-Default-Code    PIC X(04) VALUE SPACES.
           12 WS-Insert-Found-Sw        PIC X(01) VALUE "N".
              88 WS-Insert-Found        VALUE "Y".

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
           OPEN OUTPUT PrtFile.
           OPEN OUTPUT DupFile.
           OPEN OUTPUT VndrFile.
           PERFORM 1170-Load-Insert-Codes.
           OPEN OUTPUT EmlFile.
           MOVE "STCBEX01" TO WS-Rpt-Pgm-Id.
           ACCEPT WS-Rpt-Run-Date FROM DATE.
           PERFORM 1300-Read-Chain-Id.

      *    Loads the state disclosure insert codes from TMPLCTL. No
      *       TMPLCTL means no state has an insert tonight -- the
      *       vendor record goes out with the code blank, as it
      *       always has.
       1170-Load-Insert-Codes.
           OPEN INPUT TmplCtlFile.
           IF WS-TmplCtlFile-Good
              PERFORM UNTIL WS-TmplCtlFile-EOF
                 READ TmplCtlFile
                    AT END
                       SET WS-TmplCtlFile-EOF TO TRUE
                    NOT AT END
                       PERFORM 1171-Load-One-Insert-Code
                 END-READ
              END-PERFORM
              CLOSE TmplCtlFile
           ELSE
              DISPLAY "*** WARNING ***"
              DISPLAY "  TMPLCTL NOT AVAILABLE - NO STATE INSERTS"
              DISPLAY "  File Status: " WS-TmplCtlFile-Status
           END-IF.

       1171-Load-One-Insert-Code.
           IF Tctl-Default-Line
              MOVE Tctl-Insert-Code TO WS-Insert-Default-Code
           ELSE
              IF WS-Insert-Count < WS-Insert-Max
                 ADD +1 TO WS-Insert-Count
                 SET WS-Insert-Idx TO WS-Insert-Count
                 MOVE Tctl-State TO WS-Insert-State (WS-Insert-Idx)
                 MOVE Tctl-Insert-Code
                    TO WS-Insert-Code (WS-Insert-Idx)
              ELSE
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  TMPLCTL ENTRY IGNORED - TABLE FULL: "
                    Tctl-State
              END-IF
           END-IF.

      *    Picks up the chain run id STCBDRV1 left on CHAINID, so
      *       this step's run-history record ties back to the rest
      *       of tonight's chain. No file (or an empty one) means a

      *    The mailing sort runs USING StageFile with an Output
      *       Procedure, so there is no input-side hook of our own
      *       -- the HDR/TRL control records have to come off
      *       before the sort ever sees them. This pass writes the
      *       customer records alone to StageFile, and 2000-Process
      *       sorts StageFile instead of INFile directly. The same
      *       pass proves the data read matches the trailer before
      *       the sort ever runs -- see 1540-Validate-Feed-Controls.
       1500-Normalize-Input.
      D     DISPLAY "1500-Normalize-Input: ".
           OPEN INPUT INFile.

      *    Routes one feed record by its type: the HDR and TRL
      *       control records are captured for validation, anything
      *       else is a customer record and is staged while its
      *       count and balance accumulate toward the trailer
      *       comparison.
       1505-Classify-Feed-Record.
           EVALUATE TRUE
              WHEN Feed-Hdr-Present
                 SET WS-Feed-Hdr-Seen TO TRUE
                 MOVE Feed-Hdr-Date TO WS-Feed-Hdr-Date
                 MOVE Feed-Hdr-Source TO WS-Feed-Hdr-Source
                 MOVE Stage-Hdr-Edit-Pgm TO WS-Feed-Edit-Pgm
                 MOVE Stage-Hdr-Chain-Run-Id TO WS-Feed-Chain-Run-Id
              WHEN Feed-Trl-Present
                 SET WS-Feed-Trl-Seen TO TRUE
                 MOVE Feed-Trl-Record-Count TO WS-Feed-Trl-Count
                 END-IF
                 ADD +1 TO WS-Feed-Data-Count
                 ADD +1 TO FD-INFile-Record-Cnt
                 ADD INFile-Cust-Acct-Balance TO WS-Feed-Balance-Hash
                 MOVE INFile-Customer-Record
                    TO StageFile-Customer-Record
                 PERFORM 6000-Write-StageFile
           END-EVALUATE.

      *    The in-versus-out reconciliation further down proves no
      *       the job received the whole file in the first place --
      *       the feed must carry both control records, and the data
      *       actually read must match the trailer's count and
      *       balance hash exactly. The header must also be tonight's
      *       STCBEDT1 header, not a raw CUSTTXT one or a staging
      *       file left over from another chain run; a standalone
      *       run, with no chain id on either side, skips the chain
      *       comparison.
       1540-Validate-Feed-Controls.
           IF NOT WS-Feed-Hdr-Seen
              MOVE "FEED HEADER (HDR) MISSING" TO WS-Feed-Fail-Reason
              PERFORM 1550-Abend-Bad-Feed
           END-IF.
           IF NOT WS-Feed-From-Edit
              MOVE "INPUT IS NOT STCBEDT1 STAGING FILE"
                 TO WS-Feed-Fail-Reason
              PERFORM 1550-Abend-Bad-Feed
           END-IF.
           IF WS-Chain-Run-Id NOT = SPACES
              AND WS-Feed-Chain-Run-Id NOT = SPACES
              AND WS-Chain-Run-Id NOT = WS-Feed-Chain-Run-Id
              MOVE "STAGING FILE FROM ANOTHER CHAIN RUN"
                 TO WS-Feed-Fail-Reason
              PERFORM 1550-Abend-Bad-Feed
           END-IF.
           IF NOT WS-Feed-Trl-Seen
              MOVE "FEED TRAILER (TRL) MISSING" TO WS-Feed-Fail-Reason
              PERFORM 1550-Abend-Bad-Feed
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       2000-Process.
           SORT SORTFile
              ON ASCENDING  KEY SORTFile-Cust-State
              IF WS-SORTFile-Good
                 MOVE SORTFile-Customer-Record
                    TO OUTFile-Customer-Record
                 MOVE OUTFile-Cust-Hold-Code TO WS-Piece-Hold-Code
                 MOVE SPACE TO OUTFile-Cust-Hold-Code
                 PERFORM 6050-Write-OutFile
              END-IF
           END-PERFORM.
           CLOSE DupFile.
           CLOSE VndrFile.
           CLOSE EmlFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Records Read    (INFile) : " FD-INFile-Record-Cnt.
           DISPLAY "Records Written (OUTFile): " FD-OUTFile-Record-Cnt.
           DISPLAY "Suspect Duplicates       : " WS-Duplicate-Cnt.
           DISPLAY "Pieces By Paper          : " WS-Paper-Route-Cnt.
           DISPLAY "Pieces By E-Mail         : " WS-Email-Route-Cnt.
           DISPLAY "Held (Frequency Cap) 06  : " WS-Cap-Held-Cnt.
           PERFORM 3200-Write-Run-History.
           PERFORM 9300-Write-Control-Ledger.

              MOVE FD-INFile-Record-Cnt TO RunLog-Records-Read
              MOVE ZERO TO RunLog-Records-Released
              MOVE FD-OUTFile-Record-Cnt TO RunLog-Records-Written
              MOVE ZERO TO RunLog-Exclusion-Cnt
              MOVE WS-Duplicate-Cnt TO RunLog-Duplicate-Cnt
              MOVE ZERO TO RunLog-Invalid-Cnt
              MOVE RETURN-CODE TO RunLog-Return-Code
      *       preference: channel E writes the EMAILOUT extract,
      *       anything else builds a paper vendor piece. A channel-E
      *       customer with no e-mail address on file falls back to
      *       paper -- silence is worse than an unwanted letter. An
      *       account STCBEDT1 found over the frequency cap is on
      *       CUSTTXT2 like any other, but its piece is held back
      *       (reason 06) on either channel.
       7290-Route-By-Channel.
           EVALUATE TRUE
              WHEN WS-Piece-Held-By-Cap
                 ADD +1 TO WS-Cap-Held-Cnt
              WHEN OUTFile-Contact-By-Email
                AND OUTFile-Cust-Email-Addr NOT = SPACES
                 ADD +1 TO WS-Email-Route-Cnt
                 PERFORM 7350-Build-Email-Record
              WHEN OTHER
                 ADD +1 TO WS-Paper-Route-Cnt
                 PERFORM 7300-Build-Vendor-Record
           END-EVALUATE.

       7350-Build-Email-Record.
           MOVE SPACES TO EmlFile-Record.
      *    Remaps the already-sorted OUTFile record into the mail-
      *       fulfillment vendor's own fixed layout and writes it to
      *       VndrFile, so the vendor upload no longer needs a manual
      *       reformatting pass against CUSTTXT2. The address, city
      *       and ZIP+4 arrive already standardized and verified by
      *       STCBEDT1.
       7300-Build-Vendor-Record.
           MOVE SPACES TO VndrFile-Record.
           MOVE OUTFile-Cust-Acct-Number  TO Vndr-Acct-Number.
           MOVE OUTFile-Cust-Last-Name    TO Vndr-Cust-Last-Name.
           MOVE OUTFile-Cust-First-Name   TO Vndr-Cust-First-Name.
           MOVE OUTFile-Cust-Address      TO Vndr-Address-Line-1.
           MOVE OUTFile-Cust-City         TO Vndr-City.
           MOVE OUTFile-Cust-State        TO Vndr-State.
           MOVE OUTFile-Cust-Zip          TO Vndr-Zip-Full(1:5).
           MOVE OUTFile-Cust-Zip-Plus4    TO Vndr-Zip-Full(6:4).
           MOVE OUTFile-Cust-Acct-Balance TO Vndr-Acct-Balance.
           PERFORM 7305-Set-Insert-Code.
           PERFORM 7400-Write-VndrFile.

      *    The state's own disclosure insert when TMPLCTL names one,
      *       otherwise the "**" default (normally none).
       7305-Set-Insert-Code.
           MOVE "N" TO WS-Insert-Found-Sw.
           PERFORM VARYING WS-Insert-Idx FROM 1 BY 1
                   UNTIL WS-Insert-Idx > WS-Insert-Count
                      OR WS-Insert-Found
              IF OUTFile-Cust-State = WS-Insert-State (WS-Insert-Idx)
                 SET WS-Insert-Found TO TRUE
                 MOVE WS-Insert-Code (WS-Insert-Idx)
                    TO Vndr-Insert-Code
              END-IF
           END-PERFORM.
           IF NOT WS-Insert-Found
              MOVE WS-Insert-Default-Code TO Vndr-Insert-Code
           END-IF.

       7400-Write-VndrFile.
           WRITE VndrFile-Record.
           IF NOT WS-VndrFile-Good
              MOVE WS-Feed-Balance-Hash TO LdgFile-Ldg-In-Hash
              MOVE FD-OUTFile-Record-Cnt TO LdgFile-Ldg-Out-Count
              MOVE WS-Ldg-Out-Hash TO LdgFile-Ldg-Out-Hash
              MOVE ZERO TO LdgFile-Ldg-Drop-Count
              MOVE ZERO TO LdgFile-Ldg-Drop-Hash
              WRITE LdgFile-Ledger-Record
              IF NOT WS-LdgFile-Good
                 DISPLAY "*** WARNING ***"
           END-IF.


      *    Appends one structured exception record to the common
      *       CUSTEXC file from the staging fields the reporting
      *       site filled in, looking the file status code up in
