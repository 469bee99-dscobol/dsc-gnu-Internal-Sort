      *                          unverifiable ZIP+4 is blanked in
      *                          the vendor record rather than
      *                          sent wrong.
      * 2026-10-15 dscobol       Reads CUSTEDT, the edited staging
      *                          file STCBEDT1 writes, instead of
      *                          CUSTTXT. Feed validation, the CSV
      *                          parse, content validation (CUSTERR),
      *                          do-not-mail suppression, address
      *                          standardization and the ZIP
      *                          directory check (ZIPMISS) all moved
      *                          to STCBEDT1 and come out of here;
      *                          the feed-control pass now also
      *                          insists on the STCBEDT1 header
      *                          from tonight's chain. CUSTREJ is
      *                          appended to behind STCBEDT1's
      *                          suppressions.
      * 2026-10-15 dscobol       Vendor record carries the state
      *                          disclosure insert code from the
      *                          TMPLCTL template control file.
      * 2026-10-15 dscobol       A rerun clears the 01-04 rejects
      *                          its earlier run left on CUSTREJ
      *                          before appending, so rerunning the
      *                          step no longer doubles them; this
      *                          is now the only extract writing
      *                          01/03 (STCBEX02 stopped).
      * 2026-10-15 dscobol       A record STCBEDT1 staged with the
      *                          frequency-cap hold code still goes
      *                          to CUSTTXT2, with the code cleared,
      *                          but gets no vendor or e-mail piece;
      *                          the held piece is written to
      *                          CUSTREJ as reason 06 and cleared
      *                          with the 01-04 rejects on a rerun.
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

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExclFile-Status.

      *    Reject file -- STCBEDT1 creates it with tonight's
      *       suppressions; the exclusions and frequency-cap holds
      *       here are appended behind them, once any this program
      *       left on an earlier run have been cleared through the
      *       CUSTREJW work file. See 1250-Clear-Prior-Rejects.
           SELECT OPTIONAL RejFile
           ASSIGN TO CUSTREJ
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RejFile-Status.

           SELECT RejWrkFile
           ASSIGN TO CUSTREJW
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RejWrkFile-Status.

           SELECT ChkptFile
           ASSIGN TO CHKPT
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PrtFile-Status.

           SELECT DupFile
           ASSIGN TO CUSTDUP
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
               88 RejFile-PostSort-Exclusion  VALUE "02".
               88 RejFile-PreSort-Status-Excl VALUE "03".
               88 RejFile-PostSort-Status-Excl VALUE "04".
               88 RejFile-Freq-Capped         VALUE "06".
               88 RejFile-Extract-Exclusion   VALUE "01" THRU "04"
                                                    "06".
           12  RejFile-Customer-Record.
               16  RejFile-Cust-Acct-Number   PIC X(10).
               16  RejFile-Cust-Last-Name     PIC X(20).
               16  FILLER                     PIC X(04).
               16  RejFile-Cust-Email-Addr    PIC X(30).

       FD  RejWrkFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RejWrkFile-Record              PIC X(156).

      *    Restart/checkpoint file. A periodic record carrying the
      *       count of the last INFile record successfully processed
      *       (released or rejected), so a rerun can reposition past
           BLOCK CONTAINS 0 RECORDS.
       01  PrtFile-Record                 PIC X(80).

      *    Suspect-duplicate report. Carries the full Customer-Record
      *       for any SORTFile record whose last name and state match
      *       the record immediately ahead of it in the sorted
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
           COPY WSFST REPLACING ==:tag:== BY ==OUTFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExclFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RejFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RejWrkFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChkptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DupFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VndrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TmplCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EmlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RunLogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LdgFile==.
      *       the console log means something without a reference
      *       card. See 9100-Display-FS-Message.
           COPY FSMSG.
       01  WS-FS-Lookup-Code           PIC X(02).

      *    State name-to-code lookup table, so an EXCLCTL entry
      *       works the same whether it was spelled out or keyed as
      *       a 2-character code. See 2116-Normalize-State-Code.
           COPY STATECD.

       01  WS-File-Counters.
           12 FD-INFile-Record-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 SD-SORTFile-Record-Cnt       PIC S9(7) COMP VALUE ZERO.
           12 FD-OUTFile-Record-Cnt        PIC S9(7) COMP VALUE ZERO.
           12 WS-Duplicate-Cnt             PIC S9(7) COMP VALUE ZERO.

      *    Duplicate-detection controls. Records return from the sort
      *       ordered by state and last name, so two records for the
      *       same re-sent customer arrive back to back -- the second
              88 WS-Status-Is-Excluded  VALUE "Y".
           12 WS-PreSort-Status-Excl-Cnt PIC S9(7) COMP VALUE ZERO.
           12 WS-PostSort-Status-Excl-Cnt PIC S9(7) COMP VALUE ZERO.
           12 WS-Rej-Cleared-Cnt        PIC S9(7) COMP VALUE ZERO.

      *    End-of-job reconciliation controls. See
      *       3100-Reconcile-Record-Counts.
           12 WS-Restart-Mode-Sw        PIC X(01) VALUE "N".
              88 WS-Restart-Mode        VALUE "Y".

      *    Feed-control validation fields for 1440-Validate-Feed-
      *       Controls: what the HDR/TRL control records claimed,
      *       against what was actually read between them.
           12 WS-Feed-Balance-Hash      PIC S9(11)V99 VALUE ZERO.
           12 WS-Feed-Trl-Count         PIC 9(09) VALUE ZERO.
           12 WS-Feed-Trl-Hash          PIC S9(11)V99 VALUE ZERO.
           12 WS-Feed-Edit-Pgm          PIC X(08) VALUE SPACES.
              88 WS-Feed-From-Edit      VALUE "STCBEDT1".
           12 WS-Feed-Chain-Run-Id      PIC X(14) VALUE SPACES.
           12 WS-Feed-Fail-Reason       PIC X(35).


      *    Amount accumulators for the chain control ledger: the
      *       balance total actually written out, and the balance
      *       total deliberately dropped (exclusion, duplicate).
      *       In-side figures come from the feed
      *       validation pass. See 9300-Write-Control-Ledger.
       01  WS-Ledger-Control.
           12 WS-Ldg-Out-Hash           PIC S9(13)V99 VALUE ZERO.



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

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1300-Read-Chain-Id.
           PERFORM 1400-Validate-Feed.
           PERFORM 1100-Load-Exclude-Table.
           PERFORM 1200-Load-Checkpoint.
           PERFORM 1250-Clear-Prior-Rejects.
           OPEN EXTEND RejFile.
           IF NOT WS-RejFile-Good
              AND NOT WS-RejFile-Optional-Missing
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open RejFile Failed."
              DISPLAY "File Status: " WS-RejFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RejFile-Status TO WS-Excp-File-Status
              MOVE "Open RejFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PrtFile.
           OPEN OUTPUT DupFile.
           OPEN OUTPUT VndrFile.
           PERFORM 1170-Load-Insert-Codes.
           OPEN OUTPUT EmlFile.
           MOVE "STCBEX04" TO WS-Rpt-Pgm-Id.
           ACCEPT WS-Rpt-Run-Date FROM DATE.
      *    Note: Open input here, close at end of Input-Procedure.
           OPEN INPUT INFile.
           PERFORM 5000-Read-INFile.

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
           OPEN OUTPUT ChkptFile.


      *    Every run processes every CUSTEDT record (see
      *       2100-Input-Procedure), so the 01-04 and 06 rejects a
      *       rerun writes are the whole set. Any already on CUSTREJ
      *       from an earlier run of this step are copied out of the
      *       way first; STCBEDT1's lines are kept as they are.
      *       Nothing of ours on file means nothing is rewritten.
       1250-Clear-Prior-Rejects.
           MOVE ZERO TO WS-Rej-Cleared-Cnt.
           OPEN INPUT RejFile.
           IF NOT WS-RejFile-Good
              AND NOT WS-RejFile-Optional-Missing
              DISPLAY "** ERROR **: 1250-Clear-Prior-Rejects"
              DISPLAY "Open RejFile Failed."
              DISPLAY "File Status: " WS-RejFile-Status
              MOVE "1250-Clear-Prior-Rejects" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RejFile-Status TO WS-Excp-File-Status
              MOVE "Open RejFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT RejWrkFile.
           IF NOT WS-RejWrkFile-Good
              DISPLAY "** ERROR **: 1250-Clear-Prior-Rejects"
              DISPLAY "Open RejWrkFile Failed."
              DISPLAY "File Status: " WS-RejWrkFile-Status
              MOVE "1250-Clear-Prior-Rejects" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-RejWrkFile-Status TO WS-Excp-File-Status
              MOVE "Open RejWrkFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE RejFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL WS-RejFile-EOF
              READ RejFile
                 AT END
                    SET WS-RejFile-EOF TO TRUE
                 NOT AT END
                    IF RejFile-Extract-Exclusion
                       ADD +1 TO WS-Rej-Cleared-Cnt
                    ELSE
                       WRITE RejWrkFile-Record FROM RejFile-Record
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RejFile.
           CLOSE RejWrkFile.
           IF WS-Rej-Cleared-Cnt > ZERO
              DISPLAY "STCBEX04: RERUN - PRIOR REJECTS CLEARED: "
                 WS-Rej-Cleared-Cnt
              OPEN INPUT RejWrkFile
              OPEN OUTPUT RejFile
              IF NOT WS-RejFile-Good
                 DISPLAY "** ERROR **: 1250-Clear-Prior-Rejects"
                 DISPLAY "Open RejFile Failed."
                 DISPLAY "File Status: " WS-RejFile-Status
                 MOVE "1250-Clear-Prior-Rejects" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-RejFile-Status TO WS-Excp-File-Status
                 MOVE "Open RejFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE RejWrkFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM UNTIL WS-RejWrkFile-EOF
                 READ RejWrkFile
                    AT END
                       SET WS-RejWrkFile-EOF TO TRUE
                    NOT AT END
                       WRITE RejFile-Record FROM RejWrkFile-Record
                 END-READ
              END-PERFORM
              CLOSE RejWrkFile
              CLOSE RejFile
           END-IF.

      *    Pre-pass over the whole feed before anything is released
      *       to the sort: peels the HDR/TRL control records off,
      *       counts the data records and hashes their balances,
           PERFORM 1440-Validate-Feed-Controls.

      *    Captures a control record, or counts and hashes a data
      *       record toward the trailer comparison.
       1410-Classify-Feed-Record.
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
                    PERFORM 1450-Abend-Bad-Feed
                 END-IF
                 ADD +1 TO WS-Feed-Data-Count
                 ADD INFile-Cust-Acct-Balance
                    TO WS-Feed-Balance-Hash
           END-EVALUATE.

      *    The end-of-job reconciliation proves no record was lost
      *       inside this job; this paragraph proves the job
      *       received the whole file in the first place -- and
      *       that the file is tonight's STCBEDT1 output, not a raw
      *       CUSTTXT (which still carries HDR/TRL records of its
      *       own) or a staging file left over from another chain
      *       run. A standalone run, with no chain id on either
      *       side, skips the chain comparison.
       1440-Validate-Feed-Controls.
           IF NOT WS-Feed-Hdr-Seen
              MOVE "FEED HEADER (HDR) MISSING"
                 TO WS-Feed-Fail-Reason
              PERFORM 1450-Abend-Bad-Feed
           END-IF.
           IF NOT WS-Feed-From-Edit
              MOVE "INPUT IS NOT STCBEDT1 STAGING FILE"
                 TO WS-Feed-Fail-Reason
              PERFORM 1450-Abend-Bad-Feed
           END-IF.
           IF WS-Chain-Run-Id NOT = SPACES
              AND WS-Feed-Chain-Run-Id NOT = SPACES
              AND WS-Chain-Run-Id NOT = WS-Feed-Chain-Run-Id
              MOVE "STAGING FILE FROM ANOTHER CHAIN RUN"
                 TO WS-Feed-Fail-Reason
              PERFORM 1450-Abend-Bad-Feed
           END-IF.
           IF NOT WS-Feed-Trl-Seen
              MOVE "FEED TRAILER (TRL) MISSING"
                 TO WS-Feed-Fail-Reason
           GOBACK.


       2000-Process.
           SORT SORTFile
              ON ASCENDING KEY SORTFile-Cust-State
           PERFORM 2130-Complete-Checkpoint.
           CLOSE INFile.

      *    Whatever processing that needs to place before the
      *       record goes to be sorted takes place in this
      *       paragraph. Validation and the do-not-mail check were
      *       done by STCBEDT1, so every record here runs the
      *       state, account-status and release logic.
       2110-Process-INFile-Record.
           MOVE INFile-Cust-State TO WS-Check-State.
           PERFORM 2115-Check-Exclude-State.
           MOVE INFile-Cust-Acct-Status TO WS-Check-Acct-Status.
              END-IF
           END-IF.

      *    Looks WS-Check-State up in the exclusion table loaded
      *       from the EXCLCTL control file at 1000-Begin-Job.
      *       STCBEDT1 already reduced the state to its 2-character
      *       code, so matching on the code means "IL" and
      *       "Illinois" hit the same exclusion entry. A state
      *       STCBEDT1 could not recognize was left as sent and
      *       cannot match any entry.
       2115-Check-Exclude-State.
           IF WS-Check-State (3:13) = SPACES
              MOVE WS-Check-State (1:2) TO WS-Check-State-Code
           ELSE
              MOVE "??" TO WS-Check-State-Code
           END-IF.
           MOVE "N" TO WS-Exclude-Found.
           PERFORM VARYING WS-Exclude-Idx FROM 1 BY 1
                   UNTIL WS-Exclude-Idx > WS-Exclude-Count
      *       2-character code in WS-Norm-State-Code. A value that is
      *       already exactly 2 characters long is used as-is;
      *       anything longer is looked up in the shared STATECD
      *       table copied in above. Used on the EXCLCTL entries.
       2116-Normalize-State-Code.
           MOVE WS-Norm-State-In TO WS-Norm-State-Upper.
           INSPECT WS-Norm-State-Upper CONVERTING
                 ELSE
                    MOVE SORTFile-Customer-Record TO
                       OUTFile-Customer-Record
                    MOVE OUTFile-Cust-Hold-Code TO WS-Piece-Hold-Code
                    MOVE SPACE TO OUTFile-Cust-Hold-Code
                    PERFORM 6000-Write-OutFile
                 END-IF
                 MOVE SORTFile-Cust-State     TO WS-Prior-Cust-State
           PERFORM 7200-Write-Report-Total.
           CLOSE OUTFile.
           CLOSE RejFile.
           CLOSE PrtFile.
           CLOSE DupFile.
           CLOSE VndrFile.
           CLOSE EmlFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Records Read    (INFile)  : " FD-INFile-Record-Cnt.
           DISPLAY "Records Released(SORTFile): "
              WS-PreSort-Status-Excl-Cnt.
           DISPLAY "Excl Acct Status Post-Sort: "
              WS-PostSort-Status-Excl-Cnt.
           DISPLAY "Suspect Duplicates        : " WS-Duplicate-Cnt.
           DISPLAY "Pieces By Paper           : " WS-Paper-Route-Cnt.
           DISPLAY "Pieces By E-Mail          : " WS-Email-Route-Cnt.
           DISPLAY "Held (Frequency Cap) 06   : " WS-Cap-Held-Cnt.
           PERFORM 3100-Reconcile-Record-Counts.
           PERFORM 3200-Write-Run-History.
           PERFORM 9300-Write-Control-Ledger.
      *       the same numbers the display block above just showed,
      *       but in a record that survives past the console scroll.
      *       The exclusion count rolls up both the pre- and the
      *       post-sort state and account-status exclusions; invalid
      *       and suppressed records are STCBEDT1's to log. Losing
      *       the history record is not worth failing an otherwise-
      *       good run over, so a write problem only warns.
       3200-Write-Run-History.
                 WS-PreSort-Excluded-Cnt + WS-PostSort-Excluded-Cnt
                 + WS-PreSort-Status-Excl-Cnt
                 + WS-PostSort-Status-Excl-Cnt
              MOVE WS-Duplicate-Cnt TO RunLog-Duplicate-Cnt
              MOVE ZERO TO RunLog-Invalid-Cnt
              MOVE RETURN-CODE TO RunLog-Return-Code
              WRITE RunLog-Record
              IF NOT WS-RunLogFile-Good
      *       the exclusions/rejections this program already accounts
      *       for -- would otherwise go unnoticed. Every record read
      *       either reaches the sort or is counted pre-sort-excluded
      *       (state or acct status);
      *       every record released either reaches OUTFile or is
      *       counted post-sort-excluded (state, acct status, or a
      *       suspect duplicate diverted to DupFile). If the math does
      *       counting it anywhere.
       3100-Reconcile-Record-Counts.
           COMPUTE WS-PreSort-Total-Excl-Cnt =
              WS-PreSort-Excluded-Cnt + WS-PreSort-Status-Excl-Cnt.
           COMPUTE WS-PostSort-Total-Excl-Cnt =
              WS-PostSort-Excluded-Cnt + WS-PostSort-Status-Excl-Cnt
              + WS-Duplicate-Cnt.
              ELSE
                 SET WS-Feed-Data-Record TO TRUE
                 ADD +1 TO FD-INFile-Record-Cnt
              END-IF
           ELSE
              IF WS-INFile-EOF
              GOBACK
           END-IF.

       6300-Write-DupFile.
           WRITE DupFile-Record.
           IF NOT WS-DupFile-Good
      *       preference: channel E writes the EMAILOUT extract,
      *       anything else builds a paper vendor piece. A channel-E
      *       customer with no e-mail address on file falls back to
      *       paper -- silence is worse than an unwanted letter. An
      *       account STCBEDT1 found over the frequency cap is on
      *       CUSTTXT2 like any other, but its piece is held back on
      *       either channel and the hold goes to CUSTREJ as reason
      *       06 for the trace and the reject summary.
       7290-Route-By-Channel.
           EVALUATE TRUE
              WHEN WS-Piece-Held-By-Cap
                 ADD +1 TO WS-Cap-Held-Cnt
                 SET RejFile-Freq-Capped TO TRUE
                 MOVE OUTFile-Customer-Record
                    TO RejFile-Customer-Record
                 PERFORM 6100-Write-RejFile
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
              MOVE FD-OUTFile-Record-Cnt TO LdgFile-Ldg-Out-Count
              MOVE WS-Ldg-Out-Hash TO LdgFile-Ldg-Out-Hash
              COMPUTE LdgFile-Ldg-Drop-Count =
                 WS-PreSort-Excluded-Cnt
                 + WS-PreSort-Status-Excl-Cnt
                 + WS-PostSort-Excluded-Cnt
                 + WS-PostSort-Status-Excl-Cnt
           END-IF.


      *    Appends one structured exception record to the common
      *       CUSTEXC file from the staging fields the reporting
      *       site filled in, looking the file status code up in
