      ***********************************************************
      * Program name:    STCBBHS1
      * Original author: David Stagowski
      *
      * Description: Month-end balance-history snapshot.
      *    CUSTTXT2 and CUSTMST only ever hold the current balance,
      *       and the STCBGEN1 generations are gone after a few
      *       weeks, so "what was this account's balance at the end
      *       of March" meant Finance rebuilding it from archived
      *       tapes. On the last processing day of the month this
      *       program reads CUSTMST front to back and posts one
      *       BALHIST record per account -- the balance, the status
      *       and the state, keyed account plus snapshot month --
      *       for STCBBHR1's trend report and anyone else who needs
      *       a month-end figure later.
      *
      *    STCBFUL1 runs it right behind the STCBMST1 master load
      *       when the MONTHEND handoff STCBDRV1 writes says "Y"
      *       (the same verdict STCBGEN1 reads for its month-end
      *       retention), so the snapshot is of the master tonight's
      *       feed built. The program checks MONTHEND too: any other
      *       night it says so and ends RC 0. A month-end missed for an
      *       outage is taken by setting MONTHEND to "Y" and running
      *       the step alone -- the snapshot month is the run date's
      *       month.
      *
      *    Tombstoned accounts are not snapshotted -- they are on
      *       their way off the master -- and are reported as drops
      *       on the control ledger. A second run in the same month
      *       rewrites that month's records rather than failing on
      *       the duplicate keys.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created -- Finance was rebuilding
      *                          month-end balances from archived
      *                          tapes every quarter.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBBHS1.

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

      *    Keyed month-end balance history. OPTIONAL so the first
      *       month-end creates it.
           SELECT OPTIONAL BalFile
           ASSIGN TO BALHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BalFile-Bal-Key
           FILE STATUS IS WS-BalFile-Status.

      *    Month-end handoff from STCBDRV1 -- "Y" on the last
      *       processing day of the month. Absent or "N" means no
      *       snapshot tonight. See 1400-Read-Month-End.
           SELECT MonthEndFile
           ASSIGN TO MONTHEND
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MonthEndFile-Status.

      *    Chain run id handoff from STCBDRV1 -- absent on a
      *       standalone run. See 1300-Read-Chain-Id.
           SELECT ChainIdFile
           ASSIGN TO CHAINID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChainIdFile-Status.

      *    Cumulative run-history log -- one record appended per
      *       run. See 3200-Write-Run-History.
           SELECT OPTIONAL RunLogFile
           ASSIGN TO RUNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunLogFile-Status.

      *    Chain control ledger, appended to by every step that
      *       moves customer records -- see 9300-Write-Control-
      *       Ledger.
           SELECT OPTIONAL LdgFile
           ASSIGN TO CHNLEDG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LdgFile-Status.

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

       FD  BalFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY BALHIST REPLACING ==:tag:== BY ==BalFile==.

      *    One-record month-end handoff written by STCBDRV1.
       FD  MonthEndFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MonthEndFile-Record            PIC X(01).

      *    One-record chain run id handoff written by STCBDRV1.
       FD  ChainIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ChainIdFile-Record             PIC X(14).

      *    Cumulative run-history log -- see 3200-Write-Run-History.
       FD  RunLogFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RUNLOG.

      *    Chain control ledger -- one record appended per step
      *       per run. See 9300-Write-Control-Ledger.
       FD  LdgFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CTLLEDG REPLACING ==:tag:== BY ==LdgFile==.

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
           COPY WSFST REPLACING ==:tag:== BY ==BalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MonthEndFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RunLogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LdgFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

      *    State name-to-code table -- each snapshot carries the
      *       two-letter code. See 2116-Normalize-State-Code.
           COPY STATECD.

      *    Snapshot controls. The snapshot month is the run date's
      *       year and month.
       01  WS-Snapshot-Control.
           12 WS-Month-End-Sw           PIC X(01) VALUE "N".
              88 WS-Month-End           VALUE "Y".
           12 WS-Run-Date               PIC 9(08).
           12 WS-Run-Date-Parts REDEFINES WS-Run-Date.
              16 WS-Run-Month           PIC 9(06).
              16 FILLER                 PIC 9(02).

       01  WS-File-Counters.
           12 WS-Mst-Read-Cnt           PIC S9(9) COMP VALUE ZERO.
           12 WS-Snap-Written-Cnt       PIC S9(9) COMP VALUE ZERO.
           12 WS-Snap-Replaced-Cnt      PIC S9(9) COMP VALUE ZERO.
           12 WS-Tombstone-Cnt          PIC S9(9) COMP VALUE ZERO.

      *    Run-history record timestamp -- see 3200-Write-Run-
      *       History.
       01  WS-RunLog-Control.
           12 WS-RunLog-Date            PIC 9(08).
           12 WS-RunLog-Time            PIC 9(08).

      *    Chain control-ledger fields: the chain run id off the
      *       CHAINID handoff, and the amount accumulators the
      *       ledger record carries. See 9300-Write-Control-Ledger.
       01  WS-Ledger-Control.
           12 WS-Chain-Run-Id           PIC X(14) VALUE SPACES.
           12 WS-Ldg-Date               PIC 9(08).
           12 WS-Ldg-Time               PIC 9(08).
           12 WS-Ldg-In-Hash            PIC S9(13)V99 VALUE ZERO.
           12 WS-Ldg-Out-Hash           PIC S9(13)V99 VALUE ZERO.
           12 WS-Ldg-Drop-Hash          PIC S9(13)V99 VALUE ZERO.

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
              "*** Program STCBBHS1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           IF WS-Month-End
              PERFORM 2000-Process
              PERFORM 3000-End-Job
           END-IF.
           GOBACK.

      *    Nothing is opened on a night that is not month-end -- the
      *       step just reports that it sat out.
       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           PERFORM 1400-Read-Month-End.
           IF NOT WS-Month-End
              DISPLAY "STCBBHS1: NOT MONTH-END - NO BALANCE SNAPSHOT"
                 " TAKEN."
              MOVE ZERO TO RETURN-CODE
           ELSE
              PERFORM 1300-Read-Chain-Id
              PERFORM 1100-Open-Files
              DISPLAY "STCBBHS1: MONTH-END BALANCE SNAPSHOT FOR "
                 WS-Run-Month
           END-IF.

       1100-Open-Files.
           OPEN INPUT MstFile.
           IF NOT WS-MstFile-Good
              DISPLAY "** ERROR **: 1100-Open-Files"
              DISPLAY "Open MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE "1100-Open-Files" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MstFile-Status TO WS-Excp-File-Status
              MOVE "Open MstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O BalFile.
           IF NOT WS-BalFile-Good
              AND NOT WS-BalFile-Optional-Missing
              DISPLAY "** ERROR **: 1100-Open-Files"
              DISPLAY "Open BalFile Failed."
              DISPLAY "File Status: " WS-BalFile-Status
              MOVE "1100-Open-Files" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-BalFile-Status TO WS-Excp-File-Status
              MOVE "Open BalFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Picks up the chain run id STCBDRV1 left on CHAINID, so
      *       this step's ledger and history records tie back to
      *       the rest of tonight's chain. No file (or an empty
      *       one) means a standalone run -- the id stays spaces.
       1300-Read-Chain-Id.
           MOVE SPACES TO WS-Chain-Run-Id.
           OPEN INPUT ChainIdFile.
           IF WS-ChainIdFile-Good
              READ ChainIdFile
                 AT END SET WS-ChainIdFile-EOF TO TRUE
                 NOT AT END
                    MOVE ChainIdFile-Record TO WS-Chain-Run-Id
              END-READ
              CLOSE ChainIdFile
           END-IF.

      *    Picks up the month-end verdict STCBDRV1 left on the
      *       MONTHEND handoff. No file, an empty one, or anything
      *       but "Y" means no snapshot tonight.
       1400-Read-Month-End.
           OPEN INPUT MonthEndFile.
           IF WS-MonthEndFile-Good
              READ MonthEndFile
                 AT END SET WS-MonthEndFile-EOF TO TRUE
                 NOT AT END
                    IF MonthEndFile-Record = "Y"
                       SET WS-Month-End TO TRUE
                    END-IF
              END-READ
              CLOSE MonthEndFile
           END-IF.

       2000-Process.
           PERFORM 5000-Read-MstFile-Next.
           PERFORM UNTIL WS-MstFile-EOF
              IF MstFile-Mst-Tombstoned
                 ADD +1 TO WS-Tombstone-Cnt
                 ADD MstFile-Cust-Acct-Balance TO WS-Ldg-Drop-Hash
              ELSE
                 PERFORM 2100-Post-Snapshot
              END-IF
              PERFORM 5000-Read-MstFile-Next
           END-PERFORM.

      *    One BALHIST record for the account this month. A record
      *       already there for the month is a rerun -- rewritten
      *       with tonight's figures.
       2100-Post-Snapshot.
           MOVE SPACES TO BalFile-Balance-History-Record.
           MOVE MstFile-Cust-Acct-Number TO BalFile-Bal-Acct-Number.
           MOVE WS-Run-Month TO BalFile-Bal-Snap-Month.
           MOVE MstFile-Cust-Acct-Balance TO BalFile-Bal-Acct-Balance.
           MOVE MstFile-Cust-Acct-Status TO BalFile-Bal-Acct-Status.
           MOVE MstFile-Cust-State TO WS-Norm-State-In.
           PERFORM 2116-Normalize-State-Code.
           MOVE WS-Norm-State-Code TO BalFile-Bal-State-Code.
           MOVE WS-Run-Date TO BalFile-Bal-Snap-Date.
           MOVE WS-Chain-Run-Id TO BalFile-Bal-Chain-Run-Id.
           WRITE BalFile-Balance-History-Record
              INVALID KEY
                 ADD +1 TO WS-Snap-Replaced-Cnt
                 REWRITE BalFile-Balance-History-Record
           END-WRITE.
           IF WS-BalFile-Good
              ADD +1 TO WS-Snap-Written-Cnt
              ADD MstFile-Cust-Acct-Balance TO WS-Ldg-Out-Hash
           ELSE
              DISPLAY "** ERROR **: 2100-Post-Snapshot"
              DISPLAY "WRITE BalFile Failed."
              DISPLAY "File Status: " WS-BalFile-Status
              MOVE "2100-Post-Snapshot" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-BalFile-Status TO WS-Excp-File-Status
              MOVE "WRITE BalFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
              CLOSE BalFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2116-Normalize-State-Code.
           MOVE WS-Norm-State-In TO WS-Norm-State-Upper.
           INSPECT WS-Norm-State-Upper CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-Norm-State-Upper (3:13) = SPACES
              AND WS-Norm-State-Upper (2:1) NOT = SPACE
              MOVE WS-Norm-State-Upper (1:2) TO WS-Norm-State-Code
           ELSE
              MOVE SPACES TO WS-Norm-State-Code
              SET WS-State-Code-Idx TO 1
              SEARCH WS-State-Code-Entry
                 AT END
                    MOVE "??" TO WS-Norm-State-Code
                 WHEN WS-State-Code-Name (WS-State-Code-Idx) =
                      WS-Norm-State-Upper
                    MOVE WS-State-Code-Value (WS-State-Code-Idx)
                       TO WS-Norm-State-Code
              END-SEARCH
           END-IF.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           CLOSE MstFile.
           CLOSE BalFile.
           PERFORM 9300-Write-Control-Ledger.
           PERFORM 3200-Write-Run-History.
           DISPLAY EOJ-End-Message.
           DISPLAY "Snapshot Month           : " WS-Run-Month.
           DISPLAY "Master Records Read      : " WS-Mst-Read-Cnt.
           DISPLAY "Snapshots Posted         : " WS-Snap-Written-Cnt.
           DISPLAY "  (Rerun - Replaced)     : " WS-Snap-Replaced-Cnt.
           DISPLAY "Tombstones Skipped       : " WS-Tombstone-Cnt.

      *    Appends this run's figures to the cumulative RUNLOG file
      *       -- master records read, snapshots posted, tombstones
      *       left out as exclusions. Losing the history record is
      *       not worth failing an otherwise-good run over, so a
      *       write problem only warns.
       3200-Write-Run-History.
           OPEN EXTEND RunLogFile.
           IF NOT WS-RunLogFile-Good
              AND NOT WS-RunLogFile-Optional-Missing
              DISPLAY "*** WARNING ***"
              DISPLAY "  RUNLOG NOT AVAILABLE - HISTORY NOT WRITTEN"
              DISPLAY "  File Status: " WS-RunLogFile-Status
           ELSE
              MOVE SPACES TO RunLog-Record
              MOVE "STCBBHS1" TO RunLog-Pgm-Id
              MOVE WS-Chain-Run-Id TO RunLog-Chain-Run-Id
              ACCEPT WS-RunLog-Date FROM DATE YYYYMMDD
              ACCEPT WS-RunLog-Time FROM TIME
              MOVE WS-RunLog-Date TO RunLog-Run-Date
              MOVE WS-RunLog-Time TO RunLog-Run-Time
              MOVE WS-Mst-Read-Cnt TO RunLog-Records-Read
              MOVE ZERO TO RunLog-Records-Released
              MOVE WS-Snap-Written-Cnt TO RunLog-Records-Written
              MOVE WS-Tombstone-Cnt TO RunLog-Exclusion-Cnt
              MOVE ZERO TO RunLog-Duplicate-Cnt
              MOVE ZERO TO RunLog-Invalid-Cnt
              MOVE RETURN-CODE TO RunLog-Return-Code
              WRITE RunLog-Record
              IF NOT WS-RunLogFile-Good
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  RUNLOG WRITE FAILED - HISTORY NOT WRITTEN"
                 DISPLAY "  File Status: " WS-RunLogFile-Status
              END-IF
              CLOSE RunLogFile
           END-IF.

       5000-Read-MstFile-Next.
           READ MstFile NEXT
              AT END SET WS-MstFile-EOF TO TRUE
           END-READ.
           IF WS-MstFile-Good
              ADD +1 TO WS-Mst-Read-Cnt
              ADD MstFile-Cust-Acct-Balance TO WS-Ldg-In-Hash
           ELSE
              IF WS-MstFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 5000-Read-MstFile-Next"
                 DISPLAY "Read MstFile Failed."
                 DISPLAY "File Status: " WS-MstFile-Status
                 MOVE "5000-Read-MstFile-Next" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-MstFile-Status TO WS-Excp-File-Status
                 MOVE "Read MstFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 CLOSE MstFile
                 CLOSE BalFile
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
              MOVE "STCBBHS1" TO Excp-Pgm-Id
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

      *    Appends this step's in/out/drop figures to the chain
      *       control ledger: in is every master record read, out
      *       the snapshots posted, and the drops the tombstones
      *       left out. A ledger problem only warns -- the proof
      *       will show the step missing rather than the run
      *       failing.
       9300-Write-Control-Ledger.
           OPEN EXTEND LdgFile.
           IF NOT WS-LdgFile-Good
              AND NOT WS-LdgFile-Optional-Missing
              DISPLAY "*** WARNING ***"
              DISPLAY "  CHNLEDG NOT AVAILABLE - LEDGER NOT WRITTEN"
              DISPLAY "  File Status: " WS-LdgFile-Status
           ELSE
              MOVE SPACES TO LdgFile-Ledger-Record
              MOVE WS-Chain-Run-Id TO LdgFile-Ldg-Chain-Run-Id
              MOVE "STCBBHS1" TO LdgFile-Ldg-Pgm-Id
              ACCEPT WS-Ldg-Date FROM DATE YYYYMMDD
              ACCEPT WS-Ldg-Time FROM TIME
              MOVE WS-Ldg-Date TO LdgFile-Ldg-Step-Date
              MOVE WS-Ldg-Time TO LdgFile-Ldg-Step-Time
              MOVE WS-Mst-Read-Cnt TO LdgFile-Ldg-In-Count
              MOVE WS-Ldg-In-Hash TO LdgFile-Ldg-In-Hash
              MOVE WS-Snap-Written-Cnt TO LdgFile-Ldg-Out-Count
              MOVE WS-Ldg-Out-Hash TO LdgFile-Ldg-Out-Hash
              MOVE WS-Tombstone-Cnt TO LdgFile-Ldg-Drop-Count
              MOVE WS-Ldg-Drop-Hash TO LdgFile-Ldg-Drop-Hash
              WRITE LdgFile-Ledger-Record
              IF NOT WS-LdgFile-Good
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  CHNLEDG WRITE FAILED - LEDGER NOT WRITTEN"
                 DISPLAY "  File Status: " WS-LdgFile-Status
              END-IF
              CLOSE LdgFile
           END-IF.
