      ***********************************************************
      * Program name:    STCBEMR1
      * Original author: David Stagowski
      *
      * Description: E-mail results processing.
      *    STCBEX01/02/04 send the Contact-By-Email accounts to the
      *       EMAILOUT extract instead of the paper vendor, and the
      *       e-mail service returns one record per event --
      *       delivered, hard bounce, soft bounce, or unsubscribe.
      *       This program is the e-mail side of STCBVRS1: it
      *       matches the return file (EMLRES) back against the
      *       EMAILOUT extract we actually sent, keyed on account
      *       number, and closes the loop:
      *
      *       - every piece posts one MAILHIST record under the
      *         chain run id with the e-mail channel byte -- the
      *         worst event the service reported for it wins: hard
      *         bounce, then unsubscribe, then soft bounce, then
      *         delivered; a piece the service never answered for
      *         stays sent-pending -- so STCBRPT6 covers both
      *         channels;
      *       - a hard bounce on the address the master still
      *         carries moves the account back to paper on CUSTMST,
      *         leaves the service's bounce reason in the master's
      *         e-mail invalid reason, and appends a CUSTAUD record
      *         so STCBMST1 pins the channel against the feed;
      *       - an unsubscribe goes into the SUPPCTL do-not-mail
      *         registry as a permanent entry, reason "UN", unless
      *         the account already has one;
      *       - a result for a piece we never sent, or for an
      *         address other than the one we sent to, is counted
      *         and listed but acted on no further.
      *
      *    Every outcome other than a clean delivery is listed on
      *       the EMLRPT report.
      *
      *    Neither input arrives in account order, so each side is
      *       re-sorted by account number first and the two sorted
      *       copies are match-merged, the way STCBVRS1 does it. An
      *       account can have several events, so the piece is held
      *       until the results move past its account.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created so we stop sending to dead
      *                          addresses and honor e-mail opt-
      *                          outs.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STCBEMR1.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * SOURCE-COMPUTER.   IBM WITH DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    E-mail service return file, one record per event.
           SELECT ResFile
           ASSIGN TO EMLRES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ResFile-Status.

      *    The e-mail extract we sent -- what the results are
      *       matched against.
           SELECT EmlFile
           ASSIGN TO EMAILOUT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EmlFile-Status.

           SELECT ResSortFile
           ASSIGN TO SORTWK1.

           SELECT EmlSortFile
           ASSIGN TO SORTWK2.

      *    Results re-sorted into account order for the match.
           SELECT ResSortedFile
           ASSIGN TO EMRSRT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ResSortedFile-Status.

      *    Extract re-sorted into account order for the match.
           SELECT EmlSortedFile
           ASSIGN TO EMOSRT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EmlSortedFile-Status.

      *    Indexed customer master -- a hard bounce moves the
      *       account to paper here.
           SELECT MstFile
           ASSIGN TO CUSTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MstFile-Cust-Acct-Number
           ALTERNATE RECORD KEY IS MstFile-Cust-Last-Name
              WITH DUPLICATES
           FILE STATUS IS WS-MstFile-Status.

      *    Keyed mailing history -- one record per account per
      *       mailing event, keyed account plus chain run id.
      *       OPTIONAL so the very first run creates it.
           SELECT OPTIONAL HistFile
           ASSIGN TO MAILHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HistFile-Hist-Key
           FILE STATUS IS WS-HistFile-Status.

      *    Do-not-mail suppression registry -- read for the
      *       permanent entries already there, then extended.
           SELECT OPTIONAL SuppFile
           ASSIGN TO SUPPCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppFile-Status.

      *    Cumulative audit trail shared with STCBINQ1 -- one record
      *       per channel change, before/after images. Opened EXTEND
      *       so every run adds to the same history; OPTIONAL so the
      *       very first run creates it.
           SELECT OPTIONAL AudFile
           ASSIGN TO CUSTAUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AudFile-Status.

      *    Chain run id handoff from STCBDRV1 -- absent on a
      *       standalone run. See 1300-Read-Chain-Id.
           SELECT ChainIdFile
           ASSIGN TO CHAINID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChainIdFile-Status.

      *    E-mail results report -- every outcome other than a
      *       clean delivery, with what was done about it.
           SELECT PrtFile
           ASSIGN TO EMLRPT
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
       FD  ResFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ResFile-Record.
           12  Res-Acct-Number            PIC X(10).
           12  Res-Email-Addr             PIC X(30).
           12  Res-Event                  PIC X(01).
               88 Res-Delivered              VALUE "D".
               88 Res-Hard-Bounce            VALUE "H".
               88 Res-Soft-Bounce            VALUE "S".
               88 Res-Unsubscribe            VALUE "U".
           12  Res-Reason                 PIC X(02).
           12  Res-Event-Date             PIC 9(08).
           12  FILLER                     PIC X(09).

       FD  EmlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EmlFile-Record                 PIC X(80).

       SD  ResSortFile.
       01  ResSort-Record.
           12  ResSort-Acct-Number        PIC X(10).
           12  FILLER                     PIC X(50).

       SD  EmlSortFile.
       01  EmlSort-Record.
           12  EmlSort-Acct-Number        PIC X(10).
           12  FILLER                     PIC X(70).

       FD  ResSortedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ResSorted-Record.
           12  ResSrt-Acct-Number         PIC X(10).
           12  ResSrt-Email-Addr          PIC X(30).
           12  ResSrt-Event               PIC X(01).
               88 ResSrt-Delivered           VALUE "D".
               88 ResSrt-Hard-Bounce         VALUE "H".
               88 ResSrt-Soft-Bounce         VALUE "S".
               88 ResSrt-Unsubscribe         VALUE "U".
           12  ResSrt-Reason              PIC X(02).
           12  ResSrt-Event-Date          PIC 9(08).
           12  FILLER                     PIC X(09).

      *    Same layout STCBEX01/02/04 write to EMAILOUT.
       FD  EmlSortedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  EmlSorted-Record.
           12  EmlSrt-Acct-Number         PIC X(10).
           12  EmlSrt-Email-Addr          PIC X(30).
           12  EmlSrt-Last-Name           PIC X(20).
           12  EmlSrt-First-Name          PIC X(15).
           12  FILLER                     PIC X(05).

       FD  MstFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTMST REPLACING ==:tag:== BY ==MstFile==.

      *    Keyed mailing history -- see 2620-Post-History.
       FD  HistFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY MAILHIST REPLACING ==:tag:== BY ==HistFile==.

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

       FD  AudFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTAUD.

      *    One-record chain run id handoff written by STCBDRV1.
       FD  ChainIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ChainIdFile-Record             PIC X(14).

       FD  PrtFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PrtFile-Record                 PIC X(80).

      *    Common structured exceptions file -- one record appended
      *       per warning or error. See 9200-Log-Exception.
       FD  ExcpFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EXCPT.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ResFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EmlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ResSortedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EmlSortedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MstFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AudFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       when an exception record is written. See
      *       9200-Log-Exception.
           COPY FSMSG.

       01  WS-Emr-Heading-1       PIC X(44) VALUE
           "STCBEMR1 - E-MAIL RESULTS PROCESSING".
       01  WS-Emr-Heading-2.
           05  FILLER  PIC X(43) VALUE
               "ACCT NO.    E-MAIL ADDRESS".
           05  FILLER  PIC X(37) VALUE
               "OUTCOME      ACTION".

       01  WS-Emr-Line.
           05  WS-Emr-Acct           PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WS-Emr-Email          PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Emr-Outcome        PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Emr-Action         PIC X(24).

       01  WS-Emr-Blank-Line      PIC X(01) VALUE SPACE.

      *    The piece in hand and the worst event reported for it so
      *       far. Rank: 0 no answer, 1 delivered, 2 soft bounce,
      *       3 unsubscribe, 4 hard bounce.
       01  WS-Piece-Control.
           12 WS-Piece-Rank             PIC 9(01) VALUE ZERO.
           12 WS-Event-Rank             PIC 9(01) VALUE ZERO.
           12 WS-Piece-Reason           PIC X(02).
           12 WS-Piece-Bounce-Reason    PIC X(02).
           12 WS-Piece-Event-Date       PIC 9(08).
           12 WS-Piece-Unsub-Sw         PIC X(01) VALUE "N".
              88 WS-Piece-Unsubscribed  VALUE "Y".

      *    Permanent SUPPCTL entries already on file, so a second
      *       unsubscribe does not add a second entry.
       01  WS-Suppress-Control.
           12 WS-Suppress-Count         PIC S9(4) COMP VALUE ZERO.
           12 WS-Suppress-Max           PIC S9(4) COMP VALUE +2000.
           12 WS-Suppress-Table.
              16 WS-Supp-Acct OCCURS 2000 TIMES
                              INDEXED BY WS-Suppress-Idx
                                        PIC X(10).
           12 WS-Suppress-Found-Sw      PIC X(01) VALUE "N".
              88 WS-Acct-Is-Suppressed  VALUE "Y".
           12 WS-Suppress-Full-Sw       PIC X(01) VALUE "N".
              88 WS-Suppress-Full       VALUE "Y".

       01  WS-Before-Image             PIC X(154).

       01  WS-Stamp-Control.
           12 WS-Stamp-Date             PIC 9(08).
           12 WS-Stamp-Time             PIC 9(08).

       01  WS-File-Counters.
           12 WS-Result-Read-Cnt        PIC S9(5) COMP VALUE ZERO.
           12 WS-Piece-Read-Cnt         PIC S9(5) COMP VALUE ZERO.
           12 WS-Matched-Cnt            PIC S9(5) COMP VALUE ZERO.
           12 WS-Delivered-Cnt          PIC S9(5) COMP VALUE ZERO.
           12 WS-Hard-Bounce-Cnt        PIC S9(5) COMP VALUE ZERO.
           12 WS-Soft-Bounce-Cnt        PIC S9(5) COMP VALUE ZERO.
           12 WS-Unsubscribe-Cnt        PIC S9(5) COMP VALUE ZERO.
           12 WS-Result-No-Piece-Cnt    PIC S9(5) COMP VALUE ZERO.
           12 WS-Addr-Mismatch-Cnt      PIC S9(5) COMP VALUE ZERO.
           12 WS-Bad-Event-Cnt          PIC S9(5) COMP VALUE ZERO.
           12 WS-Piece-No-Result-Cnt    PIC S9(5) COMP VALUE ZERO.
           12 WS-Moved-To-Paper-Cnt     PIC S9(5) COMP VALUE ZERO.
           12 WS-Master-Notfound-Cnt    PIC S9(5) COMP VALUE ZERO.
           12 WS-Supp-Added-Cnt         PIC S9(5) COMP VALUE ZERO.
           12 WS-History-Posted-Cnt     PIC S9(5) COMP VALUE ZERO.

      *    Mailing-history posting fields. The chain run id comes
      *       off the CHAINID handoff file STCBDRV1 writes at the
      *       top of the nightly chain; a standalone run posts
      *       spaces there, as STCBVRS1 does.
       01  WS-Hist-Control.
           12 WS-Chain-Run-Id           PIC X(14) VALUE SPACES.
           12 WS-Hist-Post-Date         PIC 9(08) VALUE ZERO.
           12 WS-Hist-Disposition       PIC X(01).

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
              "*** Program STCBEMR1 - End of Run Messages".

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process.
           PERFORM 2500-Match-Results.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1300-Read-Chain-Id.
           PERFORM 1150-Load-Suppress-Table.
           ACCEPT WS-Hist-Post-Date FROM DATE YYYYMMDD.
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
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O HistFile.
           IF NOT WS-HistFile-Good
              AND NOT WS-HistFile-Optional-Missing
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open HistFile Failed."
              DISPLAY "File Status: " WS-HistFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-HistFile-Status TO WS-Excp-File-Status
              MOVE "Open HistFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
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
              CLOSE MstFile
              CLOSE HistFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND SuppFile.
           IF NOT WS-SuppFile-Good
              AND NOT WS-SuppFile-Optional-Missing
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open SuppFile Failed."
              DISPLAY "File Status: " WS-SuppFile-Status
              MOVE "1000-Begin-Job" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-SuppFile-Status TO WS-Excp-File-Status
              MOVE "Open SuppFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
              CLOSE HistFile
              CLOSE AudFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT PrtFile.
           WRITE PrtFile-Record FROM WS-Emr-Heading-1.
           WRITE PrtFile-Record FROM WS-Emr-Blank-Line.
           WRITE PrtFile-Record FROM WS-Emr-Heading-2.

      *    Loads the accounts that already carry a permanent
      *       (99991231) SUPPCTL entry, whatever the reason. An
      *       expiring entry does not count -- the unsubscribe
      *       outlives it.
       1150-Load-Suppress-Table.
           OPEN INPUT SuppFile.
           IF WS-SuppFile-Good
              PERFORM UNTIL WS-SuppFile-EOF
                 READ SuppFile
                    AT END
                       SET WS-SuppFile-EOF TO TRUE
                    NOT AT END
                       IF Supp-Exp-Date = 99991231
                          PERFORM 1155-Add-Suppress-Entry
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SuppFile.

       1155-Add-Suppress-Entry.
           IF WS-Suppress-Count < WS-Suppress-Max
              ADD +1 TO WS-Suppress-Count
              SET WS-Suppress-Idx TO WS-Suppress-Count
              MOVE Supp-Acct-Number TO WS-Supp-Acct (WS-Suppress-Idx)
           ELSE
              IF NOT WS-Suppress-Full
                 SET WS-Suppress-Full TO TRUE
                 DISPLAY "*** WARNING ***"
                 DISPLAY "  SUPPCTL TABLE FULL - DUPLICATES POSSIBLE"
              END-IF
           END-IF.

      *    Picks up the chain run id STCBDRV1 left on CHAINID, so
      *       each mailing-history record posts under the chain
      *       that sent the e-mail. No file (or an empty one) means
      *       a standalone run -- the id stays spaces.
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

      *    Re-sorts each input into account order so 2500 can read
      *       the two sides against each other key-sequentially.
       2000-Process.
           SORT ResSortFile
              ON ASCENDING KEY ResSort-Acct-Number
                 USING ResFile
                 GIVING ResSortedFile.
           IF SORT-RETURN > 0
              DISPLAY '*** WARNING ***'
              DISPLAY '  SORT FAILED (ResSortFile)  '
              MOVE "2000-Process" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "SORT FAILED (ResSortFile)" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.
           SORT EmlSortFile
              ON ASCENDING KEY EmlSort-Acct-Number
                 USING EmlFile
                 GIVING EmlSortedFile.
           IF SORT-RETURN > 0
              DISPLAY '*** WARNING ***'
              DISPLAY '  SORT FAILED (EmlSortFile)  '
              MOVE "2000-Process" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "SORT FAILED (EmlSortFile)" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.

      *    Sequential match-merge on account number. A result
      *       behind the piece has no piece and is listed; a piece
      *       behind the result has had all its events and is
      *       closed out; equal keys fold the event into the piece
      *       and move on to the next result only.
       2500-Match-Results.
           OPEN INPUT ResSortedFile.
           OPEN INPUT EmlSortedFile.
           PERFORM 2510-Read-Result.
           PERFORM 2520-Read-Piece.
           PERFORM UNTIL WS-ResSortedFile-EOF
                   AND WS-EmlSortedFile-EOF
              EVALUATE TRUE
                 WHEN WS-ResSortedFile-EOF
                    PERFORM 2530-Close-Piece
                 WHEN WS-EmlSortedFile-EOF
                    PERFORM 2540-Result-No-Piece
                 WHEN ResSrt-Acct-Number < EmlSrt-Acct-Number
                    PERFORM 2540-Result-No-Piece
                 WHEN ResSrt-Acct-Number > EmlSrt-Acct-Number
                    PERFORM 2530-Close-Piece
                 WHEN OTHER
                    PERFORM 2600-Apply-Result
                    PERFORM 2510-Read-Result
              END-EVALUATE
           END-PERFORM.
           CLOSE ResSortedFile.
           CLOSE EmlSortedFile.

      *    All the events for the piece are in: post its history
      *       record, act on a hard bounce or an unsubscribe, and
      *       move to the next piece. A piece the service never
      *       answered for posts sent-pending, as on paper.
       2530-Close-Piece.
           EVALUATE WS-Piece-Rank
              WHEN 0
                 ADD +1 TO WS-Piece-No-Result-Cnt
                 MOVE "S" TO WS-Hist-Disposition
                 MOVE ZERO TO WS-Piece-Event-Date
              WHEN 1
                 ADD +1 TO WS-Delivered-Cnt
                 MOVE "M" TO WS-Hist-Disposition
              WHEN 2
                 ADD +1 TO WS-Soft-Bounce-Cnt
                 MOVE "U" TO WS-Hist-Disposition
                 MOVE "NONE - RETRY NEXT RUN" TO WS-Emr-Action
                 MOVE "SOFT BOUNCE" TO WS-Emr-Outcome
                 PERFORM 2910-Report-Piece
              WHEN 3
                 MOVE "O" TO WS-Hist-Disposition
              WHEN 4
                 ADD +1 TO WS-Hard-Bounce-Cnt
                 MOVE "U" TO WS-Hist-Disposition
                 PERFORM 2700-Move-To-Paper
           END-EVALUATE.
           PERFORM 2620-Post-History.
           IF WS-Piece-Unsubscribed
              ADD +1 TO WS-Unsubscribe-Cnt
              PERFORM 2800-Record-Unsubscribe
           END-IF.
           MOVE ZERO TO WS-Piece-Rank.
           MOVE SPACES TO WS-Piece-Reason.
           MOVE SPACES TO WS-Piece-Bounce-Reason.
           MOVE ZERO TO WS-Piece-Event-Date.
           MOVE "N" TO WS-Piece-Unsub-Sw.
           PERFORM 2520-Read-Piece.

       2540-Result-No-Piece.
           ADD +1 TO WS-Result-No-Piece-Cnt.
           MOVE ResSrt-Acct-Number TO WS-Emr-Acct.
           MOVE ResSrt-Email-Addr TO WS-Emr-Email.
           PERFORM 2920-Set-Event-Outcome.
           MOVE "NONE - NO PIECE SENT" TO WS-Emr-Action.
           PERFORM 6000-Write-PrtFile.
           PERFORM 2510-Read-Result.

      *    Folds one event into the piece in hand. An event for an
      *       address other than the one we sent to belongs to an
      *       earlier mailing or a mistyped report; it is listed and
      *       ignored.
       2600-Apply-Result.
           ADD +1 TO WS-Matched-Cnt.
           IF ResSrt-Email-Addr NOT = EmlSrt-Email-Addr
              ADD +1 TO WS-Addr-Mismatch-Cnt
              MOVE ResSrt-Acct-Number TO WS-Emr-Acct
              MOVE ResSrt-Email-Addr TO WS-Emr-Email
              PERFORM 2920-Set-Event-Outcome
              MOVE "NONE - NOT ADDRESS SENT" TO WS-Emr-Action
              PERFORM 6000-Write-PrtFile
           ELSE
              EVALUATE TRUE
                 WHEN ResSrt-Delivered
                    MOVE 1 TO WS-Event-Rank
                 WHEN ResSrt-Soft-Bounce
                    MOVE 2 TO WS-Event-Rank
                 WHEN ResSrt-Unsubscribe
                    MOVE 3 TO WS-Event-Rank
                    SET WS-Piece-Unsubscribed TO TRUE
                 WHEN ResSrt-Hard-Bounce
                    MOVE 4 TO WS-Event-Rank
                    MOVE ResSrt-Reason TO WS-Piece-Bounce-Reason
                 WHEN OTHER
                    MOVE ZERO TO WS-Event-Rank
                    ADD +1 TO WS-Bad-Event-Cnt
                    DISPLAY "*** WARNING ***"
                    DISPLAY "  UNKNOWN E-MAIL EVENT '" ResSrt-Event
                       "' FOR ACCT " ResSrt-Acct-Number
              END-EVALUATE
              IF WS-Event-Rank > WS-Piece-Rank
                 MOVE WS-Event-Rank TO WS-Piece-Rank
                 MOVE ResSrt-Event-Date TO WS-Piece-Event-Date
                 EVALUATE WS-Event-Rank
                    WHEN 2
                       MOVE "SB" TO WS-Piece-Reason
                    WHEN 4
                       MOVE "HB" TO WS-Piece-Reason
                    WHEN OTHER
                       MOVE SPACES TO WS-Piece-Reason
                 END-EVALUATE
              END-IF
           END-IF.

      *    Writes the piece's mailing-history record under account
      *       plus chain run id, e-mail channel. A re-run of the
      *       same chain replaces the earlier posting, as in
      *       STCBVRS1.
       2620-Post-History.
           MOVE SPACES TO HistFile-Mail-History-Record.
           MOVE EmlSrt-Acct-Number TO HistFile-Hist-Acct-Number.
           MOVE WS-Chain-Run-Id TO HistFile-Hist-Chain-Run-Id.
           MOVE WS-Piece-Event-Date TO HistFile-Hist-Mail-Date.
           MOVE WS-Hist-Disposition TO HistFile-Hist-Disposition.
           MOVE WS-Piece-Reason TO HistFile-Hist-Undeliv-Reason.
           MOVE WS-Hist-Post-Date TO HistFile-Hist-Post-Date.
           MOVE "E" TO HistFile-Hist-Channel.
           WRITE HistFile-Mail-History-Record
              INVALID KEY
                 REWRITE HistFile-Mail-History-Record
           END-WRITE.
           IF WS-HistFile-Good
              ADD +1 TO WS-History-Posted-Cnt
           ELSE
              DISPLAY "** ERROR **: 2620-Post-History"
              DISPLAY "WRITE HistFile Failed."
              DISPLAY "File Status: " WS-HistFile-Status
              MOVE "2620-Post-History" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-HistFile-Status TO WS-Excp-File-Status
              MOVE "WRITE HistFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE HistFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    A hard bounce moves the account to paper -- but only
      *       while the master still carries the address that
      *       bounced; a customer who has since given us a new one
      *       keeps e-mail. The channel change is audited like any
      *       other change to the master, so STCBMST1 pins it and
      *       the feed cannot flip it back.
       2700-Move-To-Paper.
           MOVE "HARD BOUNCE" TO WS-Emr-Outcome.
           MOVE EmlSrt-Acct-Number TO MstFile-Cust-Acct-Number.
           READ MstFile
              INVALID KEY
                 ADD +1 TO WS-Master-Notfound-Cnt
                 MOVE "NONE - NOT ON MASTER" TO WS-Emr-Action
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN MstFile-Cust-Email-Addr NOT = EmlSrt-Email-Addr
                       MOVE "NONE - ADDRESS CHANGED"
                          TO WS-Emr-Action
                    WHEN MstFile-Contact-By-Email
                       MOVE MstFile-Customer-Portion
                          TO WS-Before-Image
                       MOVE "P" TO MstFile-Cust-Contact-Channel
                       PERFORM 2710-Set-Invalid-Reason
                       PERFORM 6100-Rewrite-MstFile
                       PERFORM 6200-Write-AudFile
                       ADD +1 TO WS-Moved-To-Paper-Cnt
                       MOVE "MOVED TO PAPER" TO WS-Emr-Action
                    WHEN OTHER
                       PERFORM 2710-Set-Invalid-Reason
                       PERFORM 6100-Rewrite-MstFile
                       MOVE "ALREADY PAPER - LOGGED" TO WS-Emr-Action
                 END-EVALUATE
           END-READ.
           PERFORM 2910-Report-Piece.

      *    The service's own bounce reason when it gave one.
       2710-Set-Invalid-Reason.
           IF WS-Piece-Bounce-Reason = SPACES
              MOVE "HB" TO MstFile-Mst-Email-Invalid-Rsn
           ELSE
              MOVE WS-Piece-Bounce-Reason
                 TO MstFile-Mst-Email-Invalid-Rsn
           END-IF.

      *    An opt-out we are bound to honor: a permanent SUPPCTL
      *       entry, reason "UN", effective the day of the event.
       2800-Record-Unsubscribe.
           MOVE "UNSUBSCRIBE" TO WS-Emr-Outcome.
           MOVE "N" TO WS-Suppress-Found-Sw.
           IF WS-Suppress-Count > ZERO
              SET WS-Suppress-Idx TO 1
              SEARCH WS-Supp-Acct
                 AT END
                    CONTINUE
                 WHEN WS-Suppress-Idx > WS-Suppress-Count
                    CONTINUE
                 WHEN WS-Supp-Acct (WS-Suppress-Idx) =
                      EmlSrt-Acct-Number
                    SET WS-Acct-Is-Suppressed TO TRUE
              END-SEARCH
           END-IF.
           IF WS-Acct-Is-Suppressed
              MOVE "NONE - ALREADY SUPPCTL" TO WS-Emr-Action
           ELSE
              PERFORM 6300-Write-SuppFile
              MOVE EmlSrt-Acct-Number TO Supp-Acct-Number
              PERFORM 1155-Add-Suppress-Entry
              MOVE "ADDED TO SUPPCTL" TO WS-Emr-Action
           END-IF.
           PERFORM 2910-Report-Piece.

       2910-Report-Piece.
           MOVE EmlSrt-Acct-Number TO WS-Emr-Acct.
           MOVE EmlSrt-Email-Addr TO WS-Emr-Email.
           PERFORM 6000-Write-PrtFile.

       2920-Set-Event-Outcome.
           EVALUATE TRUE
              WHEN ResSrt-Delivered
                 MOVE "DELIVERED" TO WS-Emr-Outcome
              WHEN ResSrt-Hard-Bounce
                 MOVE "HARD BOUNCE" TO WS-Emr-Outcome
              WHEN ResSrt-Soft-Bounce
                 MOVE "SOFT BOUNCE" TO WS-Emr-Outcome
              WHEN ResSrt-Unsubscribe
                 MOVE "UNSUBSCRIBE" TO WS-Emr-Outcome
              WHEN OTHER
                 MOVE "UNKNOWN" TO WS-Emr-Outcome
           END-EVALUATE.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           CLOSE MstFile.
           CLOSE HistFile.
           CLOSE SuppFile.
           CLOSE AudFile.
           CLOSE PrtFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Results Read            : " WS-Result-Read-Cnt.
           DISPLAY "Pieces Read  (EMAILOUT) : " WS-Piece-Read-Cnt.
           DISPLAY "Results Matched         : " WS-Matched-Cnt.
           DISPLAY "  Delivered             : " WS-Delivered-Cnt.
           DISPLAY "  Hard Bounces          : " WS-Hard-Bounce-Cnt.
           DISPLAY "  Soft Bounces          : " WS-Soft-Bounce-Cnt.
           DISPLAY "  Unsubscribes          : " WS-Unsubscribe-Cnt.
           DISPLAY "  Not Address Sent      : " WS-Addr-Mismatch-Cnt.
           DISPLAY "  Unknown Events        : " WS-Bad-Event-Cnt.
           DISPLAY "Results With No Piece   : "
              WS-Result-No-Piece-Cnt.
           DISPLAY "Pieces With No Result   : "
              WS-Piece-No-Result-Cnt.
           DISPLAY "Accounts Moved To Paper : "
              WS-Moved-To-Paper-Cnt.
           DISPLAY "Accts Not On Master     : "
              WS-Master-Notfound-Cnt.
           DISPLAY "SUPPCTL Entries Added   : " WS-Supp-Added-Cnt.
           DISPLAY "History Records Posted  : "
              WS-History-Posted-Cnt.
           IF WS-Result-No-Piece-Cnt > ZERO
              DISPLAY "*** WARNING ***"
              DISPLAY "  E-MAIL SERVICE REPORTED MAIL WE NEVER SENT"
              MOVE "3000-End-Job" TO WS-Excp-Paragraph
              MOVE "W" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "E-MAIL SERVICE REPORTED MAIL NEVER SENT"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
           END-IF.

       2510-Read-Result.
           READ ResSortedFile
              AT END SET WS-ResSortedFile-EOF TO TRUE
           END-READ.
           IF WS-ResSortedFile-Good
              ADD +1 TO WS-Result-Read-Cnt
           ELSE
              IF WS-ResSortedFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2510-Read-Result"
                 DISPLAY "Read ResSortedFile Failed."
                 DISPLAY "File Status: " WS-ResSortedFile-Status
                 MOVE "2510-Read-Result" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-ResSortedFile-Status
                    TO WS-Excp-File-Status
                 MOVE "Read ResSortedFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2520-Read-Piece.
           READ EmlSortedFile
              AT END SET WS-EmlSortedFile-EOF TO TRUE
           END-READ.
           IF WS-EmlSortedFile-Good
              ADD +1 TO WS-Piece-Read-Cnt
           ELSE
              IF WS-EmlSortedFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 2520-Read-Piece"
                 DISPLAY "Read EmlSortedFile Failed."
                 DISPLAY "File Status: " WS-EmlSortedFile-Status
                 MOVE "2520-Read-Piece" TO WS-Excp-Paragraph
                 MOVE "E" TO WS-Excp-Severity
                 MOVE WS-EmlSortedFile-Status
                    TO WS-Excp-File-Status
                 MOVE "Read EmlSortedFile Failed" TO WS-Excp-Message
                 PERFORM 9200-Log-Exception
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       6000-Write-PrtFile.
           WRITE PrtFile-Record FROM WS-Emr-Line.
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

       6100-Rewrite-MstFile.
           REWRITE MstFile-Master-Record.
           IF NOT WS-MstFile-Good
              DISPLAY "** ERROR **: 6100-Rewrite-MstFile"
              DISPLAY "REWRITE MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE "6100-Rewrite-MstFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-MstFile-Status TO WS-Excp-File-Status
              MOVE "REWRITE MstFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    One audit record per channel change, in the same record
      *       the STCBINQ1 dialogue writes.
       6200-Write-AudFile.
           MOVE SPACES TO AudFile-Record.
           MOVE "STCBEMR1" TO Aud-Operator-Id.
           ACCEPT WS-Stamp-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Stamp-Time FROM TIME.
           MOVE WS-Stamp-Date TO Aud-Change-Date.
           MOVE WS-Stamp-Time TO Aud-Change-Time.
           MOVE MstFile-Cust-Acct-Number TO Aud-Cust-Acct-Number.
           MOVE WS-Before-Image TO Aud-Before-Image.
           MOVE MstFile-Customer-Portion TO Aud-After-Image.
           WRITE AudFile-Record.
           IF NOT WS-AudFile-Good
              DISPLAY "** ERROR **: 6200-Write-AudFile"
              DISPLAY "WRITE AudFile Failed."
              DISPLAY "File Status: " WS-AudFile-Status
              MOVE "6200-Write-AudFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-AudFile-Status TO WS-Excp-File-Status
              MOVE "WRITE AudFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE MstFile
              CLOSE AudFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6300-Write-SuppFile.
           MOVE SPACES TO SuppFile-Record.
           MOVE EmlSrt-Acct-Number TO Supp-Acct-Number.
           MOVE "UN" TO Supp-Reason.
           IF WS-Piece-Event-Date NUMERIC
              AND WS-Piece-Event-Date > ZERO
              MOVE WS-Piece-Event-Date TO Supp-Eff-Date
           ELSE
              MOVE WS-Hist-Post-Date TO Supp-Eff-Date
           END-IF.
           MOVE 99991231 TO Supp-Exp-Date.
           WRITE SuppFile-Record.
           IF WS-SuppFile-Good
              ADD +1 TO WS-Supp-Added-Cnt
           ELSE
              DISPLAY "** ERROR **: 6300-Write-SuppFile"
              DISPLAY "WRITE SuppFile Failed."
              DISPLAY "File Status: " WS-SuppFile-Status
              MOVE "6300-Write-SuppFile" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-SuppFile-Status TO WS-Excp-File-Status
              MOVE "WRITE SuppFile Failed" TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              CLOSE SuppFile
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
              MOVE "STCBEMR1" TO Excp-Pgm-Id
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
