      *       file with the before and after record images, the
      *       operator id keyed at sign-on, and a date/time stamp.
      *
      *    Sensitive changes are under dual control: a status change
      *       out of C or H, or an address, city or ZIP change on an
      *       account whose balance is over the DUALCTL ADDRBAL
      *       threshold, is written to the CUSTPEND pending-changes
      *       file instead of the master. A supervisor keys APPROVE
      *       at the account prompt to work the pending changes --
      *       approve or reject each one -- and may not approve a
      *       change they keyed themselves. An approved change goes
      *       to CUSTAUD under the maker's id with the approver's id
      *       alongside. STCBPND1 reports what is left pending.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          inquiry/correction flow. Access
      *                          mode is DYNAMIC now so the browse
      *                          can READ NEXT between keyed reads.
      * 2026-10-15 dscobol       Supervisor level ("S") added to
      *                          OPERSEC for STCBREL1 releases; a
      *                          supervisor may also correct here.
      * 2026-10-15 dscobol       Inquiry shows when an account was
      *                          dropped from the feed and the
      *                          status it had, now that STCBMST1
      *                          keeps dropped accounts.
      * 2026-10-15 dscobol       Dual control: sensitive status and
      *                          address changes are held on
      *                          CUSTPEND for a second, supervisor
      *                          operator to approve or reject from
      *                          the new APPROVE function. CUSTAUD
      *                          now comes from its copybook and
      *                          carries the approver id.
      * 2026-10-15 dscobol       APPROVE refuses a held change for
      *                          a tombstoned account.
      * 2026-10-15 dscobol       APPROVE checks only the fields the
      *                          maker changed for staleness and
      *                          moves only those onto the master,
      *                          so nightly balance and address
      *                          standardization no longer reject
      *                          a held change or get overwritten.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AudFile-Status.

      *    Dual-control thresholds -- keyword layout, see
      *       1200-Load-Dual-Control.
           SELECT OPTIONAL DualCtlFile
           ASSIGN TO DUALCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DualCtlFile-Status.

      *    Sensitive changes awaiting a supervisor's decision, keyed
      *       by account and the stamp they were keyed at. OPTIONAL
      *       so the first held change creates it.
           SELECT OPTIONAL PendFile
           ASSIGN TO CUSTPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Pend-Key
           FILE STATUS IS WS-PendFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MstFile
           12  Oper-Level                 PIC X(01).
               88 Oper-Level-Inquiry         VALUE "I".
               88 Oper-Level-Correct          VALUE "C".
               88 Oper-Level-Supervisor       VALUE "S".
           12  Oper-Lock-Flag             PIC X(01).
               88 Oper-Locked                VALUE "L".
           12  FILLER                     PIC X(07).
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTAUD.

       FD  DualCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  DualCtlFile-Record.
           12  Dual-Keyword               PIC X(08).
           12  FILLER                     PIC X(01).
           12  Dual-Value                 PIC X(15).
           12  FILLER                     PIC X(06).

       FD  PendFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTPEND.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==OperFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReinFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AudFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DualCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PendFile==.

      *    Plain-English text for the file status codes above, so
      *       the console log means something without a reference
           12 WS-Inq-Acct-Number        PIC X(10).
              88 WS-Inq-Done            VALUE "END", "end".
              88 WS-Inq-Browse          VALUE "NAME", "name".
              88 WS-Inq-Approve         VALUE "APPROVE", "approve".
           12 WS-Update-Reply           PIC X(01).
              88 WS-Update-Wanted       VALUE "Y", "y".
           12 WS-Field-Reply            PIC X(30).
           12 WS-Signed-On-Sw           PIC X(01) VALUE "N".
              88 WS-Signed-On           VALUE "Y".
           12 WS-Session-Level          PIC X(01) VALUE "I".
              88 WS-Oper-Can-Correct    VALUES "C" "S".
              88 WS-Oper-Can-Approve    VALUE "S".

      *    Browse-by-name controls. One page holds up to nine
      *       matches; the table keeps each line's account number
           12 WS-Before-Image           PIC X(154).
           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-Work==.

      *    Dual-control settings and switches. ADDRBAL is whole
      *       dollars, as SELCTL's BALMIN is; a missing DUALCTL
      *       leaves it at zero, so every address change on an
      *       account with money on it is held. The maker and
      *       approver ids are what 6000-Write-AudFile stamps: the
      *       signed-on operator and blank for an ordinary change,
      *       the keying operator and the supervisor for a released
      *       one.
       01  WS-Dual-Control.
           12 WS-Dual-Addr-Bal          PIC S9(09) VALUE ZERO.
           12 WS-Sensitive-Status-Sw    PIC X(01) VALUE "N".
              88 WS-Sensitive-Status    VALUE "Y".
           12 WS-Sensitive-Address-Sw   PIC X(01) VALUE "N".
              88 WS-Sensitive-Address   VALUE "Y".
           12 WS-Aud-Maker-Id           PIC X(08).
           12 WS-Aud-Approver-Id        PIC X(08) VALUE SPACES.
           12 WS-Pend-Acct-Number       PIC X(10).
           12 WS-Pend-Scan-Sw           PIC X(01) VALUE "N".
              88 WS-Pend-Scan-Done      VALUE "Y".
           12 WS-Approve-Reply          PIC X(03).
              88 WS-Approve-Yes         VALUE "A", "a".
              88 WS-Approve-Reject      VALUE "R", "r".
              88 WS-Approve-End         VALUE "END", "end".
           12 WS-Pend-Stale-Sw          PIC X(01) VALUE "N".
              88 WS-Pend-Is-Stale       VALUE "Y".
           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-Pend-Bef==.
           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-Pend-Aft==.

      *    Content-validation controls, the same checks that
      *       2105-Validate-INFile-Record applies in the sort
      *       programs, plus the ZIP and status edits only this
           12 WS-Inquiry-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Update-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Notfound-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Held-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Approved-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt           PIC S9(4) COMP VALUE ZERO.

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
      D     DISPLAY "1000-Begin-Job: ".
           DISPLAY "*** STCBINQ1 - Customer Master Inquiry ***".
           PERFORM 1100-Sign-On.
           PERFORM 1200-Load-Dual-Control.
           OPEN I-O MstFile.
           IF NOT WS-MstFile-Good
              DISPLAY "** ERROR **: 1000-Begin-Job"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O PendFile.
           IF NOT WS-PendFile-Good
              AND NOT WS-PendFile-Optional-Missing
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open PendFile Failed."
              DISPLAY "File Status: " WS-PendFile-Status
              MOVE WS-PendFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              CLOSE AudFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Authenticates the operator against the OPERSEC registry
      *       before anything else opens. Three failed attempts --
              CLOSE OperFile
           END-IF.

      *    DUALCTL keywords (keyword in 1-8, value from column 10):
      *       ADDRBAL  whole-dollar balance over which an address
      *                change needs a supervisor's approval
      *       PENDDAYS days a change may wait before STCBPND1
      *                reports it (read there, not here)
       1200-Load-Dual-Control.
           OPEN INPUT DualCtlFile.
           IF NOT WS-DualCtlFile-Good
              DISPLAY "*** WARNING ***"
              DISPLAY "  DUALCTL NOT AVAILABLE - ALL ADDRESS CHANGES"
                 " ON A BALANCE NEED APPROVAL"
           ELSE
              PERFORM UNTIL WS-DualCtlFile-EOF
                 READ DualCtlFile
                    AT END
                       SET WS-DualCtlFile-EOF TO TRUE
                    NOT AT END
                       IF Dual-Keyword = "ADDRBAL"
                          MOVE Dual-Value (1:9) TO WS-Dual-Addr-Bal
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DualCtlFile
           END-IF.

      *    One trip around this loop is one inquiry: key an account
      *       number (NAME to browse by last name, APPROVE to work
      *       the pending changes, or END to sign off), look it up,
      *       and offer the correction dialogue if the operator
      *       wants it.
       2000-Process.
           PERFORM 2100-Prompt-Account.
           PERFORM UNTIL WS-Inq-Done
              EVALUATE TRUE
                 WHEN WS-Inq-Browse
                    PERFORM 2150-Browse-By-Name
                 WHEN WS-Inq-Approve
                    PERFORM 2500-Approve-Pending
                 WHEN OTHER
                    PERFORM 2110-Inquire-Master
              END-EVALUATE
              PERFORM 2100-Prompt-Account
           END-PERFORM.

       2100-Prompt-Account.
           DISPLAY " ".
           DISPLAY "Account number (NAME, APPROVE or END): "
              WITH NO ADVANCING.
           ACCEPT WS-Inq-Acct-Number.

       2110-Inquire-Master.
           DISPLAY "Last Mailed : " MstFile-Mst-Last-Mailed-Date.
           DISPLAY "Undeliverable: " MstFile-Mst-Undeliverable-Flag
              " Reason: " MstFile-Mst-Undeliv-Reason.
           IF MstFile-Mst-Tombstoned
              DISPLAY "*** DROPPED FROM FEED ON " MstFile-Mst-Drop-Date
                 " - STATUS WAS " MstFile-Mst-Drop-Prior-Status " ***"
           END-IF.
           PERFORM 2210-Show-Pending-Notice.

      *    Tells the operator about any change on this account still
      *       waiting for a supervisor, so nobody keys it twice. The
      *       account's pending records are together at the front of
      *       its key range.
       2210-Show-Pending-Notice.
           MOVE MstFile-Cust-Acct-Number TO WS-Pend-Acct-Number.
           MOVE WS-Pend-Acct-Number TO Pend-Cust-Acct-Number.
           MOVE ZERO TO Pend-Keyed-Date.
           MOVE ZERO TO Pend-Keyed-Time.
           MOVE "N" TO WS-Pend-Scan-Sw.
           START PendFile KEY IS NOT LESS THAN Pend-Key
              INVALID KEY
                 SET WS-Pend-Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL WS-Pend-Scan-Done
              READ PendFile NEXT
                 AT END
                    SET WS-Pend-Scan-Done TO TRUE
              END-READ
              IF NOT WS-Pend-Scan-Done
                 IF NOT WS-PendFile-Good
                    OR Pend-Cust-Acct-Number NOT = WS-Pend-Acct-Number
                    SET WS-Pend-Scan-Done TO TRUE
                 ELSE
                    IF Pend-Awaiting
                       DISPLAY "*** CHANGE PENDING APPROVAL - KEYED BY "
                          Pend-Maker-Id " ON " Pend-Keyed-Date " ***"
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    Walks the correctable fields one prompt at a time into a
      *       work copy of the record -- blank reply keeps the value
              DISPLAY "** CHANGE REJECTED **: " WS-Invalid-Reason
              DISPLAY "NOTHING WRITTEN; RECORD UNCHANGED."
           ELSE
              PERFORM 2360-Check-Sensitive
              IF WS-Sensitive-Status
                 OR WS-Sensitive-Address
                 PERFORM 2370-Hold-For-Approval
              ELSE
                 MOVE WS-Operator-Id TO WS-Aud-Maker-Id
                 MOVE SPACES TO WS-Aud-Approver-Id
                 PERFORM 2400-Rewrite-Master
              END-IF
           END-IF.

      *    The same edits 2105-Validate-INFile-Record applies to the
              END-IF
           END-IF.

      *    A status change out of closed or held, or an address
      *       change on an account whose balance is over ADDRBAL, is
      *       too much for one operator to make alone -- whatever
      *       their level.
       2360-Check-Sensitive.
           MOVE "N" TO WS-Sensitive-Status-Sw.
           MOVE "N" TO WS-Sensitive-Address-Sw.
           IF (MstFile-Acct-Status-Closed
               OR MstFile-Acct-Status-Hold)
              AND WS-Work-Cust-Acct-Status NOT =
                  MstFile-Cust-Acct-Status
              SET WS-Sensitive-Status TO TRUE
           END-IF.
           IF MstFile-Cust-Acct-Balance > WS-Dual-Addr-Bal
              AND (WS-Work-Cust-Address NOT = MstFile-Cust-Address
                OR WS-Work-Cust-City NOT = MstFile-Cust-City
                OR WS-Work-Cust-Zip NOT = MstFile-Cust-Zip
                OR WS-Work-Cust-Zip-Plus4 NOT =
                   MstFile-Cust-Zip-Plus4)
              SET WS-Sensitive-Address TO TRUE
           END-IF.

      *    Writes the validated change to CUSTPEND instead of the
      *       master. The before-image is kept so the approval can
      *       tell whether the master moved in the meantime.
       2370-Hold-For-Approval.
           ACCEPT WS-Stamp-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Stamp-Time FROM TIME.
           MOVE SPACES TO PendFile-Record.
           MOVE WS-Work-Cust-Acct-Number TO Pend-Cust-Acct-Number.
           MOVE WS-Stamp-Date TO Pend-Keyed-Date.
           MOVE WS-Stamp-Time TO Pend-Keyed-Time.
           SET Pend-Awaiting TO TRUE.
           EVALUATE TRUE
              WHEN WS-Sensitive-Status AND WS-Sensitive-Address
                 SET Pend-For-Both TO TRUE
              WHEN WS-Sensitive-Status
                 SET Pend-For-Status TO TRUE
              WHEN OTHER
                 SET Pend-For-Address TO TRUE
           END-EVALUATE.
           MOVE WS-Operator-Id TO Pend-Maker-Id.
           MOVE SPACES TO Pend-Approver-Id.
           MOVE ZERO TO Pend-Decision-Date.
           MOVE ZERO TO Pend-Decision-Time.
           MOVE WS-Before-Image TO Pend-Before-Image.
           MOVE WS-Work-Customer-Record TO Pend-After-Image.
           WRITE PendFile-Record
              INVALID KEY
                 DISPLAY "** CHANGE NOT HELD **: PENDING KEY IN USE"
                 DISPLAY "NOTHING WRITTEN; KEY THE CHANGE AGAIN."
              NOT INVALID KEY
                 ADD +1 TO WS-Held-Cnt
                 DISPLAY "SENSITIVE CHANGE - HELD FOR SUPERVISOR "
                    "APPROVAL."
                 DISPLAY "MASTER UNCHANGED UNTIL IT IS APPROVED."
           END-WRITE.
           IF NOT WS-PendFile-Good
              AND WS-PendFile-Status NOT = "22"
              DISPLAY "** ERROR **: 2370-Hold-For-Approval"
              DISPLAY "WRITE PendFile Failed."
              DISPLAY "File Status: " WS-PendFile-Status
              MOVE WS-PendFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              CLOSE AudFile
              CLOSE PendFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    An address correction on an account the vendor flagged
      *       undeliverable makes it mail-eligible again -- the flag
      *       and reason are cleared along with the fix, so the next
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              CLOSE AudFile
              CLOSE PendFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Works the pending changes oldest account first. Each one
      *       still awaiting a decision is shown field by field and
      *       the supervisor keys A to approve, R to reject, blank to
      *       leave it for later or END to stop. The maker of a
      *       change cannot decide it.
       2500-Approve-Pending.
           IF NOT WS-Oper-Can-Approve
              DISPLAY "APPROVAL NEEDS A SUPERVISOR SIGN-ON."
           ELSE
              MOVE LOW-VALUES TO Pend-Key
              MOVE "N" TO WS-Pend-Scan-Sw
              START PendFile KEY IS NOT LESS THAN Pend-Key
                 INVALID KEY
                    SET WS-Pend-Scan-Done TO TRUE
              END-START
              PERFORM UNTIL WS-Pend-Scan-Done
                 READ PendFile NEXT
                    AT END
                       SET WS-Pend-Scan-Done TO TRUE
                 END-READ
                 IF NOT WS-Pend-Scan-Done
                    IF NOT WS-PendFile-Good
                       SET WS-Pend-Scan-Done TO TRUE
                    ELSE
                       IF Pend-Awaiting
                          PERFORM 2510-Present-Pending
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              DISPLAY "NO MORE PENDING CHANGES."
           END-IF.

       2510-Present-Pending.
           MOVE Pend-Before-Image TO WS-Pend-Bef-Customer-Record.
           MOVE Pend-After-Image TO WS-Work-Customer-Record.
           DISPLAY " ".
           DISPLAY "Pending     : " Pend-Cust-Acct-Number
              " keyed by " Pend-Maker-Id " on " Pend-Keyed-Date
              " " Pend-Keyed-Time.
           DISPLAY "Balance     : " WS-Pend-Bef-Cust-Acct-Balance.
           PERFORM 2520-Show-Pending-Fields.
           IF Pend-Maker-Id = WS-Operator-Id
              DISPLAY "YOU KEYED THIS CHANGE - ANOTHER SUPERVISOR "
                 "MUST DECIDE IT."
           ELSE
              DISPLAY "A=approve, R=reject, blank=later, END=stop: "
                 WITH NO ADVANCING
              ACCEPT WS-Approve-Reply
              EVALUATE TRUE
                 WHEN WS-Approve-Yes
                    PERFORM 2530-Release-Pending
                 WHEN WS-Approve-Reject
                    DISPLAY "CHANGE REJECTED - MASTER UNCHANGED."
                    SET Pend-Rejected TO TRUE
                    PERFORM 2590-Record-Decision
                 WHEN WS-Approve-End
                    SET WS-Pend-Scan-Done TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *    Old and new value of each field the change touches.
       2520-Show-Pending-Fields.
           IF WS-Pend-Bef-Cust-Last-Name NOT = WS-Work-Cust-Last-Name
              DISPLAY "Last Name   : " WS-Pend-Bef-Cust-Last-Name
                 " -> " WS-Work-Cust-Last-Name
           END-IF.
           IF WS-Pend-Bef-Cust-First-Name NOT =
              WS-Work-Cust-First-Name
              DISPLAY "First Name  : " WS-Pend-Bef-Cust-First-Name
                 " -> " WS-Work-Cust-First-Name
           END-IF.
           IF WS-Pend-Bef-Cust-Address NOT = WS-Work-Cust-Address
              DISPLAY "Address     : " WS-Pend-Bef-Cust-Address
                 " -> " WS-Work-Cust-Address
           END-IF.
           IF WS-Pend-Bef-Cust-City NOT = WS-Work-Cust-City
              DISPLAY "City        : " WS-Pend-Bef-Cust-City
                 " -> " WS-Work-Cust-City
           END-IF.
           IF WS-Pend-Bef-Cust-Zip NOT = WS-Work-Cust-Zip
              DISPLAY "ZIP         : " WS-Pend-Bef-Cust-Zip
                 " -> " WS-Work-Cust-Zip
           END-IF.
           IF WS-Pend-Bef-Cust-Zip-Plus4 NOT =
              WS-Work-Cust-Zip-Plus4
              DISPLAY "ZIP+4       : " WS-Pend-Bef-Cust-Zip-Plus4
                 " -> " WS-Work-Cust-Zip-Plus4
           END-IF.
           IF WS-Pend-Bef-Cust-Acct-Status NOT =
              WS-Work-Cust-Acct-Status
              DISPLAY "Acct Status : " WS-Pend-Bef-Cust-Acct-Status
                 " -> " WS-Work-Cust-Acct-Status
           END-IF.
           IF WS-Pend-Bef-Cust-Contact-Channel NOT =
              WS-Work-Cust-Contact-Channel
              DISPLAY "Channel     : "
                 WS-Pend-Bef-Cust-Contact-Channel
                 " -> " WS-Work-Cust-Contact-Channel
           END-IF.
           IF WS-Pend-Bef-Cust-Email-Addr NOT =
              WS-Work-Cust-Email-Addr
              DISPLAY "E-Mail      : " WS-Pend-Bef-Cust-Email-Addr
                 " -> " WS-Work-Cust-Email-Addr
           END-IF.

      *    Applies an approved change through the normal rewrite,
      *       but only if the fields the maker changed still hold
      *       what the maker saw -- a later correction to one of
      *       them makes the held change stale, and it is rejected
      *       for rekeying rather than laid over it. Nightly changes
      *       to the other fields (balance, standardized address
      *       pieces the maker left alone) do not count, and are
      *       kept: only the changed fields are moved onto the
      *       master record just read. A
      *       tombstoned account is refused outright: releasing a
      *       change would bring back data the feed no longer sends
      *       (and, after an STCBERS1 erasure, data that was asked
      *       to be forgotten).
       2530-Release-Pending.
           MOVE Pend-Cust-Acct-Number TO MstFile-Cust-Acct-Number.
           READ MstFile
              INVALID KEY
                 DISPLAY "ACCOUNT NO LONGER ON MASTER - REJECTED."
                 SET Pend-Rejected TO TRUE
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN MstFile-Mst-Tombstoned
                       DISPLAY "ACCOUNT HAS DROPPED FROM THE FEED - "
                          "REJECTED."
                       SET Pend-Rejected TO TRUE
                    WHEN OTHER
                       PERFORM 2535-Check-Pending-Stale
                       IF WS-Pend-Is-Stale
                          DISPLAY "MASTER CHANGED SINCE THIS WAS "
                             "KEYED - REJECTED; REKEY IT."
                          SET Pend-Rejected TO TRUE
                       ELSE
                          PERFORM 2540-Merge-Pending-Fields
                          MOVE Pend-Maker-Id TO WS-Aud-Maker-Id
                          MOVE WS-Operator-Id TO WS-Aud-Approver-Id
                          PERFORM 2400-Rewrite-Master
                          SET Pend-Approved TO TRUE
                       END-IF
                 END-EVALUATE
           END-READ.
           PERFORM 2590-Record-Decision.

      *    Stale only if a field the maker changed no longer holds
      *       the value the maker saw. WS-Pend-Bef and WS-Work were
      *       loaded from the held images by 2510-Present-Pending.
       2535-Check-Pending-Stale.
           MOVE "N" TO WS-Pend-Stale-Sw.
           IF WS-Pend-Bef-Cust-Last-Name NOT = WS-Work-Cust-Last-Name
              AND MstFile-Cust-Last-Name NOT =
                  WS-Pend-Bef-Cust-Last-Name
              SET WS-Pend-Is-Stale TO TRUE
           END-IF.
           IF WS-Pend-Bef-Cust-First-Name NOT =
              WS-Work-Cust-First-Name
              AND MstFile-Cust-First-Name NOT =
                  WS-Pend-Bef-Cust-First-Name
              SET WS-Pend-Is-Stale TO TRUE
           END-IF.
           IF WS-Pend-Bef-Cust-Address NOT = WS-Work-Cust-Address
              AND MstFile-Cust-Address NOT = WS-Pend-Bef-Cust-Address
              SET WS-Pend-Is-Stale TO TRUE
           END-IF.
           IF WS-Pend-Bef-Cust-City NOT = WS-Work-Cust-City
              AND MstFile-Cust-City NOT = WS-Pend-Bef-Cust-City
              SET WS-Pend-Is-Stale TO TRUE
           END-IF.
           IF WS-Pend-Bef-Cust-Zip NOT = WS-Work-Cust-Zip
              AND MstFile-Cust-Zip NOT = WS-Pend-Bef-Cust-Zip
              SET WS-Pend-Is-Stale TO TRUE
           END-IF.
           IF WS-Pend-Bef-Cust-Zip-Plus4 NOT =
              WS-Work-Cust-Zip-Plus4
              AND MstFile-Cust-Zip-Plus4 NOT =
                  WS-Pend-Bef-Cust-Zip-Plus4
              SET WS-Pend-Is-Stale TO TRUE
           END-IF.
           IF WS-Pend-Bef-Cust-Acct-Status NOT =
              WS-Work-Cust-Acct-Status
              AND MstFile-Cust-Acct-Status NOT =
                  WS-Pend-Bef-Cust-Acct-Status
              SET WS-Pend-Is-Stale TO TRUE
           END-IF.
           IF WS-Pend-Bef-Cust-Contact-Channel NOT =
              WS-Work-Cust-Contact-Channel
              AND MstFile-Cust-Contact-Channel NOT =
                  WS-Pend-Bef-Cust-Contact-Channel
              SET WS-Pend-Is-Stale TO TRUE
           END-IF.
           IF WS-Pend-Bef-Cust-Email-Addr NOT =
              WS-Work-Cust-Email-Addr
              AND MstFile-Cust-Email-Addr NOT =
                  WS-Pend-Bef-Cust-Email-Addr
              SET WS-Pend-Is-Stale TO TRUE
           END-IF.

      *    Rebuilds the work copy from the master record just read,
      *       as 2300-Apply-Corrections does, and moves onto it only
      *       the fields the maker changed. The audit "before" is
      *       that master record, so CUSTAUD shows what the approval
      *       actually replaced.
       2540-Merge-Pending-Fields.
           MOVE WS-Work-Customer-Record TO WS-Pend-Aft-Customer-Record.
           MOVE MstFile-Customer-Portion TO WS-Before-Image.
           MOVE MstFile-Customer-Portion TO WS-Work-Customer-Record.
           IF WS-Pend-Bef-Cust-Last-Name NOT =
              WS-Pend-Aft-Cust-Last-Name
              MOVE WS-Pend-Aft-Cust-Last-Name TO WS-Work-Cust-Last-Name
           END-IF.
           IF WS-Pend-Bef-Cust-First-Name NOT =
              WS-Pend-Aft-Cust-First-Name
              MOVE WS-Pend-Aft-Cust-First-Name
                 TO WS-Work-Cust-First-Name
           END-IF.
           IF WS-Pend-Bef-Cust-Address NOT = WS-Pend-Aft-Cust-Address
              MOVE WS-Pend-Aft-Cust-Address TO WS-Work-Cust-Address
           END-IF.
           IF WS-Pend-Bef-Cust-City NOT = WS-Pend-Aft-Cust-City
              MOVE WS-Pend-Aft-Cust-City TO WS-Work-Cust-City
           END-IF.
           IF WS-Pend-Bef-Cust-Zip NOT = WS-Pend-Aft-Cust-Zip
              MOVE WS-Pend-Aft-Cust-Zip TO WS-Work-Cust-Zip
           END-IF.
           IF WS-Pend-Bef-Cust-Zip-Plus4 NOT =
              WS-Pend-Aft-Cust-Zip-Plus4
              MOVE WS-Pend-Aft-Cust-Zip-Plus4 TO WS-Work-Cust-Zip-Plus4
           END-IF.
           IF WS-Pend-Bef-Cust-Acct-Status NOT =
              WS-Pend-Aft-Cust-Acct-Status
              MOVE WS-Pend-Aft-Cust-Acct-Status
                 TO WS-Work-Cust-Acct-Status
           END-IF.
           IF WS-Pend-Bef-Cust-Contact-Channel NOT =
              WS-Pend-Aft-Cust-Contact-Channel
              MOVE WS-Pend-Aft-Cust-Contact-Channel
                 TO WS-Work-Cust-Contact-Channel
           END-IF.
           IF WS-Pend-Bef-Cust-Email-Addr NOT =
              WS-Pend-Aft-Cust-Email-Addr
              MOVE WS-Pend-Aft-Cust-Email-Addr
                 TO WS-Work-Cust-Email-Addr
           END-IF.

      *    Stamps the decision and who made it onto the pending
      *       record; it stays on CUSTPEND as the record of the
      *       decision.
       2590-Record-Decision.
           ACCEPT WS-Stamp-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Stamp-Time FROM TIME.
           MOVE WS-Operator-Id TO Pend-Approver-Id.
           MOVE WS-Stamp-Date TO Pend-Decision-Date.
           MOVE WS-Stamp-Time TO Pend-Decision-Time.
           REWRITE PendFile-Record.
           IF WS-PendFile-Good
              IF Pend-Approved
                 ADD +1 TO WS-Approved-Cnt
              ELSE
                 ADD +1 TO WS-Rejected-Cnt
              END-IF
           ELSE
              DISPLAY "** ERROR **: 2590-Record-Decision"
              DISPLAY "REWRITE PendFile Failed."
              DISPLAY "File Status: " WS-PendFile-Status
              MOVE WS-PendFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              CLOSE AudFile
              CLOSE PendFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
      D     DISPLAY "3000-End-Job: ".
           CLOSE MstFile.
           CLOSE AudFile.
           CLOSE PendFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Inquiries Made      : " WS-Inquiry-Cnt.
           DISPLAY "Changes Applied     : " WS-Update-Cnt.
           DISPLAY "Accounts Not Found  : " WS-Notfound-Cnt.
           DISPLAY "Changes Held        : " WS-Held-Cnt.
           DISPLAY "Changes Approved    : " WS-Approved-Cnt.
           DISPLAY "Changes Rejected    : " WS-Rejected-Cnt.

       6000-Write-AudFile.
           MOVE WS-Aud-Maker-Id TO Aud-Operator-Id.
           MOVE WS-Aud-Approver-Id TO Aud-Approver-Id.
           ACCEPT WS-Stamp-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Stamp-Time FROM TIME.
           MOVE WS-Stamp-Date TO Aud-Change-Date.
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              CLOSE AudFile
              CLOSE PendFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
