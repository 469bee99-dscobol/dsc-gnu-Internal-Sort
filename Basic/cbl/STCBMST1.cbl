      *       undeliverable flag and reason) rides through
      *       untouched and the step stops rewriting a quarter of
      *       a million records to change a few hundred. A dropped
      *       account is not deleted: it stays on the master as an
      *       inactive tombstone (Mst-Tombstoned) with its drop date
      *       and the status it had, so the undeliverable history
      *       survives. An account that comes back is reactivated
      *       with that history intact. Dropped, reinstated and
      *       purged accounts are listed on the MSTTOMB register;
      *       tombstones older than the TOMBCTL retention months
      *       are purged at end of job.
      *
      *    With no prior snapshot (the very first run), the full
      *       refresh runs as it always has: every CUSTTXT2 record
      *       on the update path, and nothing is deleted.
      *
      *    CUSTTXT2 arrives in state/balance or state/last-name
      *       order, not key order, so the master is worked by key
      *       -- the index absorbs the out-of-key-order arrivals.
      *       Access is DYNAMIC only for the tombstone purge pass.
      *
      *    Operator corrections take precedence over the feed. Each
      *       run first absorbs the CUSTAUD records written since the
      *       last run (high-water stamp on CORRHWM) and pins, on the
      *       master's correction extension, every field the
      *       correction changed. When the feed then offers a value
      *       for a pinned field, the corrected value stays on the
      *       master and the difference goes to the CORRCFL conflict
      *       report, with the corrected record written once to
      *       CUSTCORR in CUSTOMER layout for the source system. The
      *       pin comes off when the feed sends the corrected value
      *       itself. Balance is never pinned -- the feed owns money.
      *       The feed arrives cleaned by STCBEDT1 (state code,
      *       standardized address, uppercased city, unverifiable
      *       ZIP+4 blanked), so a corrected record is put through
      *       the same cleaning, off the same ADDRCTL and ZIPDIR,
      *       when its pins are set -- otherwise a correction keyed
      *       as "123 Main St." would never match the feed's
      *       "123 MAIN ST" and its pins would never come off.
      *       Accounts still pinned are carried on CUSTPIN so the
      *       delta path re-checks them even on a night the feed
      *       record did not change.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      *                          ledger so STCBBAL1 can prove the
      *                          balances this step absorbed match
      *                          what the sort step put out.
      * 2026-10-15 dscobol       CUSTAUD corrections pin the fields
      *                          they changed until the feed agrees;
      *                          conflicts reported on CORRCFL and
      *                          sent back nightly on CUSTCORR.
      * 2026-10-15 dscobol       Dropped accounts kept as tombstones
      *                          instead of deleted; returning
      *                          accounts reinstated with their
      *                          undeliverable history; tombstones
      *                          purged after the TOMBCTL retention.
      *                          MSTTOMB register of all three.
      * 2026-10-15 dscobol       New accounts start with the
      *                          e-mail invalid reason cleared.
      * 2026-10-15 dscobol       Corrected records are cleaned the
      *                          way STCBEDT1 cleans the feed before
      *                          their pins are set, so a pin
      *                          retires when the feed agrees.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
      *       (OPEN I-O) so the master-only extension fields -- last
      *       mailed date, undeliverable flag -- survive the nightly
      *       reload. OPTIONAL so the very first load creates it.
      *    Customer change audit trail written by STCBINQ1, STCBTRX1
      *       and STCBNCA1 -- read for the corrections to pin. See
      *       1500-Absorb-Corrections.
           SELECT OPTIONAL AudFile
           ASSIGN TO CUSTAUD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AudFile-Status.

      *    One-record high-water stamp of the last CUSTAUD record
      *       absorbed. Absent means nothing absorbed yet.
           SELECT OPTIONAL HwmFile
           ASSIGN TO CORRHWM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HwmFile-Status.

      *    Accounts with fields still pinned, carried run to run.
           SELECT OPTIONAL PinFile
           ASSIGN TO CUSTPIN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PinFile-Status.

           SELECT PinSortFile
           ASSIGN TO SORTWK3.

      *    CUSTPIN re-sorted by account for the delta match.
           SELECT PinSortedFile
           ASSIGN TO PINSRT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PinSortedFile-Status.

      *    Correction conflict report -- see 2160-Report-Conflict.
           SELECT CflFile
           ASSIGN TO CORRCFL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CflFile-Status.

      *    Corrected records going back to the source system, in
      *       CUSTOMER layout -- see 6300-Write-CorrFile.
           SELECT CorrFile
           ASSIGN TO CUSTCORR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CorrFile-Status.

      *    Tombstone retention control -- see 1700-Load-Tomb-Control.
           SELECT OPTIONAL TombCtlFile
           ASSIGN TO TOMBCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TombCtlFile-Status.

      *    Dropped / reinstated / purged account register.
           SELECT TombFile
           ASSIGN TO MSTTOMB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TombFile-Status.

      *    Address-standardization rules, the same file STCBEDT1
      *       cleans the feed with -- see 1160-Load-Addr-Rules.
           SELECT AddrCtlFile
           ASSIGN TO ADDRCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AddrCtlFile-Status.

      *    ZIP directory, the same file STCBEDT1 verifies the feed's
      *       ZIP+4 against -- see 1180-Load-Zip-Directory.
           SELECT ZipDirFile
           ASSIGN TO ZIPDIR
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZipDirFile-Status.

           SELECT OPTIONAL MstFile
           ASSIGN TO CUSTMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MstFile-Cust-Acct-Number
           ALTERNATE RECORD KEY IS MstFile-Cust-Last-Name
              WITH DUPLICATES
           BLOCK CONTAINS 0 RECORDS.
           COPY CTLLEDG REPLACING ==:tag:== BY ==LdgFile==.

       FD  AudFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTAUD.

       FD  HwmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  HwmFile-Record.
           12  Hwm-Change-Date            PIC 9(08).
           12  Hwm-Change-Time            PIC 9(08).

       FD  PinFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PinFile-Record.
           12  Pin-Cust-Acct-Number       PIC X(10).

       SD  PinSortFile.
       01  PinSortFile-Record.
           12  PinSort-Cust-Acct-Number   PIC X(10).

       FD  PinSortedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PinSortedFile-Record.
           12  PinSrt-Cust-Acct-Number    PIC X(10).

       FD  CflFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CflFile-Record                 PIC X(100).

       FD  CorrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CUSTOMER REPLACING ==:tag:== BY ==CorrFile==.

      *    One line: the CUSTMST base name and the months a
      *       tombstone is kept after its drop date.
       FD  TombCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TombCtlFile-Record.
           12  TombCtl-Base-Name          PIC X(08).
           12  FILLER                     PIC X(01).
           12  TombCtl-Keep-Months        PIC 9(03).

       FD  TombFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TombFile-Record                PIC X(100).

      *    Address-standardization rules -- see 1160-Load-Addr-Rules.
       FD  AddrCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  AddrCtlFile-Record.
           12  Addr-Rule-From-Word        PIC X(12).
           12  Addr-Rule-To-Word          PIC X(12).
           12  FILLER                     PIC X(06).

      *    ZIP directory -- see 1180-Load-Zip-Directory.
       FD  ZipDirFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  ZipDirFile-Record.
           12  Zipd-State-Code            PIC X(02).
           12  FILLER                     PIC X(01).
           12  Zipd-Zip-Low               PIC X(05).
           12  FILLER                     PIC X(01).
           12  Zipd-Zip-High              PIC X(05).
           12  FILLER                     PIC X(01).
           12  Zipd-City                  PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==INFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MstFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LdgFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AudFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HwmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PinFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PinSortedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CflFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CorrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TombCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TombFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AddrCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ZipDirFile==.

      *    Plain-English text for the file status codes above, so
      *       the console log means something without a reference
           COPY FSMSG.
       01  WS-FS-Lookup-Code           PIC X(02).

      *    Address-standardization rule table and work fields --
      *       rules load from ADDRCTL at 1160-Load-Addr-Rules.
           COPY ADDRSTD.

      *    State name-to-code lookup table. See 2116-Normalize-
      *       State-Code.
           COPY STATECD.

      *    ZIP-directory ranges, for the ZIP+4 check a corrected
      *       record gets at 1540-Clean-Corrected-Record. A missing
      *       ZIPDIR only warns; every ZIP then passes, as it does
      *       in STCBEDT1.
       01  WS-ZipDir-Control.
           12 WS-Zipd-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Zipd-Max               PIC S9(4) COMP VALUE +200.
           12 WS-Zipd-Table.
              16 WS-Zipd-Entry OCCURS 200 TIMES
                               INDEXED BY WS-Zipd-Idx.
                 20 WS-Zipd-State       PIC X(02).
                 20 WS-Zipd-Low         PIC X(05).
                 20 WS-Zipd-High        PIC X(05).
           12 WS-Zip-Verified-Sw        PIC X(01).
              88 WS-Zip-Verified        VALUE "Y".


      *    Chain control-ledger fields: the chain run id off the
      *       CHAINID handoff, and the amount accumulators the
      *       file's record area.
           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-Apply==.

      *    Correction control: the high-water stamp read at the
      *       start of the run and the newest stamp seen in it, and
      *       the before/after images of the correction being
      *       absorbed. See 1500-Absorb-Corrections.
       01  WS-Correction-Control.
           12 WS-Hwm-Stamp.
              16 WS-Hwm-Date            PIC 9(08) VALUE ZERO.
              16 WS-Hwm-Time            PIC 9(08) VALUE ZERO.
           12 WS-New-Hwm-Stamp.
              16 WS-New-Hwm-Date        PIC 9(08) VALUE ZERO.
              16 WS-New-Hwm-Time        PIC 9(08) VALUE ZERO.
           12 WS-Aud-Stamp.
              16 WS-Aud-Date            PIC 9(08).
              16 WS-Aud-Time            PIC 9(08).
           12 WS-Corr-Field-Sw         PIC X(01) VALUE "N".
              88 WS-Corr-Changes-Field VALUE "Y".
           12 WS-Acct-Conflict-Sw      PIC X(01) VALUE "N".
              88 WS-Acct-Has-Conflict  VALUE "Y".
           12 WS-Pin-Match-Sw          PIC X(01) VALUE "N".
              88 WS-Acct-Is-Pinned     VALUE "Y".
           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-AudBef==.
           COPY CUSTOMER REPLACING ==:tag:== BY ==WS-AudAft==.

      *    Tombstone control. The purge cutoff is the first day of
      *       the month keep-months back from tonight, the same
      *       month arithmetic STCBARC1 uses for its retention; a
      *       tombstone dropped before it is purged. No usable
      *       TOMBCTL means nothing is purged.
       01  WS-Tombstone-Control.
           12 WS-Run-Date               PIC 9(08).
           12 WS-Run-Year               PIC 9(04).
           12 WS-Run-Month              PIC 9(02).
           12 WS-Tomb-Keep-Months       PIC 9(03) VALUE ZERO.
           12 WS-Tomb-Purge-Sw          PIC X(01) VALUE "N".
              88 WS-Tomb-Purge-On       VALUE "Y".
           12 WS-Total-Months           PIC S9(07) COMP.
           12 WS-Cut-Year               PIC 9(04).
           12 WS-Cut-Month0             PIC 9(02).
           12 WS-Tomb-Cutoff-Date       PIC 9(08) VALUE ZERO.

       01  WS-File-Counters.
           12 FD-INFile-Record-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 WS-Prior-Read-Cnt            PIC S9(7) COMP VALUE ZERO.
           12 WS-Added-Cnt                 PIC S9(7) COMP VALUE ZERO.
           12 WS-Updated-Cnt               PIC S9(7) COMP VALUE ZERO.
           12 WS-Tombstoned-Cnt            PIC S9(7) COMP VALUE ZERO.
           12 WS-Drop-Already-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-Reinstated-Cnt            PIC S9(7) COMP VALUE ZERO.
           12 WS-Purge-Read-Cnt            PIC S9(7) COMP VALUE ZERO.
           12 WS-Purged-Cnt                PIC S9(7) COMP VALUE ZERO.
           12 WS-Unchanged-Cnt             PIC S9(7) COMP VALUE ZERO.
           12 WS-Drop-Notfound-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 WS-Aud-Read-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-Corr-Absorbed-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 WS-Corr-Notfound-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 WS-Pin-Checked-Cnt           PIC S9(7) COMP VALUE ZERO.
           12 WS-Pin-Conflict-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-Pin-Retired-Cnt           PIC S9(7) COMP VALUE ZERO.
           12 WS-Corr-Sent-Cnt             PIC S9(7) COMP VALUE ZERO.
           12 WS-Pin-Carried-Cnt           PIC S9(7) COMP VALUE ZERO.

       01  WS-Cfl-Heading-1.
           05  FILLER  PIC X(44) VALUE
               "STCBMST1 - OPERATOR CORRECTION CONFLICTS".
           05  FILLER  PIC X(14) VALUE "CHAIN RUN ID: ".
           05  WS-Cfl-Hdg-Chain-Id   PIC X(14).
       01  WS-Cfl-Heading-2.
           05  FILLER  PIC X(11) VALUE "ACCOUNT".
           05  FILLER  PIC X(10) VALUE "FIELD".
           05  FILLER  PIC X(31) VALUE "FEED VALUE".
           05  FILLER  PIC X(31) VALUE "CORRECTED VALUE".
           05  FILLER  PIC X(09) VALUE "OPERATOR".
           05  FILLER  PIC X(08) VALUE "CORR ON".

       01  WS-Cfl-Line.
           05  WS-Cfl-Acct           PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Cfl-Field          PIC X(09).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Cfl-Feed-Value     PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Cfl-Corr-Value     PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Cfl-Oper-Id        PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Cfl-Corr-Date      PIC 9(08).

       01  WS-Cfl-Total-Line.
           05  WS-Cfl-Total-Label    PIC X(32).
           05  WS-Cfl-Total-Count    PIC ZZZZZZ9.

       01  WS-Cfl-Blank-Line      PIC X(01) VALUE SPACE.

       01  WS-Tomb-Heading-1.
           05  FILLER  PIC X(44) VALUE
               "STCBMST1 - DROPPED ACCOUNT REGISTER".
           05  FILLER  PIC X(14) VALUE "CHAIN RUN ID: ".
           05  WS-Tomb-Hdg-Chain-Id  PIC X(14).
       01  WS-Tomb-Heading-2.
           05  FILLER  PIC X(11) VALUE "ACCOUNT".
           05  FILLER  PIC X(11) VALUE "ACTION".
           05  FILLER  PIC X(21) VALUE "LAST NAME".
           05  FILLER  PIC X(16) VALUE "STATE".
           05  FILLER  PIC X(09) VALUE "DROPPED".
           05  FILLER  PIC X(04) VALUE "WAS".
           05  FILLER  PIC X(09) VALUE "LAST MAIL".
           05  FILLER  PIC X(08) VALUE "UNDELIV".

       01  WS-Tomb-Line.
           05  WS-Tomb-Acct          PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Tomb-Action        PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Tomb-Last-Name     PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Tomb-State         PIC X(15).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Tomb-Drop-Date     PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Tomb-Prior-Status  PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Tomb-Last-Mailed   PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Tomb-Undeliv-Flag  PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Tomb-Undeliv-Rsn   PIC X(02).

       01 EOJ-Display-Messages.
           12 EOJ-End-Message PIC X(042) VALUE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1160-Load-Addr-Rules.
           PERFORM 1180-Load-Zip-Directory.
           PERFORM 1500-Absorb-Corrections.
           PERFORM 1600-Open-Correction-Outputs.
           PERFORM 1700-Load-Tomb-Control.


      *    Loads the address-standardization word rules from the
      *       ADDRCTL control file. A missing rules file only warns
      *       -- the uppercase-and-strip pass still runs, just with
      *       no word replacements.
       1160-Load-Addr-Rules.
           OPEN INPUT AddrCtlFile.
           IF NOT WS-AddrCtlFile-Good
              DISPLAY "*** WARNING ***"
              DISPLAY "  ADDRCTL NOT AVAILABLE - NO WORD RULES"
              DISPLAY "  File Status: " WS-AddrCtlFile-Status
           ELSE
              PERFORM UNTIL WS-AddrCtlFile-EOF
                 READ AddrCtlFile
                    AT END
                       SET WS-AddrCtlFile-EOF TO TRUE
                    NOT AT END
                       IF WS-Addr-Rule-Count < WS-Addr-Rule-Max
                          ADD +1 TO WS-Addr-Rule-Count
                          SET WS-Addr-Rule-Idx TO WS-Addr-Rule-Count
                          MOVE Addr-Rule-From-Word TO
                             WS-Addr-Rule-From (WS-Addr-Rule-Idx)
                          MOVE Addr-Rule-To-Word TO
                             WS-Addr-Rule-To (WS-Addr-Rule-Idx)
                       ELSE
                          DISPLAY "*** WARNING ***"
                          DISPLAY "  ADDRCTL ENTRY IGNORED - FULL"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AddrCtlFile
           END-IF.

      *    Loads the ZIP directory. No directory means no ZIP+4
      *       check on corrections tonight -- a warning, not an
      *       error.
       1180-Load-Zip-Directory.
           OPEN INPUT ZipDirFile.
           IF NOT WS-ZipDirFile-Good
              DISPLAY "*** WARNING ***"
              DISPLAY "  ZIPDIR NOT AVAILABLE - NO ZIP VALIDATION"
              DISPLAY "  File Status: " WS-ZipDirFile-Status
           ELSE
              PERFORM UNTIL WS-ZipDirFile-EOF
                 READ ZipDirFile
                    AT END
                       SET WS-ZipDirFile-EOF TO TRUE
                    NOT AT END
                       IF WS-Zipd-Count < WS-Zipd-Max
                          ADD +1 TO WS-Zipd-Count
                          SET WS-Zipd-Idx TO WS-Zipd-Count
                          MOVE Zipd-State-Code
                             TO WS-Zipd-State (WS-Zipd-Idx)
                          MOVE Zipd-Zip-Low
                             TO WS-Zipd-Low (WS-Zipd-Idx)
                          MOVE Zipd-Zip-High
                             TO WS-Zipd-High (WS-Zipd-Idx)
                       ELSE
                          DISPLAY "*** WARNING ***"
                          DISPLAY "  ZIPDIR ENTRY IGNORED - FULL"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ZipDirFile
           END-IF.

      *    Picks up the chain run id STCBDRV1 left on CHAINID, so
      *       this step's control-ledger record ties back to the
              CLOSE ChainIdFile
           END-IF.

      *    Pins the fields changed by every CUSTAUD record stamped
      *       after the CORRHWM high-water mark, before tonight's
      *       feed is applied. Adds (before-image spaces) and
      *       deletes (after-image spaces) change no field on a
      *       surviving record and are passed over. Every newly
      *       pinned account is appended to CUSTPIN so the delta
      *       path looks at it tonight. The new high-water stamp
      *       is written at end of job, so a run that fails
      *       re-absorbs -- pinning a pinned field again is
      *       harmless.
       1500-Absorb-Corrections.
      D     DISPLAY "1500-Absorb-Corrections: ".
           OPEN INPUT HwmFile.
           IF WS-HwmFile-Good
              READ HwmFile
                 AT END SET WS-HwmFile-EOF TO TRUE
                 NOT AT END
                    MOVE Hwm-Change-Date TO WS-Hwm-Date
                    MOVE Hwm-Change-Time TO WS-Hwm-Time
              END-READ
              CLOSE HwmFile
           END-IF.
           MOVE WS-Hwm-Stamp TO WS-New-Hwm-Stamp.
           OPEN EXTEND PinFile.
           IF NOT WS-PinFile-Good
              AND NOT WS-PinFile-Optional-Missing
              DISPLAY "** ERROR **: 1500-Absorb-Corrections"
              DISPLAY "Open PinFile Failed."
              DISPLAY "File Status: " WS-PinFile-Status
              MOVE WS-PinFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT AudFile.
           IF NOT WS-AudFile-Good
              AND NOT WS-AudFile-Optional-Missing
              DISPLAY "** ERROR **: 1500-Absorb-Corrections"
              DISPLAY "Open AudFile Failed."
              DISPLAY "File Status: " WS-AudFile-Status
              MOVE WS-AudFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              CLOSE PinFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-AudFile-Good
              PERFORM 1520-Read-AudFile
              PERFORM UNTIL WS-AudFile-EOF
                 MOVE Aud-Change-Date TO WS-Aud-Date
                 MOVE Aud-Change-Time TO WS-Aud-Time
                 IF WS-Aud-Stamp > WS-Hwm-Stamp
                    PERFORM 1510-Absorb-One-Correction
                    IF WS-Aud-Stamp > WS-New-Hwm-Stamp
                       MOVE WS-Aud-Stamp TO WS-New-Hwm-Stamp
                    END-IF
                 END-IF
                 PERFORM 1520-Read-AudFile
              END-PERFORM
           END-IF.
           CLOSE AudFile.
           CLOSE PinFile.

      *    One correction: every field whose before- and after-image
      *       differ is pinned on the master, and the correction's
      *       stamp and operator recorded with the pins. A change to
      *       the balance alone pins nothing. An account
      *       no longer on the master is counted and passed over.
       1510-Absorb-One-Correction.
           IF Aud-Before-Image = SPACES
              OR Aud-After-Image = SPACES
              NEXT SENTENCE
           ELSE
              MOVE Aud-Before-Image TO WS-AudBef-Customer-Record
              MOVE Aud-After-Image TO WS-AudAft-Customer-Record
              MOVE Aud-Cust-Acct-Number TO MstFile-Cust-Acct-Number
              READ MstFile
                 INVALID KEY
                    ADD +1 TO WS-Corr-Notfound-Cnt
                 NOT INVALID KEY
                    PERFORM 1530-Pin-Changed-Fields
              END-READ
           END-IF.

       1520-Read-AudFile.
           READ AudFile
              AT END SET WS-AudFile-EOF TO TRUE
           END-READ.
           IF WS-AudFile-Good
              ADD +1 TO WS-Aud-Read-Cnt
           ELSE
              IF WS-AudFile-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: 1520-Read-AudFile"
                 DISPLAY "Read AudFile Failed."
                 DISPLAY "File Status: " WS-AudFile-Status
                 MOVE WS-AudFile-Status TO WS-FS-Lookup-Code
                 PERFORM 9100-Display-FS-Message
                 CLOSE AudFile
                 CLOSE PinFile
                 CLOSE MstFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       1530-Pin-Changed-Fields.
           MOVE "N" TO WS-Corr-Field-Sw.
           IF WS-AudBef-Cust-Last-Name NOT = WS-AudAft-Cust-Last-Name
              SET MstFile-Mst-Last-Name-Pinned TO TRUE
              SET WS-Corr-Changes-Field TO TRUE
           END-IF.
           IF WS-AudBef-Cust-First-Name NOT =
              WS-AudAft-Cust-First-Name
              SET MstFile-Mst-First-Name-Pinned TO TRUE
              SET WS-Corr-Changes-Field TO TRUE
           END-IF.
           IF WS-AudBef-Cust-Address NOT = WS-AudAft-Cust-Address
              SET MstFile-Mst-Address-Pinned TO TRUE
              SET WS-Corr-Changes-Field TO TRUE
           END-IF.
           IF WS-AudBef-Cust-City NOT = WS-AudAft-Cust-City
              SET MstFile-Mst-City-Pinned TO TRUE
              SET WS-Corr-Changes-Field TO TRUE
           END-IF.
           IF WS-AudBef-Cust-State NOT = WS-AudAft-Cust-State
              SET MstFile-Mst-State-Pinned TO TRUE
              SET WS-Corr-Changes-Field TO TRUE
           END-IF.
           IF WS-AudBef-Cust-Zip NOT = WS-AudAft-Cust-Zip
              SET MstFile-Mst-Zip-Pinned TO TRUE
              SET WS-Corr-Changes-Field TO TRUE
           END-IF.
           IF WS-AudBef-Cust-Zip-Plus4 NOT = WS-AudAft-Cust-Zip-Plus4
              SET MstFile-Mst-Zip-Plus4-Pinned TO TRUE
              SET WS-Corr-Changes-Field TO TRUE
           END-IF.
           IF WS-AudBef-Cust-Acct-Status NOT =
              WS-AudAft-Cust-Acct-Status
              SET MstFile-Mst-Acct-Status-Pinned TO TRUE
              SET WS-Corr-Changes-Field TO TRUE
           END-IF.
           IF WS-AudBef-Cust-Contact-Channel NOT =
              WS-AudAft-Cust-Contact-Channel
              SET MstFile-Mst-Contact-Chnl-Pinned TO TRUE
              SET WS-Corr-Changes-Field TO TRUE
           END-IF.
           IF WS-AudBef-Cust-Email-Addr NOT = WS-AudAft-Cust-Email-Addr
              SET MstFile-Mst-Email-Addr-Pinned TO TRUE
              SET WS-Corr-Changes-Field TO TRUE
           END-IF.
           IF WS-Corr-Changes-Field
              PERFORM 1540-Clean-Corrected-Record
              MOVE Aud-Change-Date TO MstFile-Mst-Corr-Date
              MOVE Aud-Change-Time TO MstFile-Mst-Corr-Time
              MOVE Aud-Operator-Id TO MstFile-Mst-Corr-Oper-Id
              REWRITE MstFile-Master-Record
              IF NOT WS-MstFile-Good
                 DISPLAY "** ERROR **: 1530-Pin-Changed-Fields"
                 DISPLAY "REWRITE MstFile Failed."
                 DISPLAY "File Status: " WS-MstFile-Status
                 MOVE WS-MstFile-Status TO WS-FS-Lookup-Code
                 PERFORM 9100-Display-FS-Message
                 CLOSE AudFile
                 CLOSE PinFile
                 CLOSE MstFile
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Corr-Absorbed-Cnt
              MOVE MstFile-Cust-Acct-Number TO Pin-Cust-Acct-Number
              PERFORM 6400-Write-PinFile
           END-IF.

      *    Cleans the corrected master record in place exactly the
      *       way STCBEDT1's 2120-Clean-Stage-Record cleans the feed
      *       -- the operator screens store what was keyed, the feed
      *       arrives cleaned, and 2150-Hold-Corrections compares
      *       the two byte for byte:
      *       - the state becomes its 2-character code, or is left
      *         as keyed when the STATECD table does not know it;
      *       - the address is standardized and the city uppercased;
      *       - an unverifiable ZIP+4 is blanked.
      *       Fields the operator did not touch came from the feed
      *       and are already clean, so cleaning them again changes
      *       nothing.
       1540-Clean-Corrected-Record.
           MOVE MstFile-Cust-State TO WS-Norm-State-In.
           PERFORM 2116-Normalize-State-Code.
           IF WS-Norm-State-Code NOT = "??"
              MOVE WS-Norm-State-Code TO MstFile-Cust-State
           END-IF.
           MOVE MstFile-Cust-Address TO WS-Std-In.
           PERFORM 7310-Standardize-Address.
           MOVE WS-Std-Out TO MstFile-Cust-Address.
           INSPECT MstFile-Cust-City CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM 7340-Validate-Zip.
           IF NOT WS-Zip-Verified
              MOVE SPACES TO MstFile-Cust-Zip-Plus4
           END-IF.

      *    The conflict report and the outbound correction file are
      *       produced every run, empty or not, so the source
      *       system's pickup always finds tonight's file.
       1600-Open-Correction-Outputs.
           OPEN OUTPUT CflFile.
           IF NOT WS-CflFile-Good
              DISPLAY "** ERROR **: 1600-Open-Correction-Outputs"
              DISPLAY "Open CflFile Failed."
              DISPLAY "File Status: " WS-CflFile-Status
              MOVE WS-CflFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CorrFile.
           IF NOT WS-CorrFile-Good
              DISPLAY "** ERROR **: 1600-Open-Correction-Outputs"
              DISPLAY "Open CorrFile Failed."
              DISPLAY "File Status: " WS-CorrFile-Status
              MOVE WS-CorrFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE CflFile
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-Chain-Run-Id TO WS-Cfl-Hdg-Chain-Id.
           WRITE CflFile-Record FROM WS-Cfl-Heading-1.
           WRITE CflFile-Record FROM WS-Cfl-Blank-Line.
           WRITE CflFile-Record FROM WS-Cfl-Heading-2.

      *    Reads the tombstone retention and opens the register.
      *       A missing or unusable TOMBCTL only warns: tombstones
      *       are kept, not purged, until the control is fixed.
       1700-Load-Tomb-Control.
           ACCEPT WS-Run-Date FROM DATE YYYYMMDD.
           OPEN INPUT TombCtlFile.
           IF WS-TombCtlFile-Good
              READ TombCtlFile
                 AT END SET WS-TombCtlFile-EOF TO TRUE
              END-READ
              IF WS-TombCtlFile-Good
                 AND TombCtl-Base-Name = "CUSTMST"
                 AND TombCtl-Keep-Months IS NUMERIC
                 AND TombCtl-Keep-Months > ZERO
                 MOVE TombCtl-Keep-Months TO WS-Tomb-Keep-Months
                 SET WS-Tomb-Purge-On TO TRUE
              END-IF
              CLOSE TombCtlFile
           END-IF.
           IF WS-Tomb-Purge-On
              PERFORM 1710-Compute-Tomb-Cutoff
           ELSE
              DISPLAY "*** WARNING ***"
              DISPLAY "  TOMBCTL MISSING OR INVALID - NO TOMBSTONES"
                 " PURGED THIS RUN"
           END-IF.
           OPEN OUTPUT TombFile.
           IF NOT WS-TombFile-Good
              DISPLAY "** ERROR **: 1700-Load-Tomb-Control"
              DISPLAY "Open TombFile Failed."
              DISPLAY "File Status: " WS-TombFile-Status
              MOVE WS-TombFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-Chain-Run-Id TO WS-Tomb-Hdg-Chain-Id.
           WRITE TombFile-Record FROM WS-Tomb-Heading-1.
           WRITE TombFile-Record FROM WS-Cfl-Blank-Line.
           WRITE TombFile-Record FROM WS-Tomb-Heading-2.

      *    Keep 12 in October purges anything dropped before the
      *       first of October a year back.
       1710-Compute-Tomb-Cutoff.
           MOVE WS-Run-Date (1:4) TO WS-Run-Year.
           MOVE WS-Run-Date (5:2) TO WS-Run-Month.
           COMPUTE WS-Total-Months =
              (WS-Run-Year * 12) + WS-Run-Month - 1
              - WS-Tomb-Keep-Months.
           DIVIDE WS-Total-Months BY 12
              GIVING WS-Cut-Year
              REMAINDER WS-Cut-Month0.
           COMPUTE WS-Tomb-Cutoff-Date =
              (WS-Cut-Year * 10000)
              + ((WS-Cut-Month0 + 1) * 100) + 1.

      *    Full refresh -- every CUSTTXT2 record lands on the
      *       master, added or refreshed in place.
       2000-Full-Refresh.
           PERFORM 2050-Open-Pin-Carry.
           OPEN INPUT INFile.
           IF NOT WS-INFile-Good
              DISPLAY "** ERROR **: 2000-Full-Refresh"
                 MOVE ZERO TO MstFile-Mst-Last-Mailed-Date
                 MOVE SPACES TO MstFile-Mst-Undeliverable-Flag
                 MOVE SPACES TO MstFile-Mst-Undeliv-Reason
                 MOVE SPACES TO MstFile-Mst-Email-Invalid-Rsn
                 MOVE SPACES TO MstFile-Mst-Corr-Pins
                 MOVE ZERO TO MstFile-Mst-Corr-Date
                 MOVE ZERO TO MstFile-Mst-Corr-Time
                 MOVE SPACES TO MstFile-Mst-Corr-Oper-Id
                 MOVE SPACES TO MstFile-Mst-Tombstone-Flag
                 MOVE ZERO TO MstFile-Mst-Drop-Date
                 MOVE SPACES TO MstFile-Mst-Drop-Prior-Status
                 PERFORM 6000-Write-MstFile
              NOT INVALID KEY
                 IF MstFile-Mst-Tombstoned
                    PERFORM 2170-Reinstate-Account
                 END-IF
                 IF NOT MstFile-Mst-No-Pins
                    PERFORM 2150-Hold-Corrections
                 END-IF
                 MOVE WS-Apply-Customer-Record
                    TO MstFile-Customer-Portion
                 PERFORM 6100-Rewrite-MstFile
                 IF NOT MstFile-Mst-No-Pins
                    MOVE MstFile-Cust-Acct-Number
                       TO Pin-Cust-Acct-Number
                    PERFORM 6400-Write-PinFile
                    ADD +1 TO WS-Pin-Carried-Cnt
                 END-IF
           END-READ.

      *    A tombstone back on the feed: the status it had before
      *       the drop goes back on (so a pinned status correction
      *       is still held against the feed), the tombstone comes
      *       off, and the last-mailed date and undeliverable flag
      *       and reason ride through untouched -- a returning bad
      *       address is still known to be bad.
       2170-Reinstate-Account.
           MOVE MstFile-Mst-Drop-Prior-Status
              TO MstFile-Cust-Acct-Status.
           MOVE "REINSTATED" TO WS-Tomb-Action.
           PERFORM 2180-Register-Tomb-Line.
           MOVE SPACES TO MstFile-Mst-Tombstone-Flag.
           MOVE ZERO TO MstFile-Mst-Drop-Date.
           MOVE SPACES TO MstFile-Mst-Drop-Prior-Status.
           ADD +1 TO WS-Reinstated-Cnt.

      *    One register line from the master record in hand, with
      *       WS-Tomb-Action already set by the caller.
       2180-Register-Tomb-Line.
           MOVE MstFile-Cust-Acct-Number TO WS-Tomb-Acct.
           MOVE MstFile-Cust-Last-Name TO WS-Tomb-Last-Name.
           MOVE MstFile-Cust-State TO WS-Tomb-State.
           MOVE MstFile-Mst-Drop-Date TO WS-Tomb-Drop-Date.
           MOVE MstFile-Mst-Drop-Prior-Status TO WS-Tomb-Prior-Status.
           MOVE MstFile-Mst-Last-Mailed-Date TO WS-Tomb-Last-Mailed.
           MOVE MstFile-Mst-Undeliverable-Flag TO WS-Tomb-Undeliv-Flag.
           MOVE MstFile-Mst-Undeliv-Reason TO WS-Tomb-Undeliv-Rsn.
           WRITE TombFile-Record FROM WS-Tomb-Line.
           IF NOT WS-TombFile-Good
              DISPLAY "** ERROR **: 2180-Register-Tomb-Line"
              DISPLAY "WRITE TombFile Failed."
              DISPLAY "File Status: " WS-TombFile-Status
              MOVE WS-TombFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Opens the new CUSTPIN for the accounts still pinned after
      *       tonight's apply. The delta path has already sorted
      *       last night's list (plus tonight's absorptions) to
      *       PINSRT by the time this runs.
       2050-Open-Pin-Carry.
           OPEN OUTPUT PinFile.
           IF NOT WS-PinFile-Good
              DISPLAY "** ERROR **: 2050-Open-Pin-Carry"
              DISPLAY "Open PinFile Failed."
              DISPLAY "File Status: " WS-PinFile-Status
              MOVE WS-PinFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Holds each pinned field against the feed. A feed value
      *       equal to the master's corrected value means the source
      *       system has caught up and the pin comes off; anything
      *       else keeps the corrected value on the staged record
      *       and is reported. An account with any conflict goes
      *       back to the source system once, as the record the
      *       master now holds.
       2150-Hold-Corrections.
           MOVE "N" TO WS-Acct-Conflict-Sw.
           IF MstFile-Mst-Last-Name-Pinned
              IF WS-Apply-Cust-Last-Name = MstFile-Cust-Last-Name
                 MOVE SPACE TO MstFile-Mst-Pin-Last-Name
                 ADD +1 TO WS-Pin-Retired-Cnt
              ELSE
                 MOVE "LAST NAME" TO WS-Cfl-Field
                 MOVE WS-Apply-Cust-Last-Name TO WS-Cfl-Feed-Value
                 MOVE MstFile-Cust-Last-Name TO WS-Cfl-Corr-Value
                 MOVE MstFile-Cust-Last-Name TO WS-Apply-Cust-Last-Name
                 PERFORM 2160-Report-Conflict
              END-IF
           END-IF.
           IF MstFile-Mst-First-Name-Pinned
              IF WS-Apply-Cust-First-Name = MstFile-Cust-First-Name
                 MOVE SPACE TO MstFile-Mst-Pin-First-Name
                 ADD +1 TO WS-Pin-Retired-Cnt
              ELSE
                 MOVE "FIRST NM" TO WS-Cfl-Field
                 MOVE WS-Apply-Cust-First-Name TO WS-Cfl-Feed-Value
                 MOVE MstFile-Cust-First-Name TO WS-Cfl-Corr-Value
                 MOVE MstFile-Cust-First-Name
                    TO WS-Apply-Cust-First-Name
                 PERFORM 2160-Report-Conflict
              END-IF
           END-IF.
           IF MstFile-Mst-Address-Pinned
              IF WS-Apply-Cust-Address = MstFile-Cust-Address
                 MOVE SPACE TO MstFile-Mst-Pin-Address
                 ADD +1 TO WS-Pin-Retired-Cnt
              ELSE
                 MOVE "ADDRESS" TO WS-Cfl-Field
                 MOVE WS-Apply-Cust-Address TO WS-Cfl-Feed-Value
                 MOVE MstFile-Cust-Address TO WS-Cfl-Corr-Value
                 MOVE MstFile-Cust-Address TO WS-Apply-Cust-Address
                 PERFORM 2160-Report-Conflict
              END-IF
           END-IF.
           IF MstFile-Mst-City-Pinned
              IF WS-Apply-Cust-City = MstFile-Cust-City
                 MOVE SPACE TO MstFile-Mst-Pin-City
                 ADD +1 TO WS-Pin-Retired-Cnt
              ELSE
                 MOVE "CITY" TO WS-Cfl-Field
                 MOVE WS-Apply-Cust-City TO WS-Cfl-Feed-Value
                 MOVE MstFile-Cust-City TO WS-Cfl-Corr-Value
                 MOVE MstFile-Cust-City TO WS-Apply-Cust-City
                 PERFORM 2160-Report-Conflict
              END-IF
           END-IF.
           IF MstFile-Mst-State-Pinned
              IF WS-Apply-Cust-State = MstFile-Cust-State
                 MOVE SPACE TO MstFile-Mst-Pin-State
                 ADD +1 TO WS-Pin-Retired-Cnt
              ELSE
                 MOVE "STATE" TO WS-Cfl-Field
                 MOVE WS-Apply-Cust-State TO WS-Cfl-Feed-Value
                 MOVE MstFile-Cust-State TO WS-Cfl-Corr-Value
                 MOVE MstFile-Cust-State TO WS-Apply-Cust-State
                 PERFORM 2160-Report-Conflict
              END-IF
           END-IF.
           IF MstFile-Mst-Zip-Pinned
              IF WS-Apply-Cust-Zip = MstFile-Cust-Zip
                 MOVE SPACE TO MstFile-Mst-Pin-Zip
                 ADD +1 TO WS-Pin-Retired-Cnt
              ELSE
                 MOVE "ZIP" TO WS-Cfl-Field
                 MOVE WS-Apply-Cust-Zip TO WS-Cfl-Feed-Value
                 MOVE MstFile-Cust-Zip TO WS-Cfl-Corr-Value
                 MOVE MstFile-Cust-Zip TO WS-Apply-Cust-Zip
                 PERFORM 2160-Report-Conflict
              END-IF
           END-IF.
           IF MstFile-Mst-Zip-Plus4-Pinned
              IF WS-Apply-Cust-Zip-Plus4 = MstFile-Cust-Zip-Plus4
                 MOVE SPACE TO MstFile-Mst-Pin-Zip-Plus4
                 ADD +1 TO WS-Pin-Retired-Cnt
              ELSE
                 MOVE "ZIP+4" TO WS-Cfl-Field
                 MOVE WS-Apply-Cust-Zip-Plus4 TO WS-Cfl-Feed-Value
                 MOVE MstFile-Cust-Zip-Plus4 TO WS-Cfl-Corr-Value
                 MOVE MstFile-Cust-Zip-Plus4 TO WS-Apply-Cust-Zip-Plus4
                 PERFORM 2160-Report-Conflict
              END-IF
           END-IF.
           IF MstFile-Mst-Acct-Status-Pinned
              IF WS-Apply-Cust-Acct-Status = MstFile-Cust-Acct-Status
                 MOVE SPACE TO MstFile-Mst-Pin-Acct-Status
                 ADD +1 TO WS-Pin-Retired-Cnt
              ELSE
                 MOVE "STATUS" TO WS-Cfl-Field
                 MOVE WS-Apply-Cust-Acct-Status TO WS-Cfl-Feed-Value
                 MOVE MstFile-Cust-Acct-Status TO WS-Cfl-Corr-Value
                 MOVE MstFile-Cust-Acct-Status
                    TO WS-Apply-Cust-Acct-Status
                 PERFORM 2160-Report-Conflict
              END-IF
           END-IF.
           IF MstFile-Mst-Contact-Chnl-Pinned
              IF WS-Apply-Cust-Contact-Channel =
                 MstFile-Cust-Contact-Channel
                 MOVE SPACE TO MstFile-Mst-Pin-Contact-Chnl
                 ADD +1 TO WS-Pin-Retired-Cnt
              ELSE
                 MOVE "CHANNEL" TO WS-Cfl-Field
                 MOVE WS-Apply-Cust-Contact-Channel
                    TO WS-Cfl-Feed-Value
                 MOVE MstFile-Cust-Contact-Channel
                    TO WS-Cfl-Corr-Value
                 MOVE MstFile-Cust-Contact-Channel
                    TO WS-Apply-Cust-Contact-Channel
                 PERFORM 2160-Report-Conflict
              END-IF
           END-IF.
           IF MstFile-Mst-Email-Addr-Pinned
              IF WS-Apply-Cust-Email-Addr = MstFile-Cust-Email-Addr
                 MOVE SPACE TO MstFile-Mst-Pin-Email-Addr
                 ADD +1 TO WS-Pin-Retired-Cnt
              ELSE
                 MOVE "EMAIL" TO WS-Cfl-Field
                 MOVE WS-Apply-Cust-Email-Addr TO WS-Cfl-Feed-Value
                 MOVE MstFile-Cust-Email-Addr TO WS-Cfl-Corr-Value
                 MOVE MstFile-Cust-Email-Addr
                    TO WS-Apply-Cust-Email-Addr
                 PERFORM 2160-Report-Conflict
              END-IF
           END-IF.
           IF WS-Acct-Has-Conflict
              PERFORM 6300-Write-CorrFile
           END-IF.

       2160-Report-Conflict.
           SET WS-Acct-Has-Conflict TO TRUE.
           MOVE WS-Apply-Cust-Acct-Number TO WS-Cfl-Acct.
           MOVE MstFile-Mst-Corr-Oper-Id TO WS-Cfl-Oper-Id.
           MOVE MstFile-Mst-Corr-Date TO WS-Cfl-Corr-Date.
           WRITE CflFile-Record FROM WS-Cfl-Line.
           IF NOT WS-CflFile-Good
              DISPLAY "** ERROR **: 2160-Report-Conflict"
              DISPLAY "WRITE CflFile Failed."
              DISPLAY "File Status: " WS-CflFile-Status
              MOVE WS-CflFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Pin-Conflict-Cnt.

      *    Delta apply: both files re-sorted by account number,
      *       then the classic match-merge STCBRPT2 runs for its
      *       report -- except here the verdicts are applied.
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           SORT PinSortFile
              ON ASCENDING KEY PinSort-Cust-Acct-Number
                 USING PinFile
                 GIVING PinSortedFile.
           IF SORT-RETURN > 0
              DISPLAY "** ERROR **: 2500-Delta-Apply"
              DISPLAY "SORT FAILED (PinSortFile)"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2050-Open-Pin-Carry.
           OPEN INPUT CurrSortedFile.
           OPEN INPUT PriorSortedFile.
           OPEN INPUT PinSortedFile.
           PERFORM 2510-Read-Curr.
           PERFORM 2520-Read-Prior.
           PERFORM 2530-Read-Pin.
           PERFORM UNTIL WS-CurrSortedFile-EOF
                   AND WS-PriorSortedFile-EOF
              EVALUATE TRUE
           END-PERFORM.
           CLOSE CurrSortedFile.
           CLOSE PriorSortedFile.
           CLOSE PinSortedFile.

       2600-Apply-Add.
           MOVE CurrSortedFile-Customer-Record

      *    Equal keys: only a record that actually changed touches
      *       the master -- that is the whole point of the delta.
      *       The exception is an account on the pinned list: its
      *       corrections are held against the feed every night
      *       until the feed catches up, changed or not.
       2610-Apply-Compare.
           PERFORM 2630-Match-Pin.
           IF CurrSortedFile-Customer-Record =
              PriorSortedFile-Customer-Record
              IF WS-Acct-Is-Pinned
                 MOVE CurrSortedFile-Customer-Record
                    TO WS-Apply-Customer-Record
                 PERFORM 2100-Load-Master-Record
                 ADD +1 TO WS-Pin-Checked-Cnt
              ELSE
                 ADD +1 TO WS-Unchanged-Cnt
              END-IF
           ELSE
              MOVE CurrSortedFile-Customer-Record
                 TO WS-Apply-Customer-Record
              PERFORM 2100-Load-Master-Record
           END-IF.

      *    Advances the sorted pinned-account list to the current
      *       account. The list may carry an account more than once
      *       (pinned again tonight), so it is read past anything
      *       lower rather than matched one for one.
       2630-Match-Pin.
           MOVE "N" TO WS-Pin-Match-Sw.
           PERFORM UNTIL WS-PinSortedFile-EOF
                   OR PinSrt-Cust-Acct-Number >=
                      CurrSortedFile-Cust-Acct-Number
              PERFORM 2530-Read-Pin
           END-PERFORM.
           IF NOT WS-PinSortedFile-EOF
              AND PinSrt-Cust-Acct-Number =
                  CurrSortedFile-Cust-Acct-Number
              SET WS-Acct-Is-Pinned TO TRUE
           END-IF.

      *    An account that stopped arriving is tombstoned in delta
      *       mode: kept on the master, status set inactive, with
      *       tonight's date and the status it had. One not on the
      *       master or already tombstoned (a prior snapshot older
      *       than the master's state) is counted and left alone.
       2620-Apply-Drop.
           MOVE PriorSortedFile-Cust-Acct-Number
              TO MstFile-Cust-Acct-Number.
              INVALID KEY
                 ADD +1 TO WS-Drop-Notfound-Cnt
              NOT INVALID KEY
                 IF MstFile-Mst-Tombstoned
                    ADD +1 TO WS-Drop-Already-Cnt
                 ELSE
                    PERFORM 2640-Tombstone-Account
                 END-IF
           END-READ.

       2640-Tombstone-Account.
           MOVE "T" TO MstFile-Mst-Tombstone-Flag.
           MOVE WS-Run-Date TO MstFile-Mst-Drop-Date.
           MOVE MstFile-Cust-Acct-Status
              TO MstFile-Mst-Drop-Prior-Status.
           MOVE "I" TO MstFile-Cust-Acct-Status.
           REWRITE MstFile-Master-Record.
           IF WS-MstFile-Good
              ADD +1 TO WS-Tombstoned-Cnt
              MOVE "DROPPED" TO WS-Tomb-Action
              PERFORM 2180-Register-Tomb-Line
           ELSE
              DISPLAY "** ERROR **: 2640-Tombstone-Account"
              DISPLAY "REWRITE MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE WS-MstFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
      D     DISPLAY "3000-End-Job: ".
           IF WS-Tomb-Purge-On
              PERFORM 3200-Purge-Tombstones
           END-IF.
           CLOSE MstFile.
           CLOSE PinFile.
           CLOSE TombFile.
           PERFORM 3100-Close-Correction-Outputs.
           DISPLAY EOJ-End-Message.
           DISPLAY "Records Read    (INFile) : " FD-INFile-Record-Cnt.
           DISPLAY "Prior Records Read       : " WS-Prior-Read-Cnt.
           DISPLAY "Accounts Added  (MstFile): " WS-Added-Cnt.
           DISPLAY "Accounts Updated(MstFile): " WS-Updated-Cnt.
           DISPLAY "Accounts Tombstoned      : " WS-Tombstoned-Cnt.
           DISPLAY "Drops Already Tombstoned : " WS-Drop-Already-Cnt.
           DISPLAY "Accounts Reinstated      : " WS-Reinstated-Cnt.
           DISPLAY "Tombstones Purged        : " WS-Purged-Cnt.
           DISPLAY "Accounts Unchanged       : " WS-Unchanged-Cnt.
           DISPLAY "Drops Not On Master      : "
              WS-Drop-Notfound-Cnt.
           DISPLAY "Audit Records Read       : " WS-Aud-Read-Cnt.
           DISPLAY "Corrections Absorbed     : " WS-Corr-Absorbed-Cnt.
           DISPLAY "Corrections Not On Master: " WS-Corr-Notfound-Cnt.
           DISPLAY "Pinned Accounts Checked  : " WS-Pin-Checked-Cnt.
           DISPLAY "Pinned Field Conflicts   : " WS-Pin-Conflict-Cnt.
           DISPLAY "Pins Retired (Feed Agree): " WS-Pin-Retired-Cnt.
           DISPLAY "Corrections Sent Back    : " WS-Corr-Sent-Cnt.
           DISPLAY "Pinned Accounts Carried  : " WS-Pin-Carried-Cnt.
           MOVE WS-Ldg-In-Hash TO WS-Ldg-Out-Hash.
           PERFORM 9300-Write-Control-Ledger.

      *    Totals the conflict report, closes the outbound file and
      *       moves the CORRHWM high-water mark up to the newest
      *       correction absorbed this run.
       3100-Close-Correction-Outputs.
           WRITE CflFile-Record FROM WS-Cfl-Blank-Line.
           MOVE "FIELD CONFLICTS REPORTED" TO WS-Cfl-Total-Label.
           MOVE WS-Pin-Conflict-Cnt TO WS-Cfl-Total-Count.
           WRITE CflFile-Record FROM WS-Cfl-Total-Line.
           MOVE "ACCOUNTS SENT BACK (CUSTCORR)" TO WS-Cfl-Total-Label.
           MOVE WS-Corr-Sent-Cnt TO WS-Cfl-Total-Count.
           WRITE CflFile-Record FROM WS-Cfl-Total-Line.
           MOVE "PINS RETIRED - FEED AGREES" TO WS-Cfl-Total-Label.
           MOVE WS-Pin-Retired-Cnt TO WS-Cfl-Total-Count.
           WRITE CflFile-Record FROM WS-Cfl-Total-Line.
           MOVE "ACCOUNTS STILL PINNED" TO WS-Cfl-Total-Label.
           MOVE WS-Pin-Carried-Cnt TO WS-Cfl-Total-Count.
           WRITE CflFile-Record FROM WS-Cfl-Total-Line.
           CLOSE CflFile.
           CLOSE CorrFile.
           OPEN OUTPUT HwmFile.
           IF WS-HwmFile-Good
              MOVE WS-New-Hwm-Date TO Hwm-Change-Date
              MOVE WS-New-Hwm-Time TO Hwm-Change-Time
              WRITE HwmFile-Record
           END-IF.
           IF NOT WS-HwmFile-Good
              DISPLAY "*** WARNING ***"
              DISPLAY "  CORRHWM NOT WRITTEN - CORRECTIONS WILL BE"
                 " ABSORBED AGAIN NEXT RUN"
              DISPLAY "  File Status: " WS-HwmFile-Status
           END-IF.
           CLOSE HwmFile.

      *    Key-sequential pass over the master for tombstones
      *       dropped before the retention cutoff. Each one purged
      *       is listed on the register first, then deleted.
       3200-Purge-Tombstones.
           MOVE LOW-VALUES TO MstFile-Cust-Acct-Number.
           START MstFile KEY IS NOT LESS THAN MstFile-Cust-Acct-Number
              INVALID KEY SET WS-MstFile-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-MstFile-EOF
              READ MstFile NEXT
                 AT END SET WS-MstFile-EOF TO TRUE
                 NOT AT END
                    ADD +1 TO WS-Purge-Read-Cnt
                    IF MstFile-Mst-Tombstoned
                       AND MstFile-Mst-Drop-Date < WS-Tomb-Cutoff-Date
                       PERFORM 3210-Purge-One-Tombstone
                    END-IF
              END-READ
           END-PERFORM.

       3210-Purge-One-Tombstone.
           MOVE "PURGED" TO WS-Tomb-Action.
           PERFORM 2180-Register-Tomb-Line.
           DELETE MstFile.
           IF WS-MstFile-Good
              ADD +1 TO WS-Purged-Cnt
           ELSE
              DISPLAY "** ERROR **: 3210-Purge-One-Tombstone"
              DISPLAY "DELETE MstFile Failed."
              DISPLAY "File Status: " WS-MstFile-Status
              MOVE WS-MstFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       5000-Read-INFile.
           READ INFile
              AT END SET WS-INFile-EOF TO TRUE
              END-IF
           END-IF.

       2530-Read-Pin.
           READ PinSortedFile
              AT END SET WS-PinSortedFile-EOF TO TRUE
           END-READ.
           IF NOT WS-PinSortedFile-Good
              AND NOT WS-PinSortedFile-EOF
              DISPLAY "** ERROR **: 2530-Read-Pin"
              DISPLAY "Read PinSortedFile Failed."
              DISPLAY "File Status: " WS-PinSortedFile-Status
              MOVE WS-PinSortedFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6000-Write-MstFile.
           WRITE MstFile-Master-Record.
           IF WS-MstFile-Good
              GOBACK
           END-IF.

       6300-Write-CorrFile.
           MOVE WS-Apply-Customer-Record TO CorrFile-Customer-Record.
           WRITE CorrFile-Customer-Record.
           IF WS-CorrFile-Good
              ADD +1 TO WS-Corr-Sent-Cnt
           ELSE
              DISPLAY "** ERROR **: 6300-Write-CorrFile"
              DISPLAY "WRITE CorrFile Failed."
              DISPLAY "File Status: " WS-CorrFile-Status
              MOVE WS-CorrFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       6400-Write-PinFile.
           WRITE PinFile-Record.
           IF NOT WS-PinFile-Good
              DISPLAY "** ERROR **: 6400-Write-PinFile"
              DISPLAY "WRITE PinFile Failed."
              DISPLAY "File Status: " WS-PinFile-Status
              MOVE WS-PinFile-Status TO WS-FS-Lookup-Code
              PERFORM 9100-Display-FS-Message
              CLOSE MstFile
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Looks WS-FS-Lookup-Code up in the FSMSG message table and
      *       displays the plain-English text alongside it, so the
      *       console log is readable without a status-code card.
      *    Converts a state name or code in WS-Norm-State-In into a
      *       2-character code in WS-Norm-State-Code. A value that is
      *       already exactly 2 characters long is used as-is;
      *       anything longer is looked up in the shared STATECD
      *       table copied in above.
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

      *    Standardizes the address in WS-Std-In into WS-Std-Out:
      *       uppercase, punctuation stripped, each word replaced
      *       per the ADDRCTL rules, and the line rebuilt single-
      *       spaced -- the same rebuild STCBEDT1 gives the feed.
       7310-Standardize-Address.
           MOVE WS-Std-In TO WS-Std-Work.
           INSPECT WS-Std-Work CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-Std-Work REPLACING
              ALL "." BY SPACE
              ALL "," BY SPACE
              ALL "#" BY SPACE
              ALL ";" BY SPACE.
           MOVE SPACES TO WS-Std-Word-Table.
           UNSTRING WS-Std-Work DELIMITED BY ALL " "
              INTO WS-Std-Word-Text (1)
                   WS-Std-Word-Text (2)
                   WS-Std-Word-Text (3)
                   WS-Std-Word-Text (4)
                   WS-Std-Word-Text (5)
                   WS-Std-Word-Text (6)
                   WS-Std-Word-Text (7)
                   WS-Std-Word-Text (8)
                   WS-Std-Word-Text (9)
                   WS-Std-Word-Text (10)
                   WS-Std-Word-Text (11)
                   WS-Std-Word-Text (12)
                   WS-Std-Word-Text (13)
           END-UNSTRING.
           MOVE SPACES TO WS-Std-Out.
           MOVE 1 TO WS-Std-Out-Ptr.
           PERFORM VARYING WS-Std-Word-Sub FROM 1 BY 1
                   UNTIL WS-Std-Word-Sub > 13
              IF WS-Std-Word-Text (WS-Std-Word-Sub) NOT = SPACES
                 PERFORM 7320-Apply-Addr-Rule
                 PERFORM 7330-Size-Std-Word
                 IF WS-Std-Out-Ptr > 1
                    STRING " " DELIMITED BY SIZE
                       INTO WS-Std-Out
                       WITH POINTER WS-Std-Out-Ptr
                       ON OVERFLOW CONTINUE
                    END-STRING
                 END-IF
                 STRING WS-Std-Word-Text (WS-Std-Word-Sub)
                       (1:WS-Std-Word-Len)
                    DELIMITED BY SIZE
                    INTO WS-Std-Out
                    WITH POINTER WS-Std-Out-Ptr
                    ON OVERFLOW CONTINUE
                 END-STRING
              END-IF
           END-PERFORM.

      *    Replaces the word in hand with its standard form when an
      *       ADDRCTL rule matches it.
       7320-Apply-Addr-Rule.
           PERFORM VARYING WS-Addr-Rule-Idx FROM 1 BY 1
                   UNTIL WS-Addr-Rule-Idx > WS-Addr-Rule-Count
              IF WS-Std-Word-Text (WS-Std-Word-Sub) =
                 WS-Addr-Rule-From (WS-Addr-Rule-Idx)
                 MOVE WS-Addr-Rule-To (WS-Addr-Rule-Idx)
                    TO WS-Std-Word-Text (WS-Std-Word-Sub)
                 SET WS-Addr-Rule-Idx TO WS-Addr-Rule-Count
              END-IF
           END-PERFORM.

      *    Finds the word's trimmed length, so the rebuild does not
      *       carry the field's trailing spaces into the line. The
      *       word is known non-blank, so the length never reaches
      *       zero.
       7330-Size-Std-Word.
           MOVE 25 TO WS-Std-Word-Len.
           PERFORM UNTIL WS-Std-Word-Len < 2
              OR WS-Std-Word-Text (WS-Std-Word-Sub)
                 (WS-Std-Word-Len:1) NOT = SPACE
              SUBTRACT 1 FROM WS-Std-Word-Len
           END-PERFORM.

      *    Checks the corrected record's ZIP5 against the directory
      *       ranges for its state (normalized into WS-Norm-State-
      *       Code by 1540), the same test STCBEDT1 puts the feed
      *       through. The city/ZIP cross-check and the ZIPMISS
      *       report stay with STCBEDT1; only the verdict matters
      *       here. With no directory loaded every ZIP passes.
       7340-Validate-Zip.
           IF WS-Zipd-Count = ZERO
              SET WS-Zip-Verified TO TRUE
           ELSE
              MOVE "N" TO WS-Zip-Verified-Sw
              PERFORM VARYING WS-Zipd-Idx FROM 1 BY 1
                      UNTIL WS-Zipd-Idx > WS-Zipd-Count
                         OR WS-Zip-Verified
                 IF WS-Norm-State-Code =
                    WS-Zipd-State (WS-Zipd-Idx)
                    AND MstFile-Cust-Zip >=
                        WS-Zipd-Low (WS-Zipd-Idx)
                    AND MstFile-Cust-Zip <=
                        WS-Zipd-High (WS-Zipd-Idx)
                    SET WS-Zip-Verified TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

       9100-Display-FS-Message.
           SET WS-FS-Message-Idx TO 1.
           SEARCH WS-FS-Message-Entry
