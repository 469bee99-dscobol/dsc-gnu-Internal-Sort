      *       data file: pieces per tray as each tray closes, then
      *       trays and pieces per destination, then grand totals.
      *
      *    Runs once per fulfillment vendor. The VNDRID handoff
      *       STCBFUL1 writes ahead of the step says which: vendor
      *       A presorts CUSTVDRA to CUSTPSR and CUSTPSQ, vendor B
      *       CUSTVDRB to CUSTPSRB and CUSTPSQB. See 1050-Set-
      *       Vendor-Files.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          pieces but must never change
      *                          their amounts, and now that is
      *                          proven nightly by STCBBAL1.
      * 2026-10-15 dscobol       Presorts the extract of the vendor
      *                          named on VNDRID (STCBVRT1 splits
      *                          CUSTVDR between two vendors) into
      *                          that vendor's own CUSTPSR/CUSTPSQ.
      *
      **********************************************************
       IDENTIFICATION DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The vendor's extract from STCBVRT1 -- ASSIGN USING takes
      *       the name (CUSTVDRA, CUSTVDRB) from working storage.
           SELECT VndrFile
           ASSIGN USING WS-Vndr-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndrFile-Status.

           SELECT SORTFile
           ASSIGN TO SORTWK.

      *    Presorted vendor file with tray-break records inserted
      *       (CUSTPSR, CUSTPSRB).
           SELECT PsrFile
           ASSIGN USING WS-Psr-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PsrFile-Status.

      *    Qualification summary listing for the mailing paperwork
      *       (CUSTPSQ, CUSTPSQB).
           SELECT PrtFile
           ASSIGN USING WS-Psq-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PrtFile-Status.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChainIdFile-Status.

      *    Vendor id handoff from STCBFUL1 -- absent on a
      *       standalone run. See 1050-Set-Vendor-Files.
           SELECT VndrIdFile
           ASSIGN TO VNDRID
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VndrIdFile-Status.

      *    Chain control ledger, appended to by every step that
      *       moves customer records -- see 9300-Write-Control-
      *       Ledger.
           BLOCK CONTAINS 0 RECORDS.
       01  ChainIdFile-Record             PIC X(14).

      *    One-record vendor id handoff written by STCBFUL1.
       FD  VndrIdFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  VndrIdFile-Record              PIC X(01).

      *    Chain control ledger -- one record appended per step
      *       per run. See 9300-Write-Control-Ledger.
       FD  LdgFile
           COPY WSFST REPLACING ==:tag:== BY ==PrtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ChainIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VndrIdFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LdgFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *       9200-Log-Exception.
           COPY FSMSG.

      *    The fulfillment vendor this run is for, and its files.
      *       See 1050-Set-Vendor-Files.
       01  WS-Vendor-Control.
           12 WS-Vendor-Id              PIC X(01) VALUE "A".
              88 WS-Vendor-B            VALUE "B".
           12 WS-Vndr-File-Name         PIC X(08) VALUE "CUSTVDRA".
           12 WS-Psr-File-Name          PIC X(08) VALUE "CUSTPSR".
           12 WS-Psq-File-Name          PIC X(08) VALUE "CUSTPSQ".

       01  WS-File-Counters.
           12 FD-VndrFile-Record-Cnt       PIC S9(7) COMP VALUE ZERO.
           12 FD-PsrFile-Piece-Cnt         PIC S9(7) COMP VALUE ZERO.
       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1300-Read-Chain-Id.
           PERFORM 1050-Set-Vendor-Files.
           PERFORM 1170-Load-Seed-Table.
           OPEN OUTPUT PsrFile.
           OPEN OUTPUT PrtFile.
              GOBACK
           END-IF.

      *    Picks up the vendor STCBFUL1 left on VNDRID and names
      *       that vendor's files. No file (or anything but "B")
      *       means vendor A, so a hand run with no handoff works
      *       on vendor A's files.
       1050-Set-Vendor-Files.
           MOVE "A" TO WS-Vendor-Id.
           OPEN INPUT VndrIdFile.
           IF WS-VndrIdFile-Good
              READ VndrIdFile
                 AT END SET WS-VndrIdFile-EOF TO TRUE
                 NOT AT END
                    IF VndrIdFile-Record = "B"
                       MOVE "B" TO WS-Vendor-Id
                    END-IF
              END-READ
              CLOSE VndrIdFile
           END-IF.
           IF WS-Vendor-B
              MOVE "CUSTVDRB" TO WS-Vndr-File-Name
              MOVE "CUSTPSRB" TO WS-Psr-File-Name
              MOVE "CUSTPSQB" TO WS-Psq-File-Name
           ELSE
              MOVE "CUSTVDRA" TO WS-Vndr-File-Name
              MOVE "CUSTPSR" TO WS-Psr-File-Name
              MOVE "CUSTPSQ" TO WS-Psq-File-Name
           END-IF.
           DISPLAY "STCBPSR1: Vendor " WS-Vendor-Id " - "
              WS-Vndr-File-Name " to " WS-Psr-File-Name.

      *    Picks up the chain run id STCBDRV1 left on CHAINID, so
      *       this step's control-ledger record ties back to the
