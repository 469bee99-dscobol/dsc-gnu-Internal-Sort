      * 2026-09-02 dscobol       Created -- pass/fail said nothing
      *                          about how good a passing record
      *                          actually was.
      * 2026-10-15 dscobol       Worklist line carries the 2-char
      *                          state code so STCBBRS1 can cut
      *                          it by region.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           12  DqSort-Acct-Number         PIC X(10).
           12  DqSort-Last-Name           PIC X(20).
           12  DqSort-Defects             PIC X(30).
           12  DqSort-State               PIC X(02).

       FD  ScoreFile
           LABEL RECORDS ARE STANDARD
           12 WS-Run-Date               PIC 9(08).

       01  WS-Work-Heading.
           05  FILLER  PIC X(71) VALUE
               "SCORE  ACCT NO.    LAST NAME            DEFECTS".
           05  FILLER  PIC X(02) VALUE "ST".

       01  WS-Work-Line.
           05  WS-Wkl-Score          PIC ZZ9.
           05  WS-Wkl-Last-Name      PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Wkl-Defects        PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Wkl-State          PIC X(02).

       01  WS-File-Counters.
           12 FD-INFile-Record-Cnt         PIC S9(7) COMP VALUE ZERO.
           MOVE INFile-Cust-Acct-Number TO DqSort-Acct-Number.
           MOVE INFile-Cust-Last-Name TO DqSort-Last-Name.
           MOVE WS-Defects TO DqSort-Defects.
           MOVE WS-Norm-State-Code TO DqSort-State.
           RELEASE DqSort-Record.

      *    The standardizer's verdict on the address: a fully
                 MOVE DqSort-Acct-Number TO WS-Wkl-Acct
                 MOVE DqSort-Last-Name TO WS-Wkl-Last-Name
                 MOVE DqSort-Defects TO WS-Wkl-Defects
                 MOVE DqSort-State TO WS-Wkl-State
                 PERFORM 6100-Write-WorkFile
              END-IF
           END-PERFORM.
