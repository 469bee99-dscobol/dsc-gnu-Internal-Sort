      * 2026-09-02 dscobol       Created -- ad-hoc selections came
      *                          in weekly and each one took days
      *                          of hand-building.
      * 2026-10-15 dscobol       Master source skips the tombstones
      *                          STCBMST1 now keeps for dropped
      *                          accounts.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       01  WS-File-Counters.
           12 WS-Read-Cnt               PIC S9(7) COMP VALUE ZERO.
           12 WS-Suppressed-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 WS-Tombstone-Cnt          PIC S9(7) COMP VALUE ZERO.
           12 WS-State-Drop-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 WS-Status-Drop-Cnt        PIC S9(7) COMP VALUE ZERO.
           12 WS-Balance-Drop-Cnt       PIC S9(7) COMP VALUE ZERO.
                 AT END SET WS-MstFile-EOF TO TRUE
                 NOT AT END
                    ADD +1 TO WS-Read-Cnt
                    IF MstFile-Mst-Tombstoned
                       ADD +1 TO WS-Tombstone-Cnt
                    ELSE
                       MOVE MstFile-Customer-Portion
                          TO WS-Sel-Customer-Record
                       PERFORM 2130-Judge-Record
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MstFile.
           DISPLAY EOJ-End-Message.
           DISPLAY "Records Read        : " WS-Read-Cnt.
           DISPLAY "Suppressed          : " WS-Suppressed-Cnt.
           DISPLAY "Dropped Accounts    : " WS-Tombstone-Cnt.
           DISPLAY "Dropped On State    : " WS-State-Drop-Cnt.
           DISPLAY "Dropped On Status   : " WS-Status-Drop-Cnt.
           DISPLAY "Dropped On Balance  : " WS-Balance-Drop-Cnt.
           PERFORM 3110-Audit-Count-Line.
           MOVE "SUPPRESSED" TO WS-Audit-Line (12:10).
           PERFORM 6100-Write-AudtFile.
           MOVE WS-Tombstone-Cnt TO WS-Audit-Count-Ed.
           PERFORM 3110-Audit-Count-Line.
           MOVE "DROPPED ACCOUNTS (MASTER)" TO WS-Audit-Line (12:25).
           PERFORM 6100-Write-AudtFile.
           MOVE WS-State-Drop-Cnt TO WS-Audit-Count-Ed.
           PERFORM 3110-Audit-Count-Line.
           MOVE "DROPPED ON STATE" TO WS-Audit-Line (12:16).
