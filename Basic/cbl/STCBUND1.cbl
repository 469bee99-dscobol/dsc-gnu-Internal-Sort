      * 2026-09-02 dscobol       Created -- undeliverable accounts
      *                          were silently rotting on the
      *                          master.
      * 2026-10-15 dscobol       Tombstoned (dropped) accounts keep
      *                          their undeliverable history but
      *                          are not queued for work.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
                 NOT AT END
                    ADD +1 TO FD-MstFile-Record-Cnt
                    IF MstFile-Mst-Undeliverable
                       AND MstFile-Mst-Live
                       ADD +1 TO WS-Undeliverable-Cnt
                       MOVE MstFile-Mst-Undeliv-Reason
                          TO UndSort-Reason
