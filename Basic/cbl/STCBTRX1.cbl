      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       An added account starts with the
      *                          master's correction, tombstone and
      *                          e-mail validity extensions clear.
      * 2026-09-02 dscobol       An address change on a flagged
      *                          account now clears the vendor's
      *                          undeliverable flag -- the same
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
                 ADD +1 TO WS-Applied-Add-Cnt
                 MOVE SPACES TO WS-Before-Image
