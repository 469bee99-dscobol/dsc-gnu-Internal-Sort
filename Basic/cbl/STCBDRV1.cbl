      *                          (via the MONTHEND handoff) to keep
      *                          its deeper month-end retention --
      *                          nobody has to remember month-end.
      * 2026-10-15 dscobol       STCBEDT1 front-end edit added ahead
      *                          of the three sorts: it validates and
      *                          cleans CUSTTXT once into CUSTEDT,
      *                          which STCBEX01/02/04 now all read.
      * 2026-10-15 dscobol       MONTHEND also read by STCBFUL1,
      *                          which runs the month-end balance
      *                          snapshot (STCBBHS1) and trend
      *                          report (STCBBHR1) behind the
      *                          master load.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
      *    One-record month-end handoff, rewritten at the top of
      *       every chain -- "Y" on the last processing day of the
      *       month, "N" otherwise. STCBGEN1 reads it to pick its
      *       month-end retention depth; STCBFUL1 to know whether
      *       tonight runs the month-end balance snapshot.
           SELECT MonthEndFile
           ASSIGN TO MONTHEND
           ORGANIZATION IS LINE SEQUENTIAL

      *    Leaves tonight's month-end verdict on the MONTHEND
      *       handoff so STCBGEN1 knows which retention depth to
      *       keep and STCBFUL1 whether to run the balance
      *       snapshot. A failure here only warns -- the rotation
      *       falls back to its nightly depth and the snapshot sits
      *       out (it can be taken by hand the next morning).
       1250-Write-Month-End-Handoff.
           OPEN OUTPUT MonthEndFile.
           IF WS-MonthEndFile-Good
      *    Runs each step only if the chain has not already failed,
      *       so one bad step does not let the next one run against
      *       its leftovers. The profile gate goes first: a feed
      *       outside tolerance halts the chain before STCBEDT1
      *       ever runs. STCBEDT1 then writes the CUSTEDT staging
      *       file all three sorts read, so a failed edit stops
      *       them too.
       2000-Run-Chain.
           PERFORM 2050-Run-STCBPRF1.
           IF NOT WS-Chain-Failed
              PERFORM 2080-Run-STCBEDT1
           END-IF.
           IF NOT WS-Chain-Failed
              PERFORM 2100-Run-STCBEX01
           END-IF.
                 WS-Step-RC
           END-IF.

       2080-Run-STCBEDT1.
           DISPLAY "STCBDRV1: Starting STCBEDT1".
           CALL "STCBEDT1".
           MOVE RETURN-CODE TO WS-Step-RC.
           IF WS-Step-RC NOT = ZERO
              SET WS-Chain-Failed TO TRUE
              MOVE "STCBEDT1" TO WS-Failed-Step
              DISPLAY "STCBDRV1: STCBEDT1 FAILED, RC = " WS-Step-RC
           ELSE
              DISPLAY "STCBDRV1: STCBEDT1 completed, RC = "
                 WS-Step-RC
           END-IF.

       2100-Run-STCBEX01.
           DISPLAY "STCBDRV1: Starting STCBEX01".
           CALL "STCBEX01".
