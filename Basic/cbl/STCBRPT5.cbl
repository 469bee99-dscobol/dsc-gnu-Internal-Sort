      *           balance and percent-of-total balance;
      *         - VIP extract counts per state;
      *         - rejection volumes by reason code (including the
      *           do-not-mail suppressions and the pieces the
      *           contact-frequency cap held back), duplicate
      *           volume;
      *         - run-history aggregates from RUNLOG.
      *
      *    The same figures also go to CUSTMGTC as comma-separated
      * 2026-09-02 dscobol       CUSTDUP/CUSTREJ customer images
      *                          grew with the 154-byte CUSTOMER
      *                          record.
      * 2026-10-15 dscobol       Reason 06, pieces held back by the
      *                          contact-frequency cap.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           12 WS-Avg-Balance            PIC S9(9)V99 VALUE ZERO.
           12 WS-Pct-Balance            PIC 9(03)V9 VALUE ZERO.

      *    Rejection volumes by reason code -- 01 to 06 the chain
      *       writes today, plus a catch-all.
       01  WS-Reject-Rollup.
           12 WS-Rej-Cnt-01             PIC 9(07) VALUE ZERO.
           12 WS-Rej-Cnt-03             PIC 9(07) VALUE ZERO.
           12 WS-Rej-Cnt-04             PIC 9(07) VALUE ZERO.
           12 WS-Rej-Cnt-05             PIC 9(07) VALUE ZERO.
           12 WS-Rej-Cnt-06             PIC 9(07) VALUE ZERO.
           12 WS-Rej-Cnt-Other          PIC 9(07) VALUE ZERO.
           12 WS-Rej-Cnt-Total          PIC 9(07) VALUE ZERO.

                          WHEN "03" ADD 1 TO WS-Rej-Cnt-03
                          WHEN "04" ADD 1 TO WS-Rej-Cnt-04
                          WHEN "05" ADD 1 TO WS-Rej-Cnt-05
                          WHEN "06" ADD 1 TO WS-Rej-Cnt-06
                          WHEN OTHER ADD 1 TO WS-Rej-Cnt-Other
                       END-EVALUATE
                 END-READ
           PERFORM 7020-Write-Volume-Line.
           MOVE "REJECT,05," TO WS-Csv-Line.
           PERFORM 3300-Csv-Volume.
           MOVE "HELD BY FREQUENCY CAP (06)        "
              TO WS-Vol-Label.
           MOVE WS-Rej-Cnt-06 TO WS-Vol-Count.
           PERFORM 7020-Write-Volume-Line.
           MOVE "REJECT,06," TO WS-Csv-Line.
           PERFORM 3300-Csv-Volume.
           MOVE "REJECTED OTHER REASONS            "
              TO WS-Vol-Label.
           MOVE WS-Rej-Cnt-Other TO WS-Vol-Count.
