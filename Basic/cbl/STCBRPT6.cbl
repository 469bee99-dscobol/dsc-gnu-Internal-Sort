      *       "How did the June mailing perform versus July" is now
      *       two adjacent lines on CAMPRPT instead of a shrug.
      *
      *    A campaign goes out on paper and by e-mail, and STCBEMR1
      *       posts the e-mail results to the same history with the
      *       channel byte set, so each campaign prints a PAPER line
      *       and an EMAIL line (whichever it has), the e-mail line
      *       also counting the customers who opted out.
      *
      *    MAILHIST comes back in account order, not campaign
      *       order, so the rollup accumulates into a table and the
      *       report prints from the table at end of job -- the way
      *                          file so marketing can compare one
      *                          mailing's response against the
      *                          next.
      * 2026-10-15 dscobol       Paper and e-mail split on separate
      *                          lines per campaign; opt-out column
      *                          for e-mail unsubscribes.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           COPY FSMSG.

      *    Per-campaign rollup, one entry per chain run id seen on
      *       the history, split by channel (1 paper, 2 e-mail).
      *       Sent is every event; delivered, undeliverable,
      *       pending and opted out split it by disposition.
       01  WS-Campaign-Control.
           12 WS-Camp-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Camp-Max               PIC S9(4) COMP VALUE +200.
              16 WS-Camp-Entry OCCURS 200 TIMES
                               INDEXED BY WS-Camp-Idx.
                 20 WS-Camp-Chain-Id    PIC X(14).
                 20 WS-Camp-Channel OCCURS 2 TIMES.
                    24 WS-Camp-Sent-Cnt    PIC 9(07).
                    24 WS-Camp-Dlvd-Cnt    PIC 9(07).
                    24 WS-Camp-Undel-Cnt   PIC 9(07).
                    24 WS-Camp-Pend-Cnt    PIC 9(07).
                    24 WS-Camp-Opt-Cnt     PIC 9(07).
           12 WS-Chnl-Sub               PIC S9(4) COMP.
           12 WS-Camp-Found-Sw          PIC X(01).
              88 WS-Camp-Found          VALUE "Y".
           12 WS-Camp-Full-Warned-Sw    PIC X(01) VALUE "N".
           12 WS-Tot-Dlvd-Cnt              PIC 9(07) VALUE ZERO.
           12 WS-Tot-Undel-Cnt             PIC 9(07) VALUE ZERO.
           12 WS-Tot-Pend-Cnt              PIC 9(07) VALUE ZERO.
           12 WS-Tot-Opt-Cnt               PIC 9(07) VALUE ZERO.

       01  WS-Camp-Heading-1      PIC X(44) VALUE
           "STCBRPT6 - CAMPAIGN RESPONSE REPORT".
       01  WS-Camp-Heading-2.
           05  FILLER  PIC X(49) VALUE
               "CHAIN RUN ID   CHNL     SENT  DELIVERED   UNDELIV".
           05  FILLER  PIC X(30) VALUE
               "   PENDING   OPT-OUT  DLVD PCT".

       01  WS-Camp-Line.
           05  WS-Cmp-Chain-Id       PIC X(14).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Cmp-Channel        PIC X(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WS-Cmp-Sent           PIC ZZZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-Cmp-Dlvd           PIC ZZZZZZ9.
           05  WS-Cmp-Undel          PIC ZZZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Cmp-Pend           PIC ZZZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Cmp-Opt            PIC ZZZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Cmp-Pct            PIC ZZ9.9.
           05  FILLER                PIC X(03) VALUE SPACES.

       01  WS-Camp-Total-Line.
           05  FILLER                PIC X(14) VALUE "TOTAL         ".
           05  FILLER                PIC X(07) VALUE SPACES.
           05  WS-Cmp-Tot-Sent       PIC ZZZZZZ9.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WS-Cmp-Tot-Dlvd       PIC ZZZZZZ9.
           05  WS-Cmp-Tot-Undel      PIC ZZZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Cmp-Tot-Pend       PIC ZZZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WS-Cmp-Tot-Opt        PIC ZZZZZZ9.
           05  FILLER                PIC X(11) VALUE SPACES.

       01  WS-Camp-Blank-Line     PIC X(01) VALUE SPACE.

           END-PERFORM.

      *    Finds (or starts) the table entry for the record's chain
      *       run id and counts the event into it by channel and
      *       disposition.
       2100-Roll-Into-Campaign.
           IF HistFile-Hist-Email
              MOVE 2 TO WS-Chnl-Sub
           ELSE
              MOVE 1 TO WS-Chnl-Sub
           END-IF.
           MOVE "N" TO WS-Camp-Found-Sw.
           PERFORM VARYING WS-Camp-Idx FROM 1 BY 1
                   UNTIL WS-Camp-Idx > WS-Camp-Count
                 SET WS-Camp-Idx TO WS-Camp-Count
                 MOVE HistFile-Hist-Chain-Run-Id
                    TO WS-Camp-Chain-Id (WS-Camp-Idx)
                 MOVE ZEROES TO WS-Camp-Channel (WS-Camp-Idx, 1)
                 MOVE ZEROES TO WS-Camp-Channel (WS-Camp-Idx, 2)
                 PERFORM 2110-Count-Event
              ELSE
                 IF NOT WS-Camp-Full-Warned
           END-IF.

       2110-Count-Event.
           ADD +1 TO WS-Camp-Sent-Cnt (WS-Camp-Idx, WS-Chnl-Sub).
           ADD +1 TO WS-Tot-Sent-Cnt.
           EVALUATE TRUE
              WHEN HistFile-Hist-Delivered
                 ADD +1 TO WS-Camp-Dlvd-Cnt (WS-Camp-Idx, WS-Chnl-Sub)
                 ADD +1 TO WS-Tot-Dlvd-Cnt
              WHEN HistFile-Hist-Undeliverable
                 ADD +1
                    TO WS-Camp-Undel-Cnt (WS-Camp-Idx, WS-Chnl-Sub)
                 ADD +1 TO WS-Tot-Undel-Cnt
              WHEN HistFile-Hist-Opted-Out
                 ADD +1 TO WS-Camp-Opt-Cnt (WS-Camp-Idx, WS-Chnl-Sub)
                 ADD +1 TO WS-Tot-Opt-Cnt
              WHEN OTHER
                 ADD +1 TO WS-Camp-Pend-Cnt (WS-Camp-Idx, WS-Chnl-Sub)
                 ADD +1 TO WS-Tot-Pend-Cnt
           END-EVALUATE.

           MOVE WS-Tot-Dlvd-Cnt TO WS-Cmp-Tot-Dlvd.
           MOVE WS-Tot-Undel-Cnt TO WS-Cmp-Tot-Undel.
           MOVE WS-Tot-Pend-Cnt TO WS-Cmp-Tot-Pend.
           MOVE WS-Tot-Opt-Cnt TO WS-Cmp-Tot-Opt.
           WRITE PrtFile-Record FROM WS-Camp-Total-Line.
           CLOSE HistFile.
           CLOSE PrtFile.
           DISPLAY "Campaigns Reported   : " WS-Camp-Count.

       3100-Print-Campaign-Line.
           PERFORM 3110-Print-Channel-Line
              VARYING WS-Chnl-Sub FROM 1 BY 1
              UNTIL WS-Chnl-Sub > 2.

      *    A channel the campaign did not use prints no line.
       3110-Print-Channel-Line.
           IF WS-Camp-Sent-Cnt (WS-Camp-Idx, WS-Chnl-Sub) > ZERO
              MOVE WS-Camp-Chain-Id (WS-Camp-Idx) TO WS-Cmp-Chain-Id
              IF WS-Chnl-Sub = 1
                 MOVE "PAPER" TO WS-Cmp-Channel
              ELSE
                 MOVE "EMAIL" TO WS-Cmp-Channel
              END-IF
              MOVE WS-Camp-Sent-Cnt (WS-Camp-Idx, WS-Chnl-Sub)
                 TO WS-Cmp-Sent
              MOVE WS-Camp-Dlvd-Cnt (WS-Camp-Idx, WS-Chnl-Sub)
                 TO WS-Cmp-Dlvd
              MOVE WS-Camp-Undel-Cnt (WS-Camp-Idx, WS-Chnl-Sub)
                 TO WS-Cmp-Undel
              MOVE WS-Camp-Pend-Cnt (WS-Camp-Idx, WS-Chnl-Sub)
                 TO WS-Cmp-Pend
              MOVE WS-Camp-Opt-Cnt (WS-Camp-Idx, WS-Chnl-Sub)
                 TO WS-Cmp-Opt
              COMPUTE WS-Camp-Pct-Work =
                 (WS-Camp-Dlvd-Cnt (WS-Camp-Idx, WS-Chnl-Sub) * 100)
                 / WS-Camp-Sent-Cnt (WS-Camp-Idx, WS-Chnl-Sub)
              MOVE WS-Camp-Pct-Work TO WS-Cmp-Pct
              PERFORM 6000-Write-PrtFile
           END-IF.

       5000-Read-HistFile.
           READ HistFile
