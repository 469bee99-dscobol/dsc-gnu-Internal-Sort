      *       (&BALANCE prints edited, e.g. 1,234.56; &DATE is the
      *       run date as MM/DD/YYYY.)
      *
      *    States that require their own disclosure paragraph get
      *       their own template. The TMPLCTL control file names,
      *       per state code, the template ddname that state's
      *       letters merge into (see the TMPLCTL copybook); every
      *       other state -- and the whole run when there is no
      *       TMPLCTL -- uses LTRTMPL. The LTRRPT summary counts
      *       the letters per template and per TMPLCTL state, so
      *       compliance can see every regulated state was covered.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-08-22 dscobol       Created to retire the desktop
      *                          mail-merge for in-house letters.
      * 2026-10-15 dscobol       Per-state templates from the
      *                          TMPLCTL control file, LTRTMPL
      *                          the default; LTRRPT counts the
      *                          letters by template and state.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TmplFile-Status.

      *    State template control file -- see 1200-Load-Template-
      *       Control.
           SELECT OPTIONAL TmplCtlFile
           ASSIGN TO TMPLCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TmplCtlFile-Status.

      *    A state's own template -- ASSIGN USING takes the ddname
      *       TMPLCTL gives from working storage at each OPEN.
           SELECT StTmplFile
           ASSIGN USING WS-St-Tmpl-Name
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StTmplFile-Status.

      *    Letters-by-template summary for compliance.
           SELECT RptFile
           ASSIGN TO LTRRPT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RptFile-Status.

      *    Print-ready letter images, one 60-line page per customer.
           SELECT LtrFile
           ASSIGN TO CUSTLTR
           BLOCK CONTAINS 0 RECORDS.
       01  TmplFile-Record                PIC X(80).

       FD  TmplCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY TMPLCTL.

       FD  StTmplFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  StTmplFile-Record              PIC X(80).

       FD  RptFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RptFile-Record                 PIC X(80).

       FD  LtrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           COPY WSFST REPLACING ==:tag:== BY ==INFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TmplFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LtrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TmplCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StTmplFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExcpFile==.

      *    Plain-English text for the file status codes, looked up
      *       9200-Log-Exception.
           COPY FSMSG.

      *    Template images, loaded once at Begin-Job. Entry 1 is
      *       always LTRTMPL, the default; each template TMPLCTL
      *       names is loaded once however many states share it.
       01  WS-Template-Control.
           12 WS-Tmpl-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Tmpl-Max               PIC S9(4) COMP VALUE +10.
           12 WS-Tmpl-Max-Lines         PIC S9(4) COMP VALUE +55.
           12 WS-Tmpl-Cur               PIC S9(4) COMP VALUE +1.
           12 WS-Tmpl-Find-Sub          PIC S9(4) COMP.
           12 WS-Tmpl-Table.
              16 WS-Tmpl-Entry OCCURS 10 TIMES.
                 20 WS-Tmpl-Name        PIC X(08).
                 20 WS-Tmpl-Line-Count  PIC S9(4) COMP.
                 20 WS-Tmpl-Letter-Cnt  PIC S9(7) COMP.
                 20 WS-Tmpl-Line OCCURS 55 TIMES PIC X(80).
           12 WS-St-Tmpl-Name           PIC X(08).

      *    State-to-template map from TMPLCTL -- see 1200-Load-
      *       Template-Control.
       01  WS-State-Map-Control.
           12 WS-Smap-Count             PIC S9(4) COMP VALUE ZERO.
           12 WS-Smap-Max               PIC S9(4) COMP VALUE +60.
           12 WS-Smap-Table.
              16 WS-Smap-Entry OCCURS 60 TIMES
                                  INDEXED BY WS-Smap-Idx.
                 20 WS-Smap-State       PIC X(02).
                 20 WS-Smap-Insert      PIC X(04).
                 20 WS-Smap-Tmpl-Sub    PIC S9(4) COMP.
                 20 WS-Smap-Letter-Cnt  PIC S9(7) COMP.
           12 WS-Smap-Found-Sw          PIC X(01) VALUE "N".
              88 WS-Smap-Found          VALUE "Y".

      *    LTRRPT summary lines.
       01  WS-Ltr-Rpt-Heading.
           05  FILLER              PIC X(36) VALUE
               "STCBLTR1 LETTERS BY TEMPLATE".
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  WS-Lrh-Run-Date     PIC X(10).
       01  WS-Ltr-Rpt-Tmpl-Title.
           05  FILLER              PIC X(40) VALUE
               "TEMPLATE     LETTERS".
       01  WS-Ltr-Rpt-Tmpl-Line.
           05  WS-Lrt-Name         PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Lrt-Count        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Lrt-Note         PIC X(09).
       01  WS-Ltr-Rpt-State-Title.
           05  FILLER              PIC X(40) VALUE
               "STATE TEMPLATE INSERT  LETTERS".
       01  WS-Ltr-Rpt-State-Line.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-Lrs-State        PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  WS-Lrs-Template     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-Lrs-Insert       PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Lrs-Count        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  WS-Lrs-Note         PIC X(20).

      *    Token directory for 7100-Merge-Line, longest names
      *       first so "&ZIP" cannot shadow "&ZIP4". The id steers
       1000-Begin-Job.
      D     DISPLAY "1000-Begin-Job: ".
           PERFORM 1100-Load-Template.
           PERFORM 1200-Load-Template-Control.
           ACCEPT WS-Run-Date-Raw FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-Run-Date-Pretty.
           MOVE WS-Run-Date-Raw (5:2) TO WS-Run-Date-Pretty (1:2).
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 1 TO WS-Tmpl-Count.
           MOVE "LTRTMPL" TO WS-Tmpl-Name (1).
           MOVE ZERO TO WS-Tmpl-Line-Count (1).
           MOVE ZERO TO WS-Tmpl-Letter-Cnt (1).
           PERFORM UNTIL WS-TmplFile-EOF
              READ TmplFile
                 AT END
                    SET WS-TmplFile-EOF TO TRUE
                 NOT AT END
                    IF WS-Tmpl-Line-Count (1) < WS-Tmpl-Max-Lines
                       ADD +1 TO WS-Tmpl-Line-Count (1)
                       MOVE TmplFile-Record
                          TO WS-Tmpl-Line (1, WS-Tmpl-Line-Count (1))
                    ELSE
                       DISPLAY "*** WARNING ***"
                       DISPLAY "  LTRTMPL LINE IGNORED - OVER "
              END-READ
           END-PERFORM.
           CLOSE TmplFile.
           IF WS-Tmpl-Line-Count (1) = ZERO
              DISPLAY "** ERROR **: 1100-Load-Template"
              DISPLAY "LTRTMPL IS EMPTY - NO LETTER TO WRITE"
              MOVE "1100-Load-Template" TO WS-Excp-Paragraph
              GOBACK
           END-IF.

      *    Reads the state-to-template map from TMPLCTL and loads
      *       each template it names. No TMPLCTL means every letter
      *       uses LTRTMPL, as before. A template TMPLCTL names but
      *       that cannot be read stops the job -- a regulated
      *       state's letter must not go out without its disclosure
      *       wording.
       1200-Load-Template-Control.
           OPEN INPUT TmplCtlFile.
           IF WS-TmplCtlFile-Good
              PERFORM UNTIL WS-TmplCtlFile-EOF
                 READ TmplCtlFile
                    AT END
                       SET WS-TmplCtlFile-EOF TO TRUE
                    NOT AT END
                       IF NOT Tctl-Default-Line
                          AND Tctl-State NOT = SPACES
                          PERFORM 1210-Map-One-State
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TmplCtlFile
           ELSE
              DISPLAY "*** WARNING ***"
              DISPLAY "  TMPLCTL NOT AVAILABLE - LTRTMPL FOR ALL"
              DISPLAY "  File Status: " WS-TmplCtlFile-Status
           END-IF.

       1210-Map-One-State.
           IF WS-Smap-Count < WS-Smap-Max
              ADD +1 TO WS-Smap-Count
              SET WS-Smap-Idx TO WS-Smap-Count
              MOVE Tctl-State TO WS-Smap-State (WS-Smap-Idx)
              MOVE Tctl-Insert-Code TO WS-Smap-Insert (WS-Smap-Idx)
              MOVE ZERO TO WS-Smap-Letter-Cnt (WS-Smap-Idx)
              MOVE Tctl-Template TO WS-St-Tmpl-Name
              IF WS-St-Tmpl-Name = SPACES
                 MOVE "LTRTMPL" TO WS-St-Tmpl-Name
              END-IF
              MOVE ZERO TO WS-Tmpl-Find-Sub
              PERFORM VARYING WS-Tmpl-Sub FROM 1 BY 1
                      UNTIL WS-Tmpl-Sub > WS-Tmpl-Count
                         OR WS-Tmpl-Find-Sub > ZERO
                 IF WS-Tmpl-Name (WS-Tmpl-Sub) = WS-St-Tmpl-Name
                    MOVE WS-Tmpl-Sub TO WS-Tmpl-Find-Sub
                 END-IF
              END-PERFORM
              IF WS-Tmpl-Find-Sub = ZERO
                 PERFORM 1220-Load-State-Template
              END-IF
              MOVE WS-Tmpl-Find-Sub TO WS-Smap-Tmpl-Sub (WS-Smap-Idx)
           ELSE
              DISPLAY "*** WARNING ***"
              DISPLAY "  TMPLCTL ENTRY IGNORED - TABLE FULL: "
                 Tctl-State
           END-IF.

       1220-Load-State-Template.
           IF WS-Tmpl-Count >= WS-Tmpl-Max
              DISPLAY "** ERROR **: 1220-Load-State-Template"
              DISPLAY "MORE THAN 10 TEMPLATES IN TMPLCTL"
              MOVE "1220-Load-State-Template" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE "TMPLCTL NAMES TOO MANY TEMPLATES"
                 TO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT StTmplFile.
           IF NOT WS-StTmplFile-Good
              DISPLAY "** ERROR **: 1220-Load-State-Template"
              DISPLAY "Open StTmplFile Failed: " WS-St-Tmpl-Name
              DISPLAY "File Status: " WS-StTmplFile-Status
              MOVE "1220-Load-State-Template" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE WS-StTmplFile-Status TO WS-Excp-File-Status
              MOVE SPACES TO WS-Excp-Message
              STRING "Open " WS-St-Tmpl-Name " Failed"
                 DELIMITED BY SIZE INTO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Tmpl-Count.
           MOVE WS-Tmpl-Count TO WS-Tmpl-Find-Sub.
           MOVE WS-St-Tmpl-Name TO WS-Tmpl-Name (WS-Tmpl-Find-Sub).
           MOVE ZERO TO WS-Tmpl-Line-Count (WS-Tmpl-Find-Sub).
           MOVE ZERO TO WS-Tmpl-Letter-Cnt (WS-Tmpl-Find-Sub).
           MOVE "00" TO WS-StTmplFile-Status.
           PERFORM UNTIL WS-StTmplFile-EOF
              READ StTmplFile
                 AT END
                    SET WS-StTmplFile-EOF TO TRUE
                 NOT AT END
                    IF WS-Tmpl-Line-Count (WS-Tmpl-Find-Sub)
                          < WS-Tmpl-Max-Lines
                       ADD +1 TO WS-Tmpl-Line-Count (WS-Tmpl-Find-Sub)
                       MOVE StTmplFile-Record
                          TO WS-Tmpl-Line (WS-Tmpl-Find-Sub,
                             WS-Tmpl-Line-Count (WS-Tmpl-Find-Sub))
                    ELSE
                       DISPLAY "*** WARNING ***"
                       DISPLAY "  " WS-St-Tmpl-Name
                          " LINE IGNORED - OVER 55 LINES"
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE StTmplFile.
           IF WS-Tmpl-Line-Count (WS-Tmpl-Find-Sub) = ZERO
              DISPLAY "** ERROR **: 1220-Load-State-Template"
              DISPLAY WS-St-Tmpl-Name " IS EMPTY - NO LETTER TO WRITE"
              MOVE "1220-Load-State-Template" TO WS-Excp-Paragraph
              MOVE "E" TO WS-Excp-Severity
              MOVE SPACES TO WS-Excp-File-Status
              MOVE SPACES TO WS-Excp-Message
              STRING WS-St-Tmpl-Name " IS EMPTY"
                 DELIMITED BY SIZE INTO WS-Excp-Message
              PERFORM 9200-Log-Exception
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-Process.
           PERFORM 5000-Read-INFile.
           PERFORM UNTIL WS-INFile-EOF
      *       the next letter starts on a fresh page.
       2100-Write-Letter.
           ADD +1 TO WS-Letters-Written-Cnt.
           PERFORM 2110-Pick-Template.
           MOVE ZERO TO WS-Page-Line-Cnt.
           MOVE INFile-Cust-Acct-Balance TO WS-Balance-Edited.
           PERFORM VARYING WS-Tmpl-Sub FROM 1 BY 1
                   UNTIL WS-Tmpl-Sub > WS-Tmpl-Line-Count (WS-Tmpl-Cur)
              MOVE WS-Tmpl-Line (WS-Tmpl-Cur, WS-Tmpl-Sub)
                 TO WS-Work-Line
              PERFORM 7100-Merge-Line
              MOVE WS-Out-Line TO LtrFile-Record
              PERFORM 6000-Write-LtrFile
              ADD +1 TO WS-Page-Line-Cnt
           END-PERFORM.

      *    The customer's state picks the template: its TMPLCTL
      *       line when it has one, otherwise LTRTMPL.
       2110-Pick-Template.
           MOVE 1 TO WS-Tmpl-Cur.
           MOVE "N" TO WS-Smap-Found-Sw.
           PERFORM VARYING WS-Smap-Idx FROM 1 BY 1
                   UNTIL WS-Smap-Idx > WS-Smap-Count
                      OR WS-Smap-Found
              IF INFile-Cust-State = WS-Smap-State (WS-Smap-Idx)
                 SET WS-Smap-Found TO TRUE
                 MOVE WS-Smap-Tmpl-Sub (WS-Smap-Idx) TO WS-Tmpl-Cur
                 ADD +1 TO WS-Smap-Letter-Cnt (WS-Smap-Idx)
              END-IF
           END-PERFORM.
           ADD +1 TO WS-Tmpl-Letter-Cnt (WS-Tmpl-Cur).

      *    Walks WS-Work-Line byte by byte into WS-Out-Line. An
      *       ampersand is tried against the token directory
      *       (longest names first); a hit inserts the customer's
           DISPLAY "Customers Read  (LTRIN) : " FD-INFile-Record-Cnt.
           DISPLAY "Letters Written (CUSTLTR): "
              WS-Letters-Written-Cnt.
           PERFORM VARYING WS-Tmpl-Sub FROM 1 BY 1
                   UNTIL WS-Tmpl-Sub > WS-Tmpl-Count
              DISPLAY "  Template " WS-Tmpl-Name (WS-Tmpl-Sub)
                 "       : " WS-Tmpl-Letter-Cnt (WS-Tmpl-Sub)
           END-PERFORM.
           PERFORM 3100-Write-Template-Summary.

      *    LTRRPT: letters per template, then per TMPLCTL state with
      *       its insert code. A regulated state with no letters
      *       is marked so compliance looks at it rather than past
      *       it.
       3100-Write-Template-Summary.
           OPEN OUTPUT RptFile.
           IF NOT WS-RptFile-Good
              DISPLAY "*** WARNING ***"
              DISPLAY "  LTRRPT NOT AVAILABLE - NO TEMPLATE SUMMARY"
              DISPLAY "  File Status: " WS-RptFile-Status
           ELSE
              MOVE WS-Run-Date-Pretty TO WS-Lrh-Run-Date
              WRITE RptFile-Record FROM WS-Ltr-Rpt-Heading
              MOVE SPACES TO RptFile-Record
              WRITE RptFile-Record
              WRITE RptFile-Record FROM WS-Ltr-Rpt-Tmpl-Title
              PERFORM VARYING WS-Tmpl-Sub FROM 1 BY 1
                      UNTIL WS-Tmpl-Sub > WS-Tmpl-Count
                 MOVE WS-Tmpl-Name (WS-Tmpl-Sub) TO WS-Lrt-Name
                 MOVE WS-Tmpl-Letter-Cnt (WS-Tmpl-Sub)
                    TO WS-Lrt-Count
                 MOVE SPACES TO WS-Lrt-Note
                 IF WS-Tmpl-Sub = 1
                    MOVE "(DEFAULT)" TO WS-Lrt-Note
                 END-IF
                 WRITE RptFile-Record FROM WS-Ltr-Rpt-Tmpl-Line
              END-PERFORM
              MOVE SPACES TO RptFile-Record
              WRITE RptFile-Record
              WRITE RptFile-Record FROM WS-Ltr-Rpt-State-Title
              PERFORM VARYING WS-Smap-Idx FROM 1 BY 1
                      UNTIL WS-Smap-Idx > WS-Smap-Count
                 MOVE WS-Smap-State (WS-Smap-Idx) TO WS-Lrs-State
                 MOVE WS-Tmpl-Name (WS-Smap-Tmpl-Sub (WS-Smap-Idx))
                    TO WS-Lrs-Template
                 MOVE WS-Smap-Insert (WS-Smap-Idx) TO WS-Lrs-Insert
                 MOVE WS-Smap-Letter-Cnt (WS-Smap-Idx)
                    TO WS-Lrs-Count
                 MOVE SPACES TO WS-Lrs-Note
                 IF WS-Smap-Letter-Cnt (WS-Smap-Idx) = ZERO
                    MOVE "** NO LETTERS **" TO WS-Lrs-Note
                 END-IF
                 WRITE RptFile-Record FROM WS-Ltr-Rpt-State-Line
              END-PERFORM
              CLOSE RptFile
           END-IF.

       5000-Read-INFile.
           READ INFile
