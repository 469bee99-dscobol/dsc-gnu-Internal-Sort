      ***********************************************************
      * Copybook name: TMPLCTL
      * Original author: David Stagowski
      *
      * Description: Record layout of the TMPLCTL letter template
      *    control file -- one line per state whose correspondence
      *    needs its own wording or a regulatory disclosure insert:
      *
      *      state code, the template ddname STCBLTR1 merges that
      *      state's letters into, and the insert code the
      *      fulfillment vendor keys the state disclosure insert
      *      from.
      *
      *    A "**" line sets the insert code for every state without
      *    a line of its own (normally blank -- no insert). The
      *    default template is always LTRTMPL. A state that needs
      *    only the insert names LTRTMPL as its template.
      *
      *    STCBLTR1 reads it to pick each letter's template; STCBEX01,
      *    STCBEX02 and STCBEX04 read it for the vendor record's
      *    insert code (see 7300-Build-Vendor-Record).
      *
      * Typical Use: Within the File Section, following an FD:
      *
      *    FD  TmplCtlFile ...
      *    COPY TMPLCTL.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created for state-specific letter
      *                          templates and disclosure inserts.
      *
      **********************************************************
       01  TmplCtl-Record.
           12  Tctl-State                 PIC X(02).
               88 Tctl-Default-Line          VALUE "**".
           12  FILLER                     PIC X(01).
           12  Tctl-Template              PIC X(08).
           12  FILLER                     PIC X(01).
           12  Tctl-Insert-Code           PIC X(04).
           12  FILLER                     PIC X(14).
