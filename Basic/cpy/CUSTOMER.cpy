      *                          to it (HDRTRL, the inline reject/
      *                          error copies, the audit images)
      *                          grows with it.
      * 2026-10-15 dscobol       Added Cust-Hold-Code (carved from
      *                          the FILLER): STCBEDT1 sets F on a
      *                          staged record held back by the
      *                          contact-frequency cap, and the
      *                          sort programs clear it before the
      *                          record reaches CUSTTXT2.
      *
      **********************************************************
       01  :tag:-Customer-Record.
           12  :tag:-Cust-Contact-Channel  PIC X(01).
               88 :tag:-Contact-By-Email      VALUE "E".
               88 :tag:-Contact-By-Post       VALUES "P", " ".
           12  :tag:-Cust-Hold-Code        PIC X(01).
               88 :tag:-Hold-Freq-Capped      VALUE "F".
           12  FILLER                      PIC X(03).
           12  :tag:-Cust-Email-Addr       PIC X(30).
