      ***********************************************************
      * Copybook name: CUSTAUD
      * Original author: David Stagowski
      *
      * Description: Customer change audit record appended to the
      *    cumulative CUSTAUD file. One record per change made to
      *    the master outside the nightly feed: who made it, when,
      *    the account and the 154-byte CUSTOMER-layout images of
      *    the record before and after the change.
      *
      *    STCBTRX1, STCBNCA1 and STCBEMR1 put their program name
      *    in the operator id. An add carries a before-image of
      *    spaces and a delete an after-image of spaces.
      *
      *    A change STCBINQ1 held for dual control carries the
      *    operator who keyed it in the operator id and the
      *    supervisor who approved it in the approver id; every
      *    other change leaves the approver id blank (writers with
      *    the older 342-byte layout get it blank by padding).
      *
      * Typical Use: Within the File Section, following an FD:
      *
      *    FD  AudFile ...
      *    COPY CUSTAUD.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dscobol       Created when STCBMST1 started
      *                          reading the audit trail back; the
      *                          layout is the one STCBINQ1,
      *                          STCBTRX1 and STCBNCA1 write.
      * 2026-10-15 dscobol       Added Aud-Approver-Id for changes
      *                          released under STCBINQ1 dual
      *                          control; the record grows from 342
      *                          to 350 bytes.
      * 2026-10-15 dscobol       STCBEMR1 (hard-bounce move to
      *                          paper) added to the writers.
      *
      **********************************************************
       01  AudFile-Record.
           12  Aud-Operator-Id            PIC X(08).
           12  Aud-Change-Date            PIC 9(08).
           12  Aud-Change-Time            PIC 9(08).
           12  Aud-Cust-Acct-Number       PIC X(10).
           12  Aud-Before-Image           PIC X(154).
           12  Aud-After-Image            PIC X(154).
           12  Aud-Approver-Id            PIC X(08).
