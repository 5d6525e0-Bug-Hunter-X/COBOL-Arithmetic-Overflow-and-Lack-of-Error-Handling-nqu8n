      *  One line per overflow warning or counter reset event, so     *
      *  auditors get a permanent history instead of a DISPLAY line   *
      *  that scrolls off the job log.  Append-only sequential file.  *
      *  Control-table maintenance (CTRTMNT) records each row it      *
      *  adds, changes or deletes as a TBLADD / TBLCHG / TBLDEL event *
      *  naming the table and the row key in the two fields appended  *
      *  after the original layout; counter events leave them spaces, *
      *  and rows written before they existed read back as spaces.    *
      *  CTRAPPR records each checker decision on a maker-checker     *
      *  item as an APPROVED / REJECTED event naming CTRPENDF and the *
      *  item number the same way.                                    *
      *  CTRMNT records each series lifecycle change as a FROZEN /    *
      *  RETIRED / ACTIVE event naming CTRLIFF and the counter id.    *
      *****************************************************************
       01  CTR-AUDIT-RECORD.
           05  AUD-JOB-NAME            PIC X(08).
           05  AUD-EVENT-TYPE          PIC X(08).
               88  AUD-EVENT-OVERFLOW        VALUE "OVERFLOW".
               88  AUD-EVENT-RESET            VALUE "RESET   ".
               88  AUD-EVENT-TABLE-ADD        VALUE "TBLADD  ".
               88  AUD-EVENT-TABLE-CHANGE     VALUE "TBLCHG  ".
               88  AUD-EVENT-TABLE-DELETE     VALUE "TBLDEL  ".
               88  AUD-EVENT-APPROVED         VALUE "APPROVED".
               88  AUD-EVENT-REJECTED         VALUE "REJECTED".
               88  AUD-EVENT-FROZEN           VALUE "FROZEN  ".
               88  AUD-EVENT-RETIRED          VALUE "RETIRED ".
               88  AUD-EVENT-ACTIVATED        VALUE "ACTIVE  ".
           05  AUD-RUN-TIMESTAMP       PIC X(26).
           05  AUD-COUNTER-VALUE       PIC 9(09).
           05  AUD-OPERATOR-ID         PIC X(08).
           05  AUD-TABLE-ID            PIC X(08).
           05  AUD-TABLE-KEY           PIC X(12).
