      *****************************************************************
      *  CTRTMTX.cpy                                                  *
      *  One control-table maintenance transaction per input line     *
      *  for CTRTMNT: add, change or delete one row of CTRPARMF,      *
      *  CTRTHRF, CTRRTEF, CTRHOLF, CTRFMTF, the CTROPRF operator     *
      *  authority register or the CTRLWTF lock wait policies, so the *
      *  tables the counter jobs are driven by stop being hand-       *
      *  edited.  The new row is keyed in                             *
      *  TTXN-ROW-DATA in the target table's own record layout (the   *
      *  views below); the row's key is taken from it - the counter   *
      *  id, the counter id and severity for a routing rule, the      *
      *  date for a holiday, the operator id for an operator, the job *
      *  name (spaces for the default) for a lock wait policy.  A     *
      *  DELETE needs only the key fields of the row.                 *
      *****************************************************************
       01  CTR-TABLE-MAINT-TXN.
           05  TTXN-TABLE-ID           PIC X(08).
               88  TTXN-TABLE-PARM           VALUE "CTRPARMF".
               88  TTXN-TABLE-THRESHOLD      VALUE "CTRTHRF ".
               88  TTXN-TABLE-ROUTE          VALUE "CTRRTEF ".
               88  TTXN-TABLE-HOLIDAY        VALUE "CTRHOLF ".
               88  TTXN-TABLE-FORMAT         VALUE "CTRFMTF ".
               88  TTXN-TABLE-OPERATOR       VALUE "CTROPRF ".
               88  TTXN-TABLE-LOCK-WAIT      VALUE "CTRLWTF ".
           05  TTXN-ACTION             PIC X(06).
               88  TTXN-IS-ADD               VALUE "ADD   ".
               88  TTXN-IS-CHANGE            VALUE "CHANGE".
               88  TTXN-IS-DELETE            VALUE "DELETE".
           05  TTXN-OPERATOR-ID        PIC X(08).
           05  TTXN-ROW-DATA           PIC X(30).
      *        CTRPARMF - see CTRPARM.cpy.
           05  TTXN-PARM-ROW REDEFINES TTXN-ROW-DATA.
               10  TTXN-PARM-COUNTER-ID    PIC X(08).
               10  TTXN-PARM-CEILING-VALUE PIC 9(09).
               10  TTXN-PARM-RECYCLE-MODE  PIC X.
               10  FILLER                  PIC X(12).
      *        CTRTHRF - see CTRTHR.cpy.
           05  TTXN-THR-ROW REDEFINES TTXN-ROW-DATA.
               10  TTXN-THR-COUNTER-ID     PIC X(08).
               10  TTXN-THR-ADVISORY-PCT   PIC 9(03).
               10  TTXN-THR-WARNING-PCT    PIC 9(03).
               10  FILLER                  PIC X(16).
      *        CTRRTEF - see CTRRTE.cpy.
           05  TTXN-RTE-ROW REDEFINES TTXN-ROW-DATA.
               10  TTXN-RTE-COUNTER-ID     PIC X(08).
               10  TTXN-RTE-SEVERITY       PIC X(04).
               10  TTXN-RTE-GROUP          PIC X(08).
               10  FILLER                  PIC X(10).
      *        CTRHOLF - see CTRHOL.cpy.
           05  TTXN-HOL-ROW REDEFINES TTXN-ROW-DATA.
               10  TTXN-HOL-DATE           PIC X(08).
               10  TTXN-HOL-DATE-N REDEFINES TTXN-HOL-DATE
                                           PIC 9(08).
               10  FILLER                  PIC X(22).
      *        CTRFMTF - see CTRFMT.cpy.
           05  TTXN-FMT-ROW REDEFINES TTXN-ROW-DATA.
               10  TTXN-FMT-COUNTER-ID     PIC X(08).
               10  TTXN-FMT-PREFIX         PIC X(06).
               10  TTXN-FMT-SEPARATOR      PIC X(01).
               10  TTXN-FMT-SEGMENT        PIC X(01).
               10  TTXN-FMT-PAD-WIDTH      PIC 9(02).
               10  TTXN-FMT-CHECK-METHOD   PIC X(02).
               10  FILLER                  PIC X(10).
      *        CTROPRF - see CTROPR.cpy.
           05  TTXN-OPR-ROW REDEFINES TTXN-ROW-DATA.
               10  TTXN-OPR-OPERATOR-ID    PIC X(08).
               10  TTXN-OPR-STATUS         PIC X(01).
               10  TTXN-OPR-MAY-RESET      PIC X(01).
               10  TTXN-OPR-MAY-ROLL       PIC X(01).
               10  TTXN-OPR-MAY-BDATE      PIC X(01).
               10  TTXN-OPR-MAY-UNLOCK     PIC X(01).
               10  TTXN-OPR-MAY-APPROVE    PIC X(01).
               10  TTXN-OPR-OPERATOR-NAME  PIC X(16).
      *        CTRLWTF - see CTRLWT.cpy.
           05  TTXN-LWT-ROW REDEFINES TTXN-ROW-DATA.
               10  TTXN-LWT-JOB-NAME       PIC X(08).
               10  TTXN-LWT-ATTEMPTS       PIC 9(02).
               10  TTXN-LWT-INTERVAL-SECS  PIC 9(03).
               10  FILLER                  PIC X(17).
