      *  PURPOSE      : Shared master-change journal writer, CALLed   *
      *                 by every updater that rewrites a CTRLASTF or  *
      *                 CTRCTRF record (WSCTRUPD, CTRMNT, CTRRESET,   *
      *                 CTRNEXT, CTRJREST) with the master's file id, *
      *                 the caller's job name, and the record image   *
      *                 before and after the change.  Appends one     *
      *                 timestamped row to CTR-JOURNAL-FILE, so a bad *
      *                 maintenance batch or a damaged master is a    *
      *                 CTRJREST rebuild instead of a morning of      *
      *                 guessing values for CTRRESET.  A before image *
      *                 of spaces means the record did not exist      *
      *                 before this run.                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRJRN.
