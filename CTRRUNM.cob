      *****************************************************************
      *  PROGRAM-ID   : CTRRUNM                                       *
      *  PURPOSE      : Shared run-mode PARM for the maintenance      *
      *                 batches (CTRMNT, CTRRESET, CTRVOID).  A PARM  *
      *                 of PREVIEW on the EXEC statement (surfaced    *
      *                 through COMMAND-LINE, as for CTRCEIL) runs    *
      *                 the job as a preview: every rule is applied   *
      *                 and a "would change" listing printed, but no  *
      *                 file is changed.  No PARM, or LIVE, is the    *
      *                 normal run.  Anything else is refused (status *
      *                 BP) rather than taken as a live run, so a     *
      *                 mistyped PREVIEW can never update production. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRRUNM.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PARM-CARD                PIC X(20).
       01  WS-PARM-WORD                PIC X(20).

       LINKAGE SECTION.
       01  LK-RUN-MODE                 PIC X(08).
       01  LK-RUN-MODE-STATUS          PIC XX.

       PROCEDURE DIVISION USING LK-RUN-MODE LK-RUN-MODE-STATUS.
       0000-MAIN-PROCESS.
           MOVE "00" TO LK-RUN-MODE-STATUS
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM-CARD))
               TO WS-PARM-WORD
           EVALUATE WS-PARM-WORD
               WHEN SPACES
               WHEN "LIVE"
                   MOVE "LIVE" TO LK-RUN-MODE
               WHEN "PREVIEW"
                   MOVE "PREVIEW" TO LK-RUN-MODE
               WHEN OTHER
                   MOVE SPACES TO LK-RUN-MODE
                   MOVE "BP" TO LK-RUN-MODE-STATUS
                   DISPLAY "CTRRUNM: PARM " FUNCTION TRIM(WS-PARM-WORD)
                           " not recognized - use PREVIEW or LIVE"
           END-EVALUATE
           GOBACK.
