      *                 reported back (status FL) rather than         *
      *                 silently truncated.  Status 00 means the      *
      *                 pool was purged (or held nothing to purge).   *
      *                 A request of COUNT (preview runs) reports how *
      *                 many rows a PURGE would drop, and FL, without *
      *                 rewriting the pool.                           *
      *                 The same purge drops a series RETIRED on      *
      *                 CTRLIFF for good - CALLed by CTRMNT's RETIRE  *
      *                 action, and by CTRNEXT, WSCTRUPD and CTRPOOL  *
      *                 when a retirement keyed ahead takes effect.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRPPURG.
       01  WS-WANTED-ID                PIC X(8).

       LINKAGE SECTION.
       01  LK-PURGE-REQUEST            PIC X(08).
           88  LK-PURGE-COUNT-ONLY           VALUE "COUNT".
       01  LK-COUNTER-ID               PIC X(08).
       01  LK-PURGED-COUNT             PIC 9(04).
       01  LK-PURGE-STATUS             PIC XX.

       PROCEDURE DIVISION USING LK-PURGE-REQUEST LK-COUNTER-ID
               LK-PURGED-COUNT LK-PURGE-STATUS.
       0000-MAIN-PROCESS.
           MOVE "00" TO LK-PURGE-STATUS
           MOVE ZERO TO LK-PURGED-COUNT
                       "rather than truncated, archive it or widen "
                       "WS-REUSE-MAX-ENTRIES"
           ELSE
               IF LK-PURGED-COUNT > 0 AND NOT LK-PURGE-COUNT-ONLY
                   OPEN OUTPUT CTR-REUSE-FILE
                   PERFORM VARYING WS-REUSE-IDX FROM 1 BY 1
                           UNTIL WS-REUSE-IDX > WS-REUSE-COUNT
