      *****************************************************************
      *  PROGRAM-ID   : CTRLIFE                                       *
      *  PURPOSE      : Shared keeper of the CTRLIFF series lifecycle *
      *                 register (see CTRLCY.cpy), CALLed by every    *
      *                 job that issues, voids, recycles or reports   *
      *                 on a counter series.  Every request reads the *
      *                 whole small file fresh, so a FREEZE keyed     *
      *                 mid-day stops the very next CTRNEXT call.     *
      *                 The state handed back as in force is the one  *
      *                 that applies on the processing date - a       *
      *                 change whose effective date is still ahead    *
      *                 leaves its prior state in force.              *
      *                 Requests:                                     *
      *                   STATE - hand back the row for the counter   *
      *                           id passed and the state in force.   *
      *                           A series with no row is ACTIVE and  *
      *                           comes back with status NF.          *
      *                   SET   - record the state, effective date    *
      *                           and operator passed as the          *
      *                           series' row, replacing any row it   *
      *                           had, with the state then in force   *
      *                           as the prior state.  An effective   *
      *                           date of spaces means the            *
      *                           processing date.  Transition rules  *
      *                           are the caller's (CTRMNT).          *
      *                 A counter id of spaces means WSDATA, as on    *
      *                 the reuse pool.                               *
      *                 Status codes: 00 done, NF no row (ACTIVE), FL *
      *                 file larger than the table - left untouched,  *
      *                 IO file could not be written, RQ unknown      *
      *                 request.                                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRLIFE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-LIFECYCLE-FILE ASSIGN TO "CTRLIFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-LIFECYCLE-FILE.
       01  CTR-LIFECYCLE-LINE          PIC X(74).

       WORKING-STORAGE SECTION.
       01  WS-LCY-STATUS               PIC XX.
       01  WS-LCY-EOF-SWITCH           PIC X VALUE "N".
           88  WS-LCY-EOF                    VALUE "Y".
       01  WS-LCY-OVER-SWITCH          PIC X VALUE "N".
           88  WS-LCY-OVER-CAPACITY          VALUE "Y".
       01  WS-LCY-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-LCY-FOUND                  VALUE "Y".

           COPY CTRLCY.

       01  WS-LCY-COUNT                PIC 9(4) VALUE 0.
       01  WS-MAX-LCY-ROWS             PIC 9(4) VALUE 1000.
       01  WS-LCY-TABLE.
           05  WS-LCY-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-LCY-IDX.
               10  WS-LCY-ROW-T.
                   15  WS-LCY-ID-T     PIC X(08).
                   15  FILLER          PIC X(66).
      *    The processing date, looked up from CTRBDATF on the first
      *    request of the run and kept across calls - the CTRNEXT
      *    number server asks on every mint.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-WSDATA-ID                PIC X(8) VALUE "WSDATA".
       01  WS-WANTED-ID                PIC X(8).
       01  WS-NEW-STATE                PIC X(8).
       01  WS-NEW-EFFECTIVE-DATE       PIC X(8).
       01  WS-NEW-OPERATOR-ID          PIC X(8).
       01  WS-IN-FORCE                 PIC X(8).

       LINKAGE SECTION.
       01  LK-LCY-REQUEST              PIC X(8).
           88  LK-LCY-STATE                  VALUE "STATE".
           88  LK-LCY-SET                    VALUE "SET".
       01  LK-LIFECYCLE-ITEM           PIC X(74).
       01  LK-LCY-IN-FORCE             PIC X(8).
       01  LK-LCY-STATUS               PIC XX.

       PROCEDURE DIVISION USING LK-LCY-REQUEST LK-LIFECYCLE-ITEM
               LK-LCY-IN-FORCE LK-LCY-STATUS.
       0000-MAIN-PROCESS.
           MOVE "00" TO LK-LCY-STATUS
           IF WS-BUSINESS-DATE = SPACES
               CALL "CTRBDATE" USING WS-BUSINESS-DATE
           END-IF
           MOVE LK-LIFECYCLE-ITEM TO CTR-LIFECYCLE-RECORD
           IF LCY-COUNTER-ID = SPACES
               MOVE WS-WSDATA-ID TO WS-WANTED-ID
           ELSE
               MOVE LCY-COUNTER-ID TO WS-WANTED-ID
           END-IF
           PERFORM 1000-LOAD-LIFECYCLE-FILE
           EVALUATE TRUE
               WHEN LK-LCY-STATE
                   PERFORM 2000-STATE-OF-SERIES
               WHEN LK-LCY-SET
                   PERFORM 3000-SET-STATE
               WHEN OTHER
                   MOVE "RQ" TO LK-LCY-STATUS
           END-EVALUATE
           GOBACK.

       1000-LOAD-LIFECYCLE-FILE.
           MOVE 0 TO WS-LCY-COUNT
           MOVE "N" TO WS-LCY-EOF-SWITCH
           MOVE "N" TO WS-LCY-OVER-SWITCH
           OPEN INPUT CTR-LIFECYCLE-FILE
           IF WS-LCY-STATUS = "00"
               PERFORM UNTIL WS-LCY-EOF
                   READ CTR-LIFECYCLE-FILE
                       AT END
                           SET WS-LCY-EOF TO TRUE
                       NOT AT END
                           IF WS-LCY-COUNT < WS-MAX-LCY-ROWS
                               ADD 1 TO WS-LCY-COUNT
                               SET WS-LCY-IDX TO WS-LCY-COUNT
                               MOVE CTR-LIFECYCLE-LINE
                                   TO WS-LCY-ROW-T (WS-LCY-IDX)
                           ELSE
                               SET WS-LCY-OVER-CAPACITY TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-LIFECYCLE-FILE
           END-IF.

       1100-FIND-SERIES.
           MOVE "N" TO WS-LCY-FOUND-SWITCH
           PERFORM VARYING WS-LCY-IDX FROM 1 BY 1
                   UNTIL WS-LCY-IDX > WS-LCY-COUNT
                      OR WS-LCY-FOUND
               IF WS-LCY-ID-T (WS-LCY-IDX) = WS-WANTED-ID
                   MOVE "Y" TO WS-LCY-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-LCY-FOUND
               SET WS-LCY-IDX DOWN BY 1
           END-IF.

       1200-RESOLVE-IN-FORCE.
      *    The row on CTR-LIFECYCLE-RECORD is in force from its
      *    effective date on; before that its prior state is.  A
      *    blank state reads as ACTIVE.
           IF LCY-EFFECTIVE-DATE = SPACES
               OR LCY-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
               MOVE LCY-STATE TO WS-IN-FORCE
           ELSE
               MOVE LCY-PRIOR-STATE TO WS-IN-FORCE
           END-IF
           IF WS-IN-FORCE = SPACES
               MOVE "ACTIVE" TO WS-IN-FORCE
           END-IF.

       2000-STATE-OF-SERIES.
           PERFORM 1100-FIND-SERIES
           IF WS-LCY-FOUND
               MOVE WS-LCY-ROW-T (WS-LCY-IDX)
                   TO CTR-LIFECYCLE-RECORD
               PERFORM 1200-RESOLVE-IN-FORCE
           ELSE
               MOVE SPACES TO CTR-LIFECYCLE-RECORD
               MOVE WS-WANTED-ID TO LCY-COUNTER-ID
               SET LCY-ACTIVE TO TRUE
               MOVE "ACTIVE" TO WS-IN-FORCE
               MOVE "NF" TO LK-LCY-STATUS
           END-IF
           MOVE CTR-LIFECYCLE-RECORD TO LK-LIFECYCLE-ITEM
           MOVE WS-IN-FORCE TO LK-LCY-IN-FORCE.

       3000-SET-STATE.
           MOVE LCY-STATE TO WS-NEW-STATE
           MOVE LCY-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE-DATE
           MOVE LCY-OPERATOR-ID TO WS-NEW-OPERATOR-ID
           IF WS-NEW-EFFECTIVE-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-NEW-EFFECTIVE-DATE
           END-IF
           IF WS-LCY-OVER-CAPACITY
               DISPLAY "CTRLIFE: CTRLIFF holds more than "
                       WS-MAX-LCY-ROWS " series, " WS-WANTED-ID
                       " not changed"
               MOVE "FL" TO LK-LCY-STATUS
           ELSE
               PERFORM 1100-FIND-SERIES
               IF WS-LCY-FOUND
                   MOVE WS-LCY-ROW-T (WS-LCY-IDX)
                       TO CTR-LIFECYCLE-RECORD
                   PERFORM 1200-RESOLVE-IN-FORCE
               ELSE
                   MOVE "ACTIVE" TO WS-IN-FORCE
               END-IF
               IF NOT WS-LCY-FOUND
                   AND WS-LCY-COUNT NOT < WS-MAX-LCY-ROWS
                   DISPLAY "CTRLIFE: CTRLIFF table full at "
                           WS-MAX-LCY-ROWS " series, " WS-WANTED-ID
                           " not added"
                   MOVE "FL" TO LK-LCY-STATUS
               ELSE
                   PERFORM 3100-BUILD-NEW-ROW
                   PERFORM 3200-REWRITE-LIFECYCLE-FILE
               END-IF
           END-IF.

       3100-BUILD-NEW-ROW.
           MOVE SPACES TO CTR-LIFECYCLE-RECORD
           MOVE WS-WANTED-ID TO LCY-COUNTER-ID
           MOVE WS-NEW-STATE TO LCY-STATE
           MOVE WS-NEW-EFFECTIVE-DATE TO LCY-EFFECTIVE-DATE
           MOVE WS-NEW-OPERATOR-ID TO LCY-OPERATOR-ID
           MOVE WS-IN-FORCE TO LCY-PRIOR-STATE
           MOVE WS-BUSINESS-DATE TO LCY-CHANGED-DATE
           MOVE FUNCTION CURRENT-DATE TO LCY-CHANGED-TS
           IF NOT WS-LCY-FOUND
               ADD 1 TO WS-LCY-COUNT
               SET WS-LCY-IDX TO WS-LCY-COUNT
           END-IF
           MOVE CTR-LIFECYCLE-RECORD TO WS-LCY-ROW-T (WS-LCY-IDX).

       3200-REWRITE-LIFECYCLE-FILE.
           OPEN OUTPUT CTR-LIFECYCLE-FILE
           IF WS-LCY-STATUS NOT = "00"
               MOVE "IO" TO LK-LCY-STATUS
           ELSE
               PERFORM VARYING WS-LCY-IDX FROM 1 BY 1
                       UNTIL WS-LCY-IDX > WS-LCY-COUNT
                   MOVE WS-LCY-ROW-T (WS-LCY-IDX)
                       TO CTR-LIFECYCLE-LINE
                   WRITE CTR-LIFECYCLE-LINE
               END-PERFORM
               CLOSE CTR-LIFECYCLE-FILE
               PERFORM 1200-RESOLVE-IN-FORCE
               MOVE CTR-LIFECYCLE-RECORD TO LK-LIFECYCLE-ITEM
               MOVE WS-IN-FORCE TO LK-LCY-IN-FORCE
           END-IF.
