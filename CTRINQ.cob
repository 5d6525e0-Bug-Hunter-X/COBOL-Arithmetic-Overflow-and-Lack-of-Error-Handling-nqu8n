      *****************************************************************
      *  PROGRAM-ID   : CTRINQ                                        *
      *  PURPOSE      : Online counter inquiry and maintenance.  The  *
      *                 list panel shows the WS-DATA position         *
      *                 (CTRLASTF, with its CTRPARMF ceiling) and     *
      *                 every CTRCTRF named counter - current value,  *
      *                 ceiling, percent used, generation and flags.  *
      *                 Selecting a counter drills into its reuse-    *
      *                 pool depth on CTRRUSEF, its OPEN CTRRSVF      *
      *                 reserved blocks, its open CTRALRTQ alerts and *
      *                 its most recent CTRHISTF movement - the       *
      *                 questions CTRHLTH, CTRTREND and CTRTRACE      *
      *                 answer overnight, on one screen.  A series    *
      *                 CTRLIFE holds FROZEN or RETIRED is flagged so *
      *                 on the list, and its detail panel shows that  *
      *                 state in place of its headroom.               *
      *                 An operator signed on as active on the        *
      *                 CTROPRF register (CTRAUTH SIGNON) may key a   *
      *                 CTRMNT transaction from the detail panel.     *
      *                 It is not applied here: it is written to      *
      *                 CTRMNTIN and CTRMNT itself is run through the *
      *                 operating system, so the transaction goes     *
      *                 through exactly the batch run's validation,   *
      *                 RESET/ROLL authority, counter-master lock,    *
      *                 CTRJRN journal, audit, history and suspense - *
      *                 a ROLL is only staged for a second operator's *
      *                 CTRAPPR approval, as in batch.  The outcome   *
      *                 is read back from CTRMNT's return code and    *
      *                 CTRMNTSP suspense row.  The session's         *
      *                 CTRMNTIN and CTRMNTSP must therefore name     *
      *                 work files of its own, never the nightly      *
      *                 batch's.  The WS-DATA series is reset through *
      *                 CTRRESET; here it takes only FREEZE, RESUME   *
      *                 and RETIRE, as in CTRMNT.                     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-LAST-FILE ASSIGN TO "CTRLASTF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-LAST-RRN
               FILE STATUS IS WS-CTR-LAST-STATUS.

           SELECT CTR-RESTART-FILE ASSIGN TO "CTRRSTF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-RST-RRN
               FILE STATUS IS WS-CTR-RST-STATUS.

           SELECT CTR-PARM-FILE ASSIGN TO "CTRPARMF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-PARM-RRN
               FILE STATUS IS WS-CTR-PARM-STATUS.

           SELECT CTR-COUNTER-FILE ASSIGN TO "CTRCTRF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CTR-TAB-RRN
               FILE STATUS IS WS-CTR-TAB-STATUS.

           SELECT CTR-REUSE-FILE ASSIGN TO "CTRRUSEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-RSV-FILE ASSIGN TO "CTRRSVF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-ALERT-FILE ASSIGN TO "CTRALRTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-HIST-FILE ASSIGN TO "CTRHISTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CTR-MAINT-TXN-FILE ASSIGN TO "CTRMNTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CTR-MAINT-SUSP-FILE ASSIGN TO "CTRMNTSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-LAST-FILE.
           COPY CTRLAST.

       FD  CTR-RESTART-FILE.
           COPY CTRRST.

       FD  CTR-PARM-FILE.
           COPY CTRPARM.

       FD  CTR-COUNTER-FILE.
           COPY CTRTAB.

       FD  CTR-REUSE-FILE.
           COPY CTRRUSE.

       FD  CTR-RSV-FILE.
           COPY CTRRSV.

       FD  CTR-ALERT-FILE.
           COPY CTRALQ.

       FD  CTR-HIST-FILE.
           COPY CTRHIST.

       FD  CTR-MAINT-TXN-FILE.
           COPY CTRMNTX.

       FD  CTR-MAINT-SUSP-FILE.
       01  CTR-MAINT-SUSP-LINE         PIC X(56).

       WORKING-STORAGE SECTION.
       01  WS-CTR-LAST-STATUS          PIC XX.
           88  WS-CTR-LAST-OK                VALUE "00".
       01  WS-CTR-LAST-RRN             PIC 9(4) VALUE 1.
       01  WS-CTR-RST-STATUS           PIC XX.
           88  WS-CTR-RST-OK                 VALUE "00".
       01  WS-CTR-RST-RRN              PIC 9(4) VALUE 1.
       01  WS-CTR-PARM-STATUS          PIC XX.
       01  WS-CTR-PARM-RRN             PIC 9(4) VALUE 1.
       01  WS-CTR-TAB-RRN              PIC 9(4) VALUE 0.
       01  WS-CTR-TAB-STATUS           PIC XX.
           88  WS-CTR-TAB-OK                 VALUE "00".
           88  WS-CTR-TAB-EOF                VALUE "10".
       01  WS-SCAN-STATUS              PIC XX.
           88  WS-SCAN-EOF                   VALUE "10".
       01  WS-TXN-STATUS               PIC XX.
       01  WS-SUSP-STATUS              PIC XX.

       01  WS-JOB-NAME                 PIC X(8) VALUE "CTRINQ".
       01  WS-RUN-DATE                 PIC X(8).
       01  WS-WSDATA-ID                PIC X(8) VALUE "WSDATA".

      *    Sign-on.  Inquiry is open to anyone; a maintenance
      *    transaction needs an operator active on CTROPRF.
       01  WS-OPERATOR-ID              PIC X(08) VALUE SPACES.
       01  WS-AUTH-ACTION              PIC X(8).
       01  WS-AUTH-STATUS              PIC XX.
       01  WS-MAINT-ALLOWED-SWITCH     PIC X VALUE "N".
           88  WS-MAINT-ALLOWED              VALUE "Y".

      *    Which panel is up.
       01  WS-PANEL                    PIC X(6) VALUE "LIST".
           88  WS-PANEL-LIST                 VALUE "LIST".
           88  WS-PANEL-DETAIL               VALUE "DETAIL".
           88  WS-PANEL-MAINT                VALUE "MAINT".
           88  WS-PANEL-EXIT                 VALUE "EXIT".

      *    Every series on one list: row 1 is WS-DATA, then the
      *    CTRCTRF named counters in file order.  Capacity is the
      *    CTRMNT table limit plus the WS-DATA row.
       01  WS-COUNTER-COUNT            PIC 9(4) VALUE 0.
       01  WS-MAX-COUNTERS             PIC 9(4) VALUE 201.
       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-ENTRY OCCURS 201 TIMES
                   INDEXED BY WS-CTR-IDX.
               10  WS-CTR-ID-T         PIC X(08).
               10  WS-CTR-CURRENT-T    PIC 9(09).
               10  WS-CTR-MAX-T        PIC 9(09).
               10  WS-CTR-OVERFLOW-T   PIC 9.
               10  WS-CTR-GEN-T        PIC 9(04).
      *        The CTRLIFE state in force, and the state last keyed
      *        with its effective date and operator - a change keyed
      *        ahead leaves the prior state in force until its date.
               10  WS-CTR-STATE-T      PIC X(08).
                   88  WS-CTR-FROZEN-T       VALUE "FROZEN".
                   88  WS-CTR-RETIRED-T      VALUE "RETIRED".
               10  WS-CTR-KEYED-STATE-T
                                       PIC X(08).
               10  WS-CTR-STATE-DATE-T PIC X(08).
               10  WS-CTR-STATE-OPR-T  PIC X(08).
       01  WS-FOUND-SWITCH             PIC X VALUE "N".
           88  WS-FOUND                      VALUE "Y".
       01  WS-FIND-COUNTER-ID          PIC X(08).

      *    WS-DATA position as CTRHLTH reads it.
       01  WS-LAST-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-LAST-FOUND                 VALUE "Y".
       01  WS-RST-AWAITING-SWITCH      PIC X VALUE "N".
           88  WS-RST-AWAITING               VALUE "Y".
       01  WS-DATA-MAX-VALUE           PIC 9(9).

      *    Series lifecycle, as CTRLIFE holds it on CTRLIFF.
           COPY CTRLCY.

       01  WS-LCY-REQUEST              PIC X(8) VALUE "STATE".
       01  WS-LCY-IN-FORCE             PIC X(8).
       01  WS-LCY-STATUS               PIC XX.

       01  WS-PCT-USED                 PIC 9(3)V9 VALUE 0.
       01  WS-WARN-PCT                 PIC 9(3) VALUE 90.
       01  WS-PCT-DISPLAY              PIC ZZ9.9.
       01  WS-HEADROOM                 PIC 9(09).
       01  WS-FLAG-COL                 PIC 9(2).

      *    List paging.
       01  WS-LIST-PAGE-SIZE           PIC 9(2) VALUE 15.
       01  WS-LIST-FIRST               PIC 9(4) VALUE 1.
       01  WS-LIST-SUB                 PIC 9(4).

      *    Selected counter and what the drill-down found for it.
       01  WS-SEL-IDX                  PIC 9(4) VALUE 0.
       01  WS-SEL-ID                   PIC X(08).
       01  WS-ROW-COUNTER-ID           PIC X(08).
       01  WS-POOL-ROW-COUNT           PIC 9(6).
       01  WS-POOL-DEPTH               PIC 9(9).
       01  WS-RSV-OPEN-COUNT           PIC 9(6).
       01  WS-RSV-OPEN-NUMBERS         PIC 9(10).
       01  WS-RSV-SHOWN                PIC 9(2).
       01  WS-RSV-MAX-SHOWN            PIC 9(2) VALUE 3.
       01  WS-RSV-LINES.
           05  WS-RSV-LINE-T OCCURS 3 TIMES PIC X(78).
       01  WS-ALQ-OPEN-COUNT           PIC 9(6).
       01  WS-ALQ-SHOWN                PIC 9(2).
       01  WS-ALQ-MAX-SHOWN            PIC 9(2) VALUE 2.
       01  WS-ALQ-LINES.
           05  WS-ALQ-LINE-T OCCURS 2 TIMES PIC X(78).
      *    The last WS-HIST-MAX-SHOWN movements of the series, oldest
      *    first; each keeps its step from the row before it.
       01  WS-HIST-SHOWN               PIC 9(2).
       01  WS-HIST-MAX-SHOWN           PIC 9(2) VALUE 5.
       01  WS-HIST-SUB                 PIC 9(2).
       01  WS-HIST-WINDOW.
           05  WS-HIST-ENTRY-T OCCURS 5 TIMES.
               10  WS-HIST-DATE-T      PIC X(08).
               10  WS-HIST-VALUE-T     PIC 9(09).
               10  WS-HIST-STEP-T      PIC S9(10).
               10  WS-HIST-STEP-KNOWN-T
                                       PIC X.
       01  WS-HIST-PRIOR-SWITCH        PIC X VALUE "N".
           88  WS-HIST-PRIOR-KNOWN           VALUE "Y".
       01  WS-HIST-PRIOR-VALUE         PIC 9(09).
       01  WS-STEP-DISPLAY             PIC +(9)9.
       01  WS-COUNT-DISPLAY            PIC Z(5)9.
       01  WS-NUM-DISPLAY              PIC Z(8)9.
       01  WS-BIG-DISPLAY              PIC Z(9)9.

      *    Panel text.  Both the list and the detail panel are drawn
      *    as plain lines into WS-BODY-LINE, under the title lines.
       01  WS-BODY-COUNT               PIC 9(2) VALUE 17.
       01  WS-BODY-SUB                 PIC 9(2).
       01  WS-BODY-AREA.
           05  WS-BODY-LINE OCCURS 17 TIMES PIC X(78).
       01  WS-TITLE-LINE               PIC X(78).
       01  WS-SUBTITLE-LINE            PIC X(78).
       01  WS-SCREEN-MESSAGE           PIC X(78) VALUE SPACES.
       01  WS-DETAIL-LINE              PIC X(78).
       01  WS-LIST-HEADING             PIC X(78) VALUE
           "COUNTER   CURRENT    CEILING    USED%  GEN   FLAGS".

      *    Keyed fields.
       01  WS-CMD-CODE                 PIC X(01).
       01  WS-CMD-COUNTER-ID           PIC X(08).
       01  WS-MNT-ACTION               PIC X(06).
           88  WS-MNT-ACTION-VALID           VALUE "LOOKUP" "BUMP  "
                                                   "RESET " "ADD   "
                                                   "ROLL  " "FREEZE"
                                                   "RESUME" "RETIRE".
           88  WS-MNT-IS-ADD                 VALUE "ADD   ".
           88  WS-MNT-IS-ROLL                VALUE "ROLL  ".
           88  WS-MNT-IS-LIFECYCLE           VALUE "FREEZE" "RESUME"
                                                   "RETIRE".
       01  WS-MNT-COUNTER-ID           PIC X(08).
       01  WS-MNT-NEW-VALUE            PIC 9(09).
       01  WS-MNT-MAX-VALUE            PIC 9(09).
       01  WS-MNT-EFFECTIVE-DATE       PIC X(08).
       01  WS-MNT-CONFIRM              PIC X(01).

      *    CTRMNT run for a keyed transaction.
       01  WS-MNT-COMMAND              PIC X(80) VALUE "CTRMNT".
       01  WS-SYSTEM-STATUS            PIC S9(9).
       01  WS-MNT-RC                   PIC 9(4).
       01  WS-SUSP-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-SUSP-FOUND                 VALUE "Y".

           COPY CTRMNTS.

       SCREEN SECTION.
       01  CTRINQ-SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2 PIC X(78) FROM WS-TITLE-LINE.
           05  LINE 4 COLUMN 2 VALUE
               "KEY YOUR OPERATOR ID TO BE ABLE TO MAINTAIN COUNTERS,".
           05  LINE 5 COLUMN 2 VALUE
               "OR LEAVE IT BLANK FOR INQUIRY ONLY.".
           05  LINE 7 COLUMN 2 VALUE "OPERATOR ID ===>".
           05  LINE 7 COLUMN 19 PIC X(08) USING WS-OPERATOR-ID
               UNDERLINE.
           05  LINE 24 COLUMN 2 PIC X(78) FROM WS-SCREEN-MESSAGE
               HIGHLIGHT.

       01  CTRINQ-BODY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2 PIC X(78) FROM WS-TITLE-LINE.
           05  LINE 2 COLUMN 2 PIC X(78) FROM WS-SUBTITLE-LINE.
           05  LINE 4 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (1).
           05  LINE 5 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (2).
           05  LINE 6 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (3).
           05  LINE 7 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (4).
           05  LINE 8 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (5).
           05  LINE 9 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (6).
           05  LINE 10 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (7).
           05  LINE 11 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (8).
           05  LINE 12 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (9).
           05  LINE 13 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (10).
           05  LINE 14 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (11).
           05  LINE 15 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (12).
           05  LINE 16 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (13).
           05  LINE 17 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (14).
           05  LINE 18 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (15).
           05  LINE 19 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (16).
           05  LINE 20 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (17).
           05  LINE 24 COLUMN 2 PIC X(78) FROM WS-SCREEN-MESSAGE
               HIGHLIGHT.

       01  CTRINQ-LIST-PROMPT.
           05  LINE 22 COLUMN 2 VALUE "COUNTER ===>".
           05  LINE 22 COLUMN 15 PIC X(08) USING WS-CMD-COUNTER-ID
               UNDERLINE.
           05  LINE 22 COLUMN 26 VALUE "COMMAND ===>".
           05  LINE 22 COLUMN 39 PIC X(01) USING WS-CMD-CODE
               UNDERLINE.
           05  LINE 23 COLUMN 2 VALUE
               "S=SELECT  A=ADD  N=NEXT  P=PREV  R=REFRESH  X=EXIT".

       01  CTRINQ-DETAIL-PROMPT.
           05  LINE 22 COLUMN 2 VALUE "COMMAND ===>".
           05  LINE 22 COLUMN 15 PIC X(01) USING WS-CMD-CODE
               UNDERLINE.
           05  LINE 23 COLUMN 2 VALUE
               "M=MAINTAIN  L=LIST  R=REFRESH  X=EXIT".

       01  CTRINQ-MAINT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2 PIC X(78) FROM WS-TITLE-LINE.
           05  LINE 2 COLUMN 2 PIC X(78) FROM WS-SUBTITLE-LINE.
           05  LINE 4 COLUMN 2 PIC X(78) FROM WS-BODY-LINE (1).
           05  LINE 6 COLUMN 2 VALUE "ACTION    ===>".
           05  LINE 6 COLUMN 17 PIC X(06) USING WS-MNT-ACTION
               UNDERLINE.
           05  LINE 6 COLUMN 26 VALUE
               "LOOKUP BUMP RESET ADD ROLL FREEZE RESUME RETIRE".
           05  LINE 7 COLUMN 2 VALUE "COUNTER   ===>".
           05  LINE 7 COLUMN 17 PIC X(08) USING WS-MNT-COUNTER-ID
               UNDERLINE.
           05  LINE 7 COLUMN 26 VALUE
               "A NEW SERIES ID FOR ADD".
           05  LINE 8 COLUMN 2 VALUE "NEW VALUE ===>".
           05  LINE 8 COLUMN 17 PIC 9(09) USING WS-MNT-NEW-VALUE
               UNDERLINE.
           05  LINE 8 COLUMN 28 VALUE
               "RESET, ADD AND ROLL".
           05  LINE 9 COLUMN 2 VALUE "MAX VALUE ===>".
           05  LINE 9 COLUMN 17 PIC 9(09) USING WS-MNT-MAX-VALUE
               UNDERLINE.
           05  LINE 9 COLUMN 28 VALUE "ADD ONLY".
           05  LINE 10 COLUMN 2 VALUE "EFFECTIVE ===>".
           05  LINE 10 COLUMN 17 PIC X(08) USING WS-MNT-EFFECTIVE-DATE
               UNDERLINE.
           05  LINE 10 COLUMN 28 VALUE
               "FREEZE, RESUME, RETIRE - BLANK IS THE PROCESSING DATE".
           05  LINE 12 COLUMN 2 VALUE
               "RESET NEEDS RESET AUTHORITY ON CTROPRF.  A ROLL NEEDS".
           05  LINE 13 COLUMN 2 VALUE
               "ROLL AUTHORITY AND IS ONLY STAGED - A SECOND OPERATOR".
           05  LINE 14 COLUMN 2 VALUE
               "APPROVES IT THROUGH CTRAPPR BEFORE IT IS APPLIED.".
           05  LINE 15 COLUMN 2 VALUE
               "FREEZE AND RESUME NEED RESET AUTHORITY, RETIRE NEEDS".
           05  LINE 16 COLUMN 2 VALUE
               "ROLL AUTHORITY - A RETIREMENT IN FORCE IS FINAL.".
           05  LINE 18 COLUMN 2 VALUE "SUBMIT TO CTRMNT (Y/N) ===>".
           05  LINE 18 COLUMN 30 PIC X(01) USING WS-MNT-CONFIRM
               UNDERLINE.
           05  LINE 24 COLUMN 2 PIC X(78) FROM WS-SCREEN-MESSAGE
               HIGHLIGHT.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           CALL "CTRBDATE" USING WS-RUN-DATE
           MOVE SPACES TO WS-TITLE-LINE
           STRING "CTRINQ   COUNTER INQUIRY AND MAINTENANCE"
                      DELIMITED BY SIZE
                  "          BUSINESS DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-TITLE-LINE
           PERFORM 1000-SIGN-ON
           PERFORM 1100-LOAD-COUNTER-LIST
           PERFORM UNTIL WS-PANEL-EXIT
               EVALUATE TRUE
                   WHEN WS-PANEL-LIST
                       PERFORM 2000-LIST-PANEL
                   WHEN WS-PANEL-DETAIL
                       PERFORM 3000-DETAIL-PANEL
                   WHEN WS-PANEL-MAINT
                       PERFORM 4000-MAINT-PANEL
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       1000-SIGN-ON.
           MOVE SPACES TO WS-SCREEN-MESSAGE
           ACCEPT CTRINQ-SIGNON-SCREEN
           MOVE FUNCTION UPPER-CASE (WS-OPERATOR-ID) TO WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               MOVE "SIGNED ON FOR INQUIRY ONLY" TO WS-SCREEN-MESSAGE
           ELSE
               MOVE "SIGNON" TO WS-AUTH-ACTION
               CALL "CTRAUTH" USING WS-OPERATOR-ID WS-AUTH-ACTION
                       WS-AUTH-STATUS
               IF WS-AUTH-STATUS = "00"
                   SET WS-MAINT-ALLOWED TO TRUE
                   MOVE SPACES TO WS-SCREEN-MESSAGE
               ELSE
                   MOVE SPACES TO WS-SCREEN-MESSAGE
                   STRING "OPERATOR " DELIMITED BY SIZE
                          WS-OPERATOR-ID DELIMITED BY SPACE
                          " IS NOT ACTIVE ON CTROPRF (STATUS "
                              DELIMITED BY SIZE
                          WS-AUTH-STATUS DELIMITED BY SIZE
                          ") - INQUIRY ONLY" DELIMITED BY SIZE
                          INTO WS-SCREEN-MESSAGE
               END-IF
           END-IF
           MOVE SPACES TO WS-SUBTITLE-LINE
           IF WS-MAINT-ALLOWED
               STRING "OPERATOR " DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SIZE
                      "   INQUIRY AND MAINTENANCE" DELIMITED BY SIZE
                      INTO WS-SUBTITLE-LINE
           ELSE
               MOVE "INQUIRY ONLY" TO WS-SUBTITLE-LINE
           END-IF.

      *****************************************************************
      *  The series list.  Reloaded on every refresh and after every  *
      *  transaction, so the screen never shows a stale position.     *
      *****************************************************************
       1100-LOAD-COUNTER-LIST.
           MOVE 0 TO WS-COUNTER-COUNT
           PERFORM 1110-LOAD-WSDATA-POSITION
           PERFORM 1120-LOAD-NAMED-COUNTERS
           IF WS-LIST-FIRST > WS-COUNTER-COUNT
               MOVE 1 TO WS-LIST-FIRST
           END-IF.

       1110-LOAD-WSDATA-POSITION.
      *    The WS-DATA row is listed even with no CTRLASTF master yet,
      *    at zero, so the operator can see it has never been issued.
           ADD 1 TO WS-COUNTER-COUNT
           SET WS-CTR-IDX TO WS-COUNTER-COUNT
           MOVE WS-WSDATA-ID TO WS-CTR-ID-T (WS-CTR-IDX)
           MOVE 0 TO WS-CTR-CURRENT-T (WS-CTR-IDX)
           MOVE 0 TO WS-CTR-GEN-T (WS-CTR-IDX)
           MOVE 0 TO WS-CTR-OVERFLOW-T (WS-CTR-IDX)
           MOVE "N" TO WS-LAST-FOUND-SWITCH
           MOVE "N" TO WS-RST-AWAITING-SWITCH
           MOVE 999999999 TO WS-DATA-MAX-VALUE
           OPEN INPUT CTR-LAST-FILE
           IF WS-CTR-LAST-OK
               MOVE 1 TO WS-CTR-LAST-RRN
               READ CTR-LAST-FILE
                   NOT INVALID KEY
                       SET WS-LAST-FOUND TO TRUE
                       MOVE CTR-LAST-VALUE
                           TO WS-CTR-CURRENT-T (WS-CTR-IDX)
                       IF CTR-LAST-GENERATION IS NUMERIC
                           MOVE CTR-LAST-GENERATION
                               TO WS-CTR-GEN-T (WS-CTR-IDX)
                       END-IF
               END-READ
               CLOSE CTR-LAST-FILE
           END-IF
           OPEN INPUT CTR-PARM-FILE
           IF WS-CTR-PARM-STATUS = "00"
               MOVE 1 TO WS-CTR-PARM-RRN
               READ CTR-PARM-FILE
                   NOT INVALID KEY
                       MOVE PARM-CEILING-VALUE TO WS-DATA-MAX-VALUE
               END-READ
               CLOSE CTR-PARM-FILE
           END-IF
           MOVE WS-DATA-MAX-VALUE TO WS-CTR-MAX-T (WS-CTR-IDX)
      *    WS-DATA keeps no overflow flag of its own on CTRLASTF - a
      *    checkpoint awaiting reset is its overflow.
           OPEN INPUT CTR-RESTART-FILE
           IF WS-CTR-RST-OK
               MOVE 1 TO WS-CTR-RST-RRN
               READ CTR-RESTART-FILE
                   NOT INVALID KEY
                       IF CTR-RST-AWAITING-RESET
                           SET WS-RST-AWAITING TO TRUE
                           MOVE 1 TO WS-CTR-OVERFLOW-T (WS-CTR-IDX)
                       END-IF
               END-READ
               CLOSE CTR-RESTART-FILE
           END-IF
           PERFORM 1130-GATHER-SERIES-STATE.

       1120-LOAD-NAMED-COUNTERS.
           OPEN INPUT CTR-COUNTER-FILE
           IF WS-CTR-TAB-OK
               PERFORM UNTIL WS-CTR-TAB-EOF
                   READ CTR-COUNTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-COUNTER-COUNT < WS-MAX-COUNTERS
                               ADD 1 TO WS-COUNTER-COUNT
                               SET WS-CTR-IDX TO WS-COUNTER-COUNT
                               MOVE CTR-ID
                                   TO WS-CTR-ID-T (WS-CTR-IDX)
                               MOVE CTR-CURRENT-VALUE
                                   TO WS-CTR-CURRENT-T (WS-CTR-IDX)
                               MOVE CTR-MAX-VALUE
                                   TO WS-CTR-MAX-T (WS-CTR-IDX)
                               MOVE CTR-OVERFLOW-FLAG
                                   TO WS-CTR-OVERFLOW-T (WS-CTR-IDX)
                               IF CTR-GENERATION IS NUMERIC
                                   MOVE CTR-GENERATION
                                       TO WS-CTR-GEN-T (WS-CTR-IDX)
                               ELSE
                                   MOVE 0 TO WS-CTR-GEN-T (WS-CTR-IDX)
                               END-IF
                               PERFORM 1130-GATHER-SERIES-STATE
                           ELSE
                               MOVE "COUNTER TABLE HAS MORE ENTRIES THAN
      -                            " THE LIST HOLDS - NOT ALL ARE SHOWN"
                                   TO WS-SCREEN-MESSAGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-COUNTER-FILE
           END-IF.

       1130-GATHER-SERIES-STATE.
           MOVE SPACES TO CTR-LIFECYCLE-RECORD
           MOVE WS-CTR-ID-T (WS-CTR-IDX) TO LCY-COUNTER-ID
           CALL "CTRLIFE" USING WS-LCY-REQUEST CTR-LIFECYCLE-RECORD
                   WS-LCY-IN-FORCE WS-LCY-STATUS
           MOVE WS-LCY-IN-FORCE TO WS-CTR-STATE-T (WS-CTR-IDX)
           MOVE LCY-STATE TO WS-CTR-KEYED-STATE-T (WS-CTR-IDX)
           MOVE LCY-EFFECTIVE-DATE TO WS-CTR-STATE-DATE-T (WS-CTR-IDX)
           MOVE LCY-OPERATOR-ID TO WS-CTR-STATE-OPR-T (WS-CTR-IDX).

      *****************************************************************
      *  List panel.                                                  *
      *****************************************************************
       2000-LIST-PANEL.
           PERFORM 2100-BUILD-LIST-BODY
           MOVE SPACES TO WS-CMD-CODE
           MOVE SPACES TO WS-CMD-COUNTER-ID
           DISPLAY CTRINQ-BODY-SCREEN
           ACCEPT CTRINQ-LIST-PROMPT
           MOVE SPACES TO WS-SCREEN-MESSAGE
           MOVE FUNCTION UPPER-CASE (WS-CMD-CODE) TO WS-CMD-CODE
           MOVE FUNCTION UPPER-CASE (WS-CMD-COUNTER-ID)
               TO WS-CMD-COUNTER-ID
           PERFORM 2200-HANDLE-LIST-COMMAND.

       2100-BUILD-LIST-BODY.
           MOVE SPACES TO WS-BODY-AREA
           MOVE WS-LIST-HEADING TO WS-BODY-LINE (1)
           MOVE 1 TO WS-BODY-SUB
           PERFORM VARYING WS-LIST-SUB FROM WS-LIST-FIRST BY 1
                   UNTIL WS-LIST-SUB > WS-COUNTER-COUNT
                      OR WS-BODY-SUB > WS-LIST-PAGE-SIZE
               SET WS-CTR-IDX TO WS-LIST-SUB
               PERFORM 2110-FORMAT-LIST-ROW
               ADD 1 TO WS-BODY-SUB
               MOVE WS-DETAIL-LINE TO WS-BODY-LINE (WS-BODY-SUB)
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           COMPUTE WS-LIST-SUB = WS-LIST-FIRST + WS-LIST-PAGE-SIZE - 1
           IF WS-LIST-SUB > WS-COUNTER-COUNT
               MOVE WS-COUNTER-COUNT TO WS-LIST-SUB
           END-IF
           STRING "SERIES " DELIMITED BY SIZE
                  WS-LIST-FIRST DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-LIST-SUB DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  WS-COUNTER-COUNT DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO WS-BODY-LINE (WS-BODY-COUNT).

       2110-FORMAT-LIST-ROW.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CTR-ID-T (WS-CTR-IDX) TO WS-DETAIL-LINE (1:8)
           MOVE WS-CTR-CURRENT-T (WS-CTR-IDX) TO WS-DETAIL-LINE (11:9)
           MOVE WS-CTR-MAX-T (WS-CTR-IDX) TO WS-DETAIL-LINE (22:9)
           PERFORM 8000-COMPUTE-PCT-USED
           MOVE WS-PCT-DISPLAY TO WS-DETAIL-LINE (33:5)
           MOVE WS-CTR-GEN-T (WS-CTR-IDX) TO WS-DETAIL-LINE (40:4)
      *    A RETIRED series will never issue again, so it is no
      *    exhaustion risk; its state takes the flags column and any
      *    overflow flag moves along after it.
           IF WS-PCT-USED >= WS-WARN-PCT
               AND NOT WS-CTR-RETIRED-T (WS-CTR-IDX)
               MOVE "OVER90" TO WS-DETAIL-LINE (46:6)
           END-IF
           IF WS-CTR-FROZEN-T (WS-CTR-IDX)
               OR WS-CTR-RETIRED-T (WS-CTR-IDX)
               MOVE WS-CTR-STATE-T (WS-CTR-IDX)
                   TO WS-DETAIL-LINE (53:7)
               MOVE 61 TO WS-FLAG-COL
           ELSE
               MOVE 53 TO WS-FLAG-COL
           END-IF
           IF WS-CTR-OVERFLOW-T (WS-CTR-IDX) = 1
               IF WS-CTR-ID-T (WS-CTR-IDX) = WS-WSDATA-ID
                   MOVE "AWAITING-RESET"
                       TO WS-DETAIL-LINE (WS-FLAG-COL:14)
               ELSE
                   MOVE "OVERFLOW" TO WS-DETAIL-LINE (WS-FLAG-COL:8)
               END-IF
           END-IF.

       2200-HANDLE-LIST-COMMAND.
           EVALUATE TRUE
               WHEN WS-CMD-CODE = "X"
                   SET WS-PANEL-EXIT TO TRUE
               WHEN WS-CMD-CODE = "N"
                   IF WS-LIST-FIRST + WS-LIST-PAGE-SIZE
                           <= WS-COUNTER-COUNT
                       ADD WS-LIST-PAGE-SIZE TO WS-LIST-FIRST
                   ELSE
                       MOVE "ALREADY ON THE LAST PAGE"
                           TO WS-SCREEN-MESSAGE
                   END-IF
               WHEN WS-CMD-CODE = "P"
                   IF WS-LIST-FIRST > WS-LIST-PAGE-SIZE
                       SUBTRACT WS-LIST-PAGE-SIZE FROM WS-LIST-FIRST
                   ELSE
                       MOVE 1 TO WS-LIST-FIRST
                   END-IF
               WHEN WS-CMD-CODE = "R"
                   PERFORM 1100-LOAD-COUNTER-LIST
               WHEN WS-CMD-CODE = "S"
                 OR (WS-CMD-CODE = SPACE
                     AND WS-CMD-COUNTER-ID NOT = SPACES)
                   PERFORM 2300-SELECT-COUNTER
               WHEN WS-CMD-CODE = "A"
                   PERFORM 2400-START-ADD
               WHEN WS-CMD-CODE = SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN COMMAND - USE S, A, N, P, R OR X"
                       TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       2300-SELECT-COUNTER.
           MOVE WS-CMD-COUNTER-ID TO WS-FIND-COUNTER-ID
           PERFORM 8100-FIND-COUNTER
           IF WS-FOUND
               SET WS-SEL-IDX TO WS-CTR-IDX
               MOVE WS-CMD-COUNTER-ID TO WS-SEL-ID
               SET WS-PANEL-DETAIL TO TRUE
           ELSE
               STRING "COUNTER " DELIMITED BY SIZE
                      WS-CMD-COUNTER-ID DELIMITED BY SPACE
                      " IS NOT ON CTRCTRF - KEY A LISTED ID"
                          DELIMITED BY SIZE
                      INTO WS-SCREEN-MESSAGE
           END-IF.

       2400-START-ADD.
      *    A new series has no row to select, so its ADD is keyed
      *    from the list panel with the new id in the counter field.
           IF NOT WS-MAINT-ALLOWED
               MOVE "MAINTENANCE NEEDS AN OPERATOR ACTIVE ON CTROPRF - S
      -             "IGNED ON FOR INQUIRY ONLY"
                   TO WS-SCREEN-MESSAGE
           ELSE
               MOVE 0 TO WS-SEL-IDX
               MOVE SPACES TO WS-SEL-ID
               MOVE "ADD" TO WS-MNT-ACTION
               MOVE WS-CMD-COUNTER-ID TO WS-MNT-COUNTER-ID
               MOVE 0 TO WS-MNT-NEW-VALUE
               MOVE 0 TO WS-MNT-MAX-VALUE
               MOVE SPACES TO WS-MNT-EFFECTIVE-DATE
               MOVE SPACES TO WS-MNT-CONFIRM
               SET WS-PANEL-MAINT TO TRUE
           END-IF.

      *****************************************************************
      *  Detail panel for the selected series.  Every source file is  *
      *  read again each time the panel is drawn.                     *
      *****************************************************************
       3000-DETAIL-PANEL.
           PERFORM 3100-GATHER-POOL-DEPTH
           PERFORM 3200-GATHER-RESERVATIONS
           PERFORM 3300-GATHER-OPEN-ALERTS
           PERFORM 3400-GATHER-RECENT-HISTORY
           PERFORM 3500-BUILD-DETAIL-BODY
           MOVE SPACES TO WS-CMD-CODE
           DISPLAY CTRINQ-BODY-SCREEN
           ACCEPT CTRINQ-DETAIL-PROMPT
           MOVE SPACES TO WS-SCREEN-MESSAGE
           MOVE FUNCTION UPPER-CASE (WS-CMD-CODE) TO WS-CMD-CODE
           EVALUATE WS-CMD-CODE
               WHEN "X"
                   SET WS-PANEL-EXIT TO TRUE
               WHEN "L"
                   SET WS-PANEL-LIST TO TRUE
               WHEN "R"
                   PERFORM 3900-RELOAD-SELECTED
               WHEN SPACE
                   PERFORM 3900-RELOAD-SELECTED
               WHEN "M"
                   PERFORM 3950-CHECK-MAINT-ALLOWED
               WHEN OTHER
                   MOVE "UNKNOWN COMMAND - USE M, L, R OR X"
                       TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       3100-GATHER-POOL-DEPTH.
      *    A pool row may carry a whole returned range (a CTRRSVCL
      *    tail), so depth counts numbers as well as rows.  A row with
      *    no series id is a WS-DATA row.
           MOVE 0 TO WS-POOL-ROW-COUNT
           MOVE 0 TO WS-POOL-DEPTH
           OPEN INPUT CTR-REUSE-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-STATUS NOT = "00"
                   READ CTR-REUSE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REUSE-COUNTER-ID = SPACES
                               MOVE WS-WSDATA-ID TO WS-ROW-COUNTER-ID
                           ELSE
                               MOVE REUSE-COUNTER-ID
                                   TO WS-ROW-COUNTER-ID
                           END-IF
                           IF WS-ROW-COUNTER-ID = WS-SEL-ID
                               ADD 1 TO WS-POOL-ROW-COUNT
                               IF REUSE-RANGE-END IS NUMERIC
                                   AND REUSE-RANGE-END > REUSE-VALUE
                                   COMPUTE WS-POOL-DEPTH =
                                       WS-POOL-DEPTH
                                       + REUSE-RANGE-END
                                       - REUSE-VALUE + 1
                               ELSE
                                   ADD 1 TO WS-POOL-DEPTH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-REUSE-FILE
           END-IF.

       3200-GATHER-RESERVATIONS.
      *    OPEN blocks only - a space status is a row from before the
      *    close-out existed and is still OPEN.
           MOVE 0 TO WS-RSV-OPEN-COUNT
           MOVE 0 TO WS-RSV-OPEN-NUMBERS
           MOVE 0 TO WS-RSV-SHOWN
           OPEN INPUT CTR-RSV-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-STATUS NOT = "00"
                   READ CTR-RSV-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RSV-COUNTER-ID = WS-SEL-ID
                               AND (RSV-OPEN OR RSV-STATUS = SPACES)
                               PERFORM 3210-NOTE-OPEN-RESERVATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-RSV-FILE
           END-IF.

       3210-NOTE-OPEN-RESERVATION.
           ADD 1 TO WS-RSV-OPEN-COUNT
           IF RSV-RANGE-END >= RSV-RANGE-START
               COMPUTE WS-RSV-OPEN-NUMBERS = WS-RSV-OPEN-NUMBERS
                   + RSV-RANGE-END - RSV-RANGE-START + 1
           END-IF
           IF WS-RSV-SHOWN < WS-RSV-MAX-SHOWN
               ADD 1 TO WS-RSV-SHOWN
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  " DELIMITED BY SIZE
                      RSV-RANGE-START DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      RSV-RANGE-END DELIMITED BY SIZE
                      "  FOR " DELIMITED BY SIZE
                      RSV-REQUESTER DELIMITED BY SIZE
                      "  CUT " DELIMITED BY SIZE
                      RSV-TIMESTAMP (1:8) DELIMITED BY SIZE
                      "  GEN " DELIMITED BY SIZE
                      RSV-SERIES-GEN DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO WS-RSV-LINE-T (WS-RSV-SHOWN)
           END-IF.

       3300-GATHER-OPEN-ALERTS.
      *    An alert with no counter id was raised before the tiers
      *    existed, when every alert was a WS-DATA ceiling event; a
      *    space status is OPEN, the reading CTRACK applies.
           MOVE 0 TO WS-ALQ-OPEN-COUNT
           MOVE 0 TO WS-ALQ-SHOWN
           OPEN INPUT CTR-ALERT-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-STATUS NOT = "00"
                   READ CTR-ALERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ALQ-COUNTER-ID = SPACES
                               MOVE WS-WSDATA-ID TO WS-ROW-COUNTER-ID
                           ELSE
                               MOVE ALQ-COUNTER-ID
                                   TO WS-ROW-COUNTER-ID
                           END-IF
                           IF WS-ROW-COUNTER-ID = WS-SEL-ID
                               AND NOT ALQ-ACKNOWLEDGED
                               AND NOT ALQ-CLOSED
                               PERFORM 3310-NOTE-OPEN-ALERT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-ALERT-FILE
           END-IF.

       3310-NOTE-OPEN-ALERT.
           ADD 1 TO WS-ALQ-OPEN-COUNT
           IF WS-ALQ-SHOWN < WS-ALQ-MAX-SHOWN
               ADD 1 TO WS-ALQ-SHOWN
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE ALQ-SEVERITY TO WS-DETAIL-LINE (3:4)
               IF ALQ-SEVERITY = SPACES
                   MOVE "CRIT" TO WS-DETAIL-LINE (3:4)
               END-IF
               MOVE ALQ-TIMESTAMP (1:8) TO WS-DETAIL-LINE (8:8)
               MOVE ALQ-MESSAGE TO WS-DETAIL-LINE (17:60)
               MOVE WS-DETAIL-LINE TO WS-ALQ-LINE-T (WS-ALQ-SHOWN)
           END-IF.

       3400-GATHER-RECENT-HISTORY.
      *    Only the last few rows are kept: once the window is full
      *    each new row pushes the oldest out.  A row with no series
      *    id is a WS-DATA row.
           MOVE 0 TO WS-HIST-SHOWN
           MOVE "N" TO WS-HIST-PRIOR-SWITCH
           OPEN INPUT CTR-HIST-FILE
           IF WS-SCAN-STATUS = "00"
               PERFORM UNTIL WS-SCAN-STATUS NOT = "00"
                   READ CTR-HIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-COUNTER-ID = SPACES
                               MOVE WS-WSDATA-ID TO WS-ROW-COUNTER-ID
                           ELSE
                               MOVE HIST-COUNTER-ID
                                   TO WS-ROW-COUNTER-ID
                           END-IF
                           IF WS-ROW-COUNTER-ID = WS-SEL-ID
                               PERFORM 3410-NOTE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-HIST-FILE
           END-IF.

       3410-NOTE-HISTORY-ROW.
           IF WS-HIST-SHOWN < WS-HIST-MAX-SHOWN
               ADD 1 TO WS-HIST-SHOWN
           ELSE
               PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB >= WS-HIST-MAX-SHOWN
                   MOVE WS-HIST-ENTRY-T (WS-HIST-SUB + 1)
                       TO WS-HIST-ENTRY-T (WS-HIST-SUB)
               END-PERFORM
           END-IF
           MOVE HIST-RUN-DATE TO WS-HIST-DATE-T (WS-HIST-SHOWN)
           MOVE HIST-COUNTER-VALUE TO WS-HIST-VALUE-T (WS-HIST-SHOWN)
           IF WS-HIST-PRIOR-KNOWN
               COMPUTE WS-HIST-STEP-T (WS-HIST-SHOWN) =
                   HIST-COUNTER-VALUE - WS-HIST-PRIOR-VALUE
               MOVE "Y" TO WS-HIST-STEP-KNOWN-T (WS-HIST-SHOWN)
           ELSE
               MOVE 0 TO WS-HIST-STEP-T (WS-HIST-SHOWN)
               MOVE "N" TO WS-HIST-STEP-KNOWN-T (WS-HIST-SHOWN)
           END-IF
           MOVE HIST-COUNTER-VALUE TO WS-HIST-PRIOR-VALUE
           SET WS-HIST-PRIOR-KNOWN TO TRUE.

       3500-BUILD-DETAIL-BODY.
           MOVE SPACES TO WS-BODY-AREA
           SET WS-CTR-IDX TO WS-SEL-IDX
           MOVE WS-LIST-HEADING TO WS-BODY-LINE (1)
           PERFORM 2110-FORMAT-LIST-ROW
           MOVE WS-DETAIL-LINE TO WS-BODY-LINE (2)
           IF WS-CTR-FROZEN-T (WS-CTR-IDX)
               OR WS-CTR-RETIRED-T (WS-CTR-IDX)
               PERFORM 3520-FORMAT-STATE-LINE
           ELSE
               PERFORM 3530-FORMAT-HEADROOM-LINE
           END-IF
           MOVE WS-POOL-DEPTH TO WS-NUM-DISPLAY
           MOVE WS-POOL-ROW-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "REUSE POOL (CTRRUSEF)    " DELIMITED BY SIZE
                  WS-NUM-DISPLAY DELIMITED BY SIZE
                  " NUMBER(S) ON" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " ROW(S)" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO WS-BODY-LINE (5)
           MOVE WS-RSV-OPEN-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-RSV-OPEN-NUMBERS TO WS-BIG-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "OPEN RESERVATIONS (CTRRSVF)" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " BLOCK(S) HOLDING" DELIMITED BY SIZE
                  WS-BIG-DISPLAY DELIMITED BY SIZE
                  " NUMBER(S)" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO WS-BODY-LINE (6)
           PERFORM VARYING WS-BODY-SUB FROM 1 BY 1
                   UNTIL WS-BODY-SUB > WS-RSV-SHOWN
               MOVE WS-RSV-LINE-T (WS-BODY-SUB)
                   TO WS-BODY-LINE (WS-BODY-SUB + 6)
           END-PERFORM
           MOVE WS-ALQ-OPEN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "OPEN ALERTS (CTRALRTQ)   " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           IF WS-ALQ-OPEN-COUNT > WS-ALQ-SHOWN
               MOVE "(OLDEST SHOWN)" TO WS-DETAIL-LINE (35:14)
           END-IF
           MOVE WS-DETAIL-LINE TO WS-BODY-LINE (10)
           PERFORM VARYING WS-BODY-SUB FROM 1 BY 1
                   UNTIL WS-BODY-SUB > WS-ALQ-SHOWN
               MOVE WS-ALQ-LINE-T (WS-BODY-SUB)
                   TO WS-BODY-LINE (WS-BODY-SUB + 10)
           END-PERFORM
           MOVE "RECENT MOVEMENT (CTRHISTF)" TO WS-BODY-LINE (13)
           MOVE "DATE" TO WS-BODY-LINE (13) (32:4)
           MOVE "VALUE" TO WS-BODY-LINE (13) (46:5)
           MOVE "STEP" TO WS-BODY-LINE (13) (58:4)
           IF WS-HIST-SHOWN = 0
               MOVE "  NO MOVEMENT ON FILE" TO WS-BODY-LINE (14)
           END-IF
           PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-SHOWN
                      OR WS-HIST-SUB > 4
               PERFORM 3510-FORMAT-HISTORY-LINE
           END-PERFORM.

       3510-FORMAT-HISTORY-LINE.
      *    Only four lines fit; with a full window the oldest row is
      *    kept for its value alone and the newest four are shown.
           IF WS-HIST-SHOWN > 4
               COMPUTE WS-BODY-SUB = WS-HIST-SUB + WS-HIST-SHOWN - 4
           ELSE
               MOVE WS-HIST-SUB TO WS-BODY-SUB
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-HIST-DATE-T (WS-BODY-SUB) TO WS-DETAIL-LINE (32:8)
           MOVE WS-HIST-VALUE-T (WS-BODY-SUB) TO WS-DETAIL-LINE (42:9)
           IF WS-HIST-STEP-KNOWN-T (WS-BODY-SUB) = "Y"
               MOVE WS-HIST-STEP-T (WS-BODY-SUB) TO WS-STEP-DISPLAY
               MOVE WS-STEP-DISPLAY TO WS-DETAIL-LINE (52:10)
           END-IF
           MOVE WS-DETAIL-LINE TO WS-BODY-LINE (WS-HIST-SUB + 13).

       3520-FORMAT-STATE-LINE.
      *    A FROZEN or RETIRED series has no headroom to offer - it
      *    issues nothing.  When the state in force is the prior one
      *    of a change keyed ahead, that change and its date are shown.
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-CTR-KEYED-STATE-T (WS-CTR-IDX)
                   = WS-CTR-STATE-T (WS-CTR-IDX)
               STRING "SERIES " DELIMITED BY SIZE
                      WS-CTR-STATE-T (WS-CTR-IDX) DELIMITED BY SPACE
                      " FROM " DELIMITED BY SIZE
                      WS-CTR-STATE-DATE-T (WS-CTR-IDX)
                          DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-CTR-STATE-OPR-T (WS-CTR-IDX)
                          DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
           ELSE
               STRING "SERIES " DELIMITED BY SIZE
                      WS-CTR-STATE-T (WS-CTR-IDX) DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      WS-CTR-KEYED-STATE-T (WS-CTR-IDX)
                          DELIMITED BY SPACE
                      " KEYED FROM " DELIMITED BY SIZE
                      WS-CTR-STATE-DATE-T (WS-CTR-IDX)
                          DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-CTR-STATE-OPR-T (WS-CTR-IDX)
                          DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
           END-IF
           MOVE WS-DETAIL-LINE TO WS-BODY-LINE (3)
           IF WS-CTR-RETIRED-T (WS-CTR-IDX)
               MOVE "  NOTHING IS ISSUED OR VOIDED BACK - FINAL"
                   TO WS-BODY-LINE (4)
           ELSE
               MOVE "  NOTHING IS ISSUED UNTIL IT IS RESUMED"
                   TO WS-BODY-LINE (4)
           END-IF.

       3530-FORMAT-HEADROOM-LINE.
           IF WS-CTR-MAX-T (WS-CTR-IDX) > WS-CTR-CURRENT-T (WS-CTR-IDX)
               COMPUTE WS-HEADROOM = WS-CTR-MAX-T (WS-CTR-IDX)
                   - WS-CTR-CURRENT-T (WS-CTR-IDX)
           ELSE
               MOVE 0 TO WS-HEADROOM
           END-IF
           MOVE WS-HEADROOM TO WS-NUM-DISPLAY
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "HEADROOM TO CEILING " DELIMITED BY SIZE
                  WS-NUM-DISPLAY DELIMITED BY SIZE
                  " NUMBER(S)" DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO WS-BODY-LINE (3)
      *    An ACTIVE series with a freeze or retirement keyed ahead
      *    keeps its headroom only until that date.
           IF WS-CTR-KEYED-STATE-T (WS-CTR-IDX)
                   NOT = WS-CTR-STATE-T (WS-CTR-IDX)
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-CTR-KEYED-STATE-T (WS-CTR-IDX)
                          DELIMITED BY SPACE
                      " KEYED FROM " DELIMITED BY SIZE
                      WS-CTR-STATE-DATE-T (WS-CTR-IDX)
                          DELIMITED BY SIZE
                      " BY " DELIMITED BY SIZE
                      WS-CTR-STATE-OPR-T (WS-CTR-IDX)
                          DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               MOVE WS-DETAIL-LINE TO WS-BODY-LINE (4)
           END-IF.

       3900-RELOAD-SELECTED.
      *    The series is found again by id - a transaction or another
      *    job may have added counters since it was selected.
           PERFORM 1100-LOAD-COUNTER-LIST
           MOVE WS-SEL-ID TO WS-FIND-COUNTER-ID
           PERFORM 8100-FIND-COUNTER
           IF WS-FOUND
               SET WS-SEL-IDX TO WS-CTR-IDX
           ELSE
               MOVE "THE SELECTED COUNTER IS NO LONGER ON CTRCTRF"
                   TO WS-SCREEN-MESSAGE
               SET WS-PANEL-LIST TO TRUE
           END-IF.

       3950-CHECK-MAINT-ALLOWED.
      *    WSDATA reaches the panel too, for its lifecycle actions;
      *    4100 turns away anything else keyed for it.
           IF NOT WS-MAINT-ALLOWED
               MOVE "MAINTENANCE NEEDS AN OPERATOR ACTIVE ON CTROPRF - S
      -             "IGNED ON FOR INQUIRY ONLY"
                   TO WS-SCREEN-MESSAGE
           ELSE
               MOVE SPACES TO WS-MNT-ACTION
               MOVE WS-SEL-ID TO WS-MNT-COUNTER-ID
               MOVE 0 TO WS-MNT-NEW-VALUE
               MOVE 0 TO WS-MNT-MAX-VALUE
               MOVE SPACES TO WS-MNT-EFFECTIVE-DATE
               MOVE SPACES TO WS-MNT-CONFIRM
               SET WS-PANEL-MAINT TO TRUE
           END-IF.

      *****************************************************************
      *  Maintenance panel.  The keyed transaction is checked for     *
      *  completeness only; every business rule is CTRMNT's.          *
      *****************************************************************
       4000-MAINT-PANEL.
           IF WS-SEL-IDX = 0
               MOVE "NEW SERIES - KEY ITS ID, STARTING VALUE AND MAX VAL
      -             "UE" TO WS-BODY-LINE (1)
           ELSE
               SET WS-CTR-IDX TO WS-SEL-IDX
               PERFORM 2110-FORMAT-LIST-ROW
               MOVE WS-DETAIL-LINE TO WS-BODY-LINE (1)
           END-IF
           ACCEPT CTRINQ-MAINT-SCREEN
           MOVE SPACES TO WS-SCREEN-MESSAGE
           MOVE FUNCTION UPPER-CASE (WS-MNT-ACTION) TO WS-MNT-ACTION
           MOVE FUNCTION UPPER-CASE (WS-MNT-COUNTER-ID)
               TO WS-MNT-COUNTER-ID
           MOVE FUNCTION UPPER-CASE (WS-MNT-CONFIRM) TO WS-MNT-CONFIRM
           IF WS-MNT-CONFIRM NOT = "Y"
               MOVE "NOTHING SUBMITTED" TO WS-SCREEN-MESSAGE
               IF WS-SEL-IDX = 0
                   SET WS-PANEL-LIST TO TRUE
               ELSE
                   SET WS-PANEL-DETAIL TO TRUE
               END-IF
           ELSE
               PERFORM 4100-CHECK-MAINT-ENTRY
               IF WS-SCREEN-MESSAGE = SPACES
                   PERFORM 5000-SUBMIT-TRANSACTION
                   PERFORM 4200-RESELECT-AFTER-SUBMIT
               END-IF
           END-IF.

       4100-CHECK-MAINT-ENTRY.
           EVALUATE TRUE
               WHEN NOT WS-MNT-ACTION-VALID
                   MOVE "ACTION MUST BE LOOKUP, BUMP, RESET, ADD, ROLL, 
      -                 "FREEZE, RESUME OR RETIRE" TO WS-SCREEN-MESSAGE
               WHEN WS-MNT-COUNTER-ID = SPACES
                   MOVE "KEY THE COUNTER ID" TO WS-SCREEN-MESSAGE
               WHEN WS-MNT-COUNTER-ID = WS-WSDATA-ID
                   AND NOT WS-MNT-IS-LIFECYCLE
                   MOVE "WSDATA TAKES ONLY FREEZE, RESUME OR RETIRE HERE
      -                 " - IT IS RESET THROUGH CTRRESET"
                       TO WS-SCREEN-MESSAGE
               WHEN WS-MNT-IS-ADD AND WS-MNT-MAX-VALUE = 0
                   MOVE "AN ADD NEEDS THE NEW SERIES' MAX VALUE"
                       TO WS-SCREEN-MESSAGE
           END-EVALUATE.

       4200-RESELECT-AFTER-SUBMIT.
      *    The detail panel follows the counter the transaction was
      *    keyed for - a newly added series once CTRMNT has taken it -
      *    and otherwise stays on the one selected before.
           PERFORM 1100-LOAD-COUNTER-LIST
           MOVE WS-MNT-COUNTER-ID TO WS-FIND-COUNTER-ID
           PERFORM 8100-FIND-COUNTER
           IF NOT WS-FOUND
               MOVE WS-SEL-ID TO WS-FIND-COUNTER-ID
               PERFORM 8100-FIND-COUNTER
           END-IF
           IF WS-FOUND
               SET WS-SEL-IDX TO WS-CTR-IDX
               MOVE WS-FIND-COUNTER-ID TO WS-SEL-ID
               SET WS-PANEL-DETAIL TO TRUE
           ELSE
               SET WS-PANEL-LIST TO TRUE
           END-IF.

      *****************************************************************
      *  The transaction is handed to CTRMNT exactly as a batch card  *
      *  would be, and CTRMNT is run.  Its return code says whether   *
      *  the card was taken (0) or suspended (4); the reason for a    *
      *  suspension is on the first CTRMNTSP row.  Anything higher    *
      *  means CTRMNT could not run the card at all - most often the  *
      *  counter-master lock held by a batch job past its wait.       *
      *****************************************************************
       5000-SUBMIT-TRANSACTION.
           OPEN OUTPUT CTR-MAINT-TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               MOVE "CTRMNTIN COULD NOT BE WRITTEN - NOTHING SUBMITTED"
                   TO WS-SCREEN-MESSAGE
           ELSE
               MOVE SPACES TO CTR-MAINT-TXN
               MOVE WS-MNT-ACTION TO MTXN-ACTION
               MOVE WS-MNT-COUNTER-ID TO MTXN-COUNTER-ID
               MOVE WS-MNT-NEW-VALUE TO MTXN-NEW-VALUE
               MOVE WS-MNT-MAX-VALUE TO MTXN-MAX-VALUE
               MOVE WS-OPERATOR-ID TO MTXN-OPERATOR-ID
               MOVE WS-MNT-EFFECTIVE-DATE TO MTXN-EFFECTIVE-DATE
               WRITE CTR-MAINT-TXN
               CLOSE CTR-MAINT-TXN-FILE
               MOVE 0 TO RETURN-CODE
               CALL "SYSTEM" USING WS-MNT-COMMAND
               MOVE RETURN-CODE TO WS-SYSTEM-STATUS
               MOVE 0 TO RETURN-CODE
               PERFORM 5100-DERIVE-MNT-RC
               PERFORM 5200-READ-SUSPENSE
               PERFORM 5300-SET-OUTCOME-MESSAGE
           END-IF.

       5100-DERIVE-MNT-RC.
      *    As CTRSTRM reads a step's status: the exit code is in the
      *    high-order byte; anything else is an abnormal end.
           EVALUATE TRUE
               WHEN WS-SYSTEM-STATUS < 0
                   MOVE 9999 TO WS-MNT-RC
               WHEN WS-SYSTEM-STATUS >= 256
                   COMPUTE WS-MNT-RC = WS-SYSTEM-STATUS / 256
               WHEN WS-SYSTEM-STATUS > 0
                   MOVE 9999 TO WS-MNT-RC
               WHEN OTHER
                   MOVE 0 TO WS-MNT-RC
           END-EVALUATE.

       5200-READ-SUSPENSE.
           MOVE "N" TO WS-SUSP-FOUND-SWITCH
           MOVE SPACES TO CTR-MAINT-SUSP-RECORD
           OPEN INPUT CTR-MAINT-SUSP-FILE
           IF WS-SUSP-STATUS = "00"
               READ CTR-MAINT-SUSP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTR-MAINT-SUSP-LINE
                           TO CTR-MAINT-SUSP-RECORD
                       SET WS-SUSP-FOUND TO TRUE
               END-READ
               CLOSE CTR-MAINT-SUSP-FILE
           END-IF.

       5300-SET-OUTCOME-MESSAGE.
           MOVE SPACES TO WS-SCREEN-MESSAGE
           EVALUATE TRUE
               WHEN WS-MNT-RC = 0 AND WS-MNT-IS-ROLL
                   STRING "ROLL OF " DELIMITED BY SIZE
                          WS-MNT-COUNTER-ID DELIMITED BY SPACE
                          " STAGED ON CTRPENDF - A SECOND OPERATOR MUST 
      -                   "APPROVE IT" DELIMITED BY SIZE
                          INTO WS-SCREEN-MESSAGE
               WHEN WS-MNT-RC = 0
                   STRING WS-MNT-ACTION DELIMITED BY SPACE
                          " OF " DELIMITED BY SIZE
                          WS-MNT-COUNTER-ID DELIMITED BY SPACE
                          " TAKEN BY CTRMNT" DELIMITED BY SIZE
                          INTO WS-SCREEN-MESSAGE
               WHEN WS-MNT-RC = 4 AND WS-SUSP-FOUND
                   STRING "REFUSED BY CTRMNT, REASON " DELIMITED BY SIZE
                          SUSP-REASON-CODE DELIMITED BY SPACE
                          " - NOTHING CHANGED" DELIMITED BY SIZE
                          INTO WS-SCREEN-MESSAGE
               WHEN OTHER
                   STRING "CTRMNT ENDED RC " DELIMITED BY SIZE
                          WS-MNT-RC DELIMITED BY SIZE
                          " - SEE ITS JOB LOG BEFORE KEYING AGAIN"
                              DELIMITED BY SIZE
                          INTO WS-SCREEN-MESSAGE
           END-EVALUATE.

       8000-COMPUTE-PCT-USED.
           MOVE 0 TO WS-PCT-USED
           IF WS-CTR-MAX-T (WS-CTR-IDX) > 0
               COMPUTE WS-PCT-USED ROUNDED =
                   WS-CTR-CURRENT-T (WS-CTR-IDX) * 100
                   / WS-CTR-MAX-T (WS-CTR-IDX)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PCT-USED
               END-COMPUTE
           END-IF
           MOVE WS-PCT-USED TO WS-PCT-DISPLAY.

       8100-FIND-COUNTER.
           MOVE "N" TO WS-FOUND-SWITCH
           SET WS-CTR-IDX TO 1
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
                      OR WS-FOUND
               IF WS-CTR-ID-T (WS-CTR-IDX) = WS-FIND-COUNTER-ID
                   MOVE "Y" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND
               SET WS-CTR-IDX DOWN BY 1
           END-IF.
