      *****************************************************************
      *  PROGRAM-ID   : CTRFMTN                                       *
      *  PURPOSE      : Shared document-number formatter and          *
      *                 validator, CALLable from any job.  A FORMAT   *
      *                 request builds the presented form of a bare   *
      *                 number from its series' CTRFMTF definition    *
      *                 (prefix, year or generation segment, zero     *
      *                 padding, mod-10 or mod-11 check digit - see   *
      *                 CTRFMT.cpy).  A VALIDATE request takes a      *
      *                 number as keyed by a person, proves the       *
      *                 prefix, segment and check digit against the   *
      *                 series definition and hands back the bare     *
      *                 number, so a transposed digit is refused      *
      *                 before it is booked instead of landing on     *
      *                 someone else's document.  A keyed value that  *
      *                 is all digits (up to 9) is taken as a bare    *
      *                 number and returned with status BN - it       *
      *                 carries no check digit to prove, and callers  *
      *                 that accept bare numbers treat BN as good.    *
      *                 That is so only where it cannot be mistaken   *
      *                 for the series' own presented form: when the  *
      *                 definition has no prefix and no separated     *
      *                 segment its numbers are all digits too, so    *
      *                 every keyed value is proved as formatted.     *
      *                 A spaces counter id means the WSDATA series.  *
      *                 The definitions are loaded on the first call  *
      *                 and held for the rest of the run.             *
      *                 Status codes: 00 good, BN bare number, NF no  *
      *                 format defined for the series, PX prefix or   *
      *                 segment does not match the definition, CK     *
      *                 check digit wrong, BD not a number at all,    *
      *                 RQ unknown request.                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRFMTN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTR-FORMAT-FILE ASSIGN TO "CTRFMTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FMT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTR-FORMAT-FILE.
           COPY CTRFMT.

       WORKING-STORAGE SECTION.
       01  WS-FMT-STATUS               PIC XX.
       01  WS-FMT-LOADED-SWITCH        PIC X VALUE "N".
           88  WS-FMT-LOADED                 VALUE "Y".
       01  WS-WSDATA-ID                PIC X(8) VALUE "WSDATA".
       01  WS-WANTED-ID                PIC X(8).

       01  WS-FMT-COUNT                PIC 9(4) VALUE 0.
       01  WS-MAX-FMT-ROWS             PIC 9(4) VALUE 200.
       01  WS-FMT-TABLE.
           05  WS-FMT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-FMT-IDX.
               10  WS-FMT-ID-T         PIC X(08).
               10  WS-FMT-PREFIX-T     PIC X(06).
               10  WS-FMT-SEP-T        PIC X(01).
               10  WS-FMT-SEGMENT-T    PIC X(01).
               10  WS-FMT-PAD-T        PIC 9(02).
               10  WS-FMT-CHECK-T      PIC X(02).
       01  WS-FMT-FOUND-SWITCH         PIC X VALUE "N".
           88  WS-FMT-FOUND                  VALUE "Y".
       01  WS-FMT-DIGITS-SWITCH        PIC X VALUE "N".
           88  WS-FMT-ALL-DIGITS             VALUE "Y".

      *    The definition in use for this call, copied out of the
      *    table so the build and parse paragraphs read plainly.
       01  WS-USE-PREFIX               PIC X(06).
       01  WS-USE-PREFIX-LEN           PIC 9(02).
       01  WS-USE-SEP                  PIC X(01).
       01  WS-USE-SEGMENT              PIC X(01).
           88  WS-USE-SEG-YEAR               VALUE "Y".
           88  WS-USE-SEG-GEN                VALUE "G".
       01  WS-USE-PAD                  PIC 9(02).
       01  WS-USE-CHECK                PIC X(02).
           88  WS-USE-MOD11                  VALUE "11".

      *    The number being formatted or proved, as digits and as a
      *    character view for reference modification.
       01  WS-NUMBER-9                 PIC 9(09).
       01  WS-NUMBER-X REDEFINES WS-NUMBER-9
                                       PIC X(09).
       01  WS-SIG-DIGITS               PIC 9(02).
       01  WS-SHOW-DIGITS              PIC 9(02).
       01  WS-SHOW-START               PIC 9(02).
       01  WS-SEGMENT-X                PIC X(04).

       01  WS-DIGIT-POS                PIC 9(02).
       01  WS-WEIGHT                   PIC 9(02).
       01  WS-ONE-DIGIT                PIC 9.
       01  WS-PRODUCT                  PIC 9(03).
       01  WS-CHECK-SUM                PIC 9(05).
       01  WS-CHECK-VALUE              PIC 9(02).
       01  WS-CHECK-CHAR               PIC X.
       01  WS-ALTERNATE-SWITCH         PIC X.
           88  WS-ALTERNATE                  VALUE "Y".

       01  WS-OUT-POINTER              PIC 9(03).
       01  WS-KEYED                    PIC X(24).
       01  WS-KEYED-LEN                PIC 9(02).
       01  WS-PARSE-POS                PIC 9(02).
       01  WS-BODY-LEN                 PIC 9(02).
       01  WS-KEYED-CHECK              PIC X.

       LINKAGE SECTION.
       01  LK-FMT-REQUEST              PIC X(08).
           88  LK-FMT-FORMAT                 VALUE "FORMAT".
           88  LK-FMT-VALIDATE               VALUE "VALIDATE".
       01  LK-COUNTER-ID               PIC X(08).
       01  LK-DOC-NUMBER               PIC 9(09).
       01  LK-SERIES-GEN               PIC 9(04).
       01  LK-DOC-DATE                 PIC X(08).
       01  LK-FORMATTED-NUMBER         PIC X(24).
       01  LK-FMT-STATUS               PIC XX.

       PROCEDURE DIVISION USING LK-FMT-REQUEST LK-COUNTER-ID
               LK-DOC-NUMBER LK-SERIES-GEN LK-DOC-DATE
               LK-FORMATTED-NUMBER LK-FMT-STATUS.
       0000-MAIN-PROCESS.
           MOVE "00" TO LK-FMT-STATUS
           IF NOT WS-FMT-LOADED
               PERFORM 1000-LOAD-FORMAT-TABLE
           END-IF
           IF LK-COUNTER-ID = SPACES
               MOVE WS-WSDATA-ID TO WS-WANTED-ID
           ELSE
               MOVE LK-COUNTER-ID TO WS-WANTED-ID
           END-IF
           EVALUATE TRUE
               WHEN LK-FMT-FORMAT
                   PERFORM 2000-FORMAT-NUMBER
               WHEN LK-FMT-VALIDATE
                   PERFORM 3000-VALIDATE-NUMBER
               WHEN OTHER
                   MOVE "RQ" TO LK-FMT-STATUS
           END-EVALUATE
           GOBACK.

       1000-LOAD-FORMAT-TABLE.
           SET WS-FMT-LOADED TO TRUE
           OPEN INPUT CTR-FORMAT-FILE
           IF WS-FMT-STATUS = "00"
               PERFORM UNTIL WS-FMT-STATUS NOT = "00"
                   READ CTR-FORMAT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-FMT-COUNT < WS-MAX-FMT-ROWS
                               ADD 1 TO WS-FMT-COUNT
                               SET WS-FMT-IDX TO WS-FMT-COUNT
                               MOVE FMT-COUNTER-ID
                                   TO WS-FMT-ID-T (WS-FMT-IDX)
                               MOVE FMT-PREFIX
                                   TO WS-FMT-PREFIX-T (WS-FMT-IDX)
                               MOVE FMT-SEPARATOR
                                   TO WS-FMT-SEP-T (WS-FMT-IDX)
                               MOVE FMT-SEGMENT
                                   TO WS-FMT-SEGMENT-T (WS-FMT-IDX)
      *                        A pad width outside 1-9 is taken as
      *                        the full 9 digits of the number.
                               IF FMT-PAD-WIDTH IS NUMERIC
                                   AND FMT-PAD-WIDTH > 0
                                   AND FMT-PAD-WIDTH < 10
                                   MOVE FMT-PAD-WIDTH
                                       TO WS-FMT-PAD-T (WS-FMT-IDX)
                               ELSE
                                   MOVE 9 TO WS-FMT-PAD-T (WS-FMT-IDX)
                               END-IF
                               MOVE FMT-CHECK-METHOD
                                   TO WS-FMT-CHECK-T (WS-FMT-IDX)
                           ELSE
                               DISPLAY "CTRFMTN: more than "
                                       WS-MAX-FMT-ROWS
                                       " format definitions, ignoring "
                                       "the rest - widen "
                                       "WS-MAX-FMT-ROWS"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTR-FORMAT-FILE
           END-IF.

       1100-FIND-FORMAT.
           MOVE "N" TO WS-FMT-FOUND-SWITCH
           PERFORM VARYING WS-FMT-IDX FROM 1 BY 1
                   UNTIL WS-FMT-IDX > WS-FMT-COUNT
                      OR WS-FMT-FOUND
               IF WS-FMT-ID-T (WS-FMT-IDX) = WS-WANTED-ID
                   MOVE "Y" TO WS-FMT-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FMT-FOUND
               SET WS-FMT-IDX DOWN BY 1
               MOVE WS-FMT-PREFIX-T (WS-FMT-IDX) TO WS-USE-PREFIX
               MOVE WS-FMT-SEP-T (WS-FMT-IDX) TO WS-USE-SEP
               MOVE WS-FMT-SEGMENT-T (WS-FMT-IDX) TO WS-USE-SEGMENT
               MOVE WS-FMT-PAD-T (WS-FMT-IDX) TO WS-USE-PAD
               MOVE WS-FMT-CHECK-T (WS-FMT-IDX) TO WS-USE-CHECK
               MOVE 0 TO WS-USE-PREFIX-LEN
               INSPECT WS-USE-PREFIX TALLYING WS-USE-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.

       2000-FORMAT-NUMBER.
           MOVE SPACES TO LK-FORMATTED-NUMBER
           PERFORM 1100-FIND-FORMAT
           IF NOT WS-FMT-FOUND
               MOVE "NF" TO LK-FMT-STATUS
           ELSE
               MOVE LK-DOC-NUMBER TO WS-NUMBER-9
               PERFORM 4000-COMPUTE-CHECK-DIGIT
      *        The number is shown to the pad width, or to as many
      *        digits as it really has once it outgrows the pad - a
      *        significant digit is never cut off.
               MOVE 0 TO WS-SIG-DIGITS
               INSPECT WS-NUMBER-X TALLYING WS-SIG-DIGITS
                   FOR LEADING ZERO
               COMPUTE WS-SIG-DIGITS = 9 - WS-SIG-DIGITS
               IF WS-SIG-DIGITS > WS-USE-PAD
                   MOVE WS-SIG-DIGITS TO WS-SHOW-DIGITS
               ELSE
                   MOVE WS-USE-PAD TO WS-SHOW-DIGITS
               END-IF
               COMPUTE WS-SHOW-START = 10 - WS-SHOW-DIGITS
               MOVE 1 TO WS-OUT-POINTER
               IF WS-USE-PREFIX-LEN > 0
                   STRING WS-USE-PREFIX (1:WS-USE-PREFIX-LEN)
                          DELIMITED BY SIZE
                          INTO LK-FORMATTED-NUMBER
                          WITH POINTER WS-OUT-POINTER
                   PERFORM 2100-APPEND-SEPARATOR
               END-IF
               IF WS-USE-SEG-YEAR OR WS-USE-SEG-GEN
                   IF WS-USE-SEG-YEAR
                       MOVE LK-DOC-DATE (1:4) TO WS-SEGMENT-X
                   ELSE
                       MOVE LK-SERIES-GEN TO WS-SEGMENT-X
                   END-IF
                   STRING WS-SEGMENT-X DELIMITED BY SIZE
                          INTO LK-FORMATTED-NUMBER
                          WITH POINTER WS-OUT-POINTER
                   PERFORM 2100-APPEND-SEPARATOR
               END-IF
               STRING WS-NUMBER-X (WS-SHOW-START:WS-SHOW-DIGITS)
                      DELIMITED BY SIZE
                      WS-CHECK-CHAR DELIMITED BY SIZE
                      INTO LK-FORMATTED-NUMBER
                      WITH POINTER WS-OUT-POINTER
           END-IF.

       2100-APPEND-SEPARATOR.
           IF WS-USE-SEP NOT = SPACE
               STRING WS-USE-SEP DELIMITED BY SIZE
                      INTO LK-FORMATTED-NUMBER
                      WITH POINTER WS-OUT-POINTER
           END-IF.

       3000-VALIDATE-NUMBER.
      *    The keyed value is taken left-justified; its length is the
      *    position of the last non-space character.
           MOVE ZERO TO LK-DOC-NUMBER
           MOVE FUNCTION TRIM (LK-FORMATTED-NUMBER LEADING)
               TO WS-KEYED
           MOVE 24 TO WS-KEYED-LEN
           PERFORM UNTIL WS-KEYED-LEN = 0
                      OR WS-KEYED (WS-KEYED-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-KEYED-LEN
           END-PERFORM
      *    The definition is looked up first: a series whose
      *    presented form is itself all digits never takes the
      *    bare-number shortcut, or its check digit would go unproved.
           PERFORM 1100-FIND-FORMAT
           MOVE "N" TO WS-FMT-DIGITS-SWITCH
           IF WS-FMT-FOUND AND WS-USE-PREFIX-LEN = 0
               IF (NOT WS-USE-SEG-YEAR AND NOT WS-USE-SEG-GEN)
                   OR WS-USE-SEP = SPACE
                   MOVE "Y" TO WS-FMT-DIGITS-SWITCH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-KEYED-LEN = 0
                   MOVE "BD" TO LK-FMT-STATUS
               WHEN WS-KEYED-LEN < 10
                   AND WS-KEYED (1:WS-KEYED-LEN) IS NUMERIC
                   AND NOT WS-FMT-ALL-DIGITS
                   MOVE ZERO TO WS-NUMBER-9
                   MOVE WS-KEYED (1:WS-KEYED-LEN)
                       TO WS-NUMBER-X (10 - WS-KEYED-LEN:WS-KEYED-LEN)
                   MOVE WS-NUMBER-9 TO LK-DOC-NUMBER
                   MOVE "BN" TO LK-FMT-STATUS
               WHEN NOT WS-FMT-FOUND
                   MOVE "NF" TO LK-FMT-STATUS
               WHEN OTHER
                   PERFORM 3100-PARSE-FORMATTED-NUMBER
           END-EVALUATE.

       3100-PARSE-FORMATTED-NUMBER.
      *    Walks the keyed value left to right in the order
      *    2000-FORMAT-NUMBER builds it: prefix, separator, segment,
      *    separator, then the number digits and the check digit as
      *    the last character.  Anything out of place is PX; a
      *    body that is not digits is BD.
           MOVE 1 TO WS-PARSE-POS
           IF WS-USE-PREFIX-LEN > 0
               IF WS-KEYED-LEN < WS-USE-PREFIX-LEN
                   OR WS-KEYED (1:WS-USE-PREFIX-LEN)
                       NOT = WS-USE-PREFIX (1:WS-USE-PREFIX-LEN)
                   MOVE "PX" TO LK-FMT-STATUS
               ELSE
                   ADD WS-USE-PREFIX-LEN TO WS-PARSE-POS
                   PERFORM 3200-SKIP-SEPARATOR
               END-IF
           END-IF
           IF LK-FMT-STATUS = "00"
               AND (WS-USE-SEG-YEAR OR WS-USE-SEG-GEN)
               IF WS-PARSE-POS + 3 > WS-KEYED-LEN
                   MOVE "PX" TO LK-FMT-STATUS
               ELSE
                   IF WS-KEYED (WS-PARSE-POS:4) IS NOT NUMERIC
                       MOVE "PX" TO LK-FMT-STATUS
                   ELSE
                       IF WS-USE-SEG-GEN
                           MOVE WS-KEYED (WS-PARSE-POS:4)
                               TO LK-SERIES-GEN
                       END-IF
                       ADD 4 TO WS-PARSE-POS
                       PERFORM 3200-SKIP-SEPARATOR
                   END-IF
               END-IF
           END-IF
           IF LK-FMT-STATUS = "00"
               COMPUTE WS-BODY-LEN = WS-KEYED-LEN - WS-PARSE-POS
               IF WS-PARSE-POS > WS-KEYED-LEN
                   OR WS-BODY-LEN < 1 OR WS-BODY-LEN > 9
                   MOVE "BD" TO LK-FMT-STATUS
               ELSE
                   IF WS-KEYED (WS-PARSE-POS:WS-BODY-LEN)
                           IS NOT NUMERIC
                       MOVE "BD" TO LK-FMT-STATUS
                   ELSE
                       MOVE ZERO TO WS-NUMBER-9
                       MOVE WS-KEYED (WS-PARSE-POS:WS-BODY-LEN)
                           TO WS-NUMBER-X
                               (10 - WS-BODY-LEN:WS-BODY-LEN)
                       MOVE WS-KEYED (WS-KEYED-LEN:1)
                           TO WS-KEYED-CHECK
                       PERFORM 4000-COMPUTE-CHECK-DIGIT
                       IF WS-KEYED-CHECK NOT = WS-CHECK-CHAR
                           MOVE "CK" TO LK-FMT-STATUS
                       ELSE
                           MOVE WS-NUMBER-9 TO LK-DOC-NUMBER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3200-SKIP-SEPARATOR.
           IF WS-USE-SEP NOT = SPACE
               IF WS-PARSE-POS > WS-KEYED-LEN
                   OR WS-KEYED (WS-PARSE-POS:1) NOT = WS-USE-SEP
                   MOVE "PX" TO LK-FMT-STATUS
               ELSE
                   ADD 1 TO WS-PARSE-POS
               END-IF
           END-IF.

       4000-COMPUTE-CHECK-DIGIT.
      *    Both methods walk the nine digits of WS-NUMBER-9 from the
      *    right.  Leading zeros add nothing to either sum, which is
      *    why the digit does not depend on the pad width.
           MOVE 0 TO WS-CHECK-SUM
           IF WS-USE-MOD11
               MOVE 2 TO WS-WEIGHT
               PERFORM VARYING WS-DIGIT-POS FROM 9 BY -1
                       UNTIL WS-DIGIT-POS < 1
                   MOVE WS-NUMBER-X (WS-DIGIT-POS:1) TO WS-ONE-DIGIT
                   COMPUTE WS-CHECK-SUM =
                       WS-CHECK-SUM + WS-ONE-DIGIT * WS-WEIGHT
                   ADD 1 TO WS-WEIGHT
               END-PERFORM
               COMPUTE WS-CHECK-VALUE =
                   11 - FUNCTION MOD (WS-CHECK-SUM, 11)
               EVALUATE WS-CHECK-VALUE
                   WHEN 11
                       MOVE "0" TO WS-CHECK-CHAR
                   WHEN 10
                       MOVE "X" TO WS-CHECK-CHAR
                   WHEN OTHER
                       MOVE WS-CHECK-VALUE (2:1) TO WS-CHECK-CHAR
               END-EVALUATE
           ELSE
      *        Luhn: the rightmost digit is doubled, then every
      *        second digit leftward; a doubled digit over 9 has 9
      *        taken off it.
               MOVE "Y" TO WS-ALTERNATE-SWITCH
               PERFORM VARYING WS-DIGIT-POS FROM 9 BY -1
                       UNTIL WS-DIGIT-POS < 1
                   MOVE WS-NUMBER-X (WS-DIGIT-POS:1) TO WS-ONE-DIGIT
                   IF WS-ALTERNATE
                       COMPUTE WS-PRODUCT = WS-ONE-DIGIT * 2
                       IF WS-PRODUCT > 9
                           SUBTRACT 9 FROM WS-PRODUCT
                       END-IF
                       MOVE "N" TO WS-ALTERNATE-SWITCH
                   ELSE
                       MOVE WS-ONE-DIGIT TO WS-PRODUCT
                       MOVE "Y" TO WS-ALTERNATE-SWITCH
                   END-IF
                   ADD WS-PRODUCT TO WS-CHECK-SUM
               END-PERFORM
               COMPUTE WS-CHECK-VALUE =
                   10 - FUNCTION MOD (WS-CHECK-SUM, 10)
               IF WS-CHECK-VALUE = 10
                   MOVE 0 TO WS-CHECK-VALUE
               END-IF
               MOVE WS-CHECK-VALUE (2:1) TO WS-CHECK-CHAR
           END-IF.
