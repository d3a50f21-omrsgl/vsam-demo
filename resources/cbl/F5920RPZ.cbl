      ****************************************************************
      * PROGRAM F5920RPZ - EXAMINER QUALITY-AUDIT RESULTS            *
      *                    BATCH DRIVER AGAINST F5750QAS             *
      *                                                               *
      * REPORTS THE AUDIT SAMPLE THAT F5910QS1 DREW AND F5910QR1     *
      * POSTED FINDINGS AGAINST, BY EXAMINER AND BY QUARTER OF THE   *
      * WORK DATE, WITH AN EXAMINER SUBTOTAL, AND AGAIN BY QUARTER   *
      * ACROSS ALL EXAMINERS. FOR EACH LINE:                         *
      *   SAMPLED / REVIEWED       CLAIMS DRAWN, AND THOSE WITH A    *
      *                            FINDING POSTED                    *
      *   PASSED / FIN / PROC      FINDINGS BY KIND                  *
      *   ERROR RATE               (FINANCIAL + PROCEDURAL) /        *
      *                            REVIEWED                          *
      *   AUDITED DOLLARS          QAS-TOT-BENEFIT-AMT OF THE        *
      *                            REVIEWED CLAIMS                   *
      *   ERROR DOLLARS            SUM OF THE ABSOLUTE DOLLAR        *
      *                            IMPACTS, AND THE NET (OVERPAID    *
      *                            LESS UNDERPAID)                   *
      *   DOLLAR ACCURACY          (AUDITED - ABSOLUTE ERROR) /      *
      *                            AUDITED                           *
      * CLAIMS NOT YET REVIEWED COUNT AS SAMPLED ONLY, SO THE RATES  *
      * ARE NEVER DILUTED BY WORK QA HAS NOT DONE.                   *
      *                                                               *
      * SYSIN CARD:                                                  *
      *   COLS 1-5   FROM QUARTER, CCYYQ  (BLANK = NO LIMIT)         *
      *   COLS 6-10  THRU QUARTER, CCYYQ  (BLANK = NO LIMIT)         *
      * A PUNCHED VALUE THAT FAILS ITS EDIT ENDS THE RUN WITH        *
      * RETURN CODE 8.                                               *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
QAS000* 101526 RCC EXAMINER QUALITY-AUDIT SAMPLING                    *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RPZ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QAS-FILE ASSIGN TO QASFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAS-KEY OF QAS-REC
               FILE STATUS IS WS-QAS-STATUS.

           SELECT QAR-RPT-FILE ASSIGN TO QARRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QAS-FILE
           RECORDING MODE IS F.
       01  QAS-REC.
           COPY F5750QAS.

       FD  QAR-RPT-FILE
           RECORDING MODE IS F.
       01  QAR-RPT-LINE                 PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  RUN-LOG-REC.
           COPY F5750RUN.

       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS                PIC XX    VALUE SPACES.
       01  WS-RUN-CTR-IX                PIC S9(3) COMP-3 VALUE 0.
       01  WS-CURR-DATE-BRK.
           05  WS-CURR-CCYY             PIC 9(4).
           05  WS-CURR-MM               PIC 9(2).
           05  WS-CURR-DD               PIC 9(2).
       01  WS-CURR-CYYMMDD              PIC S9(7) COMP-3 VALUE 0.
       01  WS-QAS-STATUS                PIC XX    VALUE SPACES.
       01  WS-EOF-SW                    PIC X     VALUE 'N'.
           88  WS-END-OF-INPUT                    VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-FROM-QTR         PIC 9(5)  VALUE ZEROS.
           05  WS-PARM-THRU-QTR         PIC 9(5)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-FROM-X           PIC X(5).
           05  WS-PARM-THRU-X           PIC X(5).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-FROM-QTR                  PIC 9(5)  VALUE ZEROS.
       01  WS-THRU-QTR                  PIC 9(5)  VALUE 99999.
       01  WS-EDIT-QTR                  PIC 9(5)  VALUE ZEROS.
       01  FILLER REDEFINES WS-EDIT-QTR.
           05  WS-EDIT-QTR-CCYY         PIC 9(4).
           05  WS-EDIT-QTR-Q            PIC 9(1).
       01  WS-QTR-OK-SW                 PIC X     VALUE 'N'.
           88  WS-QTR-OK                          VALUE 'Y'.

       01  WS-JUL-DATE                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-JUL-BRK                   PIC 9(5)  VALUE ZEROS.
       01  FILLER REDEFINES WS-JUL-BRK.
           05  WS-JUL-YY                PIC 9(2).
           05  WS-JUL-DDD               PIC 9(3).
       01  WS-JUL-YYYYDDD               PIC 9(7)  VALUE ZEROS.
       01  WS-DAY-NUMBER                PIC S9(7) COMP-3 VALUE 0.
       01  WS-WORK-CCYYMMDD             PIC 9(8)  VALUE ZEROS.
       01  FILLER REDEFINES WS-WORK-CCYYMMDD.
           05  WS-WORK-CCYY             PIC 9(4).
           05  WS-WORK-MM               PIC 9(2).
           05  WS-WORK-DD               PIC 9(2).
       01  WS-THIS-QTR                  PIC 9(5)  VALUE ZEROS.
       01  WS-THIS-ABS-IMPACT           PIC S9(7)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-RECS-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-OUTSIDE-PERIOD        PIC S9(9) COMP-3 VALUE 0.
           05  WS-NO-WORK-DATE          PIC S9(9) COMP-3 VALUE 0.
           05  WS-RECS-REPORTED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-CELL-OVERFLOW         PIC S9(9) COMP-3 VALUE 0.
           05  WS-QTR-OVERFLOW          PIC S9(9) COMP-3 VALUE 0.

      * EVERY STATISTICS GROUP BELOW HAS THE SAME SHAPE SO A CELL,
      * QUARTER, SUBTOTAL, OR GRAND TOTAL CAN BE MOVED WHOLE INTO
      * WS-PRT-STATS FOR 7300-PRINT-STATS-LINE.
       01  WS-MAX-CELLS                 PIC S9(5) COMP-3 VALUE 3000.
       01  WS-CELL-COUNT                PIC S9(5) COMP-3 VALUE 0.
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS 3000 TIMES.
               10  CEL-EXAMINER         PIC X(8).
               10  CEL-QUARTER          PIC 9(5).
               10  CEL-STATS.
                   15  CEL-SAMPLED      PIC S9(9) COMP-3.
                   15  CEL-REVIEWED     PIC S9(9) COMP-3.
                   15  CEL-PASSED       PIC S9(9) COMP-3.
                   15  CEL-FINANCIAL    PIC S9(9) COMP-3.
                   15  CEL-PROCEDURAL   PIC S9(9) COMP-3.
                   15  CEL-AUDITED-AMT  PIC S9(11)V99 COMP-3.
                   15  CEL-ABS-ERR-AMT  PIC S9(11)V99 COMP-3.
                   15  CEL-NET-ERR-AMT  PIC S9(11)V99 COMP-3.
       01  WS-CELL-IX                   PIC S9(5) COMP-3 VALUE 0.
       01  WS-THIS-CELL                 PIC S9(5) COMP-3 VALUE 0.
       01  WS-MAX-QTRS                  PIC S9(3) COMP-3 VALUE 100.
       01  WS-QTR-COUNT                 PIC S9(3) COMP-3 VALUE 0.
       01  WS-QTR-TABLE.
           05  WS-QTR-ENTRY OCCURS 100 TIMES.
               10  QTB-QUARTER          PIC 9(5).
               10  QTB-STATS.
                   15  QTB-SAMPLED      PIC S9(9) COMP-3.
                   15  QTB-REVIEWED     PIC S9(9) COMP-3.
                   15  QTB-PASSED       PIC S9(9) COMP-3.
                   15  QTB-FINANCIAL    PIC S9(9) COMP-3.
                   15  QTB-PROCEDURAL   PIC S9(9) COMP-3.
                   15  QTB-AUDITED-AMT  PIC S9(11)V99 COMP-3.
                   15  QTB-ABS-ERR-AMT  PIC S9(11)V99 COMP-3.
                   15  QTB-NET-ERR-AMT  PIC S9(11)V99 COMP-3.
       01  WS-QTR-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-THIS-QTB                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  WS-ENTRY-FOUND                     VALUE 'Y'.
       01  WS-SUB-STATS.
           05  SUB-SAMPLED              PIC S9(9) COMP-3 VALUE 0.
           05  SUB-REVIEWED             PIC S9(9) COMP-3 VALUE 0.
           05  SUB-PASSED               PIC S9(9) COMP-3 VALUE 0.
           05  SUB-FINANCIAL            PIC S9(9) COMP-3 VALUE 0.
           05  SUB-PROCEDURAL           PIC S9(9) COMP-3 VALUE 0.
           05  SUB-AUDITED-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  SUB-ABS-ERR-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  SUB-NET-ERR-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-GRD-STATS.
           05  GRD-SAMPLED              PIC S9(9) COMP-3 VALUE 0.
           05  GRD-REVIEWED             PIC S9(9) COMP-3 VALUE 0.
           05  GRD-PASSED               PIC S9(9) COMP-3 VALUE 0.
           05  GRD-FINANCIAL            PIC S9(9) COMP-3 VALUE 0.
           05  GRD-PROCEDURAL           PIC S9(9) COMP-3 VALUE 0.
           05  GRD-AUDITED-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  GRD-ABS-ERR-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  GRD-NET-ERR-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PRT-STATS.
           05  PRT-SAMPLED              PIC S9(9) COMP-3 VALUE 0.
           05  PRT-REVIEWED             PIC S9(9) COMP-3 VALUE 0.
           05  PRT-PASSED               PIC S9(9) COMP-3 VALUE 0.
           05  PRT-FINANCIAL            PIC S9(9) COMP-3 VALUE 0.
           05  PRT-PROCEDURAL           PIC S9(9) COMP-3 VALUE 0.
           05  PRT-AUDITED-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  PRT-ABS-ERR-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  PRT-NET-ERR-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PRT-EXAMINER              PIC X(8)  VALUE SPACES.
       01  WS-PRT-QUARTER               PIC X(7)  VALUE SPACES.
       01  WS-PRT-QTR-BRK.
           05  WS-PRT-QTR-CCYY          PIC 9(4).
           05  FILLER                   PIC X(2)  VALUE '-Q'.
           05  WS-PRT-QTR-Q             PIC 9(1).
       01  WS-PREV-EXAMINER             PIC X(8)  VALUE SPACES.
       01  WS-PERCENT                   PIC S9(5)V9 COMP-3 VALUE 0.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(60) VALUE
               'F5920RPZ - EXAMINER QUALITY-AUDIT RESULTS'.
       01  WS-RPT-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-RPT-SECTION1-TITLE.
           05  FILLER                   PIC X(60) VALUE
               'RESULTS BY EXAMINER AND QUARTER WORKED'.
       01  WS-RPT-SECTION2-TITLE.
           05  FILLER                   PIC X(60) VALUE
               'RESULTS BY QUARTER WORKED - ALL EXAMINERS'.
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(10) VALUE 'EXAMINER'.
           05  FILLER                   PIC X(9)  VALUE 'QUARTER'.
           05  FILLER                   PIC X(8)  VALUE ' SAMPLED'.
           05  FILLER                   PIC X(9)  VALUE ' REVIEWED'.
           05  FILLER                   PIC X(8)  VALUE '  PASSED'.
           05  FILLER                   PIC X(8)  VALUE ' FIN ERR'.
           05  FILLER                   PIC X(8)  VALUE 'PROC ERR'.
           05  FILLER                   PIC X(7)  VALUE ' ERROR%'.
           05  FILLER                   PIC X(18) VALUE
               '   AUDITED DOLLARS'.
           05  FILLER                   PIC X(13) VALUE
               '  ABS ERROR $'.
           05  FILLER                   PIC X(14) VALUE
               '   NET ERROR $'.
           05  FILLER                   PIC X(9)  VALUE ' ACCURACY'.
       01  WS-RPT-STATS-LINE.
           05  RPT-STA-EXAMINER         PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STA-QUARTER          PIC X(7).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STA-SAMPLED          PIC ZZZZZZZ9.
           05  RPT-STA-REVIEWED         PIC ZZZZZZZZ9.
           05  RPT-STA-PASSED           PIC ZZZZZZZ9.
           05  RPT-STA-FINANCIAL        PIC ZZZZZZZ9.
           05  RPT-STA-PROCEDURAL       PIC ZZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STA-ERROR-PCT        PIC ZZ9.9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STA-AUDITED-AMT      PIC Z(11)9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-ABS-ERR-AMT      PIC Z(8)9.99.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-NET-ERR-AMT      PIC Z(8)9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STA-ACCURACY-PCT     PIC ZZZ9.9-.
       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL          PIC X(44).
           05  RPT-COUNT-VALUE          PIC ZZZZZZZZZ9.
       01  WS-RPT-PARM-LINE.
           05  FILLER                   PIC X(5)  VALUE 'PARM '.
           05  RPT-PARM-NAME            PIC X(20).
           05  RPT-PARM-VALUE           PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-PARM-NOTE            PIC X(14).
       01  WS-RPT-PARM-ERR-LINE.
           05  FILLER                   PIC X(48) VALUE
               '** PARM CARD INVALID - RUN TERMINATED, RC=8 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-PARM-ERROR
               PERFORM UNTIL WS-END-OF-INPUT
                   PERFORM 2000-ACCUMULATE-ONE-SAMPLE
               END-PERFORM
               PERFORM 7000-WRITE-EXAMINER-SECTION
               PERFORM 7500-WRITE-QUARTER-SECTION
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT QAR-RPT-FILE
           WRITE QAR-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           INITIALIZE WS-CELL-TABLE
           INITIALIZE WS-QTR-TABLE
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE QAR-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT QAS-FILE
               IF WS-QAS-STATUS = '35'
                   SET WS-END-OF-INPUT TO TRUE
               ELSE
                   PERFORM 2900-READ-NEXT-SAMPLE
               END-IF
           END-IF.

      * BOTH QUARTERS ARE OPTIONAL CCYYQ VALUES (Q 1-4); THE THRU
      * QUARTER MAY NOT FALL BEFORE THE FROM QUARTER.
       1050-EDIT-PARM-CARD.
           MOVE 'FROM QUARTER CCYYQ' TO RPT-PARM-NAME
           IF WS-PARM-FROM-X = SPACES
               MOVE 0 TO RPT-PARM-VALUE
               MOVE '(NO LIMIT)' TO RPT-PARM-NOTE
           ELSE
               MOVE 'N' TO WS-QTR-OK-SW
               IF WS-PARM-FROM-QTR NUMERIC
                   MOVE WS-PARM-FROM-QTR TO WS-EDIT-QTR
                   PERFORM 1060-EDIT-QUARTER
               END-IF
               IF WS-QTR-OK
                   MOVE WS-PARM-FROM-QTR TO WS-FROM-QTR
                   MOVE WS-PARM-FROM-QTR TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE QAR-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'THRU QUARTER CCYYQ' TO RPT-PARM-NAME
           IF WS-PARM-THRU-X = SPACES
               MOVE 0 TO RPT-PARM-VALUE
               MOVE '(NO LIMIT)' TO RPT-PARM-NOTE
           ELSE
               MOVE 'N' TO WS-QTR-OK-SW
               IF WS-PARM-THRU-QTR NUMERIC
                   MOVE WS-PARM-THRU-QTR TO WS-EDIT-QTR
                   PERFORM 1060-EDIT-QUARTER
               END-IF
               IF WS-QTR-OK
                  AND WS-PARM-THRU-QTR NOT < WS-FROM-QTR
                   MOVE WS-PARM-THRU-QTR TO WS-THRU-QTR
                   MOVE WS-PARM-THRU-QTR TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE QAR-RPT-LINE FROM WS-RPT-PARM-LINE.

       1060-EDIT-QUARTER.
           MOVE 'N' TO WS-QTR-OK-SW
           IF WS-EDIT-QTR-CCYY > 1969 AND WS-EDIT-QTR-CCYY < 2070
              AND WS-EDIT-QTR-Q > 0 AND WS-EDIT-QTR-Q < 5
               SET WS-QTR-OK TO TRUE
           END-IF.

       2000-ACCUMULATE-ONE-SAMPLE.
           ADD 1 TO WS-RECS-READ
           MOVE QAS-WORK-DATE TO WS-JUL-DATE
           PERFORM 9100-JULIAN-TO-DAY-NUMBER
           IF WS-DAY-NUMBER = 0
               ADD 1 TO WS-NO-WORK-DATE
           ELSE
               PERFORM 2100-DERIVE-QUARTER
               IF WS-THIS-QTR < WS-FROM-QTR
                  OR WS-THIS-QTR > WS-THRU-QTR
                   ADD 1 TO WS-OUTSIDE-PERIOD
               ELSE
                   PERFORM 2200-FIND-CELL
                   PERFORM 2300-FIND-QUARTER
                   IF WS-THIS-CELL > 0
                       ADD 1 TO WS-RECS-REPORTED
                       PERFORM 2400-ADD-TO-CELL
                   END-IF
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-SAMPLE.

      * QUARTER OF THE WORK DATE AS CCYYQ (2026 APRIL-JUNE = 20262).
       2100-DERIVE-QUARTER.
           COMPUTE WS-WORK-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
           COMPUTE WS-THIS-QTR =
               WS-WORK-CCYY * 10 + (WS-WORK-MM + 2) / 3.

      * FINDS THE EXAMINER/QUARTER CELL, INSERTING IT IN KEY ORDER
      * WHEN NEW. WS-THIS-CELL IS ZERO WHEN THE TABLE IS FULL.
       2200-FIND-CELL.
           MOVE 0 TO WS-THIS-CELL
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-CELL-IX FROM 1 BY 1
                   UNTIL WS-CELL-IX > WS-CELL-COUNT
                      OR WS-ENTRY-FOUND
                      OR CEL-EXAMINER (WS-CELL-IX) > QAS-EXAMINER-ID
                      OR (CEL-EXAMINER (WS-CELL-IX) = QAS-EXAMINER-ID
                          AND CEL-QUARTER (WS-CELL-IX) > WS-THIS-QTR)
               IF CEL-EXAMINER (WS-CELL-IX) = QAS-EXAMINER-ID
                  AND CEL-QUARTER (WS-CELL-IX) = WS-THIS-QTR
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-CELL-IX TO WS-THIS-CELL
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-CELL-COUNT < WS-MAX-CELLS
                   MOVE WS-CELL-IX TO WS-THIS-CELL
                   PERFORM VARYING WS-CELL-IX FROM WS-CELL-COUNT
                           BY -1 UNTIL WS-CELL-IX < WS-THIS-CELL
                       MOVE WS-CELL-ENTRY (WS-CELL-IX)
                           TO WS-CELL-ENTRY (WS-CELL-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-CELL-COUNT
                   INITIALIZE WS-CELL-ENTRY (WS-THIS-CELL)
                   MOVE QAS-EXAMINER-ID TO CEL-EXAMINER (WS-THIS-CELL)
                   MOVE WS-THIS-QTR TO CEL-QUARTER (WS-THIS-CELL)
               ELSE
                   ADD 1 TO WS-CELL-OVERFLOW
               END-IF
           END-IF.

       2300-FIND-QUARTER.
           MOVE 0 TO WS-THIS-QTB
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-QTR-IX FROM 1 BY 1
                   UNTIL WS-QTR-IX > WS-QTR-COUNT
                      OR WS-ENTRY-FOUND
                      OR QTB-QUARTER (WS-QTR-IX) > WS-THIS-QTR
               IF QTB-QUARTER (WS-QTR-IX) = WS-THIS-QTR
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-QTR-IX TO WS-THIS-QTB
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-QTR-COUNT < WS-MAX-QTRS
                   MOVE WS-QTR-IX TO WS-THIS-QTB
                   PERFORM VARYING WS-QTR-IX FROM WS-QTR-COUNT
                           BY -1 UNTIL WS-QTR-IX < WS-THIS-QTB
                       MOVE WS-QTR-ENTRY (WS-QTR-IX)
                           TO WS-QTR-ENTRY (WS-QTR-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-QTR-COUNT
                   INITIALIZE WS-QTR-ENTRY (WS-THIS-QTB)
                   MOVE WS-THIS-QTR TO QTB-QUARTER (WS-THIS-QTB)
               ELSE
                   ADD 1 TO WS-QTR-OVERFLOW
               END-IF
           END-IF.

      * ONLY A REVIEWED CLAIM COUNTS TOWARD THE RATES AND DOLLARS.
       2400-ADD-TO-CELL.
           ADD 1 TO CEL-SAMPLED (WS-THIS-CELL)
           IF WS-THIS-QTB > 0
               ADD 1 TO QTB-SAMPLED (WS-THIS-QTB)
           END-IF
           IF NOT QAS-NOT-REVIEWED
               IF QAS-DOLLAR-IMPACT < 0
                   COMPUTE WS-THIS-ABS-IMPACT = 0 - QAS-DOLLAR-IMPACT
               ELSE
                   MOVE QAS-DOLLAR-IMPACT TO WS-THIS-ABS-IMPACT
               END-IF
               ADD 1 TO CEL-REVIEWED (WS-THIS-CELL)
               ADD QAS-TOT-BENEFIT-AMT TO CEL-AUDITED-AMT (WS-THIS-CELL)
               ADD WS-THIS-ABS-IMPACT TO CEL-ABS-ERR-AMT (WS-THIS-CELL)
               ADD QAS-DOLLAR-IMPACT TO CEL-NET-ERR-AMT (WS-THIS-CELL)
               EVALUATE TRUE
                   WHEN QAS-PASSED
                       ADD 1 TO CEL-PASSED (WS-THIS-CELL)
                   WHEN QAS-FINANCIAL-ERROR
                       ADD 1 TO CEL-FINANCIAL (WS-THIS-CELL)
                   WHEN OTHER
                       ADD 1 TO CEL-PROCEDURAL (WS-THIS-CELL)
               END-EVALUATE
               IF WS-THIS-QTB > 0
                   ADD 1 TO QTB-REVIEWED (WS-THIS-QTB)
                   ADD QAS-TOT-BENEFIT-AMT
                       TO QTB-AUDITED-AMT (WS-THIS-QTB)
                   ADD WS-THIS-ABS-IMPACT
                       TO QTB-ABS-ERR-AMT (WS-THIS-QTB)
                   ADD QAS-DOLLAR-IMPACT
                       TO QTB-NET-ERR-AMT (WS-THIS-QTB)
                   EVALUATE TRUE
                       WHEN QAS-PASSED
                           ADD 1 TO QTB-PASSED (WS-THIS-QTB)
                       WHEN QAS-FINANCIAL-ERROR
                           ADD 1 TO QTB-FINANCIAL (WS-THIS-QTB)
                       WHEN OTHER
                           ADD 1 TO QTB-PROCEDURAL (WS-THIS-QTB)
                   END-EVALUATE
               END-IF
           END-IF.

       2900-READ-NEXT-SAMPLE.
           READ QAS-FILE NEXT RECORD
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ.

      * ONE LINE PER EXAMINER AND QUARTER, A SUBTOTAL AT EACH CHANGE
      * OF EXAMINER, AND A GRAND TOTAL.
       7000-WRITE-EXAMINER-SECTION.
           WRITE QAR-RPT-LINE FROM WS-RPT-BLANK-LINE
           WRITE QAR-RPT-LINE FROM WS-RPT-SECTION1-TITLE
           WRITE QAR-RPT-LINE FROM WS-RPT-HEADING2
           INITIALIZE WS-SUB-STATS
           INITIALIZE WS-GRD-STATS
           MOVE SPACES TO WS-PREV-EXAMINER
           PERFORM VARYING WS-CELL-IX FROM 1 BY 1
                   UNTIL WS-CELL-IX > WS-CELL-COUNT
               IF WS-CELL-IX > 1
                  AND CEL-EXAMINER (WS-CELL-IX) NOT = WS-PREV-EXAMINER
                   PERFORM 7100-WRITE-EXAMINER-SUBTOTAL
               END-IF
               MOVE CEL-EXAMINER (WS-CELL-IX) TO WS-PREV-EXAMINER
               MOVE CEL-EXAMINER (WS-CELL-IX) TO WS-PRT-EXAMINER
               MOVE CEL-QUARTER (WS-CELL-IX) TO WS-EDIT-QTR
               PERFORM 7200-FORMAT-QUARTER
               MOVE CEL-STATS (WS-CELL-IX) TO WS-PRT-STATS
               PERFORM 7300-PRINT-STATS-LINE
               ADD CEL-SAMPLED (WS-CELL-IX) TO SUB-SAMPLED
               ADD CEL-REVIEWED (WS-CELL-IX) TO SUB-REVIEWED
               ADD CEL-PASSED (WS-CELL-IX) TO SUB-PASSED
               ADD CEL-FINANCIAL (WS-CELL-IX) TO SUB-FINANCIAL
               ADD CEL-PROCEDURAL (WS-CELL-IX) TO SUB-PROCEDURAL
               ADD CEL-AUDITED-AMT (WS-CELL-IX) TO SUB-AUDITED-AMT
               ADD CEL-ABS-ERR-AMT (WS-CELL-IX) TO SUB-ABS-ERR-AMT
               ADD CEL-NET-ERR-AMT (WS-CELL-IX) TO SUB-NET-ERR-AMT
           END-PERFORM
           IF WS-CELL-COUNT > 0
               PERFORM 7100-WRITE-EXAMINER-SUBTOTAL
           END-IF
           MOVE 'ALL' TO WS-PRT-EXAMINER
           MOVE 'TOTAL' TO WS-PRT-QUARTER
           MOVE WS-GRD-STATS TO WS-PRT-STATS
           PERFORM 7300-PRINT-STATS-LINE.

       7100-WRITE-EXAMINER-SUBTOTAL.
           MOVE WS-PREV-EXAMINER TO WS-PRT-EXAMINER
           MOVE 'TOTAL' TO WS-PRT-QUARTER
           MOVE WS-SUB-STATS TO WS-PRT-STATS
           PERFORM 7300-PRINT-STATS-LINE
           WRITE QAR-RPT-LINE FROM WS-RPT-BLANK-LINE
           ADD SUB-SAMPLED TO GRD-SAMPLED
           ADD SUB-REVIEWED TO GRD-REVIEWED
           ADD SUB-PASSED TO GRD-PASSED
           ADD SUB-FINANCIAL TO GRD-FINANCIAL
           ADD SUB-PROCEDURAL TO GRD-PROCEDURAL
           ADD SUB-AUDITED-AMT TO GRD-AUDITED-AMT
           ADD SUB-ABS-ERR-AMT TO GRD-ABS-ERR-AMT
           ADD SUB-NET-ERR-AMT TO GRD-NET-ERR-AMT
           INITIALIZE WS-SUB-STATS.

       7200-FORMAT-QUARTER.
           MOVE WS-EDIT-QTR-CCYY TO WS-PRT-QTR-CCYY
           MOVE WS-EDIT-QTR-Q TO WS-PRT-QTR-Q
           MOVE WS-PRT-QTR-BRK TO WS-PRT-QUARTER.

      * THE ERROR RATE AND DOLLAR ACCURACY ARE LEFT BLANK ON A LINE
      * WITH NOTHING REVIEWED OR NO DOLLARS AUDITED.
       7300-PRINT-STATS-LINE.
           MOVE SPACES TO WS-RPT-STATS-LINE
           MOVE WS-PRT-EXAMINER TO RPT-STA-EXAMINER
           MOVE WS-PRT-QUARTER TO RPT-STA-QUARTER
           MOVE PRT-SAMPLED TO RPT-STA-SAMPLED
           MOVE PRT-REVIEWED TO RPT-STA-REVIEWED
           MOVE PRT-PASSED TO RPT-STA-PASSED
           MOVE PRT-FINANCIAL TO RPT-STA-FINANCIAL
           MOVE PRT-PROCEDURAL TO RPT-STA-PROCEDURAL
           MOVE PRT-AUDITED-AMT TO RPT-STA-AUDITED-AMT
           MOVE PRT-ABS-ERR-AMT TO RPT-STA-ABS-ERR-AMT
           MOVE PRT-NET-ERR-AMT TO RPT-STA-NET-ERR-AMT
           IF PRT-REVIEWED > 0
               COMPUTE WS-PERCENT ROUNDED =
                   (PRT-FINANCIAL + PRT-PROCEDURAL) * 100
                   / PRT-REVIEWED
               MOVE WS-PERCENT TO RPT-STA-ERROR-PCT
           END-IF
           IF PRT-AUDITED-AMT > 0
               COMPUTE WS-PERCENT ROUNDED =
                   (PRT-AUDITED-AMT - PRT-ABS-ERR-AMT) * 100
                   / PRT-AUDITED-AMT
               MOVE WS-PERCENT TO RPT-STA-ACCURACY-PCT
           END-IF
           WRITE QAR-RPT-LINE FROM WS-RPT-STATS-LINE.

       7500-WRITE-QUARTER-SECTION.
           WRITE QAR-RPT-LINE FROM WS-RPT-BLANK-LINE
           WRITE QAR-RPT-LINE FROM WS-RPT-SECTION2-TITLE
           WRITE QAR-RPT-LINE FROM WS-RPT-HEADING2
           PERFORM VARYING WS-QTR-IX FROM 1 BY 1
                   UNTIL WS-QTR-IX > WS-QTR-COUNT
               MOVE 'ALL' TO WS-PRT-EXAMINER
               MOVE QTB-QUARTER (WS-QTR-IX) TO WS-EDIT-QTR
               PERFORM 7200-FORMAT-QUARTER
               MOVE QTB-STATS (WS-QTR-IX) TO WS-PRT-STATS
               PERFORM 7300-PRINT-STATS-LINE
           END-PERFORM.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               WRITE QAR-RPT-LINE FROM WS-RPT-BLANK-LINE
               MOVE 'SAMPLES READ' TO RPT-COUNT-LABEL
               MOVE WS-RECS-READ TO RPT-COUNT-VALUE
               WRITE QAR-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'NO VALID WORK DATE' TO RPT-COUNT-LABEL
               MOVE WS-NO-WORK-DATE TO RPT-COUNT-VALUE
               WRITE QAR-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'OUTSIDE REPORTING PERIOD' TO RPT-COUNT-LABEL
               MOVE WS-OUTSIDE-PERIOD TO RPT-COUNT-VALUE
               WRITE QAR-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'SAMPLES REPORTED' TO RPT-COUNT-LABEL
               MOVE WS-RECS-REPORTED TO RPT-COUNT-VALUE
               WRITE QAR-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'EXAMINER/QUARTER TABLE FULL - DROPPED'
                   TO RPT-COUNT-LABEL
               MOVE WS-CELL-OVERFLOW TO RPT-COUNT-VALUE
               WRITE QAR-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'QUARTER TABLE FULL - NOT IN SECTION 2'
                   TO RPT-COUNT-LABEL
               MOVE WS-QTR-OVERFLOW TO RPT-COUNT-VALUE
               WRITE QAR-RPT-LINE FROM WS-RPT-COUNT-LINE
               IF WS-QAS-STATUS NOT = '35'
                   CLOSE QAS-FILE
               END-IF
           END-IF
           DISPLAY 'F5920RPZ SAMPLES READ     = ' WS-RECS-READ
           DISPLAY 'F5920RPZ SAMPLES REPORTED = ' WS-RECS-REPORTED
           DISPLAY 'F5920RPZ OUTSIDE PERIOD   = ' WS-OUTSIDE-PERIOD
           DISPLAY 'F5920RPZ TABLE OVERFLOW   = ' WS-CELL-OVERFLOW
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE QAR-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RPZ' TO RUN-JOB-NAME
           PERFORM 8150-BUILD-CYYMMDD-DATE
           MOVE WS-CURR-CYYMMDD TO RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUN-TIME
           IF WS-PARM-ERROR
               SET RUN-COMPLETED-ABNORMAL TO TRUE
           ELSE
               SET RUN-COMPLETED-NORMAL TO TRUE
           END-IF
           PERFORM VARYING WS-RUN-CTR-IX FROM 1 BY 1
                   UNTIL WS-RUN-CTR-IX > 6
               MOVE SPACES TO RUN-CTR-LABEL (WS-RUN-CTR-IX)
               MOVE 0 TO RUN-CTR-VALUE (WS-RUN-CTR-IX)
           END-PERFORM
           MOVE 6 TO RUN-CTR-COUNT
           MOVE 'RECS READ' TO RUN-CTR-LABEL (1)
           MOVE WS-RECS-READ TO RUN-CTR-VALUE (1)
           MOVE 'REPORTED' TO RUN-CTR-LABEL (2)
           MOVE WS-RECS-REPORTED TO RUN-CTR-VALUE (2)
           MOVE 'OUT PERIOD' TO RUN-CTR-LABEL (3)
           MOVE WS-OUTSIDE-PERIOD TO RUN-CTR-VALUE (3)
           MOVE 'NO WORK DATE' TO RUN-CTR-LABEL (4)
           MOVE WS-NO-WORK-DATE TO RUN-CTR-VALUE (4)
           MOVE 'REVIEWED' TO RUN-CTR-LABEL (5)
           MOVE GRD-REVIEWED TO RUN-CTR-VALUE (5)
           MOVE 'TBL OVERFLOW' TO RUN-CTR-LABEL (6)
           MOVE WS-CELL-OVERFLOW TO RUN-CTR-VALUE (6)
           WRITE RUN-LOG-REC
               INVALID KEY
                   REWRITE RUN-LOG-REC
           END-WRITE
           CLOSE RUN-LOG-FILE.

      * BUILDS TODAY'S DATE AS A 7-DIGIT CENTURY-YY-MM-DD VALUE (E.G.
      * 2026-08-22 BECOMES 1260822), THE SAME DERIVATION F5910PX6
      * USES FOR ITS CHECKPOINT STAMP.
       8150-BUILD-CYYMMDD-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURR-DATE-BRK
           COMPUTE WS-CURR-CYYMMDD =
               (WS-CURR-CCYY - 1900) * 10000
               + (WS-CURR-MM * 100) + WS-CURR-DD.

      * CONVERTS A YYDDD JULIAN DATE (YY 70-99 = 19YY) TO A DAY
      * NUMBER. ZERO OR AN INVALID DAY RETURNS ZERO.
       9100-JULIAN-TO-DAY-NUMBER.
           MOVE 0 TO WS-DAY-NUMBER
           IF WS-JUL-DATE > 0
               MOVE WS-JUL-DATE TO WS-JUL-BRK
               IF WS-JUL-DDD > 0 AND WS-JUL-DDD < 367
                   IF WS-JUL-YY >= 70
                       COMPUTE WS-JUL-YYYYDDD =
                           (1900 + WS-JUL-YY) * 1000 + WS-JUL-DDD
                   ELSE
                       COMPUTE WS-JUL-YYYYDDD =
                           (2000 + WS-JUL-YY) * 1000 + WS-JUL-DDD
                   END-IF
                   COMPUTE WS-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DAY (WS-JUL-YYYYDDD)
               END-IF
           END-IF.
