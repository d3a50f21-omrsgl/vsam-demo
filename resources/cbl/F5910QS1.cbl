      ****************************************************************
      * PROGRAM F5910QS1 - EXAMINER QUALITY-AUDIT SAMPLE SELECTION   *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750040    *
      *                    AND F5750QAS                              *
      *                                                               *
      * QA PICKED AUDIT SAMPLES BY HAND FROM PRINTOUTS. THIS JOB     *
      * DRAWS EACH EXAMINER'S SAMPLE FROM THE HIST040 EXTRACT AND    *
      * FILES IT ON THE KEYED F5750QAS AUDIT-RESULTS FILE, WHERE     *
      * F5910QR1 LATER POSTS THE REVIEWER'S FINDING AND F5920RPZ     *
      * REPORTS THE RESULTS.                                         *
      *                                                               *
      * THE EXAMINER IS HIST-DSUB-ADJUSTMENT-CLERK, WORK DATE        *
      * HIST-DSUB-ADJUSTMENT-DATE, WHEN THE CLAIM WAS LAST WORKED AS *
      * AN ADJUSTMENT; OTHERWISE HIST-DSUB-MCR-RACF-ID AND           *
      * HIST-DSUB-DATE-PROCESSED. ONLY CLAIMS WORKED WITHIN THE      *
      * SYSIN DATE RANGE ARE CONSIDERED. A CLAIM WHOSE HIST-DSUB-    *
      * TOT-BENEFIT-AMT EXCEEDS THE SYSIN THRESHOLD IS ALWAYS        *
      * TAKEN; EVERY OTHER CLAIM IS TAKEN WHEN A RANDOM DRAW FALLS   *
      * UNDER THE EXAMINER'S SAMPLE RATE (THE DEFAULT RATE, OR THE   *
      * RATE ON THE EXAMINER'S OVERRIDE CARD). THE SEED IS PRINTED   *
      * SO A SAMPLE CAN BE REDRAWN EXACTLY. A CLAIM ALREADY ON THE   *
      * AUDIT FILE FROM AN EARLIER RUN IS LEFT AS IT IS.             *
      *                                                               *
      * SYSIN CARD 1:                                                *
      *   COLS 1-5   WORKED-FROM DATE, YYDDD        (REQUIRED)       *
      *   COLS 6-10  WORKED-THRU DATE, YYDDD        (REQUIRED)       *
      *   COLS 11-13 DEFAULT SAMPLE RATE, PERCENT   (DEFAULT 5)      *
      *   COLS 14-20 ALWAYS-TAKE THRESHOLD, 9(5)V99 (DEFAULT 1000.00)*
      *   COLS 21-29 RANDOM SEED                    (DEFAULT TIME)   *
      *   COLS 30-31 COUNT OF EXAMINER CARDS THAT FOLLOW             *
      * EACH EXAMINER CARD: EXAMINER ID (8), SAMPLE RATE PERCENT (3).*
      * A PUNCHED VALUE THAT FAILS ITS EDIT ENDS THE RUN WITH        *
      * RETURN CODE 8 BEFORE THE AUDIT FILE IS OPENED.               *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
QAS000* 101526 RCC EXAMINER QUALITY-AUDIT SAMPLING                    *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5910QS1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QSI-IN-FILE ASSIGN TO QSIIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT QAS-FILE ASSIGN TO QASFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAS-KEY OF QAS-REC
               FILE STATUS IS WS-QAS-STATUS.

           SELECT QSI-RPT-FILE ASSIGN TO QSIRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QSI-IN-FILE
           RECORDING MODE IS F.
       01  HIST-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

       FD  QAS-FILE
           RECORDING MODE IS F.
       01  QAS-REC.
           COPY F5750QAS.

       FD  QSI-RPT-FILE
           RECORDING MODE IS F.
       01  QSI-RPT-LINE                 PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  RUN-LOG-REC.
           COPY F5750RUN.

       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS                PIC XX    VALUE SPACES.
       01  WS-RUN-CTR-IX                PIC S9(3) COMP-3 VALUE 0.
       01  WS-XTR-BAD-SW                PIC X     VALUE 'N'.
           88  WS-XTR-BAD                         VALUE 'Y'.
       01  WS-XTR-EOF-SW                PIC X     VALUE 'N'.
           88  WS-XTR-AT-EOF                      VALUE 'Y'.
       01  WS-XTR-TRAILER-SW            PIC X     VALUE 'N'.
           88  WS-XTR-TRAILER-SEEN                VALUE 'Y'.
       01  WS-XTR-ACTUAL-COUNT          PIC S9(9) COMP-3 VALUE 0.
       01  WS-XTR-ACTUAL-HASH           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-XTR-REC.
           COPY F5750XTR.
       01  WS-CURR-DATE-BRK.
           05  WS-CURR-CCYY             PIC 9(4).
           05  WS-CURR-MM               PIC 9(2).
           05  WS-CURR-DD               PIC 9(2).
       01  WS-CURR-CYYMMDD              PIC S9(7) COMP-3 VALUE 0.
       01  WS-QAS-STATUS                PIC XX    VALUE SPACES.
       01  WS-EOF-SW                    PIC X     VALUE 'N'.
           88  WS-END-OF-INPUT                    VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-FROM-DT          PIC 9(5)  VALUE ZEROS.
           05  WS-PARM-THRU-DT          PIC 9(5)  VALUE ZEROS.
           05  WS-PARM-RATE             PIC 9(3)  VALUE ZEROS.
           05  WS-PARM-THRESHOLD        PIC 9(5)V99 VALUE ZEROS.
           05  WS-PARM-SEED             PIC 9(9)  VALUE ZEROS.
           05  WS-PARM-EXAMINER-COUNT   PIC 9(2)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-FROM-X           PIC X(5).
           05  WS-PARM-THRU-X           PIC X(5).
           05  WS-PARM-RATE-X           PIC X(3).
           05  WS-PARM-THRESHOLD-X      PIC X(7).
           05  WS-PARM-SEED-X           PIC X(9).
           05  WS-PARM-EXAMINER-COUNT-X PIC X(2).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-EXAMINER-CARD.
           05  WS-EXCD-EXAMINER-ID      PIC X(8).
           05  WS-EXCD-RATE             PIC 9(3).
           05  FILLER                   PIC X(69).
       01  WS-EXAMINER-CARD-COUNT       PIC S9(3) COMP-3 VALUE 0.
       01  WS-FROM-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-THRU-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-DEFAULT-RATE              PIC S9(3) COMP-3 VALUE 5.
       01  WS-THRESHOLD                 PIC S9(5)V99 COMP-3
                                                  VALUE 1000.00.
       01  WS-SEED                      PIC 9(9)  VALUE ZEROS.
       01  WS-RANDOM-DRAW               PIC V9(9) VALUE 0.
       01  WS-DRAW-PERCENT              PIC S9(3)V9(7) COMP-3 VALUE 0.

       01  WS-JUL-DATE                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-JUL-BRK                   PIC 9(5)  VALUE ZEROS.
       01  FILLER REDEFINES WS-JUL-BRK.
           05  WS-JUL-YY                PIC 9(2).
           05  WS-JUL-DDD               PIC 9(3).
       01  WS-JUL-YYYYDDD               PIC 9(7)  VALUE ZEROS.
       01  WS-DAY-NUMBER                PIC S9(7) COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-RECS-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-NO-EXAMINER           PIC S9(9) COMP-3 VALUE 0.
           05  WS-OUTSIDE-RANGE         PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIMS-ELIGIBLE       PIC S9(9) COMP-3 VALUE 0.
           05  WS-RANDOM-SELECTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-HIGH-DOLLAR-SELECTED  PIC S9(9) COMP-3 VALUE 0.
           05  WS-ALREADY-SAMPLED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-SAMPLES-WRITTEN       PIC S9(9) COMP-3 VALUE 0.
           05  WS-EXAMINER-OVERFLOW     PIC S9(9) COMP-3 VALUE 0.
       01  WS-SAMPLED-BENEFIT           PIC S9(11)V99 COMP-3 VALUE 0.

      * THE CLAIM BEING CONSIDERED.
       01  WS-THIS-EXAMINER             PIC X(8)  VALUE SPACES.
       01  WS-THIS-WORK-TYPE            PIC X(1)  VALUE SPACE.
       01  WS-THIS-WORK-DATE            PIC S9(5) COMP-3 VALUE 0.
       01  WS-THIS-RATE                 PIC S9(3) COMP-3 VALUE 0.
       01  WS-THIS-REASON               PIC X(1)  VALUE SPACE.

      * PER-EXAMINER RATES AND TALLIES, KEPT IN EXAMINER ORDER.
      * OVERRIDE CARDS ARE LOADED FIRST; EXAMINERS MET ON THE
      * EXTRACT ARE ADDED AT THE DEFAULT RATE.
       01  WS-MAX-EXAMINERS             PIC S9(3) COMP-3 VALUE 500.
       01  WS-EXAMINER-COUNT            PIC S9(3) COMP-3 VALUE 0.
       01  WS-EXAMINER-TABLE.
           05  WS-EXAMINER-ENTRY OCCURS 500 TIMES.
               10  EXM-ID               PIC X(8).
               10  EXM-RATE             PIC S9(3) COMP-3.
               10  EXM-RATE-SOURCE      PIC X(1).
               10  EXM-WORKED           PIC S9(9) COMP-3.
               10  EXM-RANDOM           PIC S9(9) COMP-3.
               10  EXM-HIGH-DOLLAR      PIC S9(9) COMP-3.
               10  EXM-ALREADY          PIC S9(9) COMP-3.
       01  WS-EXM-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-THIS-EXM                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  WS-ENTRY-FOUND                     VALUE 'Y'.
       01  WS-PERCENT                   PIC S9(3)V9 COMP-3 VALUE 0.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(60) VALUE
               'F5910QS1 - EXAMINER QUALITY-AUDIT SAMPLE SELECTION'.
       01  WS-RPT-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(10) VALUE 'EXAMINER'.
           05  FILLER                   PIC X(5)  VALUE 'WORK'.
           05  FILLER                   PIC X(7)  VALUE 'DATE'.
           05  FILLER                   PIC X(42) VALUE
               'GROUP   SUBD BRCH      CERT PAT CLAIM'.
           05  FILLER                   PIC X(12) VALUE 'PROV NPI'.
           05  FILLER                   PIC X(14) VALUE '  TOT BENEFIT'.
           05  FILLER                   PIC X(20) VALUE 'SELECTED'.
       01  WS-RPT-SAMPLE-LINE.
           05  RPT-SMP-EXAMINER         PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-SMP-WORK-TYPE        PIC X(1).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-SMP-WORK-DATE        PIC 9(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-SMP-GROUP-NO         PIC 9(7).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-SMP-SUB-DIV          PIC X(4).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-SMP-BRANCH           PIC X(4).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-SMP-CERT-NO          PIC 9(9).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-SMP-PATIENT-NO       PIC 9(3).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-SMP-CLAIM-SEQ-NO     PIC 9(5).
           05  FILLER                   PIC X(6)  VALUE SPACES.
           05  RPT-SMP-PROV-NPI         PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-SMP-BENEFIT          PIC Z(8)9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-SMP-REASON           PIC X(24).
       01  WS-RPT-SUMMARY-HEADING.
           05  FILLER                   PIC X(10) VALUE 'EXAMINER'.
           05  FILLER                   PIC X(10) VALUE '  RATE'.
           05  FILLER                   PIC X(10) VALUE '    WORKED'.
           05  FILLER                   PIC X(10) VALUE '    RANDOM'.
           05  FILLER                   PIC X(10) VALUE '  OVER THR'.
           05  FILLER                   PIC X(10) VALUE '   ALREADY'.
           05  FILLER                   PIC X(10) VALUE '   SAMPLED'.
           05  FILLER                   PIC X(10) VALUE '  ACTUAL %'.
       01  WS-RPT-SUMMARY-LINE.
           05  RPT-SUM-EXAMINER         PIC X(8).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-SUM-RATE             PIC ZZ9.
           05  FILLER                   PIC X(1)  VALUE '%'.
           05  RPT-SUM-RATE-SOURCE      PIC X(3).
           05  RPT-SUM-WORKED           PIC ZZZZZZZZZ9.
           05  RPT-SUM-RANDOM           PIC ZZZZZZZZZ9.
           05  RPT-SUM-HIGH-DOLLAR      PIC ZZZZZZZZZ9.
           05  RPT-SUM-ALREADY          PIC ZZZZZZZZZ9.
           05  RPT-SUM-SAMPLED          PIC ZZZZZZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-SUM-ACTUAL-PCT       PIC ZZ9.9.
       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL          PIC X(44).
           05  RPT-COUNT-VALUE          PIC ZZZZZZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-COUNT-AMOUNT-X       PIC X(16).
           05  RPT-COUNT-AMOUNT REDEFINES RPT-COUNT-AMOUNT-X
                                        PIC Z(11)9.99-.
       01  WS-RPT-PARM-LINE.
           05  FILLER                   PIC X(5)  VALUE 'PARM '.
           05  RPT-PARM-NAME            PIC X(20).
           05  RPT-PARM-VALUE           PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-PARM-NOTE            PIC X(14).
       01  WS-RPT-PARM-AMT-LINE.
           05  FILLER                   PIC X(5)  VALUE 'PARM '.
           05  RPT-PARM-AMT-NAME        PIC X(20).
           05  RPT-PARM-AMOUNT          PIC ZZZZZ9.99.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-PARM-AMT-NOTE        PIC X(14).
       01  WS-RPT-PARM-EXM-LINE.
           05  FILLER                   PIC X(5)  VALUE 'PARM '.
           05  FILLER                   PIC X(11) VALUE 'EXAMINER'.
           05  RPT-PARM-EXAMINER        PIC X(9).
           05  RPT-PARM-EXM-RATE        PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-PARM-EXM-NOTE        PIC X(14).
       01  WS-RPT-PARM-ERR-LINE.
           05  FILLER                   PIC X(48) VALUE
               '** PARM CARD INVALID - RUN TERMINATED, RC=8 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0500-VERIFY-EXTRACT-FILES
           IF WS-XTR-BAD
               MOVE 8 TO RETURN-CODE
               PERFORM 8100-WRITE-RUN-LOG
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-PARM-ERROR
               PERFORM UNTIL WS-END-OF-INPUT
                   PERFORM 2000-CONSIDER-ONE-CLAIM
               END-PERFORM
               PERFORM 7000-WRITE-EXAMINER-SUMMARY
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT QSI-RPT-FILE
           WRITE QSI-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-EXAMINER-COUNT-X NOT = SPACES
               IF WS-PARM-EXAMINER-COUNT NUMERIC
                   MOVE WS-PARM-EXAMINER-COUNT
                       TO WS-EXAMINER-CARD-COUNT
               ELSE
                   SET WS-PARM-ERROR TO TRUE
               END-IF
           END-IF
           PERFORM 1100-LOAD-EXAMINER-CARD
               WS-EXAMINER-CARD-COUNT TIMES
           IF WS-PARM-ERROR
               WRITE QSI-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WS-RANDOM-DRAW = FUNCTION RANDOM (WS-SEED)
               OPEN INPUT QSI-IN-FILE
               OPEN I-O   QAS-FILE
               IF WS-QAS-STATUS = '35'
                   OPEN OUTPUT QAS-FILE
                   CLOSE QAS-FILE
                   OPEN I-O QAS-FILE
               END-IF
               WRITE QSI-RPT-LINE FROM WS-RPT-BLANK-LINE
               WRITE QSI-RPT-LINE FROM WS-RPT-HEADING2
               READ QSI-IN-FILE
                   AT END SET WS-END-OF-INPUT TO TRUE
               END-READ
               IF NOT WS-END-OF-INPUT
                  AND HIST-IN-REC (1:8) = 'XTRAILER'
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
           END-IF.

      * THE DATE RANGE IS REQUIRED - A SAMPLE DRAWN OVER A GUESSED
      * PERIOD IS WORSE THAN NONE. RATE, THRESHOLD AND SEED DEFAULT
      * WHEN BLANK.
       1050-EDIT-PARM-CARD.
           MOVE 'WORKED FROM' TO RPT-PARM-NAME
           MOVE 0 TO WS-DAY-NUMBER
           IF WS-PARM-FROM-X NOT = SPACES
              AND WS-PARM-FROM-DT NUMERIC
               MOVE WS-PARM-FROM-DT TO WS-JUL-DATE
               PERFORM 9100-JULIAN-TO-DAY-NUMBER
           END-IF
           IF WS-DAY-NUMBER > 0
               MOVE WS-DAY-NUMBER TO WS-FROM-DAY
               MOVE WS-PARM-FROM-DT TO RPT-PARM-VALUE
               MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE 0 TO RPT-PARM-VALUE
               MOVE '** REQUIRED **' TO RPT-PARM-NOTE
           END-IF
           WRITE QSI-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'WORKED THRU' TO RPT-PARM-NAME
           MOVE 0 TO WS-DAY-NUMBER
           IF WS-PARM-THRU-X NOT = SPACES
              AND WS-PARM-THRU-DT NUMERIC
               MOVE WS-PARM-THRU-DT TO WS-JUL-DATE
               PERFORM 9100-JULIAN-TO-DAY-NUMBER
           END-IF
           IF WS-DAY-NUMBER > 0
              AND WS-DAY-NUMBER NOT < WS-FROM-DAY
               MOVE WS-DAY-NUMBER TO WS-THRU-DAY
               MOVE WS-PARM-THRU-DT TO RPT-PARM-VALUE
               MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE 0 TO RPT-PARM-VALUE
               MOVE '** REQUIRED **' TO RPT-PARM-NOTE
           END-IF
           WRITE QSI-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'DEFAULT RATE PCT' TO RPT-PARM-NAME
           IF WS-PARM-RATE-X = SPACES
               MOVE WS-DEFAULT-RATE TO RPT-PARM-VALUE
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-RATE NUMERIC
                  AND WS-PARM-RATE > 0
                  AND WS-PARM-RATE NOT > 100
                   MOVE WS-PARM-RATE TO WS-DEFAULT-RATE
                   MOVE WS-PARM-RATE TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE QSI-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'ALWAYS-TAKE OVER' TO RPT-PARM-AMT-NAME
           IF WS-PARM-THRESHOLD-X = SPACES
               MOVE WS-THRESHOLD TO RPT-PARM-AMOUNT
               MOVE '(DEFAULTED)' TO RPT-PARM-AMT-NOTE
           ELSE
               IF WS-PARM-THRESHOLD NUMERIC
                  AND WS-PARM-THRESHOLD > 0
                   MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD
                   MOVE WS-PARM-THRESHOLD TO RPT-PARM-AMOUNT
                   MOVE '(SUPPLIED)' TO RPT-PARM-AMT-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-AMOUNT
                   MOVE '** INVALID **' TO RPT-PARM-AMT-NOTE
               END-IF
           END-IF
           WRITE QSI-RPT-LINE FROM WS-RPT-PARM-AMT-LINE
           MOVE 'RANDOM SEED' TO RPT-PARM-NAME
           IF WS-PARM-SEED-X = SPACES
               MOVE FUNCTION CURRENT-DATE (9:8) TO WS-SEED
               MOVE WS-SEED TO RPT-PARM-VALUE
               MOVE '(TIME OF DAY)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-SEED NUMERIC
                   MOVE WS-PARM-SEED TO WS-SEED
                   MOVE WS-PARM-SEED TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE QSI-RPT-LINE FROM WS-RPT-PARM-LINE.

      * ONE EXAMINER OVERRIDE CARD: THE EXAMINER'S OWN SAMPLE RATE
      * (E.G. A HIGHER RATE FOR A NEW EXAMINER).
       1100-LOAD-EXAMINER-CARD.
           MOVE SPACES TO WS-EXAMINER-CARD
           ACCEPT WS-EXAMINER-CARD FROM SYSIN
           MOVE WS-EXCD-EXAMINER-ID TO RPT-PARM-EXAMINER
           IF WS-EXCD-EXAMINER-ID = SPACES
              OR WS-EXCD-RATE NOT NUMERIC
              OR WS-EXCD-RATE = 0
              OR WS-EXCD-RATE > 100
               SET WS-PARM-ERROR TO TRUE
               MOVE 0 TO RPT-PARM-EXM-RATE
               MOVE '** INVALID **' TO RPT-PARM-EXM-NOTE
           ELSE
               MOVE WS-EXCD-EXAMINER-ID TO WS-THIS-EXAMINER
               PERFORM 2300-FIND-EXAMINER
               IF WS-THIS-EXM > 0
                   MOVE WS-EXCD-RATE TO EXM-RATE (WS-THIS-EXM)
                   MOVE 'O' TO EXM-RATE-SOURCE (WS-THIS-EXM)
               END-IF
               MOVE WS-EXCD-RATE TO RPT-PARM-EXM-RATE
               MOVE '(OVERRIDE)' TO RPT-PARM-EXM-NOTE
           END-IF
           WRITE QSI-RPT-LINE FROM WS-RPT-PARM-EXM-LINE.

       2000-CONSIDER-ONE-CLAIM.
           ADD 1 TO WS-RECS-READ
           PERFORM 2100-IDENTIFY-EXAMINER
           EVALUATE TRUE
               WHEN WS-THIS-EXAMINER = SPACES
                   ADD 1 TO WS-NO-EXAMINER
               WHEN WS-DAY-NUMBER = 0
                 OR WS-DAY-NUMBER < WS-FROM-DAY
                 OR WS-DAY-NUMBER > WS-THRU-DAY
                   ADD 1 TO WS-OUTSIDE-RANGE
               WHEN OTHER
                   ADD 1 TO WS-CLAIMS-ELIGIBLE
                   PERFORM 2200-DRAW-SAMPLE
           END-EVALUATE
           READ QSI-IN-FILE
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ
           IF NOT WS-END-OF-INPUT
              AND HIST-IN-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-INPUT TO TRUE
           END-IF.

      * AN ADJUSTMENT CLERK WITH AN ADJUSTMENT DATE MEANS THE CLAIM
      * WAS LAST WORKED AS AN ADJUSTMENT; THE ORIGINAL EXAMINER IS
      * THE RACF ID THAT PROCESSED IT. LEAVES THE WORK DATE AS A DAY
      * NUMBER IN WS-DAY-NUMBER.
       2100-IDENTIFY-EXAMINER.
           MOVE SPACES TO WS-THIS-EXAMINER
           MOVE 0 TO WS-THIS-WORK-DATE
           IF HIST-DSUB-ADJUSTMENT-CLERK OF HIST-IN-REC NOT = SPACES
              AND HIST-DSUB-ADJUSTMENT-CLERK OF HIST-IN-REC
                  NOT = LOW-VALUES
              AND HIST-DSUB-ADJUSTMENT-DATE OF HIST-IN-REC NUMERIC
              AND HIST-DSUB-ADJUSTMENT-DATE OF HIST-IN-REC > 0
               MOVE HIST-DSUB-ADJUSTMENT-CLERK OF HIST-IN-REC
                   TO WS-THIS-EXAMINER
               MOVE 'A' TO WS-THIS-WORK-TYPE
               MOVE HIST-DSUB-ADJUSTMENT-DATE OF HIST-IN-REC
                   TO WS-THIS-WORK-DATE
           ELSE
               IF HIST-DSUB-MCR-RACF-ID OF HIST-IN-REC NOT = SPACES
                  AND HIST-DSUB-MCR-RACF-ID OF HIST-IN-REC
                      NOT = LOW-VALUES
                   MOVE HIST-DSUB-MCR-RACF-ID OF HIST-IN-REC
                       TO WS-THIS-EXAMINER
                   MOVE 'O' TO WS-THIS-WORK-TYPE
                   IF HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC NUMERIC
                       MOVE HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC
                           TO WS-THIS-WORK-DATE
                   END-IF
               END-IF
           END-IF
           MOVE WS-THIS-WORK-DATE TO WS-JUL-DATE
           PERFORM 9100-JULIAN-TO-DAY-NUMBER.

      * A DRAW IS TAKEN FOR EVERY ELIGIBLE CLAIM, SO THE SAME SEED
      * OVER THE SAME EXTRACT ALWAYS YIELDS THE SAME SAMPLE.
       2200-DRAW-SAMPLE.
           PERFORM 2300-FIND-EXAMINER
           IF WS-THIS-EXM > 0
               ADD 1 TO EXM-WORKED (WS-THIS-EXM)
               MOVE EXM-RATE (WS-THIS-EXM) TO WS-THIS-RATE
           ELSE
               MOVE WS-DEFAULT-RATE TO WS-THIS-RATE
           END-IF
           COMPUTE WS-RANDOM-DRAW = FUNCTION RANDOM
           COMPUTE WS-DRAW-PERCENT = WS-RANDOM-DRAW * 100
           MOVE SPACE TO WS-THIS-REASON
           IF HIST-DSUB-TOT-BENEFIT-AMT OF HIST-IN-REC > WS-THRESHOLD
               MOVE 'H' TO WS-THIS-REASON
           ELSE
               IF WS-DRAW-PERCENT < WS-THIS-RATE
                   MOVE 'R' TO WS-THIS-REASON
               END-IF
           END-IF
           IF WS-THIS-REASON NOT = SPACE
               PERFORM 2400-WRITE-SAMPLE
           END-IF.

      * FINDS WS-THIS-EXAMINER IN THE TABLE, INSERTING IT IN ORDER AT
      * THE DEFAULT RATE WHEN NEW. WS-THIS-EXM IS ZERO WHEN THE
      * TABLE IS FULL.
       2300-FIND-EXAMINER.
           MOVE 0 TO WS-THIS-EXM
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-EXM-IX FROM 1 BY 1
                   UNTIL WS-EXM-IX > WS-EXAMINER-COUNT
                      OR WS-ENTRY-FOUND
                      OR EXM-ID (WS-EXM-IX) > WS-THIS-EXAMINER
               IF EXM-ID (WS-EXM-IX) = WS-THIS-EXAMINER
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-EXM-IX TO WS-THIS-EXM
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-EXAMINER-COUNT < WS-MAX-EXAMINERS
                   MOVE WS-EXM-IX TO WS-THIS-EXM
                   PERFORM VARYING WS-EXM-IX FROM WS-EXAMINER-COUNT
                           BY -1 UNTIL WS-EXM-IX < WS-THIS-EXM
                       MOVE WS-EXAMINER-ENTRY (WS-EXM-IX)
                           TO WS-EXAMINER-ENTRY (WS-EXM-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-EXAMINER-COUNT
                   INITIALIZE WS-EXAMINER-ENTRY (WS-THIS-EXM)
                   MOVE WS-THIS-EXAMINER TO EXM-ID (WS-THIS-EXM)
                   MOVE WS-DEFAULT-RATE TO EXM-RATE (WS-THIS-EXM)
                   MOVE 'D' TO EXM-RATE-SOURCE (WS-THIS-EXM)
               ELSE
                   ADD 1 TO WS-EXAMINER-OVERFLOW
               END-IF
           END-IF.

      * A CLAIM ALREADY ON THE AUDIT FILE KEEPS ITS ORIGINAL DRAW AND
      * ANY FINDING ALREADY POSTED.
       2400-WRITE-SAMPLE.
           MOVE SPACES TO QAS-REC
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO QAS-GROUP-NO
           MOVE HIS-SUB-DIV OF HIST-IN-REC TO QAS-SUB-DIV
           MOVE HIS-BRANCH OF HIST-IN-REC TO QAS-BRANCH
           MOVE HIS-CERT-NO OF HIST-IN-REC TO QAS-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO QAS-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC TO QAS-CLAIM-SEQ-NO
           MOVE WS-THIS-EXAMINER TO QAS-EXAMINER-ID
           MOVE WS-THIS-WORK-TYPE TO QAS-WORK-TYPE
           MOVE WS-THIS-WORK-DATE TO QAS-WORK-DATE
           MOVE WS-THIS-REASON TO QAS-SELECT-REASON
           MOVE WS-CURR-CYYMMDD TO QAS-SAMPLE-DATE
           MOVE HIST-DSUB-TOT-BENEFIT-AMT OF HIST-IN-REC
               TO QAS-TOT-BENEFIT-AMT
           MOVE HIST-DSUB-PROV-NPI OF HIST-IN-REC TO QAS-PROV-NPI
           MOVE SPACE TO QAS-FINDING
           MOVE 0 TO QAS-DOLLAR-IMPACT
           MOVE 0 TO QAS-REVIEW-DATE
           WRITE QAS-REC
               INVALID KEY
                   ADD 1 TO WS-ALREADY-SAMPLED
                   IF WS-THIS-EXM > 0
                       ADD 1 TO EXM-ALREADY (WS-THIS-EXM)
                   END-IF
               NOT INVALID KEY
                   PERFORM 2500-REPORT-SAMPLE
           END-WRITE.

       2500-REPORT-SAMPLE.
           ADD 1 TO WS-SAMPLES-WRITTEN
           ADD QAS-TOT-BENEFIT-AMT TO WS-SAMPLED-BENEFIT
           IF QAS-HIGH-DOLLAR
               ADD 1 TO WS-HIGH-DOLLAR-SELECTED
               MOVE 'OVER DOLLAR THRESHOLD' TO RPT-SMP-REASON
               IF WS-THIS-EXM > 0
                   ADD 1 TO EXM-HIGH-DOLLAR (WS-THIS-EXM)
               END-IF
           ELSE
               ADD 1 TO WS-RANDOM-SELECTED
               MOVE 'RANDOM DRAW' TO RPT-SMP-REASON
               IF WS-THIS-EXM > 0
                   ADD 1 TO EXM-RANDOM (WS-THIS-EXM)
               END-IF
           END-IF
           MOVE QAS-EXAMINER-ID TO RPT-SMP-EXAMINER
           MOVE QAS-WORK-TYPE TO RPT-SMP-WORK-TYPE
           MOVE QAS-WORK-DATE TO RPT-SMP-WORK-DATE
           MOVE QAS-GROUP-NO TO RPT-SMP-GROUP-NO
           MOVE QAS-SUB-DIV TO RPT-SMP-SUB-DIV
           MOVE QAS-BRANCH TO RPT-SMP-BRANCH
           MOVE QAS-CERT-NO TO RPT-SMP-CERT-NO
           MOVE QAS-PATIENT-NO TO RPT-SMP-PATIENT-NO
           MOVE QAS-CLAIM-SEQ-NO TO RPT-SMP-CLAIM-SEQ-NO
           MOVE QAS-PROV-NPI TO RPT-SMP-PROV-NPI
           MOVE QAS-TOT-BENEFIT-AMT TO RPT-SMP-BENEFIT
           WRITE QSI-RPT-LINE FROM WS-RPT-SAMPLE-LINE.

       7000-WRITE-EXAMINER-SUMMARY.
           WRITE QSI-RPT-LINE FROM WS-RPT-BLANK-LINE
           WRITE QSI-RPT-LINE FROM WS-RPT-SUMMARY-HEADING
           PERFORM VARYING WS-EXM-IX FROM 1 BY 1
                   UNTIL WS-EXM-IX > WS-EXAMINER-COUNT
               MOVE EXM-ID (WS-EXM-IX) TO RPT-SUM-EXAMINER
               MOVE EXM-RATE (WS-EXM-IX) TO RPT-SUM-RATE
               IF EXM-RATE-SOURCE (WS-EXM-IX) = 'O'
                   MOVE ' OV' TO RPT-SUM-RATE-SOURCE
               ELSE
                   MOVE SPACES TO RPT-SUM-RATE-SOURCE
               END-IF
               MOVE EXM-WORKED (WS-EXM-IX) TO RPT-SUM-WORKED
               MOVE EXM-RANDOM (WS-EXM-IX) TO RPT-SUM-RANDOM
               MOVE EXM-HIGH-DOLLAR (WS-EXM-IX) TO RPT-SUM-HIGH-DOLLAR
               MOVE EXM-ALREADY (WS-EXM-IX) TO RPT-SUM-ALREADY
               COMPUTE RPT-SUM-SAMPLED =
                   EXM-RANDOM (WS-EXM-IX) + EXM-HIGH-DOLLAR (WS-EXM-IX)
               IF EXM-WORKED (WS-EXM-IX) > 0
                   COMPUTE WS-PERCENT ROUNDED =
                       (EXM-RANDOM (WS-EXM-IX)
                        + EXM-HIGH-DOLLAR (WS-EXM-IX)) * 100
                       / EXM-WORKED (WS-EXM-IX)
               ELSE
                   MOVE 0 TO WS-PERCENT
               END-IF
               MOVE WS-PERCENT TO RPT-SUM-ACTUAL-PCT
               WRITE QSI-RPT-LINE FROM WS-RPT-SUMMARY-LINE
           END-PERFORM.

       0500-VERIFY-EXTRACT-FILES.
           PERFORM 0510-VERIFY-QSIIN-MANIFEST.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE QSIIN EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0510-VERIFY-QSIIN-MANIFEST.
           OPEN INPUT QSI-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ QSI-IN-FILE
               AT END SET WS-XTR-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-XTR-AT-EOF
               IF HIST-IN-REC (1:8) = 'XTRAILER'
                   MOVE HIST-IN-REC (1:LENGTH OF XTR-MANIFEST-TRAILER)
                       TO WS-XTR-REC
                   SET WS-XTR-TRAILER-SEEN TO TRUE
               ELSE
                   ADD 1 TO WS-XTR-ACTUAL-COUNT
                   ADD HIST-DSUB-TOT-BENEFIT-AMT OF HIST-IN-REC
                       TO WS-XTR-ACTUAL-HASH
               END-IF
               READ QSI-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE QSI-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5910QS1 QSIIN MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5910QS1 QSIIN MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               WRITE QSI-RPT-LINE FROM WS-RPT-BLANK-LINE
               MOVE SPACES TO RPT-COUNT-AMOUNT-X
               MOVE 'CLAIMS READ' TO RPT-COUNT-LABEL
               MOVE WS-RECS-READ TO RPT-COUNT-VALUE
               WRITE QSI-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'NO EXAMINER ON CLAIM' TO RPT-COUNT-LABEL
               MOVE WS-NO-EXAMINER TO RPT-COUNT-VALUE
               WRITE QSI-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'WORKED OUTSIDE DATE RANGE' TO RPT-COUNT-LABEL
               MOVE WS-OUTSIDE-RANGE TO RPT-COUNT-VALUE
               WRITE QSI-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'ELIGIBLE FOR SAMPLE' TO RPT-COUNT-LABEL
               MOVE WS-CLAIMS-ELIGIBLE TO RPT-COUNT-VALUE
               WRITE QSI-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'TAKEN - RANDOM DRAW' TO RPT-COUNT-LABEL
               MOVE WS-RANDOM-SELECTED TO RPT-COUNT-VALUE
               WRITE QSI-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'TAKEN - OVER DOLLAR THRESHOLD' TO RPT-COUNT-LABEL
               MOVE WS-HIGH-DOLLAR-SELECTED TO RPT-COUNT-VALUE
               WRITE QSI-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'ALREADY ON AUDIT FILE - KEPT' TO RPT-COUNT-LABEL
               MOVE WS-ALREADY-SAMPLED TO RPT-COUNT-VALUE
               WRITE QSI-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'EXAMINER TABLE FULL - DEFAULT RATE USED'
                   TO RPT-COUNT-LABEL
               MOVE WS-EXAMINER-OVERFLOW TO RPT-COUNT-VALUE
               WRITE QSI-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'SAMPLES WRITTEN / BENEFIT AUDITED'
                   TO RPT-COUNT-LABEL
               MOVE WS-SAMPLES-WRITTEN TO RPT-COUNT-VALUE
               MOVE WS-SAMPLED-BENEFIT TO RPT-COUNT-AMOUNT
               WRITE QSI-RPT-LINE FROM WS-RPT-COUNT-LINE
               CLOSE QSI-IN-FILE
               CLOSE QAS-FILE
           END-IF
           DISPLAY 'F5910QS1 RECORDS READ     = ' WS-RECS-READ
           DISPLAY 'F5910QS1 ELIGIBLE         = ' WS-CLAIMS-ELIGIBLE
           DISPLAY 'F5910QS1 RANDOM SELECTED  = ' WS-RANDOM-SELECTED
           DISPLAY 'F5910QS1 OVER THRESHOLD   = '
               WS-HIGH-DOLLAR-SELECTED
           DISPLAY 'F5910QS1 ALREADY SAMPLED  = ' WS-ALREADY-SAMPLED
           DISPLAY 'F5910QS1 SAMPLES WRITTEN  = ' WS-SAMPLES-WRITTEN
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE QSI-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5910QS1' TO RUN-JOB-NAME
           PERFORM 8150-BUILD-CYYMMDD-DATE
           MOVE WS-CURR-CYYMMDD TO RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUN-TIME
           IF WS-XTR-BAD OR WS-PARM-ERROR
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
           MOVE 'ELIGIBLE' TO RUN-CTR-LABEL (2)
           MOVE WS-CLAIMS-ELIGIBLE TO RUN-CTR-VALUE (2)
           MOVE 'RANDOM' TO RUN-CTR-LABEL (3)
           MOVE WS-RANDOM-SELECTED TO RUN-CTR-VALUE (3)
           MOVE 'OVER THRESH' TO RUN-CTR-LABEL (4)
           MOVE WS-HIGH-DOLLAR-SELECTED TO RUN-CTR-VALUE (4)
           MOVE 'ALREADY' TO RUN-CTR-LABEL (5)
           MOVE WS-ALREADY-SAMPLED TO RUN-CTR-VALUE (5)
           MOVE 'WRITTEN' TO RUN-CTR-LABEL (6)
           MOVE WS-SAMPLES-WRITTEN TO RUN-CTR-VALUE (6)
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
