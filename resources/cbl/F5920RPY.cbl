      ****************************************************************
      * PROGRAM F5920RPY - CLAIM TURNAROUND AND WORK-QUEUE           *
      *                    INVENTORY BY INTAKE CHANNEL               *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750040    *
      *                                                               *
      * F5920RPS PRICES LATE PAYMENT, BUT NOTHING MEASURED HOW FAST  *
      * CLAIMS ARE ACTUALLY WORKED. THIS REPORT HAS TWO SECTIONS:    *
      *                                                               *
      * SECTION 1 - TURNAROUND OF FINISHED CLAIMS, TWO MEASURES:     *
      *   RECEIVED TO PROCESSED  HIST-DSUB-DATE-ENT TO               *
      *                          HIST-DSUB-DATE-PROCESSED            *
      *   PROCESSED TO PAID      HIST-DSUB-DATE-PROCESSED TO THE     *
      *                          EARLIEST HIST-DSUB-DATE-PAID ON THE *
      *                          CLAIM'S PAYMENT ('P') SEGMENTS      *
      * EACH IS SPLIT BY INTAKE CHANNEL - EDI (HIST-DSUB-ECS-CLAIM-  *
      * EHT), WEB (HIST-DSUB-ECS-CLAIM-WEB), AND PAPER (ANYTHING     *
      * ELSE) - WITH AN ALL-CHANNEL LINE, SHOWING CLAIM COUNT,       *
      * AVERAGE, THE 50/75/90/95TH PERCENTILE DAYS, THE MAXIMUM, THE *
      * PERCENT FINISHED WITHIN THE SERVICE-LEVEL DAYS, AND THE      *
      * PERCENT OF CLAIMS IN EACH AGE BUCKET. PERCENTILES COME FROM  *
      * A DAY-BY-DAY COUNT TABLE (0-365 DAYS, WITH 366 HOLDING       *
      * EVERYTHING LONGER, PRINTED AS 366+).                         *
      *                                                               *
      * SECTION 2 - CLAIMS NOT YET FINISHED (NO PROCESSED DATE AND   *
      * NO PAID PAYMENT SEGMENT), BY HIST-DSUB-QUE-WORKPLACE AND     *
      * HIST-DSUB-QUE-WORKPLACE-REASON, AGED FROM HIST-DSUB-DATE-ENT *
      * TO TODAY IN THE SAME BUCKETS.                                *
      *                                                               *
      * CLAIMS WHOSE DATES RUN BACKWARDS, THAT CARRY NO RECEIVED     *
      * DATE, OR THAT WERE PAID WITHOUT A PROCESSED DATE CANNOT BE   *
      * MEASURED; THEY ARE COUNTED ON THE TRAILER SO THEY CANNOT     *
      * HIDE.                                                        *
      *                                                               *
      * SYSIN CARD:                                                  *
      *   COLS 1-3   PROCESSING SERVICE-LEVEL DAYS (DEFAULT 30)      *
      *   COLS 4-6   PAYMENT SERVICE-LEVEL DAYS    (DEFAULT 10)      *
      *   COLS 7-11  PROCESSED-FROM DATE, YYDDD    (BLANK = NO LIMIT)*
      *   COLS 12-16 PROCESSED-THRU DATE, YYDDD    (BLANK = NO LIMIT)*
      * THE DATE RANGE LIMITS SECTION 1 TO CLAIMS PROCESSED IN THE   *
      * PERIOD (THE MONTHLY RUN); SECTION 2 IS ALWAYS THE WHOLE      *
      * INVENTORY. A PUNCHED VALUE THAT FAILS ITS EDIT ENDS THE RUN  *
      * WITH RETURN CODE 8.                                          *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
TATQ00* 101526 RCC TURNAROUND AND WORK-QUEUE INVENTORY                *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RPY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAT-IN-FILE ASSIGN TO TATIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT TAT-RPT-FILE ASSIGN TO TATRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAT-IN-FILE
           RECORDING MODE IS F.
       01  HIST-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

       FD  TAT-RPT-FILE
           RECORDING MODE IS F.
       01  TAT-RPT-LINE                 PIC X(132).

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
       01  WS-EOF-SW                    PIC X     VALUE 'N'.
           88  WS-END-OF-INPUT                    VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-PROC-SLA         PIC 9(3)  VALUE ZEROS.
           05  WS-PARM-PAY-SLA          PIC 9(3)  VALUE ZEROS.
           05  WS-PARM-FROM-DT          PIC 9(5)  VALUE ZEROS.
           05  WS-PARM-THRU-DT          PIC 9(5)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-PROC-SLA-X       PIC X(3).
           05  WS-PARM-PAY-SLA-X        PIC X(3).
           05  WS-PARM-FROM-X           PIC X(5).
           05  WS-PARM-THRU-X           PIC X(5).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-SLA-DAYS-TABLE.
           05  WS-SLA-DAYS OCCURS 2 TIMES
                                        PIC S9(3) COMP-3.
       01  WS-FROM-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-THRU-DAY                  PIC S9(7) COMP-3 VALUE 9999999.
       01  WS-TODAY-DAY                 PIC S9(7) COMP-3 VALUE 0.

       01  WS-JUL-DATE                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-JUL-BRK                   PIC 9(5)  VALUE ZEROS.
       01  FILLER REDEFINES WS-JUL-BRK.
           05  WS-JUL-YY                PIC 9(2).
           05  WS-JUL-DDD               PIC 9(3).
       01  WS-JUL-YYYYDDD               PIC 9(7)  VALUE ZEROS.
       01  WS-DAY-NUMBER                PIC S9(7) COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-RECS-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-FINISHED-CLAIMS       PIC S9(9) COMP-3 VALUE 0.
           05  WS-OUTSIDE-PERIOD        PIC S9(9) COMP-3 VALUE 0.
           05  WS-UNFINISHED-CLAIMS     PIC S9(9) COMP-3 VALUE 0.
           05  WS-NO-RECEIVED-DATE      PIC S9(9) COMP-3 VALUE 0.
           05  WS-DATES-BACKWARDS       PIC S9(9) COMP-3 VALUE 0.
           05  WS-PAID-NOT-PROCESSED    PIC S9(9) COMP-3 VALUE 0.
           05  WS-NOT-YET-PAID          PIC S9(9) COMP-3 VALUE 0.
           05  WS-QUEUE-OVERFLOW        PIC S9(9) COMP-3 VALUE 0.

      * THE CLAIM BEING MEASURED.
       01  WS-CHANNEL-IX                PIC S9(3) COMP-3 VALUE 0.
       01  WS-ENT-DAY                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-PROC-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-PAID-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-ELAPSED-DAYS              PIC S9(7) COMP-3 VALUE 0.
       01  WS-SEG-IX                    PIC S9(3) COMP-3 VALUE 0.

      * TURNAROUND COUNTS: MEASURE 1 RECEIVED-TO-PROCESSED, MEASURE 2
      * PROCESSED-TO-PAID; CHANNEL 1 EDI, 2 WEB, 3 PAPER, 4 ALL.
      * TAT-DAY-COUNT (N) HOLDS CLAIMS TAKING N-1 DAYS; ENTRY 367
      * HOLDS EVERYTHING OVER 365.
       01  WS-TAT-TABLE.
           05  WS-TAT-MEASURE OCCURS 2 TIMES.
               10  WS-TAT-CHANNEL OCCURS 4 TIMES.
                   15  TAT-CLAIMS       PIC S9(9) COMP-3.
                   15  TAT-TOTAL-DAYS   PIC S9(11) COMP-3.
                   15  TAT-MAX-DAYS     PIC S9(7) COMP-3.
                   15  TAT-WITHIN-SLA   PIC S9(9) COMP-3.
                   15  TAT-BUCKET       OCCURS 6 TIMES
                                        PIC S9(9) COMP-3.
                   15  TAT-DAY-COUNT    OCCURS 367 TIMES
                                        PIC S9(9) COMP-3.
       01  WS-MEAS-IX                   PIC S9(3) COMP-3 VALUE 0.
       01  WS-CHN-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-DAY-IX                    PIC S9(3) COMP-3 VALUE 0.

      * AGE BUCKETS SHARED BY BOTH SECTIONS: 0-7, 8-14, 15-30, 31-60,
      * 61-90, AND OVER 90 DAYS.
       01  WS-BUCKET-LIMIT-VALUES.
           05  FILLER                   PIC 9(3)  VALUE 007.
           05  FILLER                   PIC 9(3)  VALUE 014.
           05  FILLER                   PIC 9(3)  VALUE 030.
           05  FILLER                   PIC 9(3)  VALUE 060.
           05  FILLER                   PIC 9(3)  VALUE 090.
       01  WS-BUCKET-LIMITS REDEFINES WS-BUCKET-LIMIT-VALUES.
           05  WS-BUCKET-LIMIT OCCURS 5 TIMES
                                        PIC 9(3).
       01  WS-BKT-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-THIS-BUCKET               PIC S9(3) COMP-3 VALUE 0.

      * PERCENTILES PRINTED ON EACH SECTION 1 LINE.
       01  WS-PCTL-VALUES.
           05  FILLER                   PIC 9(3)  VALUE 050.
           05  FILLER                   PIC 9(3)  VALUE 075.
           05  FILLER                   PIC 9(3)  VALUE 090.
           05  FILLER                   PIC 9(3)  VALUE 095.
       01  WS-PCTL-TABLE REDEFINES WS-PCTL-VALUES.
           05  WS-PCTL OCCURS 4 TIMES   PIC 9(3).
       01  WS-PCTL-IX                   PIC S9(3) COMP-3 VALUE 0.
       01  WS-PCTL-TARGET               PIC S9(11) COMP-3 VALUE 0.
       01  WS-PCTL-CUM                  PIC S9(11) COMP-3 VALUE 0.
       01  WS-PCTL-DAY                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-AVG-DAYS                  PIC S9(5)V9 COMP-3 VALUE 0.
       01  WS-PERCENT                   PIC S9(3)V9 COMP-3 VALUE 0.

      * SECTION 2 INVENTORY BY WORKPLACE/REASON, KEPT IN KEY ORDER.
       01  WS-MAX-QUEUE-ENTRIES         PIC S9(3) COMP-3 VALUE 300.
       01  WS-QUEUE-COUNT               PIC S9(3) COMP-3 VALUE 0.
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-ENTRY OCCURS 300 TIMES.
               10  QUE-KEY.
                   15  QUE-WORKPLACE    PIC X(1).
                   15  QUE-REASON       PIC X(1).
               10  QUE-CLAIMS           PIC S9(9) COMP-3.
               10  QUE-OLDEST-DAYS      PIC S9(7) COMP-3.
               10  QUE-BUCKET OCCURS 6 TIMES
                                        PIC S9(9) COMP-3.
       01  WS-QUEUE-TOTALS.
           05  QTOT-CLAIMS              PIC S9(9) COMP-3 VALUE 0.
           05  QTOT-OLDEST-DAYS         PIC S9(7) COMP-3 VALUE 0.
           05  QTOT-BUCKET OCCURS 6 TIMES
                                        PIC S9(9) COMP-3.
       01  WS-QUE-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-THIS-QUEUE                PIC S9(3) COMP-3 VALUE 0.
       01  WS-NEW-KEY.
           05  WS-NEW-WORKPLACE         PIC X(1).
           05  WS-NEW-REASON            PIC X(1).
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  WS-ENTRY-FOUND                     VALUE 'Y'.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(60) VALUE
               'F5920RPY - CLAIM TURNAROUND AND WORK-QUEUE INVENTORY'.
       01  WS-RPT-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-RPT-SECTION-LINE.
           05  RPT-SECTION-TITLE        PIC X(60).
           05  FILLER                   PIC X(22) VALUE
               'SERVICE-LEVEL DAYS = '.
           05  RPT-SECTION-SLA-X        PIC X(3).
           05  RPT-SECTION-SLA REDEFINES RPT-SECTION-SLA-X
                                        PIC ZZ9.
       01  WS-RPT-TAT-HEADING.
           05  FILLER                   PIC X(10) VALUE 'CHANNEL'.
           05  FILLER                   PIC X(10) VALUE '    CLAIMS'.
           05  FILLER                   PIC X(8)  VALUE '     AVG'.
           05  FILLER                   PIC X(7)  VALUE '   P50'.
           05  FILLER                   PIC X(7)  VALUE '   P75'.
           05  FILLER                   PIC X(7)  VALUE '   P90'.
           05  FILLER                   PIC X(7)  VALUE '   P95'.
           05  FILLER                   PIC X(7)  VALUE '   MAX'.
           05  FILLER                   PIC X(9)  VALUE ' %IN SLA'.
           05  FILLER                   PIC X(8)  VALUE '   0-7'.
           05  FILLER                   PIC X(8)  VALUE '  8-14'.
           05  FILLER                   PIC X(8)  VALUE ' 15-30'.
           05  FILLER                   PIC X(8)  VALUE ' 31-60'.
           05  FILLER                   PIC X(8)  VALUE ' 61-90'.
           05  FILLER                   PIC X(8)  VALUE '   91+'.
       01  WS-RPT-TAT-LINE.
           05  RPT-TAT-CHANNEL          PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-TAT-CLAIMS           PIC ZZZZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-TAT-AVG              PIC ZZZZ9.9.
           05  RPT-TAT-PCTL-GROUP OCCURS 4 TIMES.
               10  FILLER               PIC X(2).
               10  RPT-TAT-PCTL         PIC ZZZ9.
               10  RPT-TAT-PCTL-PLUS    PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-TAT-MAX              PIC ZZZ9.
           05  RPT-TAT-MAX-PLUS         PIC X(1).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-TAT-SLA-PCT          PIC ZZ9.9.
           05  RPT-TAT-SLA-SIGN         PIC X(1).
           05  RPT-TAT-BUCKET-GROUP OCCURS 6 TIMES.
               10  FILLER               PIC X(2).
               10  RPT-TAT-BUCKET-PCT   PIC ZZ9.9.
               10  FILLER               PIC X(1).
       01  WS-RPT-QUE-HEADING.
           05  FILLER                   PIC X(10) VALUE 'WORKPLACE'.
           05  FILLER                   PIC X(8)  VALUE 'REASON'.
           05  FILLER                   PIC X(10) VALUE '    CLAIMS'.
           05  FILLER                   PIC X(10) VALUE '    OLDEST'.
           05  FILLER                   PIC X(10) VALUE '       0-7'.
           05  FILLER                   PIC X(10) VALUE '      8-14'.
           05  FILLER                   PIC X(10) VALUE '     15-30'.
           05  FILLER                   PIC X(10) VALUE '     31-60'.
           05  FILLER                   PIC X(10) VALUE '     61-90'.
           05  FILLER                   PIC X(10) VALUE '       91+'.
       01  WS-RPT-QUE-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-QUE-WORKPLACE        PIC X(1).
           05  FILLER                   PIC X(8)  VALUE SPACES.
           05  RPT-QUE-REASON           PIC X(1).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-QUE-CLAIMS           PIC ZZZZZZZZZ9.
           05  RPT-QUE-OLDEST           PIC ZZZZZZZZZ9.
           05  RPT-QUE-BUCKET OCCURS 6 TIMES
                                        PIC ZZZZZZZZZ9.
       01  WS-RPT-QUE-TOTAL-LINE.
           05  FILLER                   PIC X(18) VALUE
               'ALL QUEUES'.
           05  RPT-QTOT-CLAIMS          PIC ZZZZZZZZZ9.
           05  RPT-QTOT-OLDEST          PIC ZZZZZZZZZ9.
           05  RPT-QTOT-BUCKET OCCURS 6 TIMES
                                        PIC ZZZZZZZZZ9.
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
           PERFORM 0500-VERIFY-EXTRACT-FILES
           IF WS-XTR-BAD
               MOVE 8 TO RETURN-CODE
               PERFORM 8100-WRITE-RUN-LOG
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-PARM-ERROR
               PERFORM UNTIL WS-END-OF-INPUT
                   PERFORM 2000-PROCESS-ONE-CLAIM
               END-PERFORM
               PERFORM 7000-WRITE-TURNAROUND-SECTION
               PERFORM 7500-WRITE-INVENTORY-SECTION
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT TAT-RPT-FILE
           WRITE TAT-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE (WS-CURR-CCYY * 10000
                   + WS-CURR-MM * 100 + WS-CURR-DD)
           INITIALIZE WS-TAT-TABLE
           INITIALIZE WS-QUEUE-TOTALS
           MOVE 30 TO WS-SLA-DAYS (1)
           MOVE 10 TO WS-SLA-DAYS (2)
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE TAT-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT TAT-IN-FILE
               READ TAT-IN-FILE
                   AT END SET WS-END-OF-INPUT TO TRUE
               END-READ
               IF NOT WS-END-OF-INPUT
                  AND HIST-IN-REC (1:8) = 'XTRAILER'
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
           END-IF.

      * SERVICE-LEVEL DAYS DEFAULT WHEN BLANK AND MUST BE 1-365 WHEN
      * PUNCHED. THE PERIOD DATES ARE OPTIONAL YYDDD VALUES; THE
      * THRU DATE MAY NOT FALL BEFORE THE FROM DATE.
       1050-EDIT-PARM-CARD.
           MOVE 'PROCESSING SLA DAYS' TO RPT-PARM-NAME
           IF WS-PARM-PROC-SLA-X = SPACES
               MOVE WS-SLA-DAYS (1) TO RPT-PARM-VALUE
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-PROC-SLA NUMERIC
                  AND WS-PARM-PROC-SLA > 0
                  AND WS-PARM-PROC-SLA < 366
                   MOVE WS-PARM-PROC-SLA TO WS-SLA-DAYS (1)
                   MOVE WS-PARM-PROC-SLA TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE TAT-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'PAYMENT SLA DAYS' TO RPT-PARM-NAME
           IF WS-PARM-PAY-SLA-X = SPACES
               MOVE WS-SLA-DAYS (2) TO RPT-PARM-VALUE
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-PAY-SLA NUMERIC
                  AND WS-PARM-PAY-SLA > 0
                  AND WS-PARM-PAY-SLA < 366
                   MOVE WS-PARM-PAY-SLA TO WS-SLA-DAYS (2)
                   MOVE WS-PARM-PAY-SLA TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE TAT-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'PROCESSED FROM' TO RPT-PARM-NAME
           IF WS-PARM-FROM-X = SPACES
               MOVE 0 TO RPT-PARM-VALUE
               MOVE '(NO LIMIT)' TO RPT-PARM-NOTE
           ELSE
               MOVE 0 TO WS-DAY-NUMBER
               IF WS-PARM-FROM-DT NUMERIC
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
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE TAT-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'PROCESSED THRU' TO RPT-PARM-NAME
           IF WS-PARM-THRU-X = SPACES
               MOVE 0 TO RPT-PARM-VALUE
               MOVE '(NO LIMIT)' TO RPT-PARM-NOTE
           ELSE
               MOVE 0 TO WS-DAY-NUMBER
               IF WS-PARM-THRU-DT NUMERIC
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
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE TAT-RPT-LINE FROM WS-RPT-PARM-LINE.

       2000-PROCESS-ONE-CLAIM.
           ADD 1 TO WS-RECS-READ
           EVALUATE TRUE
               WHEN HIST-DSUB-ECS-CLAIM-EHT OF HIST-IN-REC
                   MOVE 1 TO WS-CHANNEL-IX
               WHEN HIST-DSUB-ECS-CLAIM-WEB OF HIST-IN-REC
                   MOVE 2 TO WS-CHANNEL-IX
               WHEN OTHER
                   MOVE 3 TO WS-CHANNEL-IX
           END-EVALUATE
           MOVE HIST-DSUB-DATE-ENT OF HIST-IN-REC TO WS-JUL-DATE
           PERFORM 9100-JULIAN-TO-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-ENT-DAY
           MOVE 0 TO WS-PROC-DAY
           IF HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC NUMERIC
               MOVE HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC
                   TO WS-JUL-DATE
               PERFORM 9100-JULIAN-TO-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-PROC-DAY
           END-IF
           PERFORM 2100-FIND-FIRST-PAID-DAY
           EVALUATE TRUE
               WHEN WS-PROC-DAY > 0
                   PERFORM 2200-MEASURE-FINISHED-CLAIM
               WHEN WS-PAID-DAY > 0
                   ADD 1 TO WS-PAID-NOT-PROCESSED
               WHEN OTHER
                   PERFORM 2500-POST-UNFINISHED-CLAIM
           END-EVALUATE
           READ TAT-IN-FILE
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ
           IF NOT WS-END-OF-INPUT
              AND HIST-IN-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-INPUT TO TRUE
           END-IF.

      * THE CLAIM WAS PAID WHEN ITS EARLIEST PAYMENT SEGMENT WAS.
       2100-FIND-FIRST-PAID-DAY.
           MOVE 0 TO WS-PAID-DAY
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > HIST-DSUB-SEG-COUNT OF HIST-IN-REC
                      OR WS-SEG-IX > 53
               IF HIST-DSUB-SEG-ID OF HIST-IN-REC (WS-SEG-IX) = 'P'
                   MOVE HIST-DSUB-DATE-PAID OF HIST-IN-REC (WS-SEG-IX)
                       TO WS-JUL-DATE
                   PERFORM 9100-JULIAN-TO-DAY-NUMBER
                   IF WS-DAY-NUMBER > 0
                      AND (WS-PAID-DAY = 0
                           OR WS-DAY-NUMBER < WS-PAID-DAY)
                       MOVE WS-DAY-NUMBER TO WS-PAID-DAY
                   END-IF
               END-IF
           END-PERFORM.

      * A FINISHED CLAIM COUNTS IN SECTION 1 ONLY WHEN IT WAS
      * PROCESSED WITHIN THE PERIOD. IT IS MEASURED TO PAYMENT ONLY
      * WHEN IT HAS BEEN PAID.
       2200-MEASURE-FINISHED-CLAIM.
           IF WS-PROC-DAY < WS-FROM-DAY
              OR WS-PROC-DAY > WS-THRU-DAY
               ADD 1 TO WS-OUTSIDE-PERIOD
           ELSE
               ADD 1 TO WS-FINISHED-CLAIMS
               IF WS-ENT-DAY = 0
                   ADD 1 TO WS-NO-RECEIVED-DATE
               ELSE
                   IF WS-PROC-DAY < WS-ENT-DAY
                       ADD 1 TO WS-DATES-BACKWARDS
                   ELSE
                       MOVE 1 TO WS-MEAS-IX
                       COMPUTE WS-ELAPSED-DAYS =
                           WS-PROC-DAY - WS-ENT-DAY
                       PERFORM 2300-POST-TURNAROUND
                   END-IF
               END-IF
               IF WS-PAID-DAY = 0
                   ADD 1 TO WS-NOT-YET-PAID
               ELSE
                   IF WS-PAID-DAY < WS-PROC-DAY
                       ADD 1 TO WS-DATES-BACKWARDS
                   ELSE
                       MOVE 2 TO WS-MEAS-IX
                       COMPUTE WS-ELAPSED-DAYS =
                           WS-PAID-DAY - WS-PROC-DAY
                       PERFORM 2300-POST-TURNAROUND
                   END-IF
               END-IF
           END-IF.

      * POSTS WS-ELAPSED-DAYS FOR MEASURE WS-MEAS-IX TO THE CLAIM'S
      * CHANNEL AND TO THE ALL-CHANNEL ROW.
       2300-POST-TURNAROUND.
           PERFORM 2400-FIND-AGE-BUCKET
           IF WS-ELAPSED-DAYS > 365
               MOVE 367 TO WS-DAY-IX
           ELSE
               COMPUTE WS-DAY-IX = WS-ELAPSED-DAYS + 1
           END-IF
           MOVE WS-CHANNEL-IX TO WS-CHN-IX
           PERFORM 2310-POST-TO-CHANNEL
           MOVE 4 TO WS-CHN-IX
           PERFORM 2310-POST-TO-CHANNEL.

       2310-POST-TO-CHANNEL.
           ADD 1 TO TAT-CLAIMS (WS-MEAS-IX WS-CHN-IX)
           ADD WS-ELAPSED-DAYS TO TAT-TOTAL-DAYS (WS-MEAS-IX WS-CHN-IX)
           IF WS-ELAPSED-DAYS > TAT-MAX-DAYS (WS-MEAS-IX WS-CHN-IX)
               MOVE WS-ELAPSED-DAYS
                   TO TAT-MAX-DAYS (WS-MEAS-IX WS-CHN-IX)
           END-IF
           IF WS-ELAPSED-DAYS NOT > WS-SLA-DAYS (WS-MEAS-IX)
               ADD 1 TO TAT-WITHIN-SLA (WS-MEAS-IX WS-CHN-IX)
           END-IF
           ADD 1 TO TAT-BUCKET (WS-MEAS-IX WS-CHN-IX WS-THIS-BUCKET)
           ADD 1 TO TAT-DAY-COUNT (WS-MEAS-IX WS-CHN-IX WS-DAY-IX).

       2400-FIND-AGE-BUCKET.
           MOVE 6 TO WS-THIS-BUCKET
           PERFORM VARYING WS-BKT-IX FROM 5 BY -1
                   UNTIL WS-BKT-IX < 1
               IF WS-ELAPSED-DAYS NOT > WS-BUCKET-LIMIT (WS-BKT-IX)
                   MOVE WS-BKT-IX TO WS-THIS-BUCKET
               END-IF
           END-PERFORM.

      * AN UNFINISHED CLAIM IS AGED FROM RECEIPT TO TODAY AND POSTED
      * TO ITS WORKPLACE/REASON ENTRY, INSERTED IN KEY ORDER.
       2500-POST-UNFINISHED-CLAIM.
           ADD 1 TO WS-UNFINISHED-CLAIMS
           IF WS-ENT-DAY = 0 OR WS-ENT-DAY > WS-TODAY-DAY
               ADD 1 TO WS-NO-RECEIVED-DATE
               MOVE 0 TO WS-ELAPSED-DAYS
           ELSE
               COMPUTE WS-ELAPSED-DAYS = WS-TODAY-DAY - WS-ENT-DAY
           END-IF
           PERFORM 2400-FIND-AGE-BUCKET
           MOVE HIST-DSUB-QUE-WORKPLACE OF HIST-IN-REC
               TO WS-NEW-WORKPLACE
           MOVE HIST-DSUB-QUE-WORKPLACE-REASON OF HIST-IN-REC
               TO WS-NEW-REASON
           MOVE 0 TO WS-THIS-QUEUE
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-QUE-IX FROM 1 BY 1
                   UNTIL WS-QUE-IX > WS-QUEUE-COUNT
                      OR WS-ENTRY-FOUND
                      OR QUE-KEY (WS-QUE-IX) > WS-NEW-KEY
               IF QUE-KEY (WS-QUE-IX) = WS-NEW-KEY
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-QUE-IX TO WS-THIS-QUEUE
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-QUEUE-COUNT < WS-MAX-QUEUE-ENTRIES
                   PERFORM 2510-INSERT-QUEUE-ENTRY
               ELSE
                   ADD 1 TO WS-QUEUE-OVERFLOW
               END-IF
           END-IF
           IF WS-THIS-QUEUE > 0
               ADD 1 TO QUE-CLAIMS (WS-THIS-QUEUE)
               ADD 1 TO QUE-BUCKET (WS-THIS-QUEUE WS-THIS-BUCKET)
               IF WS-ELAPSED-DAYS > QUE-OLDEST-DAYS (WS-THIS-QUEUE)
                   MOVE WS-ELAPSED-DAYS
                       TO QUE-OLDEST-DAYS (WS-THIS-QUEUE)
               END-IF
           END-IF
           ADD 1 TO QTOT-CLAIMS
           ADD 1 TO QTOT-BUCKET (WS-THIS-BUCKET)
           IF WS-ELAPSED-DAYS > QTOT-OLDEST-DAYS
               MOVE WS-ELAPSED-DAYS TO QTOT-OLDEST-DAYS
           END-IF.

      * THE SEARCH STOPPED AT THE FIRST HIGHER KEY (OR ONE PAST THE
      * END); ENTRIES FROM THERE DOWN MOVE ONE PLACE TO MAKE ROOM.
       2510-INSERT-QUEUE-ENTRY.
           MOVE WS-QUE-IX TO WS-THIS-QUEUE
           PERFORM VARYING WS-QUE-IX FROM WS-QUEUE-COUNT BY -1
                   UNTIL WS-QUE-IX < WS-THIS-QUEUE
               MOVE WS-QUEUE-ENTRY (WS-QUE-IX)
                   TO WS-QUEUE-ENTRY (WS-QUE-IX + 1)
           END-PERFORM
           ADD 1 TO WS-QUEUE-COUNT
           INITIALIZE WS-QUEUE-ENTRY (WS-THIS-QUEUE)
           MOVE WS-NEW-KEY TO QUE-KEY (WS-THIS-QUEUE).

      *****************************************************************
      * SECTION 1 - ONE BLOCK PER MEASURE, ONE LINE PER CHANNEL.      *
      *****************************************************************
       7000-WRITE-TURNAROUND-SECTION.
           PERFORM VARYING WS-MEAS-IX FROM 1 BY 1
                   UNTIL WS-MEAS-IX > 2
               WRITE TAT-RPT-LINE FROM WS-RPT-BLANK-LINE
               IF WS-MEAS-IX = 1
                   MOVE 'SECTION 1A - RECEIVED TO PROCESSED DAYS'
                       TO RPT-SECTION-TITLE
               ELSE
                   MOVE 'SECTION 1B - PROCESSED TO PAID DAYS'
                       TO RPT-SECTION-TITLE
               END-IF
               MOVE WS-SLA-DAYS (WS-MEAS-IX) TO RPT-SECTION-SLA
               WRITE TAT-RPT-LINE FROM WS-RPT-SECTION-LINE
               WRITE TAT-RPT-LINE FROM WS-RPT-TAT-HEADING
               PERFORM VARYING WS-CHN-IX FROM 1 BY 1
                       UNTIL WS-CHN-IX > 4
                   PERFORM 7100-WRITE-CHANNEL-LINE
               END-PERFORM
           END-PERFORM.

       7100-WRITE-CHANNEL-LINE.
           MOVE SPACES TO WS-RPT-TAT-LINE
           EVALUATE WS-CHN-IX
               WHEN 1  MOVE 'EDI'   TO RPT-TAT-CHANNEL
               WHEN 2  MOVE 'WEB'   TO RPT-TAT-CHANNEL
               WHEN 3  MOVE 'PAPER' TO RPT-TAT-CHANNEL
               WHEN OTHER
                       MOVE 'ALL'   TO RPT-TAT-CHANNEL
           END-EVALUATE
           MOVE TAT-CLAIMS (WS-MEAS-IX WS-CHN-IX) TO RPT-TAT-CLAIMS
           IF TAT-CLAIMS (WS-MEAS-IX WS-CHN-IX) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   TAT-TOTAL-DAYS (WS-MEAS-IX WS-CHN-IX)
                   / TAT-CLAIMS (WS-MEAS-IX WS-CHN-IX)
               MOVE WS-AVG-DAYS TO RPT-TAT-AVG
               PERFORM VARYING WS-PCTL-IX FROM 1 BY 1
                       UNTIL WS-PCTL-IX > 4
                   PERFORM 7200-FIND-PERCENTILE
               END-PERFORM
               IF TAT-MAX-DAYS (WS-MEAS-IX WS-CHN-IX) > 365
                   MOVE 366 TO RPT-TAT-MAX
                   MOVE '+' TO RPT-TAT-MAX-PLUS
               ELSE
                   MOVE TAT-MAX-DAYS (WS-MEAS-IX WS-CHN-IX)
                       TO RPT-TAT-MAX
               END-IF
               COMPUTE WS-PERCENT ROUNDED =
                   TAT-WITHIN-SLA (WS-MEAS-IX WS-CHN-IX) * 100
                   / TAT-CLAIMS (WS-MEAS-IX WS-CHN-IX)
               MOVE WS-PERCENT TO RPT-TAT-SLA-PCT
               MOVE '%' TO RPT-TAT-SLA-SIGN
               PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                       UNTIL WS-BKT-IX > 6
                   COMPUTE WS-PERCENT ROUNDED =
                       TAT-BUCKET (WS-MEAS-IX WS-CHN-IX WS-BKT-IX)
                       * 100 / TAT-CLAIMS (WS-MEAS-IX WS-CHN-IX)
                   MOVE WS-PERCENT TO RPT-TAT-BUCKET-PCT (WS-BKT-IX)
               END-PERFORM
           END-IF
           WRITE TAT-RPT-LINE FROM WS-RPT-TAT-LINE.

      * THE PTH PERCENTILE IS THE SMALLEST DAY COUNT THAT AT LEAST
      * P PERCENT OF THE CHANNEL'S CLAIMS DID NOT EXCEED.
       7200-FIND-PERCENTILE.
           COMPUTE WS-PCTL-TARGET =
               (TAT-CLAIMS (WS-MEAS-IX WS-CHN-IX) * WS-PCTL (WS-PCTL-IX)
                + 99) / 100
           MOVE 0 TO WS-PCTL-CUM
           MOVE 0 TO WS-PCTL-DAY
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > 367
                      OR WS-PCTL-DAY > 0
               ADD TAT-DAY-COUNT (WS-MEAS-IX WS-CHN-IX WS-DAY-IX)
                   TO WS-PCTL-CUM
               IF WS-PCTL-CUM NOT < WS-PCTL-TARGET
                   MOVE WS-DAY-IX TO WS-PCTL-DAY
               END-IF
           END-PERFORM
           IF WS-PCTL-DAY = 367
               MOVE 366 TO RPT-TAT-PCTL (WS-PCTL-IX)
               MOVE '+' TO RPT-TAT-PCTL-PLUS (WS-PCTL-IX)
           ELSE
               COMPUTE RPT-TAT-PCTL (WS-PCTL-IX) = WS-PCTL-DAY - 1
           END-IF.

      *****************************************************************
      * SECTION 2 - UNFINISHED CLAIMS BY WORKPLACE AND REASON.        *
      *****************************************************************
       7500-WRITE-INVENTORY-SECTION.
           WRITE TAT-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'SECTION 2 - UNFINISHED CLAIMS, DAYS SINCE RECEIPT'
               TO RPT-SECTION-TITLE
           MOVE SPACES TO RPT-SECTION-SLA-X
           WRITE TAT-RPT-LINE FROM WS-RPT-SECTION-LINE (1:60)
           WRITE TAT-RPT-LINE FROM WS-RPT-QUE-HEADING
           PERFORM VARYING WS-QUE-IX FROM 1 BY 1
                   UNTIL WS-QUE-IX > WS-QUEUE-COUNT
               MOVE QUE-WORKPLACE (WS-QUE-IX) TO RPT-QUE-WORKPLACE
               MOVE QUE-REASON (WS-QUE-IX) TO RPT-QUE-REASON
               MOVE QUE-CLAIMS (WS-QUE-IX) TO RPT-QUE-CLAIMS
               MOVE QUE-OLDEST-DAYS (WS-QUE-IX) TO RPT-QUE-OLDEST
               PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                       UNTIL WS-BKT-IX > 6
                   MOVE QUE-BUCKET (WS-QUE-IX WS-BKT-IX)
                       TO RPT-QUE-BUCKET (WS-BKT-IX)
               END-PERFORM
               WRITE TAT-RPT-LINE FROM WS-RPT-QUE-LINE
           END-PERFORM
           MOVE QTOT-CLAIMS TO RPT-QTOT-CLAIMS
           MOVE QTOT-OLDEST-DAYS TO RPT-QTOT-OLDEST
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                   UNTIL WS-BKT-IX > 6
               MOVE QTOT-BUCKET (WS-BKT-IX)
                   TO RPT-QTOT-BUCKET (WS-BKT-IX)
           END-PERFORM
           WRITE TAT-RPT-LINE FROM WS-RPT-QUE-TOTAL-LINE.

       0500-VERIFY-EXTRACT-FILES.
           PERFORM 0510-VERIFY-TATIN-MANIFEST.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE TATIN EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0510-VERIFY-TATIN-MANIFEST.
           OPEN INPUT TAT-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ TAT-IN-FILE
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
               READ TAT-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE TAT-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RPY TATIN MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RPY TATIN MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               WRITE TAT-RPT-LINE FROM WS-RPT-BLANK-LINE
               MOVE 'CLAIMS READ' TO RPT-COUNT-LABEL
               MOVE WS-RECS-READ TO RPT-COUNT-VALUE
               WRITE TAT-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'FINISHED IN PERIOD' TO RPT-COUNT-LABEL
               MOVE WS-FINISHED-CLAIMS TO RPT-COUNT-VALUE
               WRITE TAT-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'FINISHED OUTSIDE PERIOD' TO RPT-COUNT-LABEL
               MOVE WS-OUTSIDE-PERIOD TO RPT-COUNT-VALUE
               WRITE TAT-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'PROCESSED, NOT YET PAID' TO RPT-COUNT-LABEL
               MOVE WS-NOT-YET-PAID TO RPT-COUNT-VALUE
               WRITE TAT-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'UNFINISHED' TO RPT-COUNT-LABEL
               MOVE WS-UNFINISHED-CLAIMS TO RPT-COUNT-VALUE
               WRITE TAT-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'NOT MEASURED - NO RECEIVED DATE' TO RPT-COUNT-LABEL
               MOVE WS-NO-RECEIVED-DATE TO RPT-COUNT-VALUE
               WRITE TAT-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'NOT MEASURED - DATES OUT OF SEQUENCE'
                   TO RPT-COUNT-LABEL
               MOVE WS-DATES-BACKWARDS TO RPT-COUNT-VALUE
               WRITE TAT-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'NOT MEASURED - PAID, NO PROCESSED DATE'
                   TO RPT-COUNT-LABEL
               MOVE WS-PAID-NOT-PROCESSED TO RPT-COUNT-VALUE
               WRITE TAT-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'QUEUE TABLE FULL - IN TOTAL LINE ONLY'
                   TO RPT-COUNT-LABEL
               MOVE WS-QUEUE-OVERFLOW TO RPT-COUNT-VALUE
               WRITE TAT-RPT-LINE FROM WS-RPT-COUNT-LINE
               CLOSE TAT-IN-FILE
           END-IF
           DISPLAY 'F5920RPY RECORDS READ     = ' WS-RECS-READ
           DISPLAY 'F5920RPY FINISHED CLAIMS  = ' WS-FINISHED-CLAIMS
           DISPLAY 'F5920RPY UNFINISHED       = ' WS-UNFINISHED-CLAIMS
           DISPLAY 'F5920RPY DATES BACKWARDS  = ' WS-DATES-BACKWARDS
           DISPLAY 'F5920RPY QUEUE OVERFLOW   = ' WS-QUEUE-OVERFLOW
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE TAT-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RPY' TO RUN-JOB-NAME
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
           MOVE 'FINISHED' TO RUN-CTR-LABEL (2)
           MOVE WS-FINISHED-CLAIMS TO RUN-CTR-VALUE (2)
           MOVE 'UNFINISHED' TO RUN-CTR-LABEL (3)
           MOVE WS-UNFINISHED-CLAIMS TO RUN-CTR-VALUE (3)
           MOVE 'NOT YET PAID' TO RUN-CTR-LABEL (4)
           MOVE WS-NOT-YET-PAID TO RUN-CTR-VALUE (4)
           MOVE 'DATES BACKWD' TO RUN-CTR-LABEL (5)
           MOVE WS-DATES-BACKWARDS TO RUN-CTR-VALUE (5)
           MOVE 'QUEUE OVFL' TO RUN-CTR-LABEL (6)
           MOVE WS-QUEUE-OVERFLOW TO RUN-CTR-VALUE (6)
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
      * NUMBER SO INTERVALS CROSS YEAR-END CORRECTLY. ZERO OR AN
      * INVALID DAY RETURNS ZERO.
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
