      ****************************************************************
      * PROGRAM F5920RQ7 - DOWNCODE, GHOST-LINE AND CUTBACK AUDIT    *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750040    *
      *                                                               *
      * READS THE HIST040 EXTRACT AND LOOKS AT EVERY CHARGE SEGMENT  *
      * OF EVERY PROCESSED CLAIM FOR THE THREE WAYS ADJUDICATION     *
      * CHANGES WHAT THE PROVIDER BILLED:                            *
      *   DOWNCODE   HIST-DSUB-SYS-DOWNCD-IND SET. THE DOLLAR EFFECT *
      *              IS THE SUBMITTED FEE (HIST-DSUB-ORIGINAL-FEE)   *
      *              LESS THE FEE ALLOWED FOR (HIST-DSUB-CHARGE-FEE) *
      *              WHEN AN ORIGINAL FEE WAS KEPT.                  *
      *   GHOST LINE HIST-DSUB-GHOST-LINE-IND SET - A LINE WE ADDED. *
      *              THE DOLLAR EFFECT IS THE BENEFIT PAID ON IT.    *
      *   CUTBACK    HIST-DSUB-CUTBACK-IND SET. THE DOLLAR EFFECT IS *
      *              HIST-DSUB-FEE-DIFF-AMT.                         *
      * AN INDICATOR IS SET WHEN IT IS NEITHER BLANK NOR 'N'.        *
      *                                                               *
      * THE REPORT HAS THREE SECTIONS:                               *
      *   1. BY PROCEDURE (HIST-DSUB-PROCDUR), EVERY CODE WITH AT    *
      *      LEAST ONE DOWNCODE, GHOST LINE OR CUTBACK.              *
      *   2. BY BILLING PROVIDER (HIST-DSUB-PROV-NPI), LIKEWISE.     *
      *   3. PROVIDERS WHOSE DOWNCODE RATE (DOWNCODED LINES / ALL    *
      *      CHARGE LINES) IS ABOVE THE SYSIN PERCENT, AMONG THOSE   *
      *      WITH AT LEAST THE SYSIN MINIMUM NUMBER OF LINES.        *
      * EVERY LINE SHOWS THE CHARGE LINES AND BILLED DOLLARS (THE    *
      * ORIGINAL FEE, OR THE CHARGE FEE WHEN NONE WAS KEPT) AS THE   *
      * BASE, THEN THE COUNT AND DOLLAR EFFECT OF EACH KIND.         *
      *                                                               *
      * SYSIN CARD:                                                  *
      *   COLS 1-5   DOWNCODE RATE PERCENT, 9(3)V99 (BLANK = 10.00)  *
      *   COLS 6-10  MINIMUM CHARGE LINES PER PROVIDER FOR SECTION 3,*
      *              9(5) (BLANK = 10)                               *
      * A PUNCHED VALUE THAT FAILS ITS EDIT ENDS THE RUN WITH        *
      * RETURN CODE 8. A PROCEDURE OR PROVIDER THAT DOES NOT FIT ITS *
      * TABLE IS LEFT OFF ITS SECTION AND ENDS THE RUN WITH RETURN   *
      * CODE 4.                                                      *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
DCAU00* 101526 RCC DOWNCODE AND GHOST-LINE AUDIT                      *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RQ7.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCA-IN-FILE ASSIGN TO DCAIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT DCA-RPT-FILE ASSIGN TO DCARPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DCA-IN-FILE
           RECORDING MODE IS F.
       01  HIST-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

       FD  DCA-RPT-FILE
           RECORDING MODE IS F.
       01  DCA-RPT-LINE                PIC X(132).

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
           05  WS-PARM-RATE-PCT         PIC 9(3)V99 VALUE ZEROS.
           05  WS-PARM-MIN-LINES        PIC 9(5)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-RATE-PCT-X       PIC X(5).
           05  WS-PARM-MIN-LINES-X      PIC X(5).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-RATE-PCT                  PIC S9(3)V99 COMP-3
                                                  VALUE 10.00.
       01  WS-MIN-LINES                 PIC S9(5) COMP-3 VALUE 10.

       01  WS-COUNTERS.
           05  WS-RECS-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-NOT-PROCESSED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-PROC-OVERFLOW         PIC S9(9) COMP-3 VALUE 0.
           05  WS-PROV-OVERFLOW         PIC S9(9) COMP-3 VALUE 0.
           05  WS-PROCS-LISTED          PIC S9(9) COMP-3 VALUE 0.
           05  WS-PROVS-LISTED          PIC S9(9) COMP-3 VALUE 0.
           05  WS-PROVS-OVER            PIC S9(9) COMP-3 VALUE 0.

      * THE CHARGE LINE BEING COUNTED.
       01  WS-SEG-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-CHG-STATS.
           05  CHG-LINES                PIC S9(9) COMP-3 VALUE 0.
           05  CHG-BILLED-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
           05  CHG-DC-LINES             PIC S9(9) COMP-3 VALUE 0.
           05  CHG-DC-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
           05  CHG-GH-LINES             PIC S9(9) COMP-3 VALUE 0.
           05  CHG-GH-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
           05  CHG-CB-LINES             PIC S9(9) COMP-3 VALUE 0.
           05  CHG-CB-AMT               PIC S9(11)V99 COMP-3 VALUE 0.

      * ONE ENTRY PER PROCEDURE CODE, IN CODE ORDER, BUILT BY SORTED
      * INSERTION. THE STATS GROUP MATCHES WS-CHG-STATS.
       01  WS-MAX-PROCS                 PIC S9(5) COMP-3 VALUE 3000.
       01  WS-PRC-COUNT                 PIC S9(5) COMP-3 VALUE 0.
       01  WS-PRC-IX                    PIC S9(5) COMP-3 VALUE 0.
       01  WS-THIS-PRC                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-PROC-TABLE.
           05  WS-PRC-ENTRY OCCURS 3000 TIMES.
               10  PRC-PROCDUR          PIC X(5).
               10  PRC-STATS.
                   15  PRC-LINES        PIC S9(9) COMP-3.
                   15  PRC-BILLED-AMT   PIC S9(11)V99 COMP-3.
                   15  PRC-DC-LINES     PIC S9(9) COMP-3.
                   15  PRC-DC-AMT       PIC S9(11)V99 COMP-3.
                   15  PRC-GH-LINES     PIC S9(9) COMP-3.
                   15  PRC-GH-AMT       PIC S9(11)V99 COMP-3.
                   15  PRC-CB-LINES     PIC S9(9) COMP-3.
                   15  PRC-CB-AMT       PIC S9(11)V99 COMP-3.

      * ONE ENTRY PER BILLING PROVIDER NPI, IN NPI ORDER.
       01  WS-MAX-PROVS                 PIC S9(5) COMP-3 VALUE 5000.
       01  WS-PRV-COUNT                 PIC S9(5) COMP-3 VALUE 0.
       01  WS-PRV-IX                    PIC S9(5) COMP-3 VALUE 0.
       01  WS-THIS-PRV                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-PROV-TABLE.
           05  WS-PRV-ENTRY OCCURS 5000 TIMES.
               10  PRV-NPI              PIC X(10).
               10  PRV-STATS.
                   15  PRV-LINES        PIC S9(9) COMP-3.
                   15  PRV-BILLED-AMT   PIC S9(11)V99 COMP-3.
                   15  PRV-DC-LINES     PIC S9(9) COMP-3.
                   15  PRV-DC-AMT       PIC S9(11)V99 COMP-3.
                   15  PRV-GH-LINES     PIC S9(9) COMP-3.
                   15  PRV-GH-AMT       PIC S9(11)V99 COMP-3.
                   15  PRV-CB-LINES     PIC S9(9) COMP-3.
                   15  PRV-CB-AMT       PIC S9(11)V99 COMP-3.
       01  WS-FOUND-SW                  PIC X     VALUE 'N'.
           88  WS-ENTRY-FOUND                     VALUE 'Y'.

      * THE LINE BEING PRINTED, AND THE TOTAL OF ALL CHARGE LINES.
       01  WS-PRT-KEY                   PIC X(10) VALUE SPACES.
       01  WS-PRT-STATS.
           05  PRT-LINES                PIC S9(9) COMP-3 VALUE 0.
           05  PRT-BILLED-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
           05  PRT-DC-LINES             PIC S9(9) COMP-3 VALUE 0.
           05  PRT-DC-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
           05  PRT-GH-LINES             PIC S9(9) COMP-3 VALUE 0.
           05  PRT-GH-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
           05  PRT-CB-LINES             PIC S9(9) COMP-3 VALUE 0.
           05  PRT-CB-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ALL-STATS.
           05  ALL-LINES                PIC S9(9) COMP-3 VALUE 0.
           05  ALL-BILLED-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
           05  ALL-DC-LINES             PIC S9(9) COMP-3 VALUE 0.
           05  ALL-DC-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
           05  ALL-GH-LINES             PIC S9(9) COMP-3 VALUE 0.
           05  ALL-GH-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
           05  ALL-CB-LINES             PIC S9(9) COMP-3 VALUE 0.
           05  ALL-CB-AMT               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PERCENT                   PIC S9(5)V9 COMP-3 VALUE 0.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(60) VALUE
               'F5920RQ7 - DOWNCODE, GHOST-LINE AND CUTBACK AUDIT'.
       01  WS-RPT-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-RPT-SECTION-TITLE.
           05  RPT-SECTION-TITLE        PIC X(60).
       01  WS-RPT-HEADING2.
           05  RPT-HDG-KEY              PIC X(10).
           05  FILLER                   PIC X(9)  VALUE '    LINES'.
           05  FILLER                   PIC X(15) VALUE
               '  BILLED AMOUNT'.
           05  FILLER                   PIC X(8)  VALUE '  DOWNCD'.
           05  FILLER                   PIC X(14) VALUE
               '    DOWNCODE $'.
           05  FILLER                   PIC X(6)  VALUE '   DC%'.
           05  FILLER                   PIC X(8)  VALUE '   GHOST'.
           05  FILLER                   PIC X(14) VALUE
               '  GHOST PAID $'.
           05  FILLER                   PIC X(8)  VALUE ' CUTBACK'.
           05  FILLER                   PIC X(14) VALUE
               '     CUTBACK $'.
       01  WS-RPT-STATS-LINE.
           05  RPT-STA-KEY              PIC X(10).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-LINES            PIC ZZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-BILLED-AMT       PIC Z(9)9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-DC-LINES         PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-DC-AMT           PIC Z(8)9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-DC-PCT           PIC ZZ9.9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-GH-LINES         PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-GH-AMT           PIC Z(8)9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-CB-LINES         PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-CB-AMT           PIC Z(8)9.99-.
       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL          PIC X(44).
           05  RPT-COUNT-VALUE          PIC ZZZZZZZZZ9.
       01  WS-RPT-PARM-LINE.
           05  FILLER                   PIC X(5)  VALUE 'PARM '.
           05  RPT-PARM-NAME            PIC X(20).
           05  RPT-PARM-VALUE           PIC ZZZZZZ9.99.
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
               CLOSE DCA-IN-FILE
               PERFORM 7000-WRITE-PROCEDURE-SECTION
               PERFORM 7500-WRITE-PROVIDER-SECTION
               PERFORM 7700-WRITE-RATE-SECTION
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT DCA-RPT-FILE
           WRITE DCA-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           INITIALIZE WS-PROC-TABLE
           INITIALIZE WS-PROV-TABLE
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE DCA-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT DCA-IN-FILE
               PERFORM 2900-READ-NEXT-CLAIM
           END-IF.

      * THE RATE IS A PERCENT OF CHARGE LINES, NOT OVER 100. THE
      * MINIMUM KEEPS A PROVIDER WITH A HANDFUL OF LINES OFF THE
      * SECTION 3 LIST; IT MAY NOT BE ZERO.
       1050-EDIT-PARM-CARD.
           MOVE 'DOWNCODE RATE PCT' TO RPT-PARM-NAME
           IF WS-PARM-RATE-PCT-X = SPACES
               MOVE WS-RATE-PCT TO RPT-PARM-VALUE
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-RATE-PCT NUMERIC
                  AND WS-PARM-RATE-PCT NOT > 100
                   MOVE WS-PARM-RATE-PCT TO WS-RATE-PCT
                   MOVE WS-PARM-RATE-PCT TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE DCA-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'MINIMUM LINES' TO RPT-PARM-NAME
           IF WS-PARM-MIN-LINES-X = SPACES
               MOVE WS-MIN-LINES TO RPT-PARM-VALUE
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-MIN-LINES NUMERIC
                  AND WS-PARM-MIN-LINES > 0
                   MOVE WS-PARM-MIN-LINES TO WS-MIN-LINES
                   MOVE WS-PARM-MIN-LINES TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE DCA-RPT-LINE FROM WS-RPT-PARM-LINE.

      * ONLY A PROCESSED CLAIM HAS BEEN THROUGH THE EDITS THAT
      * DOWNCODE, ADD GHOST LINES AND CUT BACK.
       2000-PROCESS-ONE-CLAIM.
           ADD 1 TO WS-RECS-READ
           IF HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC NOT > 0
               ADD 1 TO WS-NOT-PROCESSED
           ELSE
               PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                       UNTIL WS-SEG-IX >
                                 HIST-DSUB-SEG-COUNT OF HIST-IN-REC
                          OR WS-SEG-IX > 53
                   IF HIST-DSUB-SEG-ID OF HIST-IN-REC (WS-SEG-IX)
                          NOT = 'P'
                      AND NOT HIST-DSUB-THIRD-PARTY-ADDR OF HIST-IN-REC
                                  (WS-SEG-IX)
                      AND NOT HIST-DSUB-ADJUST-REASON OF HIST-IN-REC
                                  (WS-SEG-IX)
                       PERFORM 2100-COUNT-ONE-CHARGE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 2900-READ-NEXT-CLAIM.

       2100-COUNT-ONE-CHARGE.
           INITIALIZE WS-CHG-STATS
           MOVE 1 TO CHG-LINES
           IF HIST-DSUB-ORIGINAL-FEE OF HIST-IN-REC (WS-SEG-IX) > 0
               MOVE HIST-DSUB-ORIGINAL-FEE OF HIST-IN-REC (WS-SEG-IX)
                   TO CHG-BILLED-AMT
           ELSE
               MOVE HIST-DSUB-CHARGE-FEE OF HIST-IN-REC (WS-SEG-IX)
                   TO CHG-BILLED-AMT
           END-IF
           IF HIST-DSUB-SYS-DOWNCD-IND OF HIST-IN-REC (WS-SEG-IX)
                  NOT = SPACE
              AND HIST-DSUB-SYS-DOWNCD-IND OF HIST-IN-REC (WS-SEG-IX)
                  NOT = 'N'
               MOVE 1 TO CHG-DC-LINES
               IF HIST-DSUB-ORIGINAL-FEE OF HIST-IN-REC (WS-SEG-IX)
                      > 0
                   COMPUTE CHG-DC-AMT =
                       HIST-DSUB-ORIGINAL-FEE OF HIST-IN-REC
                           (WS-SEG-IX)
                       - HIST-DSUB-CHARGE-FEE OF HIST-IN-REC
                           (WS-SEG-IX)
               END-IF
           END-IF
           IF HIST-DSUB-GHOST-LINE-IND OF HIST-IN-REC (WS-SEG-IX)
                  NOT = SPACE
              AND HIST-DSUB-GHOST-LINE-IND OF HIST-IN-REC (WS-SEG-IX)
                  NOT = 'N'
               MOVE 1 TO CHG-GH-LINES
               MOVE HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
                   TO CHG-GH-AMT
           END-IF
           IF HIST-DSUB-CUTBACK-IND OF HIST-IN-REC (WS-SEG-IX)
                  NOT = SPACE
              AND HIST-DSUB-CUTBACK-IND OF HIST-IN-REC (WS-SEG-IX)
                  NOT = 'N'
               MOVE 1 TO CHG-CB-LINES
               MOVE HIST-DSUB-FEE-DIFF-AMT OF HIST-IN-REC (WS-SEG-IX)
                   TO CHG-CB-AMT
           END-IF
           PERFORM 2400-ADD-TO-ALL
           PERFORM 2200-FIND-PROCEDURE
           IF WS-THIS-PRC > 0
               PERFORM 2410-ADD-TO-PROCEDURE
           END-IF
           PERFORM 2300-FIND-PROVIDER
           IF WS-THIS-PRV > 0
               PERFORM 2420-ADD-TO-PROVIDER
           END-IF.

      * FINDS THE PROCEDURE ENTRY, INSERTING IT IN CODE ORDER WHEN
      * NEW. WS-THIS-PRC IS ZERO WHEN THE TABLE IS FULL.
       2200-FIND-PROCEDURE.
           MOVE 0 TO WS-THIS-PRC
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-PRC-IX FROM 1 BY 1
                   UNTIL WS-PRC-IX > WS-PRC-COUNT
                      OR WS-ENTRY-FOUND
                      OR PRC-PROCDUR (WS-PRC-IX) >
                         HIST-DSUB-PROCDUR OF HIST-IN-REC (WS-SEG-IX)
               IF PRC-PROCDUR (WS-PRC-IX) =
                  HIST-DSUB-PROCDUR OF HIST-IN-REC (WS-SEG-IX)
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PRC-IX TO WS-THIS-PRC
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-PRC-COUNT < WS-MAX-PROCS
                   MOVE WS-PRC-IX TO WS-THIS-PRC
                   PERFORM VARYING WS-PRC-IX FROM WS-PRC-COUNT
                           BY -1 UNTIL WS-PRC-IX < WS-THIS-PRC
                       MOVE WS-PRC-ENTRY (WS-PRC-IX)
                           TO WS-PRC-ENTRY (WS-PRC-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-PRC-COUNT
                   INITIALIZE WS-PRC-ENTRY (WS-THIS-PRC)
                   MOVE HIST-DSUB-PROCDUR OF HIST-IN-REC (WS-SEG-IX)
                       TO PRC-PROCDUR (WS-THIS-PRC)
               ELSE
                   ADD 1 TO WS-PROC-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * THE SAME FOR THE CLAIM'S BILLING PROVIDER. A CLAIM WITH NO
      * NPI FILES UNDER A BLANK NPI, WHICH SORTS FIRST.
       2300-FIND-PROVIDER.
           MOVE 0 TO WS-THIS-PRV
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-PRV-IX FROM 1 BY 1
                   UNTIL WS-PRV-IX > WS-PRV-COUNT
                      OR WS-ENTRY-FOUND
                      OR PRV-NPI (WS-PRV-IX) >
                         HIST-DSUB-PROV-NPI OF HIST-IN-REC
               IF PRV-NPI (WS-PRV-IX) =
                  HIST-DSUB-PROV-NPI OF HIST-IN-REC
                   SET WS-ENTRY-FOUND TO TRUE
                   MOVE WS-PRV-IX TO WS-THIS-PRV
               END-IF
           END-PERFORM
           IF NOT WS-ENTRY-FOUND
               IF WS-PRV-COUNT < WS-MAX-PROVS
                   MOVE WS-PRV-IX TO WS-THIS-PRV
                   PERFORM VARYING WS-PRV-IX FROM WS-PRV-COUNT
                           BY -1 UNTIL WS-PRV-IX < WS-THIS-PRV
                       MOVE WS-PRV-ENTRY (WS-PRV-IX)
                           TO WS-PRV-ENTRY (WS-PRV-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-PRV-COUNT
                   INITIALIZE WS-PRV-ENTRY (WS-THIS-PRV)
                   MOVE HIST-DSUB-PROV-NPI OF HIST-IN-REC
                       TO PRV-NPI (WS-THIS-PRV)
               ELSE
                   ADD 1 TO WS-PROV-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       2400-ADD-TO-ALL.
           ADD CHG-LINES TO ALL-LINES
           ADD CHG-BILLED-AMT TO ALL-BILLED-AMT
           ADD CHG-DC-LINES TO ALL-DC-LINES
           ADD CHG-DC-AMT TO ALL-DC-AMT
           ADD CHG-GH-LINES TO ALL-GH-LINES
           ADD CHG-GH-AMT TO ALL-GH-AMT
           ADD CHG-CB-LINES TO ALL-CB-LINES
           ADD CHG-CB-AMT TO ALL-CB-AMT.

       2410-ADD-TO-PROCEDURE.
           ADD CHG-LINES TO PRC-LINES (WS-THIS-PRC)
           ADD CHG-BILLED-AMT TO PRC-BILLED-AMT (WS-THIS-PRC)
           ADD CHG-DC-LINES TO PRC-DC-LINES (WS-THIS-PRC)
           ADD CHG-DC-AMT TO PRC-DC-AMT (WS-THIS-PRC)
           ADD CHG-GH-LINES TO PRC-GH-LINES (WS-THIS-PRC)
           ADD CHG-GH-AMT TO PRC-GH-AMT (WS-THIS-PRC)
           ADD CHG-CB-LINES TO PRC-CB-LINES (WS-THIS-PRC)
           ADD CHG-CB-AMT TO PRC-CB-AMT (WS-THIS-PRC).

       2420-ADD-TO-PROVIDER.
           ADD CHG-LINES TO PRV-LINES (WS-THIS-PRV)
           ADD CHG-BILLED-AMT TO PRV-BILLED-AMT (WS-THIS-PRV)
           ADD CHG-DC-LINES TO PRV-DC-LINES (WS-THIS-PRV)
           ADD CHG-DC-AMT TO PRV-DC-AMT (WS-THIS-PRV)
           ADD CHG-GH-LINES TO PRV-GH-LINES (WS-THIS-PRV)
           ADD CHG-GH-AMT TO PRV-GH-AMT (WS-THIS-PRV)
           ADD CHG-CB-LINES TO PRV-CB-LINES (WS-THIS-PRV)
           ADD CHG-CB-AMT TO PRV-CB-AMT (WS-THIS-PRV).

       2900-READ-NEXT-CLAIM.
           READ DCA-IN-FILE
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ
           IF NOT WS-END-OF-INPUT
              AND HIST-IN-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-INPUT TO TRUE
           END-IF.

      * EVERY PROCEDURE WITH AT LEAST ONE DOWNCODE, GHOST LINE OR
      * CUTBACK, THEN THE TOTAL OF ALL CHARGE LINES READ.
       7000-WRITE-PROCEDURE-SECTION.
           WRITE DCA-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'SECTION 1 - BY PROCEDURE' TO RPT-SECTION-TITLE
           WRITE DCA-RPT-LINE FROM WS-RPT-SECTION-TITLE
           MOVE 'PROCEDURE' TO RPT-HDG-KEY
           WRITE DCA-RPT-LINE FROM WS-RPT-HEADING2
           PERFORM VARYING WS-PRC-IX FROM 1 BY 1
                   UNTIL WS-PRC-IX > WS-PRC-COUNT
               IF PRC-DC-LINES (WS-PRC-IX) > 0
                  OR PRC-GH-LINES (WS-PRC-IX) > 0
                  OR PRC-CB-LINES (WS-PRC-IX) > 0
                   ADD 1 TO WS-PROCS-LISTED
                   MOVE PRC-PROCDUR (WS-PRC-IX) TO WS-PRT-KEY
                   MOVE PRC-STATS (WS-PRC-IX) TO WS-PRT-STATS
                   PERFORM 7300-PRINT-STATS-LINE
               END-IF
           END-PERFORM
           PERFORM 7400-PRINT-ALL-LINE.

       7300-PRINT-STATS-LINE.
           MOVE SPACES TO WS-RPT-STATS-LINE
           MOVE WS-PRT-KEY TO RPT-STA-KEY
           MOVE PRT-LINES TO RPT-STA-LINES
           MOVE PRT-BILLED-AMT TO RPT-STA-BILLED-AMT
           MOVE PRT-DC-LINES TO RPT-STA-DC-LINES
           MOVE PRT-DC-AMT TO RPT-STA-DC-AMT
           MOVE PRT-GH-LINES TO RPT-STA-GH-LINES
           MOVE PRT-GH-AMT TO RPT-STA-GH-AMT
           MOVE PRT-CB-LINES TO RPT-STA-CB-LINES
           MOVE PRT-CB-AMT TO RPT-STA-CB-AMT
           IF PRT-LINES > 0
               COMPUTE WS-PERCENT ROUNDED =
                   PRT-DC-LINES * 100 / PRT-LINES
               MOVE WS-PERCENT TO RPT-STA-DC-PCT
           END-IF
           WRITE DCA-RPT-LINE FROM WS-RPT-STATS-LINE.

       7400-PRINT-ALL-LINE.
           WRITE DCA-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'ALL LINES' TO WS-PRT-KEY
           MOVE WS-ALL-STATS TO WS-PRT-STATS
           PERFORM 7300-PRINT-STATS-LINE.

       7500-WRITE-PROVIDER-SECTION.
           WRITE DCA-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'SECTION 2 - BY BILLING PROVIDER NPI'
               TO RPT-SECTION-TITLE
           WRITE DCA-RPT-LINE FROM WS-RPT-SECTION-TITLE
           MOVE 'NPI' TO RPT-HDG-KEY
           WRITE DCA-RPT-LINE FROM WS-RPT-HEADING2
           PERFORM VARYING WS-PRV-IX FROM 1 BY 1
                   UNTIL WS-PRV-IX > WS-PRV-COUNT
               IF PRV-DC-LINES (WS-PRV-IX) > 0
                  OR PRV-GH-LINES (WS-PRV-IX) > 0
                  OR PRV-CB-LINES (WS-PRV-IX) > 0
                   ADD 1 TO WS-PROVS-LISTED
                   PERFORM 7600-PRINT-PROVIDER-LINE
               END-IF
           END-PERFORM
           PERFORM 7400-PRINT-ALL-LINE.

       7600-PRINT-PROVIDER-LINE.
           IF PRV-NPI (WS-PRV-IX) = SPACES
               MOVE '(NO NPI)' TO WS-PRT-KEY
           ELSE
               MOVE PRV-NPI (WS-PRV-IX) TO WS-PRT-KEY
           END-IF
           MOVE PRV-STATS (WS-PRV-IX) TO WS-PRT-STATS
           PERFORM 7300-PRINT-STATS-LINE.

      * A PROVIDER IS OVER WHEN DOWNCODED LINES * 100 EXCEED THE RATE
      * TIMES ALL ITS LINES - THE COMPARISON IS DONE UNROUNDED.
       7700-WRITE-RATE-SECTION.
           WRITE DCA-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'SECTION 3 - PROVIDERS OVER THE DOWNCODE RATE'
               TO RPT-SECTION-TITLE
           WRITE DCA-RPT-LINE FROM WS-RPT-SECTION-TITLE
           MOVE 'NPI' TO RPT-HDG-KEY
           WRITE DCA-RPT-LINE FROM WS-RPT-HEADING2
           PERFORM VARYING WS-PRV-IX FROM 1 BY 1
                   UNTIL WS-PRV-IX > WS-PRV-COUNT
               IF PRV-LINES (WS-PRV-IX) NOT < WS-MIN-LINES
                  AND PRV-DC-LINES (WS-PRV-IX) * 100 >
                      WS-RATE-PCT * PRV-LINES (WS-PRV-IX)
                   ADD 1 TO WS-PROVS-OVER
                   PERFORM 7600-PRINT-PROVIDER-LINE
               END-IF
           END-PERFORM.

       0500-VERIFY-EXTRACT-FILES.
           PERFORM 0510-VERIFY-DCAIN-MANIFEST.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE DCAIN EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0510-VERIFY-DCAIN-MANIFEST.
           OPEN INPUT DCA-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ DCA-IN-FILE
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
               READ DCA-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE DCA-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RQ7 DCAIN MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RQ7 DCAIN MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               WRITE DCA-RPT-LINE FROM WS-RPT-BLANK-LINE
               MOVE '040 RECORDS READ' TO RPT-COUNT-LABEL
               MOVE WS-RECS-READ TO RPT-COUNT-VALUE
               WRITE DCA-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'NOT YET PROCESSED - IGNORED' TO RPT-COUNT-LABEL
               MOVE WS-NOT-PROCESSED TO RPT-COUNT-VALUE
               WRITE DCA-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'CHARGE LINES READ' TO RPT-COUNT-LABEL
               MOVE ALL-LINES TO RPT-COUNT-VALUE
               WRITE DCA-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'PROCEDURES LISTED' TO RPT-COUNT-LABEL
               MOVE WS-PROCS-LISTED TO RPT-COUNT-VALUE
               WRITE DCA-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'PROVIDERS LISTED' TO RPT-COUNT-LABEL
               MOVE WS-PROVS-LISTED TO RPT-COUNT-VALUE
               WRITE DCA-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'PROVIDERS OVER THE DOWNCODE RATE'
                   TO RPT-COUNT-LABEL
               MOVE WS-PROVS-OVER TO RPT-COUNT-VALUE
               WRITE DCA-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'PROCEDURE TABLE FULL - LINES NOT IN SEC 1'
                   TO RPT-COUNT-LABEL
               MOVE WS-PROC-OVERFLOW TO RPT-COUNT-VALUE
               WRITE DCA-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'PROVIDER TABLE FULL - LINES NOT IN SEC 2-3'
                   TO RPT-COUNT-LABEL
               MOVE WS-PROV-OVERFLOW TO RPT-COUNT-VALUE
               WRITE DCA-RPT-LINE FROM WS-RPT-COUNT-LINE
           END-IF
           DISPLAY 'F5920RQ7 040 RECORDS READ = ' WS-RECS-READ
           DISPLAY 'F5920RQ7 CHARGE LINES     = ' ALL-LINES
           DISPLAY 'F5920RQ7 DOWNCODES        = ' ALL-DC-LINES
           DISPLAY 'F5920RQ7 GHOST LINES      = ' ALL-GH-LINES
           DISPLAY 'F5920RQ7 CUTBACKS         = ' ALL-CB-LINES
           DISPLAY 'F5920RQ7 PROVIDERS OVER   = ' WS-PROVS-OVER
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE DCA-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RQ7' TO RUN-JOB-NAME
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
           MOVE '040 READ' TO RUN-CTR-LABEL (1)
           MOVE WS-RECS-READ TO RUN-CTR-VALUE (1)
           MOVE 'CHARGE LINES' TO RUN-CTR-LABEL (2)
           MOVE ALL-LINES TO RUN-CTR-VALUE (2)
           MOVE 'DOWNCODES' TO RUN-CTR-LABEL (3)
           MOVE ALL-DC-LINES TO RUN-CTR-VALUE (3)
           MOVE 'GHOST LINES' TO RUN-CTR-LABEL (4)
           MOVE ALL-GH-LINES TO RUN-CTR-VALUE (4)
           MOVE 'CUTBACKS' TO RUN-CTR-LABEL (5)
           MOVE ALL-CB-LINES TO RUN-CTR-VALUE (5)
           MOVE 'PROVS OVER' TO RUN-CTR-LABEL (6)
           MOVE WS-PROVS-OVER TO RUN-CTR-VALUE (6)
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
