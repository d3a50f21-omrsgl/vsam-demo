      ****************************************************************
      * PROGRAM F5910SB1 - SUBROGATION CASE BUILD                    *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750040    *
      *                    AND F5750SUB                              *
      *                                                               *
      * A WORKERS-COMP CLAIM, OR AN ACCIDENT CLAIM, MAY BE OWED BY   *
      * SOMEONE ELSE, BUT NOTHING FOLLOWED THEM UP. THIS JOB READS   *
      * THE HIST040 EXTRACT AND FILES EVERY QUALIFYING CLAIM ON THE  *
      * KEYED F5750SUB SUBROGATION CASE FILE, WHERE F5910SB2 POSTS   *
      * THE FOLLOW-UP STATUS AND F5920RQ6 AGES THE OPEN CASES.       *
      *                                                               *
      * A PROCESSED CLAIM QUALIFIES WHEN HIST-DSUB-WORK-COMP IS SET, *
      * OR WHEN IT CARRIES HIST-DSUB-ACCIDENT-DATE AND AT LEAST ONE  *
      * CHARGE SEGMENT HAS HIST-DSUB-ACCIDENT SET. NEITHER FLAG HAS  *
      * DOCUMENTED 88-LEVEL VALUES, SO ANY VALUE OTHER THAN SPACE OR *
      * 'N' IS TREATED AS SET (THE F5910OF1 CONVENTION). THE PAID    *
      * BENEFIT TAKEN IS HIST-DSUB-TOT-BENEFIT-AMT FOR A WORKERS-    *
      * COMP CLAIM, OTHERWISE THE HIST-DSUB-BENEFIT-AMT OF THE       *
      * ACCIDENT CHARGES ONLY.                                       *
      *                                                               *
      * THE CASE IS THE MEMBER AND ACCIDENT DATE: THE FIRST CLAIM    *
      * OPENS IT, LATER CLAIMS ADD TO ITS CLAIM COUNT AND PAID       *
      * BENEFIT. A WORKERS-COMP CLAIM WITH NO ACCIDENT DATE FILES    *
      * UNDER ACCIDENT DATE ZERO. EACH CLAIM ALSO GETS ITS OWN ROW   *
      * UNDER THE CASE, SO A CLAIM SEEN AGAIN ON A LATER RUN IS NOT  *
      * COUNTED TWICE - ONLY A CHANGE IN ITS BENEFIT (AN ADJUSTMENT) *
      * IS CARRIED TO THE CASE. A NEW CLAIM AGAINST A CLOSED CASE    *
      * REOPENS IT.                                                  *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
SUBR00* 101526 RCC ACCIDENT AND WORKERS-COMP SUBROGATION TRACKING     *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5910SB1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SBI-IN-FILE ASSIGN TO SBIIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUB-FILE ASSIGN TO SUBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-KEY OF SUB-REC
               FILE STATUS IS WS-SUB-STATUS.

           SELECT SBI-RPT-FILE ASSIGN TO SBIRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SBI-IN-FILE
           RECORDING MODE IS F.
       01  HIST-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-REC.
           COPY F5750SUB.

       FD  SBI-RPT-FILE
           RECORDING MODE IS F.
       01  SBI-RPT-LINE                 PIC X(132).

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
       01  WS-SUB-STATUS                PIC XX    VALUE SPACES.
       01  WS-EOF-SW                    PIC X     VALUE 'N'.
           88  WS-END-OF-INPUT                    VALUE 'Y'.

       01  WS-JUL-DATE                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-JUL-BRK                   PIC 9(5)  VALUE ZEROS.
       01  FILLER REDEFINES WS-JUL-BRK.
           05  WS-JUL-YY                PIC 9(2).
           05  WS-JUL-DDD               PIC 9(3).
       01  WS-JUL-YYYYDDD               PIC 9(7)  VALUE ZEROS.
       01  WS-DAY-NUMBER                PIC S9(7) COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-RECS-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-NOT-PROCESSED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-ACC-DATE-NO-FLAG      PIC S9(9) COMP-3 VALUE 0.
           05  WS-QUALIFYING            PIC S9(9) COMP-3 VALUE 0.
           05  WS-WORK-COMP-CLAIMS      PIC S9(9) COMP-3 VALUE 0.
           05  WS-CASES-OPENED          PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIMS-ADDED          PIC S9(9) COMP-3 VALUE 0.
           05  WS-CASES-REOPENED        PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIMS-REVISED        PIC S9(9) COMP-3 VALUE 0.
           05  WS-ALREADY-ON-CASE       PIC S9(9) COMP-3 VALUE 0.
           05  WS-CASE-MISSING          PIC S9(9) COMP-3 VALUE 0.
       01  WS-DOLLARS.
           05  WS-TOT-NEW-BENEFIT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-BENEFIT-CHANGE    PIC S9(11)V99 COMP-3 VALUE 0.

      * THE CLAIM BEING CONSIDERED.
       01  WS-SEG-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-WORK-COMP-SW              PIC X     VALUE 'N'.
           88  WS-CLAIM-WORK-COMP                 VALUE 'Y'.
       01  WS-ACC-CHARGES               PIC S9(3) COMP-3 VALUE 0.
       01  WS-ACC-BENEFIT               PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ACC-FIRST-DAY             PIC S9(7) COMP-3 VALUE 0.
       01  WS-ACC-FIRST-DT              PIC S9(5) COMP-3 VALUE 0.
       01  WS-ALL-FIRST-DAY             PIC S9(7) COMP-3 VALUE 0.
       01  WS-ALL-FIRST-DT              PIC S9(5) COMP-3 VALUE 0.
       01  WS-THIS-BENEFIT              PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-THIS-DT-SERV              PIC S9(5) COMP-3 VALUE 0.
       01  WS-THIS-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-BENEFIT-CHANGE            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-ROW-KEY             PIC X(25) VALUE SPACES.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(60) VALUE
               'F5910SB1 - SUBROGATION CASE BUILD'.
       01  WS-RPT-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(10) VALUE 'ACTION'.
           05  FILLER                   PIC X(38) VALUE
               'GROUP   SUBD BRCH      CERT PAT'.
           05  FILLER                   PIC X(7)  VALUE 'ACCDT'.
           05  FILLER                   PIC X(7)  VALUE 'CLAIM'.
           05  FILLER                   PIC X(5)  VALUE 'TYPE'.
           05  FILLER                   PIC X(7)  VALUE 'SERV'.
           05  FILLER                   PIC X(13) VALUE
               ' CLAIM AMOUNT'.
           05  FILLER                   PIC X(8)  VALUE '  CLAIMS'.
           05  FILLER                   PIC X(16) VALUE
               '   CASE BENEFIT'.
           05  FILLER                   PIC X(7)  VALUE ' STATUS'.
       01  WS-RPT-CASE-LINE.
           05  RPT-ACTION               PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-GROUP-NO             PIC 9(7).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-SUB-DIV              PIC X(4).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-BRANCH               PIC X(4).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-CERT-NO              PIC 9(9).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-PATIENT-NO           PIC 9(3).
           05  FILLER                   PIC X(7)  VALUE SPACES.
           05  RPT-ACCIDENT-DATE        PIC 9(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-CLAIM-SEQ-NO         PIC 9(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-CASE-TYPE            PIC X(1).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-DT-SERV              PIC 9(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-CLAIM-AMOUNT         PIC Z(8)9.99-.
           05  RPT-CASE-CLAIMS          PIC ZZZZZZZ9.
           05  RPT-CASE-BENEFIT         PIC Z(11)9.99-.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-CASE-STATUS          PIC X(1).
       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL          PIC X(44).
           05  RPT-COUNT-VALUE          PIC ZZZZZZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-COUNT-AMOUNT-X       PIC X(16).
           05  RPT-COUNT-AMOUNT REDEFINES RPT-COUNT-AMOUNT-X
                                        PIC Z(11)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0500-VERIFY-EXTRACT-FILES
           IF WS-XTR-BAD
               MOVE 8 TO RETURN-CODE
               PERFORM 8100-WRITE-RUN-LOG
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-INPUT
               PERFORM 2000-CONSIDER-ONE-CLAIM
           END-PERFORM
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT SBI-RPT-FILE
           WRITE SBI-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           OPEN INPUT SBI-IN-FILE
           OPEN I-O   SUB-FILE
           IF WS-SUB-STATUS = '35'
               OPEN OUTPUT SUB-FILE
               CLOSE SUB-FILE
               OPEN I-O SUB-FILE
           END-IF
           WRITE SBI-RPT-LINE FROM WS-RPT-BLANK-LINE
           WRITE SBI-RPT-LINE FROM WS-RPT-HEADING2
           PERFORM 2900-READ-NEXT-CLAIM.

      *****************************************************************
      * ONE CLAIM - DOES IT QUALIFY, AND IF SO FILE IT ON ITS CASE.   *
      *****************************************************************
       2000-CONSIDER-ONE-CLAIM.
           ADD 1 TO WS-RECS-READ
           IF HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC NOT > 0
               ADD 1 TO WS-NOT-PROCESSED
           ELSE
               MOVE 'N' TO WS-WORK-COMP-SW
               IF HIST-DSUB-WORK-COMP OF HIST-IN-REC NOT = SPACE
                  AND HIST-DSUB-WORK-COMP OF HIST-IN-REC NOT = 'N'
                   SET WS-CLAIM-WORK-COMP TO TRUE
               END-IF
               PERFORM 2100-SCAN-CHARGES
               IF WS-CLAIM-WORK-COMP
                  OR (HIST-DSUB-ACCIDENT-DATE OF HIST-IN-REC > 0
                      AND WS-ACC-CHARGES > 0)
                   ADD 1 TO WS-QUALIFYING
                   PERFORM 2200-FILE-CLAIM
               ELSE
                   IF HIST-DSUB-ACCIDENT-DATE OF HIST-IN-REC > 0
                       ADD 1 TO WS-ACC-DATE-NO-FLAG
                   END-IF
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-CLAIM.

      * ACCIDENT CHARGES, THEIR BENEFIT AND EARLIEST SERVICE DATE,
      * AND THE EARLIEST SERVICE DATE ON THE WHOLE CLAIM.
       2100-SCAN-CHARGES.
           MOVE 0 TO WS-ACC-CHARGES
           MOVE 0 TO WS-ACC-BENEFIT
           MOVE 0 TO WS-ACC-FIRST-DAY
           MOVE 0 TO WS-ACC-FIRST-DT
           MOVE 0 TO WS-ALL-FIRST-DAY
           MOVE 0 TO WS-ALL-FIRST-DT
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > HIST-DSUB-SEG-COUNT OF HIST-IN-REC
                      OR WS-SEG-IX > 53
               IF HIST-DSUB-SEG-ID OF HIST-IN-REC (WS-SEG-IX) NOT = 'P'
                  AND NOT HIST-DSUB-THIRD-PARTY-ADDR OF HIST-IN-REC
                              (WS-SEG-IX)
                  AND NOT HIST-DSUB-ADJUST-REASON OF HIST-IN-REC
                              (WS-SEG-IX)
                   MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
                       TO WS-JUL-DATE
                   PERFORM 9100-JULIAN-TO-DAY-NUMBER
                   IF WS-DAY-NUMBER > 0
                      AND (WS-ALL-FIRST-DAY = 0
                           OR WS-DAY-NUMBER < WS-ALL-FIRST-DAY)
                       MOVE WS-DAY-NUMBER TO WS-ALL-FIRST-DAY
                       MOVE WS-JUL-DATE TO WS-ALL-FIRST-DT
                   END-IF
                   IF HIST-DSUB-ACCIDENT OF HIST-IN-REC (WS-SEG-IX)
                          NOT = SPACE
                      AND HIST-DSUB-ACCIDENT OF HIST-IN-REC (WS-SEG-IX)
                          NOT = 'N'
                       ADD 1 TO WS-ACC-CHARGES
                       ADD HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC
                               (WS-SEG-IX)
                           TO WS-ACC-BENEFIT
                       IF WS-DAY-NUMBER > 0
                          AND (WS-ACC-FIRST-DAY = 0
                               OR WS-DAY-NUMBER < WS-ACC-FIRST-DAY)
                           MOVE WS-DAY-NUMBER TO WS-ACC-FIRST-DAY
                           MOVE WS-JUL-DATE TO WS-ACC-FIRST-DT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2200-FILE-CLAIM.
           IF WS-CLAIM-WORK-COMP
               ADD 1 TO WS-WORK-COMP-CLAIMS
               MOVE HIST-DSUB-TOT-BENEFIT-AMT OF HIST-IN-REC
                   TO WS-THIS-BENEFIT
               MOVE WS-ALL-FIRST-DT TO WS-THIS-DT-SERV
               MOVE WS-ALL-FIRST-DAY TO WS-THIS-DAY
           ELSE
               MOVE WS-ACC-BENEFIT TO WS-THIS-BENEFIT
               MOVE WS-ACC-FIRST-DT TO WS-THIS-DT-SERV
               MOVE WS-ACC-FIRST-DAY TO WS-THIS-DAY
           END-IF
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO SUB-GROUP-NO
           MOVE HIS-SUB-DIV OF HIST-IN-REC TO SUB-SUB-DIV
           MOVE HIS-BRANCH OF HIST-IN-REC TO SUB-BRANCH
           MOVE HIS-CERT-NO OF HIST-IN-REC TO SUB-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO SUB-PATIENT-NO
           IF HIST-DSUB-ACCIDENT-DATE OF HIST-IN-REC > 0
               MOVE HIST-DSUB-ACCIDENT-DATE OF HIST-IN-REC
                   TO SUB-ACCIDENT-DATE
           ELSE
               MOVE 0 TO SUB-ACCIDENT-DATE
           END-IF
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC TO SUB-CLAIM-SEQ-NO
           MOVE SUB-KEY TO WS-CLAIM-ROW-KEY
           READ SUB-FILE
               INVALID KEY
                   PERFORM 2300-ADD-CLAIM-TO-CASE
               NOT INVALID KEY
                   PERFORM 2400-REVISE-CLAIM
           END-READ.

      * A CLAIM NOT YET ON FILE - WRITE ITS CLAIM ROW, THEN OPEN THE
      * CASE OR ADD THE CLAIM TO IT.
       2300-ADD-CLAIM-TO-CASE.
           MOVE SPACES TO SUB-REC
           MOVE WS-CLAIM-ROW-KEY TO SUB-KEY
           SET SUB-CLAIM-ROW TO TRUE
           MOVE WS-WORK-COMP-SW TO SUB-CLM-WORK-COMP
           MOVE WS-ACC-CHARGES TO SUB-CLM-ACC-CHARGES
           MOVE WS-THIS-DT-SERV TO SUB-CLM-DT-SERV
           MOVE HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC
               TO SUB-CLM-DATE-PROC
           MOVE WS-THIS-BENEFIT TO SUB-CLM-BENEFIT
           MOVE WS-CURR-CYYMMDD TO SUB-CLM-ADDED-DATE
           MOVE 0 TO SUB-CLM-REVISED-DATE
           WRITE SUB-REC
           ADD WS-THIS-BENEFIT TO WS-TOT-NEW-BENEFIT
           MOVE 0 TO SUB-CLAIM-SEQ-NO
           READ SUB-FILE
               INVALID KEY
                   PERFORM 2310-OPEN-CASE
               NOT INVALID KEY
                   PERFORM 2320-ADD-TO-CASE
           END-READ.

       2310-OPEN-CASE.
           MOVE SPACES TO SUB-REC
           MOVE WS-CLAIM-ROW-KEY TO SUB-KEY
           MOVE 0 TO SUB-CLAIM-SEQ-NO
           SET SUB-CASE-ROW TO TRUE
           IF WS-CLAIM-WORK-COMP
               SET SUB-WORK-COMP-CASE TO TRUE
           ELSE
               SET SUB-ACCIDENT-CASE TO TRUE
           END-IF
           SET SUB-STAT-OPEN TO TRUE
           MOVE WS-CURR-CYYMMDD TO SUB-OPENED-DATE
           MOVE WS-CURR-CYYMMDD TO SUB-STATUS-DATE
           MOVE WS-CURR-CYYMMDD TO SUB-LAST-CLAIM-DATE
           MOVE 1 TO SUB-CLAIM-COUNT
           MOVE WS-THIS-BENEFIT TO SUB-PAID-BENEFIT
           MOVE 0 TO SUB-RECOVERED-AMT
           MOVE WS-THIS-DT-SERV TO SUB-FIRST-DT-SERV
           MOVE 0 TO SUB-QUESTNR-DATE
           MOVE 0 TO SUB-ATTORNEY-DATE
           MOVE 0 TO SUB-LIEN-DATE
           MOVE 0 TO SUB-RECOVERY-DATE
           MOVE 0 TO SUB-CLOSED-DATE
           MOVE 'F5910SB1' TO SUB-STATUS-CLERK
           WRITE SUB-REC
           ADD 1 TO WS-CASES-OPENED
           MOVE 'OPENED' TO RPT-ACTION
           MOVE WS-THIS-BENEFIT TO RPT-CLAIM-AMOUNT
           PERFORM 2500-REPORT-CASE.

      * WORKERS-COMP OUTRANKS ACCIDENT AS THE CASE TYPE.
       2320-ADD-TO-CASE.
           ADD 1 TO SUB-CLAIM-COUNT
           ADD WS-THIS-BENEFIT TO SUB-PAID-BENEFIT
           MOVE WS-CURR-CYYMMDD TO SUB-LAST-CLAIM-DATE
           IF WS-CLAIM-WORK-COMP
               SET SUB-WORK-COMP-CASE TO TRUE
           END-IF
           IF WS-THIS-DT-SERV > 0
               MOVE SUB-FIRST-DT-SERV TO WS-JUL-DATE
               PERFORM 9100-JULIAN-TO-DAY-NUMBER
               IF WS-DAY-NUMBER = 0
                  OR WS-THIS-DAY < WS-DAY-NUMBER
                   MOVE WS-THIS-DT-SERV TO SUB-FIRST-DT-SERV
               END-IF
           END-IF
           IF SUB-STAT-CLOSED
               SET SUB-STAT-OPEN TO TRUE
               MOVE WS-CURR-CYYMMDD TO SUB-STATUS-DATE
               MOVE 0 TO SUB-CLOSED-DATE
               MOVE 'F5910SB1' TO SUB-STATUS-CLERK
               ADD 1 TO WS-CASES-REOPENED
               MOVE 'REOPENED' TO RPT-ACTION
           ELSE
               MOVE 'ADDED' TO RPT-ACTION
           END-IF
           REWRITE SUB-REC
           ADD 1 TO WS-CLAIMS-ADDED
           MOVE WS-THIS-BENEFIT TO RPT-CLAIM-AMOUNT
           PERFORM 2500-REPORT-CASE.

      * A CLAIM ALREADY ON ITS CASE - CARRY ONLY A CHANGE IN BENEFIT.
       2400-REVISE-CLAIM.
           IF SUB-CLM-BENEFIT = WS-THIS-BENEFIT
               ADD 1 TO WS-ALREADY-ON-CASE
           ELSE
               COMPUTE WS-BENEFIT-CHANGE =
                   WS-THIS-BENEFIT - SUB-CLM-BENEFIT
               MOVE WS-THIS-BENEFIT TO SUB-CLM-BENEFIT
               MOVE HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC
                   TO SUB-CLM-DATE-PROC
               MOVE WS-CURR-CYYMMDD TO SUB-CLM-REVISED-DATE
               REWRITE SUB-REC
               ADD WS-BENEFIT-CHANGE TO WS-TOT-BENEFIT-CHANGE
               MOVE 0 TO SUB-CLAIM-SEQ-NO
               READ SUB-FILE
                   INVALID KEY
                       ADD 1 TO WS-CASE-MISSING
                       MOVE 4 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD WS-BENEFIT-CHANGE TO SUB-PAID-BENEFIT
                       REWRITE SUB-REC
                       ADD 1 TO WS-CLAIMS-REVISED
                       MOVE 'REVISED' TO RPT-ACTION
                       MOVE WS-BENEFIT-CHANGE TO RPT-CLAIM-AMOUNT
                       PERFORM 2500-REPORT-CASE
               END-READ
           END-IF.

      * CALLED WITH THE CASE ROW IN THE RECORD AREA.
       2500-REPORT-CASE.
           MOVE SUB-GROUP-NO TO RPT-GROUP-NO
           MOVE SUB-SUB-DIV TO RPT-SUB-DIV
           MOVE SUB-BRANCH TO RPT-BRANCH
           MOVE SUB-CERT-NO TO RPT-CERT-NO
           MOVE SUB-PATIENT-NO TO RPT-PATIENT-NO
           MOVE SUB-ACCIDENT-DATE TO RPT-ACCIDENT-DATE
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC TO RPT-CLAIM-SEQ-NO
           MOVE SUB-CASE-TYPE TO RPT-CASE-TYPE
           MOVE WS-THIS-DT-SERV TO RPT-DT-SERV
           MOVE SUB-CLAIM-COUNT TO RPT-CASE-CLAIMS
           MOVE SUB-PAID-BENEFIT TO RPT-CASE-BENEFIT
           MOVE SUB-CASE-STATUS TO RPT-CASE-STATUS
           WRITE SBI-RPT-LINE FROM WS-RPT-CASE-LINE.

       2900-READ-NEXT-CLAIM.
           READ SBI-IN-FILE
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ
           IF NOT WS-END-OF-INPUT
              AND HIST-IN-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-INPUT TO TRUE
           END-IF.

       0500-VERIFY-EXTRACT-FILES.
           PERFORM 0510-VERIFY-SBIIN-MANIFEST.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE SBIIN EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0510-VERIFY-SBIIN-MANIFEST.
           OPEN INPUT SBI-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ SBI-IN-FILE
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
               READ SBI-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE SBI-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5910SB1 SBIIN MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5910SB1 SBIIN MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

       8000-TERMINATE.
           WRITE SBI-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE SPACES TO RPT-COUNT-AMOUNT-X
           MOVE 'CLAIMS READ' TO RPT-COUNT-LABEL
           MOVE WS-RECS-READ TO RPT-COUNT-VALUE
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'NOT YET PROCESSED - IGNORED' TO RPT-COUNT-LABEL
           MOVE WS-NOT-PROCESSED TO RPT-COUNT-VALUE
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'ACCIDENT DATE BUT NO ACCIDENT CHARGE'
               TO RPT-COUNT-LABEL
           MOVE WS-ACC-DATE-NO-FLAG TO RPT-COUNT-VALUE
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'QUALIFYING CLAIMS' TO RPT-COUNT-LABEL
           MOVE WS-QUALIFYING TO RPT-COUNT-VALUE
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE '  WORKERS-COMP' TO RPT-COUNT-LABEL
           MOVE WS-WORK-COMP-CLAIMS TO RPT-COUNT-VALUE
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'CASES OPENED' TO RPT-COUNT-LABEL
           MOVE WS-CASES-OPENED TO RPT-COUNT-VALUE
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'CLAIMS ADDED TO AN EXISTING CASE' TO RPT-COUNT-LABEL
           MOVE WS-CLAIMS-ADDED TO RPT-COUNT-VALUE
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE '  CLOSED CASES REOPENED' TO RPT-COUNT-LABEL
           MOVE WS-CASES-REOPENED TO RPT-COUNT-VALUE
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'NEW CLAIMS / BENEFIT ADDED' TO RPT-COUNT-LABEL
           COMPUTE RPT-COUNT-VALUE = WS-CASES-OPENED + WS-CLAIMS-ADDED
           MOVE WS-TOT-NEW-BENEFIT TO RPT-COUNT-AMOUNT
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'CLAIMS REVISED / BENEFIT CHANGE' TO RPT-COUNT-LABEL
           MOVE WS-CLAIMS-REVISED TO RPT-COUNT-VALUE
           MOVE WS-TOT-BENEFIT-CHANGE TO RPT-COUNT-AMOUNT
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE SPACES TO RPT-COUNT-AMOUNT-X
           MOVE 'ALREADY ON CASE - UNCHANGED' TO RPT-COUNT-LABEL
           MOVE WS-ALREADY-ON-CASE TO RPT-COUNT-VALUE
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'CASE ROW MISSING - NOT UPDATED' TO RPT-COUNT-LABEL
           MOVE WS-CASE-MISSING TO RPT-COUNT-VALUE
           WRITE SBI-RPT-LINE FROM WS-RPT-COUNT-LINE
           CLOSE SBI-IN-FILE
           CLOSE SUB-FILE
           DISPLAY 'F5910SB1 RECORDS READ     = ' WS-RECS-READ
           DISPLAY 'F5910SB1 QUALIFYING       = ' WS-QUALIFYING
           DISPLAY 'F5910SB1 CASES OPENED     = ' WS-CASES-OPENED
           DISPLAY 'F5910SB1 CLAIMS ADDED     = ' WS-CLAIMS-ADDED
           DISPLAY 'F5910SB1 CLAIMS REVISED   = ' WS-CLAIMS-REVISED
           DISPLAY 'F5910SB1 CASES REOPENED   = ' WS-CASES-REOPENED
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE SBI-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5910SB1' TO RUN-JOB-NAME
           PERFORM 8150-BUILD-CYYMMDD-DATE
           MOVE WS-CURR-CYYMMDD TO RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUN-TIME
           IF WS-XTR-BAD
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
           MOVE 'QUALIFYING' TO RUN-CTR-LABEL (2)
           MOVE WS-QUALIFYING TO RUN-CTR-VALUE (2)
           MOVE 'OPENED' TO RUN-CTR-LABEL (3)
           MOVE WS-CASES-OPENED TO RUN-CTR-VALUE (3)
           MOVE 'ADDED' TO RUN-CTR-LABEL (4)
           MOVE WS-CLAIMS-ADDED TO RUN-CTR-VALUE (4)
           MOVE 'REVISED' TO RUN-CTR-LABEL (5)
           MOVE WS-CLAIMS-REVISED TO RUN-CTR-VALUE (5)
           MOVE 'REOPENED' TO RUN-CTR-LABEL (6)
           MOVE WS-CASES-REOPENED TO RUN-CTR-VALUE (6)
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
