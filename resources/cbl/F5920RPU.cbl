      ****************************************************************
      * PROGRAM F5920RPU - PAID-WHILE-INELIGIBLE AUDIT               *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750025/   *
      *                    F5750040                                  *
      *                                                               *
      * ADJUDICATION CHECKS ELIGIBILITY WHEN A CLAIM COMES IN, BUT   *
      * RETRO TERMINATIONS, CORRECTED BIRTH DATES AND MANUAL FORCES  *
      * LEAVE PAID CHARGES SITTING IN HISTORY FOR DATES THE MEMBER   *
      * WAS NEVER COVERED. THIS JOB WALKS THE KEY-SORTED HIST025 AND *
      * HIST040 EXTRACTS IN STEP (THE F5920RPJ WALK) AND, FOR EVERY  *
      * PAID CHARGE SEGMENT (BATCH-PAY STATUS '4'), TESTS THE        *
      * HIST-DSUB-DT-SERV THREE WAYS:                                 *
      *                                                               *
      *   WINDOW - THE DATE FALLS INSIDE NONE OF THE FIVE            *
      *            HIST-PAT-DCOV-DATES START/STOP WINDOWS. A SLOT    *
      *            WITH A START AND A ZERO STOP IS OPEN-ENDED; A     *
      *            SLOT WITH NO START IS UNUSED (THE F5910CA1 RULE). *
      *            A CLAIM WITH NO 025 RECORD AT ALL FAILS THIS TEST.*
      *   EFF/CAN - THE DATE IS BEFORE THE CLAIM'S HIST-DSUB-EFF-DT  *
      *            OR AFTER A NONZERO HIST-DSUB-CANC-DT.             *
      *   AGE    - A DEPENDENT (PATIENT NUMBER ABOVE ZERO) HAD       *
      *            ALREADY REACHED THE SYSIN AGE LIMIT ON THE DATE   *
      *            OF SERVICE, FIGURED FROM HIST-DSUB-PAT-BIRTH-DT,  *
      *            AND NEITHER HIST-DSUB-STUDENT NOR HIST-DSUB-      *
      *            HANDICAP IS SET (SPACE, 'N' AND LOW-VALUES ARE    *
      *            TAKEN AS NOT SET).                                *
      *                                                               *
      * ONE LINE IS WRITTEN PER FLAGGED CHARGE, MARKING EACH TEST IT *
      * FAILED AND CARRYING THE HIST-DSUB-BENEFIT-AMT PAID; THE      *
      * TRAILER TOTALS FLAGGED CHARGES AND DOLLARS OVERALL AND BY    *
      * TEST (A CHARGE FAILING TWO TESTS COUNTS UNDER BOTH, BUT ONLY *
      * ONCE IN THE OVERALL TOTAL).                                  *
      *                                                               *
      * ALL DATES ARE 5-DIGIT JULIAN (YYDDD) AND ARE COMPARED AS     *
      * TRUE DAY NUMBERS (YY PIVOTED AT 70, AS F5920RPD DOES) SO A   *
      * WINDOW THAT SPANS A CENTURY BOUNDARY COMPARES CORRECTLY.     *
      *                                                               *
      * SYSIN CARD: DEPENDENT AGE LIMIT (2 DIGITS; ZERO OR NOT       *
      * NUMERIC DEFAULTS TO 26).                                     *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
PWIA00* 101526 RCC PAID-WHILE-INELIGIBLE AUDIT                        *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RPU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELG25-IN-FILE ASSIGN TO ELGIN25
               ORGANIZATION IS SEQUENTIAL.

           SELECT ELG40-IN-FILE ASSIGN TO ELGIN40
               ORGANIZATION IS SEQUENTIAL.

           SELECT ELG-RPT-FILE ASSIGN TO ELGRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELG25-IN-FILE
           RECORDING MODE IS F.
       01  HIST-25-REC.
           COPY F5750HIS.
           COPY F5750025.

       FD  ELG40-IN-FILE
           RECORDING MODE IS F.
       01  HIST-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

       FD  ELG-RPT-FILE
           RECORDING MODE IS F.
       01  ELG-RPT-LINE                 PIC X(132).

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
       01  WS-EOF-25-SW                 PIC X     VALUE 'N'.
           88  WS-END-OF-25                       VALUE 'Y'.
       01  WS-EOF-40-SW                 PIC X     VALUE 'N'.
           88  WS-END-OF-40                       VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-AGE-LIMIT        PIC 9(2)  VALUE ZEROS.
       01  WS-AGE-LIMIT                 PIC S9(3) COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-RECS-25-READ          PIC S9(9) COMP-3 VALUE 0.
           05  WS-RECS-40-READ          PIC S9(9) COMP-3 VALUE 0.
           05  WS-CHARGES-CHECKED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-CHARGES-FLAGGED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-WINDOW-FLAGGED        PIC S9(9) COMP-3 VALUE 0.
           05  WS-EFFCAN-FLAGGED        PIC S9(9) COMP-3 VALUE 0.
           05  WS-AGE-FLAGGED           PIC S9(9) COMP-3 VALUE 0.
           05  WS-ORPHAN-CLAIMS         PIC S9(9) COMP-3 VALUE 0.

       01  WS-DOLLARS.
           05  WS-FLAGGED-BENEFIT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-WINDOW-BENEFIT        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-EFFCAN-BENEFIT        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AGE-BENEFIT           PIC S9(11)V99 COMP-3 VALUE 0.

      * MEMBER-LEVEL KEYS FOR THE TWO-FILE WALK; BOTH EXTRACTS
      * ARRIVE SORTED BY THE COMMON KEY, SO THE CLAIM FILE IS
      * CONSUMED IN STEP WITH THE COVERAGE FILE.
       01  WS-KEY-25.
           05  WS-K25-GROUP-NO          PIC S9(7) COMP-3.
           05  WS-K25-SUB-DIV           PIC X(4).
           05  WS-K25-BRANCH            PIC X(4).
           05  WS-K25-CERT-NO           PIC S9(9) COMP-3.
           05  WS-K25-PATIENT-NO        PIC S9(3) COMP-3.
       01  WS-KEY-40.
           05  WS-K40-GROUP-NO          PIC S9(7) COMP-3.
           05  WS-K40-SUB-DIV           PIC X(4).
           05  WS-K40-BRANCH            PIC X(4).
           05  WS-K40-CERT-NO           PIC S9(9) COMP-3.
           05  WS-K40-PATIENT-NO        PIC S9(3) COMP-3.

      * THE CURRENT MEMBER'S COVERAGE WINDOWS AS DAY NUMBERS. A STOP
      * OF 9999999 STANDS FOR AN OPEN-ENDED SLOT; A START OF ZERO
      * MARKS A SLOT THAT IS NOT IN USE.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 5 TIMES.
               10  WIN-START-DAY        PIC S9(7) COMP-3.
               10  WIN-STOP-DAY         PIC S9(7) COMP-3.
       01  WS-HAVE-COVERAGE-SW          PIC X     VALUE 'N'.
           88  WS-HAVE-COVERAGE                   VALUE 'Y'.

       01  WS-CLAIMS-DONE-SW            PIC X     VALUE 'N'.
           88  WS-CLAIMS-DONE                     VALUE 'Y'.
       01  WS-SEG-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-WIN-IX                    PIC S9(3) COMP-3 VALUE 0.

       01  WS-CHARGE-FLAGS.
           05  WS-WINDOW-FAIL-SW        PIC X     VALUE 'N'.
               88  WS-WINDOW-FAIL                 VALUE 'Y'.
           05  WS-EFFCAN-FAIL-SW        PIC X     VALUE 'N'.
               88  WS-EFFCAN-FAIL                 VALUE 'Y'.
           05  WS-AGE-FAIL-SW           PIC X     VALUE 'N'.
               88  WS-AGE-FAIL                    VALUE 'Y'.
       01  WS-SERV-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-EFF-DAY                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-CANC-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-BIRTH-DAY                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-AGE-AT-SERVICE            PIC S9(3) COMP-3 VALUE 0.
       01  WS-SERV-CCYYMMDD             PIC 9(8)  VALUE ZEROS.
       01  WS-BIRTH-CCYYMMDD            PIC 9(8)  VALUE ZEROS.

      * JULIAN (YYDDD) TO ABSOLUTE DAY NUMBER CONVERSION. YY OF 70
      * OR HIGHER IS TAKEN AS 19YY, BELOW 70 AS 20YY; AN INVALID DAY
      * PORTION YIELDS DAY NUMBER ZERO.
       01  WS-JUL-DATE                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-JUL-BRK                   PIC 9(5)  VALUE ZEROS.
       01  FILLER REDEFINES WS-JUL-BRK.
           05  WS-JUL-YY                PIC 9(2).
           05  WS-JUL-DDD               PIC 9(3).
       01  WS-JUL-YYYYDDD               PIC 9(7)  VALUE ZEROS.
       01  WS-DAY-NUMBER                PIC S9(7) COMP-3 VALUE 0.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(56) VALUE
               'F5920RPU - PAID-WHILE-INELIGIBLE AUDIT'.
           05  FILLER                   PIC X(20) VALUE
               'DEPENDENT AGE LIMIT '.
           05  RPT-HDG-AGE-LIMIT        PIC ZZ9.
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(10) VALUE 'GROUP NO'.
           05  FILLER                   PIC X(12) VALUE 'CERT NO'.
           05  FILLER                   PIC X(5)  VALUE 'PAT'.
           05  FILLER                   PIC X(8)  VALUE 'CLM SEQ'.
           05  FILLER                   PIC X(7)  VALUE 'PROC'.
           05  FILLER                   PIC X(8)  VALUE 'DT-SERV'.
           05  FILLER                   PIC X(8)  VALUE 'EFF-DT'.
           05  FILLER                   PIC X(8)  VALUE 'CANC-DT'.
           05  FILLER                   PIC X(8)  VALUE 'BIRTH'.
           05  FILLER                   PIC X(5)  VALUE 'AGE'.
           05  FILLER                   PIC X(7)  VALUE 'WINDOW'.
           05  FILLER                   PIC X(8)  VALUE 'EFF/CAN'.
           05  FILLER                   PIC X(5)  VALUE 'AGE'.
           05  FILLER                   PIC X(12) VALUE 'BENEFIT PAID'.
       01  WS-RPT-DETAIL.
           05  RPT-GROUP-NO             PIC ZZZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-CERT-NO              PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-PATIENT-NO           PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-CLAIM-SEQ-NO         PIC ZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-PROC                 PIC X(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-DT-SERV              PIC 9(5).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-EFF-DT               PIC 9(5).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-CANC-DT              PIC 9(5).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-BIRTH-DT             PIC 9(5).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-AGE                  PIC ZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-WINDOW-FLAG          PIC X(1).
           05  FILLER                   PIC X(7)  VALUE SPACES.
           05  RPT-EFFCAN-FLAG          PIC X(1).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  RPT-AGE-FLAG             PIC X(1).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-BENEFIT-AMT          PIC Z(6)9.99-.
       01  WS-RPT-TRAILER.
           05  FILLER                   PIC X(20) VALUE
               'CHARGES CHECKED:   '.
           05  RPT-CHECKED-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(6)  VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               'ORPHAN CLAIMS:     '.
           05  RPT-ORPHAN-COUNT         PIC ZZZZZZZZ9.
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL            PIC X(20).
           05  RPT-TOT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(6)  VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'BENEFIT PAID '.
           05  RPT-TOT-BENEFIT          PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0500-VERIFY-EXTRACT-FILES
           IF WS-XTR-BAD
               MOVE 8 TO RETURN-CODE
               PERFORM 8100-WRITE-RUN-LOG
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-25
               PERFORM 2000-AUDIT-ONE-MEMBER
           END-PERFORM
           PERFORM 7500-AUDIT-TRAILING-ORPHANS
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-AGE-LIMIT NUMERIC AND WS-PARM-AGE-LIMIT > 0
               MOVE WS-PARM-AGE-LIMIT TO WS-AGE-LIMIT
           ELSE
               MOVE 26 TO WS-AGE-LIMIT
           END-IF

           OPEN INPUT  ELG25-IN-FILE
           OPEN INPUT  ELG40-IN-FILE
           OPEN OUTPUT ELG-RPT-FILE

           MOVE WS-AGE-LIMIT TO RPT-HDG-AGE-LIMIT
           WRITE ELG-RPT-LINE FROM WS-RPT-HEADING1
           WRITE ELG-RPT-LINE FROM WS-RPT-HEADING2

           READ ELG25-IN-FILE
               AT END SET WS-END-OF-25 TO TRUE
           END-READ
           IF NOT WS-END-OF-25
              AND HIST-25-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-25 TO TRUE
           END-IF
           IF NOT WS-END-OF-25
               ADD 1 TO WS-RECS-25-READ
           END-IF
           READ ELG40-IN-FILE
               AT END SET WS-END-OF-40 TO TRUE
           END-READ
           IF NOT WS-END-OF-40
              AND HIST-IN-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-40 TO TRUE
           END-IF
           IF NOT WS-END-OF-40
               ADD 1 TO WS-RECS-40-READ
           END-IF.

       2000-AUDIT-ONE-MEMBER.
           MOVE HIS-GROUP-NO OF HIST-25-REC TO WS-K25-GROUP-NO
           MOVE HIS-SUB-DIV OF HIST-25-REC TO WS-K25-SUB-DIV
           MOVE HIS-BRANCH OF HIST-25-REC TO WS-K25-BRANCH
           MOVE HIS-CERT-NO OF HIST-25-REC TO WS-K25-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-25-REC TO WS-K25-PATIENT-NO

           PERFORM 2050-LOAD-COVERAGE-WINDOWS
           PERFORM 2100-CONSUME-MATCHING-CLAIMS

           READ ELG25-IN-FILE
               AT END SET WS-END-OF-25 TO TRUE
           END-READ
           IF NOT WS-END-OF-25
              AND HIST-25-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-25 TO TRUE
           END-IF
           IF NOT WS-END-OF-25
               ADD 1 TO WS-RECS-25-READ
           END-IF.

      * ALL FIVE SLOTS ARE LOADED REGARDLESS OF HIST-PAT-DCOV-NUMBER,
      * THE SAME WAY F5910CA1 READS THEM: A SLOT IS IN USE WHEN ITS
      * START DATE IS SET.
       2050-LOAD-COVERAGE-WINDOWS.
           SET WS-HAVE-COVERAGE TO TRUE
           PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                   UNTIL WS-WIN-IX > 5
               MOVE HIST-PAT-DCOV-COVERAGE-START OF HIST-25-REC
                       (WS-WIN-IX)
                   TO WS-JUL-DATE
               PERFORM 9100-JULIAN-TO-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WIN-START-DAY (WS-WIN-IX)
               IF HIST-PAT-DCOV-COVERAGE-STOP OF HIST-25-REC
                      (WS-WIN-IX) > 0
                   MOVE HIST-PAT-DCOV-COVERAGE-STOP OF HIST-25-REC
                           (WS-WIN-IX)
                       TO WS-JUL-DATE
                   PERFORM 9100-JULIAN-TO-DAY-NUMBER
                   MOVE WS-DAY-NUMBER TO WIN-STOP-DAY (WS-WIN-IX)
               ELSE
                   MOVE 9999999 TO WIN-STOP-DAY (WS-WIN-IX)
               END-IF
           END-PERFORM.

      * WALK THE CLAIM EXTRACT FORWARD: CLAIMS BELOW THE COVERAGE
      * MEMBER HAVE NO 025 RECORD (AUDITED AS ORPHANS, WHICH FAIL THE
      * WINDOW TEST OUTRIGHT), CLAIMS EQUAL ARE AUDITED AGAINST THE
      * MEMBER'S WINDOWS, AND THE FIRST CLAIM ABOVE ENDS THE MEMBER.
       2100-CONSUME-MATCHING-CLAIMS.
           MOVE 'N' TO WS-CLAIMS-DONE-SW
           PERFORM UNTIL WS-END-OF-40 OR WS-CLAIMS-DONE
               MOVE HIS-GROUP-NO OF HIST-IN-REC TO WS-K40-GROUP-NO
               MOVE HIS-SUB-DIV OF HIST-IN-REC TO WS-K40-SUB-DIV
               MOVE HIS-BRANCH OF HIST-IN-REC TO WS-K40-BRANCH
               MOVE HIS-CERT-NO OF HIST-IN-REC TO WS-K40-CERT-NO
               MOVE HIS-PATIENT-NO OF HIST-IN-REC
                   TO WS-K40-PATIENT-NO
               IF WS-KEY-40 > WS-KEY-25
                   SET WS-CLAIMS-DONE TO TRUE
               ELSE
                   IF WS-KEY-40 = WS-KEY-25
                       SET WS-HAVE-COVERAGE TO TRUE
                   ELSE
                       ADD 1 TO WS-ORPHAN-CLAIMS
                       MOVE 'N' TO WS-HAVE-COVERAGE-SW
                   END-IF
                   PERFORM 2200-AUDIT-ONE-CLAIM
                   PERFORM 2900-READ-NEXT-CLAIM
               END-IF
           END-PERFORM.

       2200-AUDIT-ONE-CLAIM.
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > HIST-DSUB-SEG-COUNT OF HIST-IN-REC
                      OR WS-SEG-IX > 53
               IF HIST-DSUB-SEG-ID OF HIST-IN-REC (WS-SEG-IX) NOT = 'P'
                  AND NOT HIST-DSUB-THIRD-PARTY-ADDR
                       OF HIST-IN-REC (WS-SEG-IX)
                  AND NOT HIST-DSUB-ADJUST-REASON
                       OF HIST-IN-REC (WS-SEG-IX)
                  AND HIST-DSUB-CHG-BATCH-PAY
                       OF HIST-IN-REC (WS-SEG-IX)
                   ADD 1 TO WS-CHARGES-CHECKED
                   PERFORM 3000-AUDIT-ONE-CHARGE
               END-IF
           END-PERFORM.

       2900-READ-NEXT-CLAIM.
           READ ELG40-IN-FILE
               AT END SET WS-END-OF-40 TO TRUE
           END-READ
           IF NOT WS-END-OF-40
              AND HIST-IN-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-40 TO TRUE
           END-IF
           IF NOT WS-END-OF-40
               ADD 1 TO WS-RECS-40-READ
           END-IF.

       3000-AUDIT-ONE-CHARGE.
           MOVE 'N' TO WS-WINDOW-FAIL-SW
           MOVE 'N' TO WS-EFFCAN-FAIL-SW
           MOVE 'N' TO WS-AGE-FAIL-SW
           MOVE 0 TO WS-AGE-AT-SERVICE
           MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
               TO WS-JUL-DATE
           PERFORM 9100-JULIAN-TO-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-SERV-DAY
           IF WS-SERV-DAY > 0
               PERFORM 3100-CHECK-COVERAGE-WINDOWS
               PERFORM 3200-CHECK-EFF-CANC-DATES
               PERFORM 3300-CHECK-DEPENDENT-AGE
           END-IF
           IF WS-WINDOW-FAIL OR WS-EFFCAN-FAIL OR WS-AGE-FAIL
               PERFORM 3900-WRITE-FLAGGED-CHARGE
           END-IF.

       3100-CHECK-COVERAGE-WINDOWS.
           SET WS-WINDOW-FAIL TO TRUE
           IF WS-HAVE-COVERAGE
               PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                       UNTIL WS-WIN-IX > 5
                   IF WIN-START-DAY (WS-WIN-IX) > 0
                      AND WS-SERV-DAY >= WIN-START-DAY (WS-WIN-IX)
                      AND WS-SERV-DAY <= WIN-STOP-DAY (WS-WIN-IX)
                       MOVE 'N' TO WS-WINDOW-FAIL-SW
                   END-IF
               END-PERFORM
           END-IF.

       3200-CHECK-EFF-CANC-DATES.
           MOVE HIST-DSUB-EFF-DT OF HIST-IN-REC TO WS-JUL-DATE
           PERFORM 9100-JULIAN-TO-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-EFF-DAY
           MOVE HIST-DSUB-CANC-DT OF HIST-IN-REC TO WS-JUL-DATE
           PERFORM 9100-JULIAN-TO-DAY-NUMBER
           MOVE WS-DAY-NUMBER TO WS-CANC-DAY
           IF WS-EFF-DAY > 0 AND WS-SERV-DAY < WS-EFF-DAY
               SET WS-EFFCAN-FAIL TO TRUE
           END-IF
           IF WS-CANC-DAY > 0 AND WS-SERV-DAY > WS-CANC-DAY
               SET WS-EFFCAN-FAIL TO TRUE
           END-IF.

      * AGE IN WHOLE YEARS ON THE DATE OF SERVICE: BOTH DATES ARE
      * TURNED INTO CCYYMMDD AND THE MMDD PORTION DECIDES WHETHER
      * THIS YEAR'S BIRTHDAY HAS COME YET.
       3300-CHECK-DEPENDENT-AGE.
           IF HIS-PATIENT-NO OF HIST-IN-REC > 0
              AND HIST-DSUB-PAT-BIRTH-DT OF HIST-IN-REC > 0
               MOVE HIST-DSUB-PAT-BIRTH-DT OF HIST-IN-REC
                   TO WS-JUL-DATE
               PERFORM 9100-JULIAN-TO-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-BIRTH-DAY
               IF WS-BIRTH-DAY > 0 AND WS-BIRTH-DAY <= WS-SERV-DAY
                   COMPUTE WS-SERV-CCYYMMDD =
                       FUNCTION DATE-OF-INTEGER (WS-SERV-DAY)
                   COMPUTE WS-BIRTH-CCYYMMDD =
                       FUNCTION DATE-OF-INTEGER (WS-BIRTH-DAY)
                   COMPUTE WS-AGE-AT-SERVICE =
                       (WS-SERV-CCYYMMDD - WS-BIRTH-CCYYMMDD) / 10000
                   IF WS-AGE-AT-SERVICE >= WS-AGE-LIMIT
                      AND (HIST-DSUB-STUDENT OF HIST-IN-REC = SPACE
                        OR HIST-DSUB-STUDENT OF HIST-IN-REC = 'N'
                        OR HIST-DSUB-STUDENT OF HIST-IN-REC
                               = LOW-VALUES)
                      AND (HIST-DSUB-HANDICAP OF HIST-IN-REC = SPACE
                        OR HIST-DSUB-HANDICAP OF HIST-IN-REC = 'N'
                        OR HIST-DSUB-HANDICAP OF HIST-IN-REC
                               = LOW-VALUES)
                       SET WS-AGE-FAIL TO TRUE
                   END-IF
               END-IF
           END-IF.

       3900-WRITE-FLAGGED-CHARGE.
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO RPT-GROUP-NO
           MOVE HIS-CERT-NO OF HIST-IN-REC TO RPT-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO RPT-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC TO RPT-CLAIM-SEQ-NO
           MOVE HIST-DSUB-PROCDUR OF HIST-IN-REC (WS-SEG-IX)
               TO RPT-PROC
           MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
               TO RPT-DT-SERV
           MOVE HIST-DSUB-EFF-DT OF HIST-IN-REC TO RPT-EFF-DT
           MOVE HIST-DSUB-CANC-DT OF HIST-IN-REC TO RPT-CANC-DT
           MOVE HIST-DSUB-PAT-BIRTH-DT OF HIST-IN-REC TO RPT-BIRTH-DT
           MOVE WS-AGE-AT-SERVICE TO RPT-AGE
           MOVE SPACES TO RPT-WINDOW-FLAG
           MOVE SPACES TO RPT-EFFCAN-FLAG
           MOVE SPACES TO RPT-AGE-FLAG
           MOVE HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
               TO RPT-BENEFIT-AMT
           ADD 1 TO WS-CHARGES-FLAGGED
           ADD HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
               TO WS-FLAGGED-BENEFIT
           IF WS-WINDOW-FAIL
               MOVE 'X' TO RPT-WINDOW-FLAG
               ADD 1 TO WS-WINDOW-FLAGGED
               ADD HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
                   TO WS-WINDOW-BENEFIT
           END-IF
           IF WS-EFFCAN-FAIL
               MOVE 'X' TO RPT-EFFCAN-FLAG
               ADD 1 TO WS-EFFCAN-FLAGGED
               ADD HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
                   TO WS-EFFCAN-BENEFIT
           END-IF
           IF WS-AGE-FAIL
               MOVE 'X' TO RPT-AGE-FLAG
               ADD 1 TO WS-AGE-FLAGGED
               ADD HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
                   TO WS-AGE-BENEFIT
           END-IF
           WRITE ELG-RPT-LINE FROM WS-RPT-DETAIL.

      * CLAIMS LEFT ON THE 040 SIDE AFTER THE LAST COVERAGE RECORD
      * HAVE NO 025 RECORD AT ALL.
       7500-AUDIT-TRAILING-ORPHANS.
           MOVE 'N' TO WS-HAVE-COVERAGE-SW
           PERFORM UNTIL WS-END-OF-40
               ADD 1 TO WS-ORPHAN-CLAIMS
               PERFORM 2200-AUDIT-ONE-CLAIM
               PERFORM 2900-READ-NEXT-CLAIM
           END-PERFORM.

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


       0500-VERIFY-EXTRACT-FILES.
           PERFORM 0510-VERIFY-ELGIN25-MANIFEST
           PERFORM 0520-VERIFY-ELGIN40-MANIFEST.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE ELGIN25 EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0510-VERIFY-ELGIN25-MANIFEST.
           OPEN INPUT ELG25-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ ELG25-IN-FILE
               AT END SET WS-XTR-AT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-XTR-AT-EOF
               IF HIST-25-REC (1:8) = 'XTRAILER'
                   MOVE HIST-25-REC (1:LENGTH OF XTR-MANIFEST-TRAILER)
                       TO WS-XTR-REC
                   SET WS-XTR-TRAILER-SEEN TO TRUE
               ELSE
                   ADD 1 TO WS-XTR-ACTUAL-COUNT
                   ADD HIST-PAT-DCOV-NET-CHK-AMT OF HIST-25-REC
                       TO WS-XTR-ACTUAL-HASH
               END-IF
               READ ELG25-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ELG25-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RPU ELGIN25 MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RPU ELGIN25 MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE ELGIN40 EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0520-VERIFY-ELGIN40-MANIFEST.
           OPEN INPUT ELG40-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ ELG40-IN-FILE
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
               READ ELG40-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ELG40-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RPU ELGIN40 MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RPU ELGIN40 MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

       8000-TERMINATE.
           MOVE WS-CHARGES-CHECKED TO RPT-CHECKED-COUNT
           MOVE WS-ORPHAN-CLAIMS TO RPT-ORPHAN-COUNT
           WRITE ELG-RPT-LINE FROM WS-RPT-TRAILER
           MOVE 'FLAGGED - ALL TESTS' TO RPT-TOT-LABEL
           MOVE WS-CHARGES-FLAGGED TO RPT-TOT-COUNT
           MOVE WS-FLAGGED-BENEFIT TO RPT-TOT-BENEFIT
           WRITE ELG-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FAILED WINDOW TEST' TO RPT-TOT-LABEL
           MOVE WS-WINDOW-FLAGGED TO RPT-TOT-COUNT
           MOVE WS-WINDOW-BENEFIT TO RPT-TOT-BENEFIT
           WRITE ELG-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FAILED EFF/CAN TEST' TO RPT-TOT-LABEL
           MOVE WS-EFFCAN-FLAGGED TO RPT-TOT-COUNT
           MOVE WS-EFFCAN-BENEFIT TO RPT-TOT-BENEFIT
           WRITE ELG-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FAILED AGE TEST' TO RPT-TOT-LABEL
           MOVE WS-AGE-FLAGGED TO RPT-TOT-COUNT
           MOVE WS-AGE-BENEFIT TO RPT-TOT-BENEFIT
           WRITE ELG-RPT-LINE FROM WS-RPT-TOTAL-LINE
           DISPLAY 'F5920RPU 025 RECORDS READ = ' WS-RECS-25-READ
           DISPLAY 'F5920RPU 040 RECORDS READ = ' WS-RECS-40-READ
           DISPLAY 'F5920RPU CHARGES CHECKED  = ' WS-CHARGES-CHECKED
           DISPLAY 'F5920RPU CHARGES FLAGGED  = ' WS-CHARGES-FLAGGED
           DISPLAY 'F5920RPU BENEFIT FLAGGED  = ' WS-FLAGGED-BENEFIT
           DISPLAY 'F5920RPU ORPHAN CLAIMS    = ' WS-ORPHAN-CLAIMS
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE ELG25-IN-FILE
           CLOSE ELG40-IN-FILE
           CLOSE ELG-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RPU' TO RUN-JOB-NAME
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
           MOVE '025 READ' TO RUN-CTR-LABEL (1)
           MOVE WS-RECS-25-READ TO RUN-CTR-VALUE (1)
           MOVE '040 READ' TO RUN-CTR-LABEL (2)
           MOVE WS-RECS-40-READ TO RUN-CTR-VALUE (2)
           MOVE 'CHECKED' TO RUN-CTR-LABEL (3)
           MOVE WS-CHARGES-CHECKED TO RUN-CTR-VALUE (3)
           MOVE 'FLAGGED' TO RUN-CTR-LABEL (4)
           MOVE WS-CHARGES-FLAGGED TO RUN-CTR-VALUE (4)
           MOVE 'AGE FLAGGED' TO RUN-CTR-LABEL (5)
           MOVE WS-AGE-FLAGGED TO RUN-CTR-VALUE (5)
           MOVE 'ORPHANS' TO RUN-CTR-LABEL (6)
           MOVE WS-ORPHAN-CLAIMS TO RUN-CTR-VALUE (6)
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
