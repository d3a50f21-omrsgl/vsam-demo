      ****************************************************************
      * PROGRAM F5920RQ9 - ACA EDGE SERVER ENROLLMENT AND PEDIATRIC  *
      *                    DENTAL CLAIMS SUBMISSION                  *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750025/   *
      *                    F5750040 AND F5750EDG                     *
      *                                                               *
      * CLAIMS UNDER AN ACA PLAN (HIST-DSUB-HCR-PLAN-TYPE PRESENT)   *
      * MUST BE REPORTED TO THE FEDERAL EDGE SERVER WITH THEIR       *
      * ESSENTIAL-HEALTH-BENEFIT (EHB) DOLLARS SPLIT FROM NON-EHB    *
      * DOLLARS, TOGETHER WITH THE ENROLLMENT OF EVERY MEMBER ON AN  *
      * ACA PLAN. THIS JOB WALKS THE KEY-SORTED HIST025 AND HIST040  *
      * EXTRACTS IN STEP (THE F5920RPU WALK) AND BUILDS BOTH FILES:  *
      *                                                               *
      * ENROLLMENT FILE (EDGENR) - A FULL SNAPSHOT EVERY RUN:        *
      *   'H' HEADER     - ISSUER ID, FILE TYPE ENR, SUBMIT DATE     *
      *   'E' ENROLLMENT - ONE PER HIST-PAT-DCOV-DATES WINDOW IN USE:*
      *                    ENROLLEE ID, BIRTH DATE, SEX, PLAN TYPE,  *
      *                    COVERAGE START AND STOP (ZERO STOP =      *
      *                    STILL COVERED)                            *
      *   'T' TRAILER    - ENROLLEE AND PERIOD COUNTS                *
      *                                                               *
      * CLAIMS FILE (EDGCLM):                                        *
      *   'H' HEADER     - ISSUER ID, FILE TYPE CLM, SUBMIT DATE     *
      *   'C' CLAIM      - EDGE CLAIM ID, SUBMISSION TYPE (O =       *
      *                    ORIGINAL, R = REPLACEMENT OF THE CLAIM    *
      *                    WITH THE SAME ID), REPLACEMENT REASON,    *
      *                    PLAN TYPE, DATES, NPI, CHARGE, TOTAL/EHB/ *
      *                    NON-EHB PAID, LINE COUNT                  *
      *   'S' SERVICE    - ONE PER CHARGE SEGMENT: DATE OF SERVICE,  *
      *                    PROCEDURE, TOOTH, FEE, PAID, EHB FLAGS,   *
      *                    EHB AND NON-EHB PAID                      *
      *   'T' TRAILER    - CLAIM AND LINE COUNTS, EHB AND NON-EHB    *
      *                                                               *
      * THE EDGE CLAIM ID IS THE CLAIM KEY (GROUP, SUB-DIV, BRANCH,  *
      * CERT, PATIENT, CLAIM SEQUENCE) IN DISPLAY FORM; ITS FIRST 27 *
      * BYTES ARE THE ENROLLEE ID. A CHARGE PAYS ONLY WHEN BATCH-PAY *
      * (STATUS '4'). ON A CHARGE WHOSE HIST-DSUB-EHB-ELG AND HIST-  *
      * DSUB-EHB-PROC-CD ARE BOTH SET (NOT BLANK OR 'N'), HIST-DSUB- *
      * ADDL-BEN-AMT IS THE NON-EHB PART OF THE BENEFIT AND THE REST *
      * IS EHB; ON ANY OTHER CHARGE THE WHOLE BENEFIT IS NON-EHB.    *
      * ONLY PROCESSED CLAIMS (HIST-DSUB-DATE-PROCESSED PRESENT) GO. *
      *                                                               *
      * EVERY CLAIM AND ENROLLEE SENT IS RECORDED ON THE KEYED       *
      * F5750EDG LEDGER. A CLAIM ALREADY ON IT GOES AGAIN ONLY WHEN: *
      *   - EDGE REJECTED IT (REASON S - RESUBMISSION), OR           *
      *   - ITS EHB PAID, NON-EHB PAID OR LINE COUNT NO LONGER MATCH *
      *     WHAT WAS SENT - AN ADJUSTMENT (REASON A) OR, WHEN NOTHING*
      *     IS PAID ANY MORE, A REVERSAL (REASON V).                 *
      * A CLAIM EDGE HAS ACCEPTED BEFORE GOES AS A REPLACEMENT; ONE  *
      * IT HAS NOT GOES AS AN ORIGINAL. F5920RQA POSTS THE EDGE      *
      * RESPONSE FILE BACK TO THE LEDGER.                            *
      *                                                               *
      * A MEMBER WITH AN ACA CLAIM BUT NO HIST025 COVERAGE WINDOW    *
      * CANNOT BE ENROLLED AND IS LISTED ON THE CONTROL REPORT.      *
      *                                                               *
      * SYSIN CARD:                                                  *
      *   COLS 1-5   HIOS ISSUER ID (REQUIRED)                       *
      *   COLS 6-10  PROCESSED-FROM DATE, YYDDD (BLANK = NO LIMIT),  *
      *              TO KEEP THE FIRST RUN FROM SENDING OLD HISTORY  *
      * A MISSING OR INVALID VALUE ENDS THE RUN WITH RETURN CODE 8.  *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
EDGE00* 101526 RCC ACA EDGE SERVER SUBMISSION                         *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RQ9.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDG25-IN-FILE ASSIGN TO EDGIN25
               ORGANIZATION IS SEQUENTIAL.

           SELECT EDG40-IN-FILE ASSIGN TO EDGIN40
               ORGANIZATION IS SEQUENTIAL.

           SELECT EDG-LEDGER-FILE ASSIGN TO EDGLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDG-KEY OF EDG-LEDGER-REC
               FILE STATUS IS WS-EDG-STATUS.

           SELECT EDG-ENR-FILE ASSIGN TO EDGENR
               ORGANIZATION IS SEQUENTIAL.

           SELECT EDG-CLM-FILE ASSIGN TO EDGCLM
               ORGANIZATION IS SEQUENTIAL.

           SELECT EDG-RPT-FILE ASSIGN TO EDGRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDG25-IN-FILE
           RECORDING MODE IS F.
       01  HIST-25-REC.
           COPY F5750HIS.
           COPY F5750025.

       FD  EDG40-IN-FILE
           RECORDING MODE IS F.
       01  HIST-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

       FD  EDG-LEDGER-FILE
           RECORDING MODE IS F.
       01  EDG-LEDGER-REC.
           COPY F5750EDG.

      * OUTBOUND ENROLLMENT RECORD. EVERY TYPE CARRIES THE ISSUER ID;
      * THE BODY VARIES BY RECORD TYPE.
       FD  EDG-ENR-FILE
           RECORDING MODE IS F.
       01  EDG-ENR-REC.
           05  ENO-REC-TYPE            PIC X(1).
               88  ENO-HEADER                    VALUE 'H'.
               88  ENO-ENROLLMENT                VALUE 'E'.
               88  ENO-TRAILER                   VALUE 'T'.
           05  ENO-ISSUER-ID           PIC 9(5).
           05  ENO-BODY                PIC X(94).
       01  ENO-HEADER-REC.
           05  FILLER                  PIC X(6).
           05  ENO-HDR-FILE-TYPE       PIC X(3).
           05  ENO-HDR-SUBMIT-DATE     PIC S9(7) COMP-3.
           05  FILLER                  PIC X(87).
       01  ENO-ENROLLMENT-REC.
           05  FILLER                  PIC X(6).
           05  ENO-ENR-ENROLLEE-ID     PIC X(27).
           05  ENO-ENR-PERIOD-NO       PIC S9(3) COMP-3.
           05  ENO-ENR-BIRTH-DT        PIC S9(5) COMP-3.
           05  ENO-ENR-SEX             PIC X(1).
           05  ENO-ENR-PLAN-TYPE       PIC X(5).
           05  ENO-ENR-COVERAGE-START  PIC S9(5) COMP-3.
           05  ENO-ENR-COVERAGE-STOP   PIC S9(5) COMP-3.
           05  FILLER                  PIC X(50).
       01  ENO-TRAILER-REC.
           05  FILLER                  PIC X(6).
           05  ENO-TRL-ENROLLEE-COUNT  PIC S9(7) COMP-3.
           05  ENO-TRL-PERIOD-COUNT    PIC S9(7) COMP-3.
           05  FILLER                  PIC X(86).

      * OUTBOUND CLAIMS RECORD, SAME CONVENTION.
       FD  EDG-CLM-FILE
           RECORDING MODE IS F.
       01  EDG-CLM-REC.
           05  ECO-REC-TYPE            PIC X(1).
               88  ECO-HEADER                    VALUE 'H'.
               88  ECO-CLAIM-REC                 VALUE 'C'.
               88  ECO-SERVICE-REC               VALUE 'S'.
               88  ECO-TRAILER                   VALUE 'T'.
           05  ECO-ISSUER-ID           PIC 9(5).
           05  ECO-BODY                PIC X(144).
       01  ECO-HEADER-REC.
           05  FILLER                  PIC X(6).
           05  ECO-HDR-FILE-TYPE       PIC X(3).
           05  ECO-HDR-SUBMIT-DATE     PIC S9(7) COMP-3.
           05  FILLER                  PIC X(137).
       01  ECO-CLAIM-DETAIL.
           05  FILLER                  PIC X(6).
           05  ECO-CLM-CLAIM-ID        PIC X(32).
           05  ECO-CLM-SUBMIT-TYPE     PIC X(1).
           05  ECO-CLM-REPLACE-REASON  PIC X(1).
           05  ECO-CLM-PLAN-TYPE       PIC X(5).
           05  ECO-CLM-DATE-PROCESSED  PIC S9(5) COMP-3.
           05  ECO-CLM-FIRST-DT-SERV   PIC S9(5) COMP-3.
           05  ECO-CLM-LAST-DT-SERV    PIC S9(5) COMP-3.
           05  ECO-CLM-PROV-NPI        PIC X(10).
           05  ECO-CLM-TOT-CHARGE      PIC S9(7)V99 COMP-3.
           05  ECO-CLM-TOT-PAID        PIC S9(7)V99 COMP-3.
           05  ECO-CLM-EHB-PAID        PIC S9(7)V99 COMP-3.
           05  ECO-CLM-NON-EHB-PAID    PIC S9(7)V99 COMP-3.
           05  ECO-CLM-LINE-COUNT      PIC S9(3) COMP-3.
           05  FILLER                  PIC X(64).
       01  ECO-SERVICE-DETAIL.
           05  FILLER                  PIC X(6).
           05  ECO-SVC-CLAIM-ID        PIC X(32).
           05  ECO-SVC-LINE-NO         PIC S9(3) COMP-3.
           05  ECO-SVC-DT-SERV         PIC S9(5) COMP-3.
           05  ECO-SVC-PROCDUR         PIC X(5).
           05  ECO-SVC-TOOTH           PIC X(2).
           05  ECO-SVC-FEE             PIC S9(5)V99 COMP-3.
           05  ECO-SVC-PAID            PIC S9(5)V99 COMP-3.
           05  ECO-SVC-EHB-PROC-CD     PIC X(1).
           05  ECO-SVC-EHB-ELG         PIC X(1).
           05  ECO-SVC-EHB-PAID        PIC S9(5)V99 COMP-3.
           05  ECO-SVC-NON-EHB-PAID    PIC S9(5)V99 COMP-3.
           05  FILLER                  PIC X(82).
       01  ECO-TRAILER-REC.
           05  FILLER                  PIC X(6).
           05  ECO-TRL-CLAIM-COUNT     PIC S9(7) COMP-3.
           05  ECO-TRL-LINE-COUNT      PIC S9(7) COMP-3.
           05  ECO-TRL-TOT-EHB         PIC S9(11)V99 COMP-3.
           05  ECO-TRL-TOT-NON-EHB     PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(122).

       FD  EDG-RPT-FILE
           RECORDING MODE IS F.
       01  EDG-RPT-LINE                PIC X(132).

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
       01  WS-EDG-STATUS                PIC XX    VALUE SPACES.
       01  WS-EOF-25-SW                 PIC X     VALUE 'N'.
           88  WS-END-OF-25                       VALUE 'Y'.
       01  WS-EOF-40-SW                 PIC X     VALUE 'N'.
           88  WS-END-OF-40                       VALUE 'Y'.
       01  WS-ROW-FOUND-SW              PIC X     VALUE 'N'.
           88  WS-ROW-FOUND                       VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-ISSUER-ID        PIC 9(5)  VALUE ZEROS.
           05  WS-PARM-FROM-DT          PIC 9(5)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-ISSUER-X         PIC X(5).
           05  WS-PARM-FROM-X           PIC X(5).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-ISSUER-ID                 PIC 9(5)  VALUE ZEROS.
       01  WS-FROM-DAY                  PIC S9(7) COMP-3 VALUE 0.

       01  WS-JUL-DATE                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-JUL-BRK                   PIC 9(5)  VALUE ZEROS.
       01  FILLER REDEFINES WS-JUL-BRK.
           05  WS-JUL-YY                PIC 9(2).
           05  WS-JUL-DDD               PIC 9(3).
       01  WS-JUL-YYYYDDD               PIC 9(7)  VALUE ZEROS.
       01  WS-DAY-NUMBER                PIC S9(7) COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-RECS-25-READ          PIC S9(9) COMP-3 VALUE 0.
           05  WS-RECS-40-READ          PIC S9(9) COMP-3 VALUE 0.
           05  WS-ACA-CLAIMS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-NOT-PROCESSED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-BEFORE-PERIOD         PIC S9(9) COMP-3 VALUE 0.
           05  WS-UNCHANGED             PIC S9(9) COMP-3 VALUE 0.
           05  WS-ORIGINALS-SENT        PIC S9(9) COMP-3 VALUE 0.
           05  WS-REPLACEMENTS-SENT     PIC S9(9) COMP-3 VALUE 0.
           05  WS-ADJUSTMENTS-SENT      PIC S9(9) COMP-3 VALUE 0.
           05  WS-REVERSALS-SENT        PIC S9(9) COMP-3 VALUE 0.
           05  WS-RESUBMITS-SENT        PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIMS-WRITTEN        PIC S9(9) COMP-3 VALUE 0.
           05  WS-LINES-WRITTEN         PIC S9(9) COMP-3 VALUE 0.
           05  WS-ENROLLEES-WRITTEN     PIC S9(9) COMP-3 VALUE 0.
           05  WS-PERIODS-WRITTEN       PIC S9(9) COMP-3 VALUE 0.
           05  WS-NO-COVERAGE           PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-FAILURES       PIC S9(9) COMP-3 VALUE 0.
       01  WS-DOLLARS.
           05  WS-TOT-EHB               PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-NON-EHB           PIC S9(11)V99 COMP-3 VALUE 0.

      * MEMBER-LEVEL KEYS FOR THE TWO-FILE WALK; BOTH EXTRACTS
      * ARRIVE SORTED BY THE COMMON KEY. A FILE AT END HOLDS
      * HIGH-VALUES SO THE OTHER ONE ALWAYS SORTS LOWER.
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
       01  WS-KEY-MBR.
           05  WS-MBR-GROUP-NO          PIC S9(7) COMP-3.
           05  WS-MBR-SUB-DIV           PIC X(4).
           05  WS-MBR-BRANCH            PIC X(4).
           05  WS-MBR-CERT-NO           PIC S9(9) COMP-3.
           05  WS-MBR-PATIENT-NO        PIC S9(3) COMP-3.

      * THE CURRENT MEMBER. PLAN TYPE AND DEMOGRAPHICS COME FROM THE
      * MEMBER'S LAST ACA CLAIM ON THE EXTRACT, OR FROM THE LEDGER
      * ENROLLMENT ROW WHEN THERE IS NONE.
       01  WS-ACA-MEMBER-SW             PIC X     VALUE 'N'.
           88  WS-ACA-MEMBER                      VALUE 'Y'.
       01  WS-HAVE-COVERAGE-SW          PIC X     VALUE 'N'.
           88  WS-HAVE-COVERAGE                   VALUE 'Y'.
       01  WS-MBR-PLAN-TYPE             PIC X(5)  VALUE SPACES.
       01  WS-MBR-BIRTH-DT              PIC S9(5) COMP-3 VALUE 0.
       01  WS-MBR-SEX                   PIC X(1)  VALUE SPACE.
       01  WS-PERIOD-COUNT              PIC S9(3) COMP-3 VALUE 0.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 5 TIMES.
               10  WIN-START-DT         PIC S9(5) COMP-3.
               10  WIN-STOP-DT          PIC S9(5) COMP-3.
       01  WS-WIN-IX                    PIC S9(3) COMP-3 VALUE 0.

      * EDGE IDENTIFIERS - THE CLAIM KEY IN DISPLAY FORM.
       01  WS-EDGE-CLAIM-ID.
           05  WS-EDGE-ENROLLEE-ID.
               10  WS-EID-GROUP-NO      PIC 9(7).
               10  WS-EID-SUB-DIV       PIC X(4).
               10  WS-EID-BRANCH        PIC X(4).
               10  WS-EID-CERT-NO       PIC 9(9).
               10  WS-EID-PATIENT-NO    PIC 9(3).
           05  WS-EID-CLAIM-SEQ-NO      PIC 9(5).

      * THE CLAIM BEING CONSIDERED.
       01  WS-SEG-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-LINE-NO                   PIC S9(3) COMP-3 VALUE 0.
       01  WS-SUBMIT-TYPE               PIC X(1)  VALUE SPACE.
       01  WS-REPLACE-REASON            PIC X(1)  VALUE SPACE.
       01  WS-CLAIM-LINE-COUNT          PIC S9(3) COMP-3 VALUE 0.
       01  WS-CLAIM-TOT-CHARGE          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-TOT-PAID            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-EHB                 PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-NON-EHB             PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-FIRST-DOS           PIC S9(5) COMP-3 VALUE 0.
       01  WS-CLAIM-LAST-DOS            PIC S9(5) COMP-3 VALUE 0.
       01  WS-LINE-PAID                 PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-LINE-EHB                  PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-LINE-NON-EHB              PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-EHB-SW                    PIC X     VALUE 'N'.
           88  WS-EHB-CHARGE                      VALUE 'Y'.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(56) VALUE
               'F5920RQ9 - ACA EDGE SUBMISSION CONTROL REPORT'.
       01  WS-RPT-SECTION-LINE.
           05  RPT-SECTION-TEXT         PIC X(80).
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(40) VALUE
               ' GROUP  SUBD BRCH CERT      PAT'.
           05  FILLER                   PIC X(10) VALUE 'PLAN'.
           05  FILLER                   PIC X(40) VALUE 'REASON'.
       01  WS-RPT-EXCEPTION-LINE.
           05  RPT-GROUP-NO             PIC 9(7).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-SUB-DIV              PIC X(4).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-BRANCH               PIC X(4).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-CERT-NO              PIC 9(9).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-PATIENT-NO           PIC 9(3).
           05  FILLER                   PIC X(9)  VALUE SPACES.
           05  RPT-PLAN-TYPE            PIC X(5).
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  RPT-REASON               PIC X(40).
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL            PIC X(44).
           05  RPT-TOT-COUNT-X          PIC X(10).
           05  RPT-TOT-COUNT REDEFINES RPT-TOT-COUNT-X
                                        PIC ZZZZZZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-TOT-AMOUNT-X         PIC X(16).
           05  RPT-TOT-AMOUNT REDEFINES RPT-TOT-AMOUNT-X
                                        PIC Z(11)9.99-.
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
               PERFORM UNTIL WS-END-OF-25 AND WS-END-OF-40
                   PERFORM 2000-PROCESS-NEXT-MEMBER
               END-PERFORM
               PERFORM 6000-WRITE-TRAILERS
               CLOSE EDG25-IN-FILE
               CLOSE EDG40-IN-FILE
               CLOSE EDG-ENR-FILE
               CLOSE EDG-CLM-FILE
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT EDG-RPT-FILE
           WRITE EDG-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE EDG-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT  EDG25-IN-FILE
               OPEN INPUT  EDG40-IN-FILE
               OPEN OUTPUT EDG-ENR-FILE
               OPEN OUTPUT EDG-CLM-FILE
               OPEN I-O    EDG-LEDGER-FILE
               IF WS-EDG-STATUS = '35'
                   OPEN OUTPUT EDG-LEDGER-FILE
                   CLOSE EDG-LEDGER-FILE
                   OPEN I-O EDG-LEDGER-FILE
               END-IF
               PERFORM 1100-WRITE-HEADERS
               MOVE SPACES TO WS-RPT-SECTION-LINE
               WRITE EDG-RPT-LINE FROM WS-RPT-SECTION-LINE
               MOVE 'ACA MEMBERS NOT ENROLLED ON THIS SUBMISSION'
                   TO RPT-SECTION-TEXT
               WRITE EDG-RPT-LINE FROM WS-RPT-SECTION-LINE
               WRITE EDG-RPT-LINE FROM WS-RPT-HEADING2
               PERFORM 2800-READ-NEXT-COVERAGE
               PERFORM 2900-READ-NEXT-CLAIM
           END-IF.

      * THE ISSUER ID IS REQUIRED; THE PROCESSED-FROM DATE IS AN
      * OPTIONAL YYDDD VALUE.
       1050-EDIT-PARM-CARD.
           MOVE 'HIOS ISSUER ID' TO RPT-PARM-NAME
           IF WS-PARM-ISSUER-ID NUMERIC
              AND WS-PARM-ISSUER-ID > 0
               MOVE WS-PARM-ISSUER-ID TO WS-ISSUER-ID
               MOVE WS-PARM-ISSUER-ID TO RPT-PARM-VALUE
               MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE 0 TO RPT-PARM-VALUE
               MOVE '** INVALID **' TO RPT-PARM-NOTE
           END-IF
           WRITE EDG-RPT-LINE FROM WS-RPT-PARM-LINE
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
           WRITE EDG-RPT-LINE FROM WS-RPT-PARM-LINE.

       1100-WRITE-HEADERS.
           MOVE SPACES TO EDG-ENR-REC
           SET ENO-HEADER TO TRUE
           MOVE WS-ISSUER-ID TO ENO-ISSUER-ID
           MOVE 'ENR' TO ENO-HDR-FILE-TYPE
           MOVE WS-CURR-CYYMMDD TO ENO-HDR-SUBMIT-DATE
           WRITE EDG-ENR-REC
           MOVE SPACES TO EDG-CLM-REC
           SET ECO-HEADER TO TRUE
           MOVE WS-ISSUER-ID TO ECO-ISSUER-ID
           MOVE 'CLM' TO ECO-HDR-FILE-TYPE
           MOVE WS-CURR-CYYMMDD TO ECO-HDR-SUBMIT-DATE
           WRITE EDG-CLM-REC.

      *****************************************************************
      * ONE MEMBER - THE LOWER OF THE TWO CURRENT KEYS. ITS CLAIMS    *
      * ARE SCREENED FIRST SO AN ACA CLAIM ON THIS EXTRACT ENROLLS    *
      * THE MEMBER IN THE SAME SUBMISSION.                            *
      *****************************************************************
       2000-PROCESS-NEXT-MEMBER.
           IF WS-KEY-25 < WS-KEY-40
               MOVE WS-KEY-25 TO WS-KEY-MBR
           ELSE
               MOVE WS-KEY-40 TO WS-KEY-MBR
           END-IF
           MOVE 'N' TO WS-ACA-MEMBER-SW
           MOVE SPACES TO WS-MBR-PLAN-TYPE
           MOVE 0 TO WS-MBR-BIRTH-DT
           MOVE SPACE TO WS-MBR-SEX
           IF WS-KEY-25 = WS-KEY-MBR
               SET WS-HAVE-COVERAGE TO TRUE
               PERFORM 2200-LOAD-COVERAGE
               PERFORM 2800-READ-NEXT-COVERAGE
           ELSE
               MOVE 'N' TO WS-HAVE-COVERAGE-SW
               MOVE 0 TO WS-PERIOD-COUNT
           END-IF
           PERFORM UNTIL WS-END-OF-40
                      OR WS-KEY-40 NOT = WS-KEY-MBR
               PERFORM 3000-SCREEN-ONE-CLAIM
               PERFORM 2900-READ-NEXT-CLAIM
           END-PERFORM
           PERFORM 2500-SUBMIT-ENROLLMENT.

      * ALL FIVE SLOTS ARE LOADED REGARDLESS OF HIST-PAT-DCOV-NUMBER,
      * THE SAME WAY F5910CA1 READS THEM; A ZERO START IS A SLOT NOT
      * IN USE.
       2200-LOAD-COVERAGE.
           MOVE 0 TO WS-PERIOD-COUNT
           PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                   UNTIL WS-WIN-IX > 5
               MOVE HIST-PAT-DCOV-COVERAGE-START OF HIST-25-REC
                       (WS-WIN-IX)
                   TO WIN-START-DT (WS-WIN-IX)
               MOVE HIST-PAT-DCOV-COVERAGE-STOP OF HIST-25-REC
                       (WS-WIN-IX)
                   TO WIN-STOP-DT (WS-WIN-IX)
               IF WIN-START-DT (WS-WIN-IX) > 0
                   ADD 1 TO WS-PERIOD-COUNT
               END-IF
           END-PERFORM.

      * A MEMBER IS ENROLLED WHEN AN ACA CLAIM WAS SEEN THIS RUN OR
      * THE LEDGER ALREADY HOLDS AN ENROLLMENT ROW FOR IT.
       2500-SUBMIT-ENROLLMENT.
           MOVE WS-MBR-GROUP-NO TO EDG-GROUP-NO
           MOVE WS-MBR-SUB-DIV TO EDG-SUB-DIV
           MOVE WS-MBR-BRANCH TO EDG-BRANCH
           MOVE WS-MBR-CERT-NO TO EDG-CERT-NO
           MOVE WS-MBR-PATIENT-NO TO EDG-PATIENT-NO
           MOVE 0 TO EDG-CLAIM-SEQ-NO
           MOVE 'Y' TO WS-ROW-FOUND-SW
           READ EDG-LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ROW-FOUND-SW
           END-READ
           IF WS-ROW-FOUND AND NOT WS-ACA-MEMBER
               MOVE EDG-PLAN-TYPE TO WS-MBR-PLAN-TYPE
               MOVE EDG-BIRTH-DT TO WS-MBR-BIRTH-DT
               MOVE EDG-SEX TO WS-MBR-SEX
           END-IF
           IF WS-ACA-MEMBER OR WS-ROW-FOUND
               IF WS-PERIOD-COUNT = 0
                   ADD 1 TO WS-NO-COVERAGE
                   PERFORM 2590-LIST-NOT-ENROLLED
               ELSE
                   PERFORM 2510-WRITE-ENROLLMENT
                   PERFORM 2550-RECORD-ENROLLEE
               END-IF
           END-IF.

       2510-WRITE-ENROLLMENT.
           PERFORM 2520-BUILD-ENROLLEE-ID
           ADD 1 TO WS-ENROLLEES-WRITTEN
           MOVE 0 TO WS-LINE-NO
           PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                   UNTIL WS-WIN-IX > 5
               IF WIN-START-DT (WS-WIN-IX) > 0
                   ADD 1 TO WS-LINE-NO
                   MOVE SPACES TO EDG-ENR-REC
                   SET ENO-ENROLLMENT TO TRUE
                   MOVE WS-ISSUER-ID TO ENO-ISSUER-ID
                   MOVE WS-EDGE-ENROLLEE-ID TO ENO-ENR-ENROLLEE-ID
                   MOVE WS-LINE-NO TO ENO-ENR-PERIOD-NO
                   MOVE WS-MBR-BIRTH-DT TO ENO-ENR-BIRTH-DT
                   MOVE WS-MBR-SEX TO ENO-ENR-SEX
                   MOVE WS-MBR-PLAN-TYPE TO ENO-ENR-PLAN-TYPE
                   MOVE WIN-START-DT (WS-WIN-IX)
                       TO ENO-ENR-COVERAGE-START
                   MOVE WIN-STOP-DT (WS-WIN-IX)
                       TO ENO-ENR-COVERAGE-STOP
                   WRITE EDG-ENR-REC
                   ADD 1 TO WS-PERIODS-WRITTEN
               END-IF
           END-PERFORM.

       2520-BUILD-ENROLLEE-ID.
           MOVE WS-MBR-GROUP-NO TO WS-EID-GROUP-NO
           MOVE WS-MBR-SUB-DIV TO WS-EID-SUB-DIV
           MOVE WS-MBR-BRANCH TO WS-EID-BRANCH
           MOVE WS-MBR-CERT-NO TO WS-EID-CERT-NO
           MOVE WS-MBR-PATIENT-NO TO WS-EID-PATIENT-NO
           MOVE 0 TO WS-EID-CLAIM-SEQ-NO.

      * THE LEDGER ROW JUST READ (OR A NEW ONE) IS REFRESHED TO SHOW
      * THIS SUBMISSION; ANY EARLIER EDGE RESPONSE IS CLEARED.
       2550-RECORD-ENROLLEE.
           IF NOT WS-ROW-FOUND
               MOVE SPACES TO EDG-LEDGER-REC
               MOVE WS-MBR-GROUP-NO TO EDG-GROUP-NO
               MOVE WS-MBR-SUB-DIV TO EDG-SUB-DIV
               MOVE WS-MBR-BRANCH TO EDG-BRANCH
               MOVE WS-MBR-CERT-NO TO EDG-CERT-NO
               MOVE WS-MBR-PATIENT-NO TO EDG-PATIENT-NO
               MOVE 0 TO EDG-CLAIM-SEQ-NO
               SET EDG-ENROLLEE-ROW TO TRUE
               MOVE 'N' TO EDG-EVER-ACCEPTED
               MOVE 0 TO EDG-SEND-COUNT
           END-IF
           MOVE WS-MBR-PLAN-TYPE TO EDG-PLAN-TYPE
           MOVE WS-MBR-BIRTH-DT TO EDG-BIRTH-DT
           MOVE WS-MBR-SEX TO EDG-SEX
           MOVE WS-PERIOD-COUNT TO EDG-PERIOD-COUNT
           PERFORM 2600-MARK-ROW-SENT
           PERFORM 2650-WRITE-LEDGER-ROW.

       2590-LIST-NOT-ENROLLED.
           MOVE WS-MBR-GROUP-NO TO RPT-GROUP-NO
           MOVE WS-MBR-SUB-DIV TO RPT-SUB-DIV
           MOVE WS-MBR-BRANCH TO RPT-BRANCH
           MOVE WS-MBR-CERT-NO TO RPT-CERT-NO
           MOVE WS-MBR-PATIENT-NO TO RPT-PATIENT-NO
           MOVE WS-MBR-PLAN-TYPE TO RPT-PLAN-TYPE
           IF WS-HAVE-COVERAGE
               MOVE 'NO COVERAGE WINDOW ON HIST025'
                   TO RPT-REASON
           ELSE
               MOVE 'NO HIST025 COVERAGE RECORD' TO RPT-REASON
           END-IF
           WRITE EDG-RPT-LINE FROM WS-RPT-EXCEPTION-LINE.

       2600-MARK-ROW-SENT.
           MOVE WS-CURR-CYYMMDD TO EDG-SENT-DATE
           ADD 1 TO EDG-SEND-COUNT
           SET EDG-AWAITING-RESP TO TRUE
           MOVE 0 TO EDG-RESP-DATE
           MOVE SPACES TO EDG-ERROR-CODE
           MOVE SPACES TO EDG-ERROR-TEXT.

       2650-WRITE-LEDGER-ROW.
           IF WS-ROW-FOUND
               REWRITE EDG-LEDGER-REC
                   INVALID KEY
                       ADD 1 TO WS-LEDGER-FAILURES
               END-REWRITE
           ELSE
               WRITE EDG-LEDGER-REC
                   INVALID KEY
                       ADD 1 TO WS-LEDGER-FAILURES
               END-WRITE
           END-IF.

       2800-READ-NEXT-COVERAGE.
           READ EDG25-IN-FILE
               AT END SET WS-END-OF-25 TO TRUE
           END-READ
           IF NOT WS-END-OF-25
              AND HIST-25-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-25 TO TRUE
           END-IF
           IF WS-END-OF-25
               MOVE HIGH-VALUES TO WS-KEY-25
           ELSE
               ADD 1 TO WS-RECS-25-READ
               MOVE HIS-GROUP-NO OF HIST-25-REC TO WS-K25-GROUP-NO
               MOVE HIS-SUB-DIV OF HIST-25-REC TO WS-K25-SUB-DIV
               MOVE HIS-BRANCH OF HIST-25-REC TO WS-K25-BRANCH
               MOVE HIS-CERT-NO OF HIST-25-REC TO WS-K25-CERT-NO
               MOVE HIS-PATIENT-NO OF HIST-25-REC
                   TO WS-K25-PATIENT-NO
           END-IF.

       2900-READ-NEXT-CLAIM.
           READ EDG40-IN-FILE
               AT END SET WS-END-OF-40 TO TRUE
           END-READ
           IF NOT WS-END-OF-40
              AND HIST-IN-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-40 TO TRUE
           END-IF
           IF WS-END-OF-40
               MOVE HIGH-VALUES TO WS-KEY-40
           ELSE
               ADD 1 TO WS-RECS-40-READ
               MOVE HIS-GROUP-NO OF HIST-IN-REC TO WS-K40-GROUP-NO
               MOVE HIS-SUB-DIV OF HIST-IN-REC TO WS-K40-SUB-DIV
               MOVE HIS-BRANCH OF HIST-IN-REC TO WS-K40-BRANCH
               MOVE HIS-CERT-NO OF HIST-IN-REC TO WS-K40-CERT-NO
               MOVE HIS-PATIENT-NO OF HIST-IN-REC
                   TO WS-K40-PATIENT-NO
           END-IF.

      *****************************************************************
      * ONE CLAIM - ACA CLAIMS ONLY. AN ACA CLAIM MARKS THE MEMBER    *
      * FOR ENROLLMENT EVEN WHEN THE CLAIM ITSELF IS NOT SENT.        *
      *****************************************************************
       3000-SCREEN-ONE-CLAIM.
           IF HIST-DSUB-HCR-PLAN-TYPE OF HIST-IN-REC NOT = SPACES
              AND HIST-DSUB-HCR-PLAN-TYPE OF HIST-IN-REC
                  NOT = LOW-VALUES
               ADD 1 TO WS-ACA-CLAIMS
               SET WS-ACA-MEMBER TO TRUE
               MOVE HIST-DSUB-HCR-PLAN-TYPE OF HIST-IN-REC
                   TO WS-MBR-PLAN-TYPE
               MOVE HIST-DSUB-PAT-BIRTH-DT OF HIST-IN-REC
                   TO WS-MBR-BIRTH-DT
               MOVE HIST-DSUB-PAT-SEX OF HIST-IN-REC TO WS-MBR-SEX
               MOVE 0 TO WS-DAY-NUMBER
               IF HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC NUMERIC
                   MOVE HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC
                       TO WS-JUL-DATE
                   PERFORM 9100-JULIAN-TO-DAY-NUMBER
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAY-NUMBER = 0
                       ADD 1 TO WS-NOT-PROCESSED
                   WHEN WS-DAY-NUMBER < WS-FROM-DAY
                       ADD 1 TO WS-BEFORE-PERIOD
                   WHEN OTHER
                       PERFORM 3100-PRICE-EHB-SPLIT
                       PERFORM 3200-CHECK-LEDGER
               END-EVALUATE
           END-IF.

       3100-PRICE-EHB-SPLIT.
           MOVE 0 TO WS-CLAIM-LINE-COUNT
           MOVE 0 TO WS-CLAIM-TOT-CHARGE
           MOVE 0 TO WS-CLAIM-TOT-PAID
           MOVE 0 TO WS-CLAIM-EHB
           MOVE 0 TO WS-CLAIM-NON-EHB
           MOVE 0 TO WS-CLAIM-FIRST-DOS
           MOVE 0 TO WS-CLAIM-LAST-DOS
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > HIST-DSUB-SEG-COUNT OF HIST-IN-REC
                      OR WS-SEG-IX > 53
               IF HIST-DSUB-SEG-ID OF HIST-IN-REC (WS-SEG-IX) NOT = 'P'
                  AND NOT HIST-DSUB-THIRD-PARTY-ADDR
                       OF HIST-IN-REC (WS-SEG-IX)
                  AND NOT HIST-DSUB-ADJUST-REASON
                       OF HIST-IN-REC (WS-SEG-IX)
                   ADD 1 TO WS-CLAIM-LINE-COUNT
                   ADD HIST-DSUB-CHARGE-FEE OF HIST-IN-REC (WS-SEG-IX)
                       TO WS-CLAIM-TOT-CHARGE
                   PERFORM 3150-SPLIT-ONE-CHARGE
                   ADD WS-LINE-PAID TO WS-CLAIM-TOT-PAID
                   ADD WS-LINE-EHB TO WS-CLAIM-EHB
                   ADD WS-LINE-NON-EHB TO WS-CLAIM-NON-EHB
                   IF WS-CLAIM-FIRST-DOS = 0
                      OR HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
                         < WS-CLAIM-FIRST-DOS
                       MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC
                               (WS-SEG-IX)
                           TO WS-CLAIM-FIRST-DOS
                   END-IF
                   IF HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
                      > WS-CLAIM-LAST-DOS
                       MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC
                               (WS-SEG-IX)
                           TO WS-CLAIM-LAST-DOS
                   END-IF
               END-IF
           END-PERFORM.

      * PAID = BENEFIT ON A BATCH-PAY CHARGE. AN EHB CHARGE CARRIES
      * ITS NON-EHB PART IN HIST-DSUB-ADDL-BEN-AMT (NEVER MORE THAN
      * THE BENEFIT ITSELF); EVERY OTHER CHARGE IS ALL NON-EHB.
       3150-SPLIT-ONE-CHARGE.
           MOVE 0 TO WS-LINE-PAID
           MOVE 0 TO WS-LINE-EHB
           MOVE 0 TO WS-LINE-NON-EHB
           IF HIST-DSUB-CHG-BATCH-PAY OF HIST-IN-REC (WS-SEG-IX)
               MOVE HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
                   TO WS-LINE-PAID
           END-IF
           MOVE 'N' TO WS-EHB-SW
           IF HIST-DSUB-EHB-ELG OF HIST-IN-REC (WS-SEG-IX) NOT = SPACE
              AND HIST-DSUB-EHB-ELG OF HIST-IN-REC (WS-SEG-IX)
                  NOT = 'N'
              AND HIST-DSUB-EHB-ELG OF HIST-IN-REC (WS-SEG-IX)
                  NOT = LOW-VALUES
              AND HIST-DSUB-EHB-PROC-CD OF HIST-IN-REC (WS-SEG-IX)
                  NOT = SPACE
              AND HIST-DSUB-EHB-PROC-CD OF HIST-IN-REC (WS-SEG-IX)
                  NOT = 'N'
              AND HIST-DSUB-EHB-PROC-CD OF HIST-IN-REC (WS-SEG-IX)
                  NOT = LOW-VALUES
               SET WS-EHB-CHARGE TO TRUE
           END-IF
           IF WS-EHB-CHARGE
               IF HIST-DSUB-ADDL-BEN-AMT OF HIST-IN-REC (WS-SEG-IX)
                  NUMERIC
                  AND HIST-DSUB-ADDL-BEN-AMT OF HIST-IN-REC (WS-SEG-IX)
                      > 0
                   MOVE HIST-DSUB-ADDL-BEN-AMT OF HIST-IN-REC
                           (WS-SEG-IX)
                       TO WS-LINE-NON-EHB
               END-IF
               IF WS-LINE-NON-EHB > WS-LINE-PAID
                   MOVE WS-LINE-PAID TO WS-LINE-NON-EHB
               END-IF
               COMPUTE WS-LINE-EHB = WS-LINE-PAID - WS-LINE-NON-EHB
           ELSE
               MOVE WS-LINE-PAID TO WS-LINE-NON-EHB
           END-IF.

      * NEW CLAIM - ORIGINAL. KNOWN CLAIM - RESENT ONLY WHEN REJECTED
      * OR WHEN WHAT EDGE WAS SENT NO LONGER MATCHES THE HISTORY.
       3200-CHECK-LEDGER.
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO EDG-GROUP-NO
           MOVE HIS-SUB-DIV OF HIST-IN-REC TO EDG-SUB-DIV
           MOVE HIS-BRANCH OF HIST-IN-REC TO EDG-BRANCH
           MOVE HIS-CERT-NO OF HIST-IN-REC TO EDG-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO EDG-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC TO EDG-CLAIM-SEQ-NO
           MOVE 'Y' TO WS-ROW-FOUND-SW
           READ EDG-LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ROW-FOUND-SW
           END-READ
           MOVE SPACE TO WS-REPLACE-REASON
           IF NOT WS-ROW-FOUND
               MOVE 'O' TO WS-SUBMIT-TYPE
               PERFORM 3300-SEND-CLAIM
           ELSE
               EVALUATE TRUE
                   WHEN EDG-REJECTED
                       MOVE 'S' TO WS-REPLACE-REASON
                       ADD 1 TO WS-RESUBMITS-SENT
                   WHEN EDG-EHB-PAID NOT = WS-CLAIM-EHB
                     OR EDG-NON-EHB-PAID NOT = WS-CLAIM-NON-EHB
                     OR EDG-LINE-COUNT NOT = WS-CLAIM-LINE-COUNT
                       IF WS-CLAIM-TOT-PAID = 0
                           MOVE 'V' TO WS-REPLACE-REASON
                           ADD 1 TO WS-REVERSALS-SENT
                       ELSE
                           MOVE 'A' TO WS-REPLACE-REASON
                           ADD 1 TO WS-ADJUSTMENTS-SENT
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-UNCHANGED
               END-EVALUATE
               IF WS-REPLACE-REASON NOT = SPACE
                   IF EDG-ON-EDGE
                       MOVE 'R' TO WS-SUBMIT-TYPE
                   ELSE
                       MOVE 'O' TO WS-SUBMIT-TYPE
                   END-IF
                   PERFORM 3300-SEND-CLAIM
               END-IF
           END-IF.

       3300-SEND-CLAIM.
           IF WS-SUBMIT-TYPE = 'R'
               ADD 1 TO WS-REPLACEMENTS-SENT
           ELSE
               ADD 1 TO WS-ORIGINALS-SENT
           END-IF
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO WS-EID-GROUP-NO
           MOVE HIS-SUB-DIV OF HIST-IN-REC TO WS-EID-SUB-DIV
           MOVE HIS-BRANCH OF HIST-IN-REC TO WS-EID-BRANCH
           MOVE HIS-CERT-NO OF HIST-IN-REC TO WS-EID-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO WS-EID-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC TO WS-EID-CLAIM-SEQ-NO
           MOVE SPACES TO EDG-CLM-REC
           SET ECO-CLAIM-REC TO TRUE
           MOVE WS-ISSUER-ID TO ECO-ISSUER-ID
           MOVE WS-EDGE-CLAIM-ID TO ECO-CLM-CLAIM-ID
           MOVE WS-SUBMIT-TYPE TO ECO-CLM-SUBMIT-TYPE
           MOVE WS-REPLACE-REASON TO ECO-CLM-REPLACE-REASON
           MOVE HIST-DSUB-HCR-PLAN-TYPE OF HIST-IN-REC
               TO ECO-CLM-PLAN-TYPE
           MOVE HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC
               TO ECO-CLM-DATE-PROCESSED
           MOVE WS-CLAIM-FIRST-DOS TO ECO-CLM-FIRST-DT-SERV
           MOVE WS-CLAIM-LAST-DOS TO ECO-CLM-LAST-DT-SERV
           MOVE HIST-DSUB-PROV-NPI OF HIST-IN-REC TO ECO-CLM-PROV-NPI
           MOVE WS-CLAIM-TOT-CHARGE TO ECO-CLM-TOT-CHARGE
           MOVE WS-CLAIM-TOT-PAID TO ECO-CLM-TOT-PAID
           MOVE WS-CLAIM-EHB TO ECO-CLM-EHB-PAID
           MOVE WS-CLAIM-NON-EHB TO ECO-CLM-NON-EHB-PAID
           MOVE WS-CLAIM-LINE-COUNT TO ECO-CLM-LINE-COUNT
           WRITE EDG-CLM-REC
           ADD 1 TO WS-CLAIMS-WRITTEN
           ADD WS-CLAIM-EHB TO WS-TOT-EHB
           ADD WS-CLAIM-NON-EHB TO WS-TOT-NON-EHB
           MOVE 0 TO WS-LINE-NO
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > HIST-DSUB-SEG-COUNT OF HIST-IN-REC
                      OR WS-SEG-IX > 53
               IF HIST-DSUB-SEG-ID OF HIST-IN-REC (WS-SEG-IX) NOT = 'P'
                  AND NOT HIST-DSUB-THIRD-PARTY-ADDR
                       OF HIST-IN-REC (WS-SEG-IX)
                  AND NOT HIST-DSUB-ADJUST-REASON
                       OF HIST-IN-REC (WS-SEG-IX)
                   ADD 1 TO WS-LINE-NO
                   PERFORM 3310-WRITE-SERVICE-LINE
               END-IF
           END-PERFORM
           PERFORM 3400-RECORD-CLAIM.

       3310-WRITE-SERVICE-LINE.
           PERFORM 3150-SPLIT-ONE-CHARGE
           MOVE SPACES TO EDG-CLM-REC
           SET ECO-SERVICE-REC TO TRUE
           MOVE WS-ISSUER-ID TO ECO-ISSUER-ID
           MOVE WS-EDGE-CLAIM-ID TO ECO-SVC-CLAIM-ID
           MOVE WS-LINE-NO TO ECO-SVC-LINE-NO
           MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
               TO ECO-SVC-DT-SERV
           MOVE HIST-DSUB-PROCDUR OF HIST-IN-REC (WS-SEG-IX)
               TO ECO-SVC-PROCDUR
           MOVE HIST-DSUB-TOOTH OF HIST-IN-REC (WS-SEG-IX)
               TO ECO-SVC-TOOTH
           MOVE HIST-DSUB-CHARGE-FEE OF HIST-IN-REC (WS-SEG-IX)
               TO ECO-SVC-FEE
           MOVE WS-LINE-PAID TO ECO-SVC-PAID
           MOVE HIST-DSUB-EHB-PROC-CD OF HIST-IN-REC (WS-SEG-IX)
               TO ECO-SVC-EHB-PROC-CD
           MOVE HIST-DSUB-EHB-ELG OF HIST-IN-REC (WS-SEG-IX)
               TO ECO-SVC-EHB-ELG
           MOVE WS-LINE-EHB TO ECO-SVC-EHB-PAID
           MOVE WS-LINE-NON-EHB TO ECO-SVC-NON-EHB-PAID
           WRITE EDG-CLM-REC
           ADD 1 TO WS-LINES-WRITTEN.

      * THE CLAIM ROW KEEPS WHAT WAS SENT, FOR THE NEXT RUN'S
      * COMPARISON AND FOR F5920RQA.
       3400-RECORD-CLAIM.
           IF NOT WS-ROW-FOUND
               MOVE SPACES TO EDG-LEDGER-REC
               MOVE HIS-GROUP-NO OF HIST-IN-REC TO EDG-GROUP-NO
               MOVE HIS-SUB-DIV OF HIST-IN-REC TO EDG-SUB-DIV
               MOVE HIS-BRANCH OF HIST-IN-REC TO EDG-BRANCH
               MOVE HIS-CERT-NO OF HIST-IN-REC TO EDG-CERT-NO
               MOVE HIS-PATIENT-NO OF HIST-IN-REC TO EDG-PATIENT-NO
               MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC
                   TO EDG-CLAIM-SEQ-NO
               SET EDG-CLAIM-ROW TO TRUE
               MOVE 'N' TO EDG-EVER-ACCEPTED
               MOVE 0 TO EDG-SEND-COUNT
           END-IF
           MOVE HIST-DSUB-HCR-PLAN-TYPE OF HIST-IN-REC
               TO EDG-PLAN-TYPE
           MOVE WS-SUBMIT-TYPE TO EDG-SUBMIT-TYPE
           MOVE HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC
               TO EDG-DATE-PROCESSED
           MOVE WS-CLAIM-LINE-COUNT TO EDG-LINE-COUNT
           MOVE WS-CLAIM-EHB TO EDG-EHB-PAID
           MOVE WS-CLAIM-NON-EHB TO EDG-NON-EHB-PAID
           PERFORM 2600-MARK-ROW-SENT
           PERFORM 2650-WRITE-LEDGER-ROW.

       6000-WRITE-TRAILERS.
           MOVE SPACES TO EDG-ENR-REC
           SET ENO-TRAILER TO TRUE
           MOVE WS-ISSUER-ID TO ENO-ISSUER-ID
           MOVE WS-ENROLLEES-WRITTEN TO ENO-TRL-ENROLLEE-COUNT
           MOVE WS-PERIODS-WRITTEN TO ENO-TRL-PERIOD-COUNT
           WRITE EDG-ENR-REC
           MOVE SPACES TO EDG-CLM-REC
           SET ECO-TRAILER TO TRUE
           MOVE WS-ISSUER-ID TO ECO-ISSUER-ID
           MOVE WS-CLAIMS-WRITTEN TO ECO-TRL-CLAIM-COUNT
           MOVE WS-LINES-WRITTEN TO ECO-TRL-LINE-COUNT
           MOVE WS-TOT-EHB TO ECO-TRL-TOT-EHB
           MOVE WS-TOT-NON-EHB TO ECO-TRL-TOT-NON-EHB
           WRITE EDG-CLM-REC.

       0500-VERIFY-EXTRACT-FILES.
           PERFORM 0510-VERIFY-EDGIN25-MANIFEST
           PERFORM 0520-VERIFY-EDGIN40-MANIFEST.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE EDGIN25 EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0510-VERIFY-EDGIN25-MANIFEST.
           OPEN INPUT EDG25-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ EDG25-IN-FILE
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
               READ EDG25-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE EDG25-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RQ9 EDGIN25 MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RQ9 EDGIN25 MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE EDGIN40 EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0520-VERIFY-EDGIN40-MANIFEST.
           OPEN INPUT EDG40-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ EDG40-IN-FILE
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
               READ EDG40-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE EDG40-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RQ9 EDGIN40 MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RQ9 EDGIN40 MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               MOVE SPACES TO WS-RPT-SECTION-LINE
               WRITE EDG-RPT-LINE FROM WS-RPT-SECTION-LINE
               MOVE SPACES TO RPT-TOT-AMOUNT-X
               MOVE '025 RECORDS READ' TO RPT-TOT-LABEL
               MOVE WS-RECS-25-READ TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '040 RECORDS READ' TO RPT-TOT-LABEL
               MOVE WS-RECS-40-READ TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ACA CLAIMS' TO RPT-TOT-LABEL
               MOVE WS-ACA-CLAIMS TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  NOT YET PROCESSED' TO RPT-TOT-LABEL
               MOVE WS-NOT-PROCESSED TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  PROCESSED BEFORE PERIOD' TO RPT-TOT-LABEL
               MOVE WS-BEFORE-PERIOD TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  ALREADY ON LEDGER AND UNCHANGED'
                   TO RPT-TOT-LABEL
               MOVE WS-UNCHANGED TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  SENT AS ORIGINAL' TO RPT-TOT-LABEL
               MOVE WS-ORIGINALS-SENT TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  SENT AS REPLACEMENT' TO RPT-TOT-LABEL
               MOVE WS-REPLACEMENTS-SENT TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '    RESENT - ADJUSTED' TO RPT-TOT-LABEL
               MOVE WS-ADJUSTMENTS-SENT TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '    RESENT - REVERSED' TO RPT-TOT-LABEL
               MOVE WS-REVERSALS-SENT TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '    RESENT - REJECTED BY EDGE' TO RPT-TOT-LABEL
               MOVE WS-RESUBMITS-SENT TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'SERVICE LINES WRITTEN' TO RPT-TOT-LABEL
               MOVE WS-LINES-WRITTEN TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CLAIMS WRITTEN / EHB PAID' TO RPT-TOT-LABEL
               MOVE WS-CLAIMS-WRITTEN TO RPT-TOT-COUNT
               MOVE WS-TOT-EHB TO RPT-TOT-AMOUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE SPACES TO RPT-TOT-COUNT-X
               MOVE '                          NON-EHB PAID'
                   TO RPT-TOT-LABEL
               MOVE WS-TOT-NON-EHB TO RPT-TOT-AMOUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE SPACES TO RPT-TOT-AMOUNT-X
               MOVE 'ENROLLEES WRITTEN' TO RPT-TOT-LABEL
               MOVE WS-ENROLLEES-WRITTEN TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ENROLLMENT PERIODS WRITTEN' TO RPT-TOT-LABEL
               MOVE WS-PERIODS-WRITTEN TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ACA MEMBERS NOT ENROLLED - NO COVERAGE'
                   TO RPT-TOT-LABEL
               MOVE WS-NO-COVERAGE TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'LEDGER WRITE FAILED' TO RPT-TOT-LABEL
               MOVE WS-LEDGER-FAILURES TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               CLOSE EDG-LEDGER-FILE
           END-IF
           DISPLAY 'F5920RQ9 040 RECORDS READ = ' WS-RECS-40-READ
           DISPLAY 'F5920RQ9 ACA CLAIMS       = ' WS-ACA-CLAIMS
           DISPLAY 'F5920RQ9 ORIGINALS SENT   = ' WS-ORIGINALS-SENT
           DISPLAY 'F5920RQ9 REPLACEMENTS     = ' WS-REPLACEMENTS-SENT
           DISPLAY 'F5920RQ9 ENROLLEES SENT   = ' WS-ENROLLEES-WRITTEN
           DISPLAY 'F5920RQ9 NOT ENROLLED     = ' WS-NO-COVERAGE
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE EDG-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RQ9' TO RUN-JOB-NAME
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
           MOVE WS-RECS-40-READ TO RUN-CTR-VALUE (1)
           MOVE 'ACA CLAIMS' TO RUN-CTR-LABEL (2)
           MOVE WS-ACA-CLAIMS TO RUN-CTR-VALUE (2)
           MOVE 'ORIGINALS' TO RUN-CTR-LABEL (3)
           MOVE WS-ORIGINALS-SENT TO RUN-CTR-VALUE (3)
           MOVE 'REPLACEMENTS' TO RUN-CTR-LABEL (4)
           MOVE WS-REPLACEMENTS-SENT TO RUN-CTR-VALUE (4)
           MOVE 'ENROLLEES' TO RUN-CTR-LABEL (5)
           MOVE WS-ENROLLEES-WRITTEN TO RUN-CTR-VALUE (5)
           MOVE 'NOT ENROLLED' TO RUN-CTR-LABEL (6)
           MOVE WS-NO-COVERAGE TO RUN-CTR-VALUE (6)
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
