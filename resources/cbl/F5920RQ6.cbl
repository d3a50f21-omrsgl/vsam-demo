      ****************************************************************
      * PROGRAM F5920RQ6 - SUBROGATION CASE AGING REPORT             *
      *                    BATCH DRIVER AGAINST F5750SUB             *
      *                                                               *
      * REPORTS THE SUBROGATION CASES THAT F5910SB1 OPENED AND       *
      * F5910SB2 WORKED, IN TWO SECTIONS:                            *
      *   1. STALE CASES - EVERY CASE NOT CLOSED WHOSE STATUS HAS    *
      *      NOT CHANGED IN MORE THAN THE SYSIN NUMBER OF DAYS, IN   *
      *      CASE KEY ORDER, WITH THE DAYS SINCE THE LAST CHANGE     *
      *      AND ITS OPEN DOLLARS (PAID LESS RECOVERED).             *
      *   2. BY CASE STATUS - CASES, PAID BENEFIT, AMOUNT RECOVERED  *
      *      AND OPEN DOLLARS, WITH A TOTAL FOR THE CASES STILL      *
      *      BEING WORKED (EVERY STATUS BUT CLOSED) AND A GRAND      *
      *      TOTAL.                                                  *
      * THE CLAIM ROWS ON THE FILE ARE SKIPPED; ONLY CASE ROWS ARE   *
      * REPORTED.                                                    *
      *                                                               *
      * SYSIN CARD: COLS 1-3 STALE-CASE DAYS, 9(3) (BLANK = 90).     *
      * A PUNCHED VALUE THAT FAILS ITS EDIT ENDS THE RUN WITH        *
      * RETURN CODE 8.                                               *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
SUBR00* 101526 RCC ACCIDENT AND WORKERS-COMP SUBROGATION TRACKING     *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RQ6.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-FILE ASSIGN TO SUBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-KEY OF SUB-REC
               FILE STATUS IS WS-SUB-STATUS.

           SELECT SAG-RPT-FILE ASSIGN TO SAGRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-REC.
           COPY F5750SUB.

       FD  SAG-RPT-FILE
           RECORDING MODE IS F.
       01  SAG-RPT-LINE                 PIC X(132).

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
       01  WS-SUB-STATUS                PIC XX    VALUE SPACES.
       01  WS-EOF-SW                    PIC X     VALUE 'N'.
           88  WS-END-OF-INPUT                    VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-STALE-DAYS       PIC 9(3)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-STALE-DAYS-X     PIC X(3).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-STALE-DAYS                PIC S9(3) COMP-3 VALUE 90.

       01  WS-CCYYMMDD                  PIC 9(8)  VALUE ZEROS.
       01  WS-TODAY-DAY                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-STATUS-DAY                PIC S9(7) COMP-3 VALUE 0.
       01  WS-DAYS-SINCE                PIC S9(7) COMP-3 VALUE 0.
       01  WS-OPEN-AMT                  PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-RECS-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-CASES-READ            PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIM-ROWS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-CASES-STALE           PIC S9(9) COMP-3 VALUE 0.
           05  WS-BAD-STATUS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-NO-STATUS-DATE        PIC S9(9) COMP-3 VALUE 0.
       01  WS-STALE-OPEN-AMT            PIC S9(11)V99 COMP-3 VALUE 0.

      * ONE ENTRY PER CASE STATUS, IN THE ORDER A CASE USUALLY MOVES
      * THROUGH THEM. THE CODES MATCH SUB-CASE-STATUS.
       01  WS-STATUS-CODES.
           05  FILLER                   PIC X(21) VALUE
               'OOPEN                '.
           05  FILLER                   PIC X(21) VALUE
               'QQUESTIONNAIRE SENT  '.
           05  FILLER                   PIC X(21) VALUE
               'AATTORNEY ON FILE    '.
           05  FILLER                   PIC X(21) VALUE
               'LLIEN FILED          '.
           05  FILLER                   PIC X(21) VALUE
               'RRECOVERY RECEIVED   '.
           05  FILLER                   PIC X(21) VALUE
               'CCLOSED              '.
       01  WS-STATUS-TABLE REDEFINES WS-STATUS-CODES.
           05  WS-STATUS-ENTRY OCCURS 6 TIMES.
               10  STB-CODE             PIC X(1).
               10  STB-DESC             PIC X(20).
       01  WS-STATUS-STATS.
           05  WS-STATUS-STAT OCCURS 6 TIMES.
               10  STB-CASES            PIC S9(9) COMP-3.
               10  STB-PAID-AMT         PIC S9(11)V99 COMP-3.
               10  STB-RECOVERED-AMT    PIC S9(11)V99 COMP-3.
               10  STB-OPEN-AMT         PIC S9(11)V99 COMP-3.
       01  WS-STB-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-THIS-STB                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-ACT-STATS.
           05  ACT-CASES                PIC S9(9) COMP-3 VALUE 0.
           05  ACT-PAID-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
           05  ACT-RECOVERED-AMT        PIC S9(11)V99 COMP-3 VALUE 0.
           05  ACT-OPEN-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-GRD-STATS.
           05  GRD-CASES                PIC S9(9) COMP-3 VALUE 0.
           05  GRD-PAID-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
           05  GRD-RECOVERED-AMT        PIC S9(11)V99 COMP-3 VALUE 0.
           05  GRD-OPEN-AMT             PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(60) VALUE
               'F5920RQ6 - SUBROGATION CASE AGING REPORT'.
       01  WS-RPT-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-RPT-SECTION1-TITLE.
           05  FILLER                   PIC X(60) VALUE
               'SUBROGATION CASES BY STATUS'.
       01  WS-RPT-SECTION2-TITLE.
           05  FILLER                   PIC X(41) VALUE
               'CASES NOT CLOSED WITH NO STATUS CHANGE IN'.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-TITLE-DAYS           PIC ZZ9.
           05  FILLER                   PIC X(5)  VALUE ' DAYS'.
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(22) VALUE 'STATUS'.
           05  FILLER                   PIC X(9)  VALUE '    CASES'.
           05  FILLER                   PIC X(18) VALUE
               '      PAID BENEFIT'.
           05  FILLER                   PIC X(18) VALUE
               '         RECOVERED'.
           05  FILLER                   PIC X(18) VALUE
               '      OPEN DOLLARS'.
       01  WS-RPT-STATUS-LINE.
           05  RPT-STA-DESC             PIC X(20).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STA-CASES            PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-PAID-AMT         PIC Z(12)9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-RECOVERED-AMT    PIC Z(12)9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STA-OPEN-AMT         PIC Z(12)9.99-.
       01  WS-RPT-HEADING3.
           05  FILLER                   PIC X(38) VALUE
               'GROUP   SDIV BRCH CERT      PAT'.
           05  FILLER                   PIC X(7)  VALUE 'ACCDT'.
           05  FILLER                   PIC X(3)  VALUE 'T'.
           05  FILLER                   PIC X(3)  VALUE 'S'.
           05  FILLER                   PIC X(9)  VALUE 'STAT DATE'.
           05  FILLER                   PIC X(6)  VALUE '  DAYS'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(9)  VALUE 'CLERK'.
           05  FILLER                   PIC X(15) VALUE
               '   OPEN DOLLARS'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(29) VALUE 'ATTORNEY'.
       01  WS-RPT-STALE-LINE.
           05  RPT-STL-GROUP-NO         PIC 9(7).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STL-SUB-DIV          PIC X(4).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STL-BRANCH           PIC X(4).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STL-CERT-NO          PIC 9(9).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STL-PATIENT-NO       PIC 9(3).
           05  FILLER                   PIC X(7)  VALUE SPACES.
           05  RPT-STL-ACCIDENT-DATE    PIC 9(5).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STL-CASE-TYPE        PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STL-CASE-STATUS      PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STL-STATUS-DATE      PIC 9(7).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STL-DAYS             PIC ZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STL-CLERK            PIC X(8).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-STL-OPEN-AMT         PIC Z(10)9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STL-ATTORNEY         PIC X(29).
       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL          PIC X(44).
           05  RPT-COUNT-VALUE          PIC ZZZZZZZZZ9.
       01  WS-RPT-AMOUNT-LINE.
           05  RPT-AMOUNT-LABEL         PIC X(44).
           05  RPT-AMOUNT-VALUE         PIC Z(10)9.99-.
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
                   PERFORM 2000-PROCESS-ONE-ROW
               END-PERFORM
               PERFORM 7000-WRITE-STATUS-SECTION
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

      * THE STALE-CASE SECTION IS WRITTEN AS THE FILE IS READ, SO ITS
      * HEADINGS GO OUT HERE AND THE STATUS SECTION FOLLOWS IT.
       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT SAG-RPT-FILE
           WRITE SAG-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CCYYMMDD
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE (WS-CCYYMMDD)
           INITIALIZE WS-STATUS-STATS
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE SAG-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-STALE-DAYS TO RPT-TITLE-DAYS
               WRITE SAG-RPT-LINE FROM WS-RPT-BLANK-LINE
               WRITE SAG-RPT-LINE FROM WS-RPT-SECTION2-TITLE
               WRITE SAG-RPT-LINE FROM WS-RPT-HEADING3
               OPEN INPUT SUB-FILE
               IF WS-SUB-STATUS = '35'
                   SET WS-END-OF-INPUT TO TRUE
               ELSE
                   PERFORM 2900-READ-NEXT-ROW
               END-IF
           END-IF.

      * THE STALE-CASE DAYS ARE OPTIONAL; A PUNCHED VALUE MUST BE
      * NUMERIC AND NOT ZERO.
       1050-EDIT-PARM-CARD.
           MOVE 'STALE-CASE DAYS' TO RPT-PARM-NAME
           IF WS-PARM-STALE-DAYS-X = SPACES
               MOVE WS-STALE-DAYS TO RPT-PARM-VALUE
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-STALE-DAYS NUMERIC
                  AND WS-PARM-STALE-DAYS > 0
                   MOVE WS-PARM-STALE-DAYS TO WS-STALE-DAYS
                   MOVE WS-PARM-STALE-DAYS TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE SAG-RPT-LINE FROM WS-RPT-PARM-LINE.

       2000-PROCESS-ONE-ROW.
           ADD 1 TO WS-RECS-READ
           IF SUB-CASE-ROW
               ADD 1 TO WS-CASES-READ
               COMPUTE WS-OPEN-AMT =
                   SUB-PAID-BENEFIT - SUB-RECOVERED-AMT
               PERFORM 2100-ADD-TO-STATUS
               IF NOT SUB-STAT-CLOSED
                   PERFORM 2200-CHECK-STALE
               END-IF
           ELSE
               ADD 1 TO WS-CLAIM-ROWS
           END-IF
           PERFORM 2900-READ-NEXT-ROW.

      * A STATUS CODE NOT IN THE TABLE IS COUNTED AND LEFT OUT OF THE
      * STATUS SECTION; IT STILL COUNTS AS A CASE BEING WORKED.
       2100-ADD-TO-STATUS.
           MOVE 0 TO WS-THIS-STB
           PERFORM VARYING WS-STB-IX FROM 1 BY 1
                   UNTIL WS-STB-IX > 6 OR WS-THIS-STB > 0
               IF STB-CODE (WS-STB-IX) = SUB-CASE-STATUS
                   MOVE WS-STB-IX TO WS-THIS-STB
               END-IF
           END-PERFORM
           IF WS-THIS-STB = 0
               ADD 1 TO WS-BAD-STATUS
           ELSE
               ADD 1 TO STB-CASES (WS-THIS-STB)
               ADD SUB-PAID-BENEFIT TO STB-PAID-AMT (WS-THIS-STB)
               ADD SUB-RECOVERED-AMT
                   TO STB-RECOVERED-AMT (WS-THIS-STB)
               ADD WS-OPEN-AMT TO STB-OPEN-AMT (WS-THIS-STB)
               ADD 1 TO GRD-CASES
               ADD SUB-PAID-BENEFIT TO GRD-PAID-AMT
               ADD SUB-RECOVERED-AMT TO GRD-RECOVERED-AMT
               ADD WS-OPEN-AMT TO GRD-OPEN-AMT
           END-IF
           IF NOT SUB-STAT-CLOSED
               ADD 1 TO ACT-CASES
               ADD SUB-PAID-BENEFIT TO ACT-PAID-AMT
               ADD SUB-RECOVERED-AMT TO ACT-RECOVERED-AMT
               ADD WS-OPEN-AMT TO ACT-OPEN-AMT
           END-IF.

      * DAYS SINCE THE LAST STATUS CHANGE. SUB-STATUS-DATE IS A
      * CYYMMDD VALUE; A CASE WITH NONE IS AGED FROM ITS OPENED DATE.
       2200-CHECK-STALE.
           IF SUB-STATUS-DATE > 0
               COMPUTE WS-CCYYMMDD = SUB-STATUS-DATE + 19000000
           ELSE
               COMPUTE WS-CCYYMMDD = SUB-OPENED-DATE + 19000000
           END-IF
           IF WS-CCYYMMDD = 19000000
               ADD 1 TO WS-NO-STATUS-DATE
           ELSE
               COMPUTE WS-STATUS-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-CCYYMMDD)
               COMPUTE WS-DAYS-SINCE = WS-TODAY-DAY - WS-STATUS-DAY
               IF WS-DAYS-SINCE > WS-STALE-DAYS
                   PERFORM 2300-WRITE-STALE-LINE
               END-IF
           END-IF.

       2300-WRITE-STALE-LINE.
           ADD 1 TO WS-CASES-STALE
           ADD WS-OPEN-AMT TO WS-STALE-OPEN-AMT
           MOVE SUB-GROUP-NO TO RPT-STL-GROUP-NO
           MOVE SUB-SUB-DIV TO RPT-STL-SUB-DIV
           MOVE SUB-BRANCH TO RPT-STL-BRANCH
           MOVE SUB-CERT-NO TO RPT-STL-CERT-NO
           MOVE SUB-PATIENT-NO TO RPT-STL-PATIENT-NO
           MOVE SUB-ACCIDENT-DATE TO RPT-STL-ACCIDENT-DATE
           MOVE SUB-CASE-TYPE TO RPT-STL-CASE-TYPE
           MOVE SUB-CASE-STATUS TO RPT-STL-CASE-STATUS
           MOVE SUB-STATUS-DATE TO RPT-STL-STATUS-DATE
           MOVE WS-DAYS-SINCE TO RPT-STL-DAYS
           MOVE SUB-STATUS-CLERK TO RPT-STL-CLERK
           MOVE WS-OPEN-AMT TO RPT-STL-OPEN-AMT
           MOVE SUB-ATTORNEY-NAME TO RPT-STL-ATTORNEY
           WRITE SAG-RPT-LINE FROM WS-RPT-STALE-LINE.

       2900-READ-NEXT-ROW.
           READ SUB-FILE NEXT RECORD
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ.

       7000-WRITE-STATUS-SECTION.
           WRITE SAG-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'STALE CASES LISTED' TO RPT-COUNT-LABEL
           MOVE WS-CASES-STALE TO RPT-COUNT-VALUE
           WRITE SAG-RPT-LINE FROM WS-RPT-COUNT-LINE
           MOVE 'OPEN DOLLARS ON STALE CASES' TO RPT-AMOUNT-LABEL
           MOVE WS-STALE-OPEN-AMT TO RPT-AMOUNT-VALUE
           WRITE SAG-RPT-LINE FROM WS-RPT-AMOUNT-LINE
           WRITE SAG-RPT-LINE FROM WS-RPT-BLANK-LINE
           WRITE SAG-RPT-LINE FROM WS-RPT-SECTION1-TITLE
           WRITE SAG-RPT-LINE FROM WS-RPT-HEADING2
           PERFORM VARYING WS-STB-IX FROM 1 BY 1
                   UNTIL WS-STB-IX > 6
               MOVE STB-DESC (WS-STB-IX) TO RPT-STA-DESC
               MOVE STB-CASES (WS-STB-IX) TO RPT-STA-CASES
               MOVE STB-PAID-AMT (WS-STB-IX) TO RPT-STA-PAID-AMT
               MOVE STB-RECOVERED-AMT (WS-STB-IX)
                   TO RPT-STA-RECOVERED-AMT
               MOVE STB-OPEN-AMT (WS-STB-IX) TO RPT-STA-OPEN-AMT
               WRITE SAG-RPT-LINE FROM WS-RPT-STATUS-LINE
           END-PERFORM
           WRITE SAG-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'ALL NOT CLOSED' TO RPT-STA-DESC
           MOVE ACT-CASES TO RPT-STA-CASES
           MOVE ACT-PAID-AMT TO RPT-STA-PAID-AMT
           MOVE ACT-RECOVERED-AMT TO RPT-STA-RECOVERED-AMT
           MOVE ACT-OPEN-AMT TO RPT-STA-OPEN-AMT
           WRITE SAG-RPT-LINE FROM WS-RPT-STATUS-LINE
           MOVE 'TOTAL' TO RPT-STA-DESC
           MOVE GRD-CASES TO RPT-STA-CASES
           MOVE GRD-PAID-AMT TO RPT-STA-PAID-AMT
           MOVE GRD-RECOVERED-AMT TO RPT-STA-RECOVERED-AMT
           MOVE GRD-OPEN-AMT TO RPT-STA-OPEN-AMT
           WRITE SAG-RPT-LINE FROM WS-RPT-STATUS-LINE.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               WRITE SAG-RPT-LINE FROM WS-RPT-BLANK-LINE
               MOVE 'FILE ROWS READ' TO RPT-COUNT-LABEL
               MOVE WS-RECS-READ TO RPT-COUNT-VALUE
               WRITE SAG-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'CASE ROWS REPORTED' TO RPT-COUNT-LABEL
               MOVE WS-CASES-READ TO RPT-COUNT-VALUE
               WRITE SAG-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'CLAIM ROWS SKIPPED' TO RPT-COUNT-LABEL
               MOVE WS-CLAIM-ROWS TO RPT-COUNT-VALUE
               WRITE SAG-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'UNKNOWN STATUS - NOT IN STATUS SECTION'
                   TO RPT-COUNT-LABEL
               MOVE WS-BAD-STATUS TO RPT-COUNT-VALUE
               WRITE SAG-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'NO STATUS OR OPENED DATE - NOT AGED'
                   TO RPT-COUNT-LABEL
               MOVE WS-NO-STATUS-DATE TO RPT-COUNT-VALUE
               WRITE SAG-RPT-LINE FROM WS-RPT-COUNT-LINE
               IF WS-SUB-STATUS NOT = '35'
                   CLOSE SUB-FILE
               END-IF
           END-IF
           DISPLAY 'F5920RQ6 FILE ROWS READ   = ' WS-RECS-READ
           DISPLAY 'F5920RQ6 CASES REPORTED   = ' WS-CASES-READ
           DISPLAY 'F5920RQ6 STALE CASES      = ' WS-CASES-STALE
           DISPLAY 'F5920RQ6 OPEN DOLLARS     = ' ACT-OPEN-AMT
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE SAG-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RQ6' TO RUN-JOB-NAME
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
           MOVE 'ROWS READ' TO RUN-CTR-LABEL (1)
           MOVE WS-RECS-READ TO RUN-CTR-VALUE (1)
           MOVE 'CASES' TO RUN-CTR-LABEL (2)
           MOVE WS-CASES-READ TO RUN-CTR-VALUE (2)
           MOVE 'NOT CLOSED' TO RUN-CTR-LABEL (3)
           MOVE ACT-CASES TO RUN-CTR-VALUE (3)
           MOVE 'STALE' TO RUN-CTR-LABEL (4)
           MOVE WS-CASES-STALE TO RUN-CTR-VALUE (4)
           MOVE 'BAD STATUS' TO RUN-CTR-LABEL (5)
           MOVE WS-BAD-STATUS TO RUN-CTR-VALUE (5)
           MOVE 'NO STAT DATE' TO RUN-CTR-LABEL (6)
           MOVE WS-NO-STATUS-DATE TO RUN-CTR-VALUE (6)
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
