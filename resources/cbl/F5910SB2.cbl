      ****************************************************************
      * PROGRAM F5910SB2 - SUBROGATION CASE STATUS MAINTENANCE       *
      *                    BATCH DRIVER AGAINST F5750SUB             *
      *                                                               *
      * POSTS THE RECOVERY UNIT'S FOLLOW-UP AGAINST A CASE THAT      *
      * F5910SB1 OPENED. ONE 80-BYTE CARD PER STATUS EVENT:          *
      *   COLS 1-32  CASE KEY - GROUP 9(7), SUB-DIV X(4), BRANCH     *
      *              X(4), CERT 9(9), PATIENT 9(3), ACCIDENT DATE    *
      *              9(5) YYDDD (00000 FOR AN UNDATED WORKERS-COMP   *
      *              CASE)                                           *
      *   COL  33    ACTION - Q QUESTIONNAIRE SENT, A ATTORNEY ON    *
      *              FILE, L LIEN FILED, R RECOVERY RECEIVED,        *
      *              C CLOSED, O REOPEN A CLOSED CASE                *
      *   COLS 34-42 RECOVERED AMOUNT 9(7)V99 (ACTION R ONLY)        *
      *   COLS 43-50 CLERK ID                                        *
      *   COLS 51-79 ATTORNEY NAME (ACTION A, REQUIRED) OR A NOTE    *
      * EACH CARD SETS THE CASE STATUS AND STAMPS THE STATUS DATE    *
      * AND THE EVENT'S OWN DATE WITH THE RUN DATE. A RECOVERY ADDS  *
      * TO THE AMOUNT ALREADY RECOVERED. A CLOSED CASE TAKES ONLY A  *
      * REOPEN; A CASE NOT ON FILE IS REJECTED. EVERY FIELD CHANGED  *
      * GETS A BEFORE/AFTER AUDIT LINE IN THE F5910PM1 STYLE.        *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
SUBR00* 101526 RCC ACCIDENT AND WORKERS-COMP SUBROGATION TRACKING     *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5910SB2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUB-TRAN-FILE ASSIGN TO SUBTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUB-FILE ASSIGN TO SUBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-KEY OF SUB-REC
               FILE STATUS IS WS-SUB-STATUS.

           SELECT SUB-RPT-FILE ASSIGN TO SUBRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUB-TRAN-FILE
           RECORDING MODE IS F.
       01  SUB-TRAN-REC                PIC X(80).

       FD  SUB-FILE
           RECORDING MODE IS F.
       01  SUB-REC.
           COPY F5750SUB.

       FD  SUB-RPT-FILE
           RECORDING MODE IS F.
       01  SUB-RPT-LINE                PIC X(132).

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
       01  WS-SUB-STATUS               PIC XX    VALUE SPACES.
       01  WS-TRAN-EOF-SW              PIC X     VALUE 'N'.
           88  WS-END-OF-TRANS                   VALUE 'Y'.

       01  WS-TRAN-CARD.
           05  TRN-GROUP-NO            PIC 9(7).
           05  TRN-SUB-DIV             PIC X(4).
           05  TRN-BRANCH              PIC X(4).
           05  TRN-CERT-NO             PIC 9(9).
           05  TRN-PATIENT-NO          PIC 9(3).
           05  TRN-ACCIDENT-DATE       PIC 9(5).
           05  TRN-ACTION              PIC X(1).
               88  TRN-QUESTNR-SENT              VALUE 'Q'.
               88  TRN-ATTORNEY                  VALUE 'A'.
               88  TRN-LIEN-FILED                VALUE 'L'.
               88  TRN-RECOVERY                  VALUE 'R'.
               88  TRN-CLOSE                     VALUE 'C'.
               88  TRN-REOPEN                    VALUE 'O'.
           05  TRN-AMOUNT-X            PIC X(9).
           05  TRN-AMOUNT REDEFINES TRN-AMOUNT-X
                                       PIC 9(7)V99.
           05  TRN-CLERK-ID            PIC X(8).
           05  TRN-TEXT                PIC X(29).
           05  FILLER                  PIC X(1).
       01  WS-TRAN-KEY-X REDEFINES WS-TRAN-CARD.
           05  TRN-KEY-DISPLAY         PIC X(32).
           05  FILLER                  PIC X(48).

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC S9(9) COMP-3 VALUE 0.
           05  WS-TRANS-POSTED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-TRANS-REJECTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-CASES-CLOSED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-CASES-REOPENED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-RECOVERIES           PIC S9(9) COMP-3 VALUE 0.
       01  WS-TOT-RECOVERED            PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-NEW-STATUS               PIC X(1)  VALUE SPACE.
       01  WS-NEW-RECOVERED            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-EDIT-OK-SW               PIC X     VALUE 'N'.
           88  WS-EDIT-OK                        VALUE 'Y'.
       01  WS-AUDIT-AMOUNT             PIC Z(8)9.99-.
       01  WS-AUDIT-DATE               PIC 9(7)  VALUE ZEROS.

       01  WS-RPT-HEADING1.
           05  FILLER                  PIC X(52) VALUE
               'F5910SB2 - SUBROGATION CASE STATUS AUDIT TRAIL'.
       01  WS-RPT-HEADING2.
           05  FILLER                  PIC X(10) VALUE 'ACTION'.
           05  FILLER                  PIC X(34) VALUE 'CASE KEY'.
           05  FILLER                  PIC X(14) VALUE 'FIELD'.
           05  FILLER                  PIC X(30) VALUE 'BEFORE'.
           05  FILLER                  PIC X(30) VALUE 'AFTER'.
       01  WS-RPT-AUDIT.
           05  RPT-ACTION              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-KEY                 PIC X(32).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-FIELD-NAME          PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-BEFORE-VALUE        PIC X(29).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-AFTER-VALUE         PIC X(29).
       01  WS-RPT-REJECT.
           05  FILLER                  PIC X(11) VALUE 'REJECTED - '.
           05  RPT-REJ-REASON          PIC X(28).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REJ-ACTION          PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REJ-KEY             PIC X(32).
       01  WS-RPT-TRAILER.
           05  FILLER                  PIC X(8)  VALUE 'POSTED: '.
           05  RPT-POSTED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REJECTS: '.
           05  RPT-REJECT-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  RECOVERED: '.
           05  RPT-RECOVERED-AMT       PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-TRANS
               PERFORM 2000-PROCESS-ONE-TRANS
           END-PERFORM
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  SUB-TRAN-FILE
           OPEN I-O    SUB-FILE
           IF WS-SUB-STATUS = '35'
               OPEN OUTPUT SUB-FILE
               CLOSE SUB-FILE
               OPEN I-O SUB-FILE
           END-IF
           OPEN OUTPUT SUB-RPT-FILE
           PERFORM 8150-BUILD-CYYMMDD-DATE

           WRITE SUB-RPT-LINE FROM WS-RPT-HEADING1
           WRITE SUB-RPT-LINE FROM WS-RPT-HEADING2

           PERFORM 2800-READ-NEXT-CARD.

       2000-PROCESS-ONE-TRANS.
           ADD 1 TO WS-TRANS-READ
           PERFORM 2100-EDIT-CARD
           IF WS-EDIT-OK
               PERFORM 3000-POST-STATUS
           END-IF
           PERFORM 2800-READ-NEXT-CARD.

      * ONLY A RECOVERY CARRIES AN AMOUNT, AND AN ATTORNEY CARD MUST
      * NAME THE ATTORNEY.
       2100-EDIT-CARD.
           MOVE 'N' TO WS-EDIT-OK-SW
           EVALUATE TRUE
               WHEN TRN-GROUP-NO NOT NUMERIC
                 OR TRN-CERT-NO NOT NUMERIC
                 OR TRN-PATIENT-NO NOT NUMERIC
                 OR TRN-ACCIDENT-DATE NOT NUMERIC
                   MOVE 'CASE KEY NOT NUMERIC' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN NOT TRN-QUESTNR-SENT
                AND NOT TRN-ATTORNEY
                AND NOT TRN-LIEN-FILED
                AND NOT TRN-RECOVERY
                AND NOT TRN-CLOSE
                AND NOT TRN-REOPEN
                   MOVE 'UNKNOWN ACTION CODE' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN TRN-CLERK-ID = SPACES
                   MOVE 'CLERK ID MISSING' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN TRN-RECOVERY
                AND (TRN-AMOUNT-X = SPACES
                     OR TRN-AMOUNT NOT NUMERIC)
                   MOVE 'RECOVERED AMOUNT MISSING' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN TRN-RECOVERY
                AND TRN-AMOUNT = 0
                   MOVE 'RECOVERED AMOUNT IS ZERO' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN NOT TRN-RECOVERY
                AND TRN-AMOUNT-X NOT = SPACES
                   MOVE 'AMOUNT ONLY ON RECOVERY' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN TRN-ATTORNEY
                AND TRN-TEXT = SPACES
                   MOVE 'ATTORNEY NAME MISSING' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN OTHER
                   SET WS-EDIT-OK TO TRUE
           END-EVALUATE.

       2800-READ-NEXT-CARD.
           READ SUB-TRAN-FILE
               AT END
                   SET WS-END-OF-TRANS TO TRUE
               NOT AT END
                   MOVE SUB-TRAN-REC TO WS-TRAN-CARD
           END-READ.

       2900-REJECT-TRANS.
           MOVE TRN-ACTION TO RPT-REJ-ACTION
           MOVE TRN-KEY-DISPLAY TO RPT-REJ-KEY
           WRITE SUB-RPT-LINE FROM WS-RPT-REJECT
           ADD 1 TO WS-TRANS-REJECTED.

       3000-POST-STATUS.
           MOVE TRN-GROUP-NO TO SUB-GROUP-NO
           MOVE TRN-SUB-DIV TO SUB-SUB-DIV
           MOVE TRN-BRANCH TO SUB-BRANCH
           MOVE TRN-CERT-NO TO SUB-CERT-NO
           MOVE TRN-PATIENT-NO TO SUB-PATIENT-NO
           MOVE TRN-ACCIDENT-DATE TO SUB-ACCIDENT-DATE
           MOVE 0 TO SUB-CLAIM-SEQ-NO
           READ SUB-FILE
               INVALID KEY
                   MOVE 'NO SUBROGATION CASE ON FILE' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT SUB-CASE-ROW
                           MOVE 'NO SUBROGATION CASE ON FILE'
                               TO RPT-REJ-REASON
                           PERFORM 2900-REJECT-TRANS
                       WHEN SUB-STAT-CLOSED AND NOT TRN-REOPEN
                           MOVE 'CASE IS CLOSED - REOPEN FIRST'
                               TO RPT-REJ-REASON
                           PERFORM 2900-REJECT-TRANS
                       WHEN TRN-REOPEN AND NOT SUB-STAT-CLOSED
                           MOVE 'CASE IS NOT CLOSED'
                               TO RPT-REJ-REASON
                           PERFORM 2900-REJECT-TRANS
                       WHEN OTHER
                           PERFORM 3100-APPLY-STATUS
                   END-EVALUATE
           END-READ.

      * A REOPENED CASE GOES BACK TO OPEN; EVERY OTHER ACTION CODE IS
      * ALSO THE NEW STATUS CODE.
       3100-APPLY-STATUS.
           MOVE TRN-KEY-DISPLAY TO RPT-KEY
           MOVE 'POSTED' TO RPT-ACTION
           ADD 1 TO WS-TRANS-POSTED
           IF TRN-REOPEN
               MOVE 'O' TO WS-NEW-STATUS
           ELSE
               MOVE TRN-ACTION TO WS-NEW-STATUS
           END-IF
           IF WS-NEW-STATUS NOT = SUB-CASE-STATUS
               MOVE 'STATUS' TO RPT-FIELD-NAME
               MOVE SUB-CASE-STATUS TO RPT-BEFORE-VALUE
               MOVE WS-NEW-STATUS TO RPT-AFTER-VALUE
               WRITE SUB-RPT-LINE FROM WS-RPT-AUDIT
           END-IF
           MOVE 'STATUS-DATE' TO RPT-FIELD-NAME
           MOVE SUB-STATUS-DATE TO WS-AUDIT-DATE
           MOVE WS-AUDIT-DATE TO RPT-BEFORE-VALUE
           MOVE WS-CURR-CYYMMDD TO WS-AUDIT-DATE
           MOVE WS-AUDIT-DATE TO RPT-AFTER-VALUE
           WRITE SUB-RPT-LINE FROM WS-RPT-AUDIT
           EVALUATE TRUE
               WHEN TRN-QUESTNR-SENT
                   MOVE WS-CURR-CYYMMDD TO SUB-QUESTNR-DATE
               WHEN TRN-ATTORNEY
                   MOVE WS-CURR-CYYMMDD TO SUB-ATTORNEY-DATE
                   IF TRN-TEXT NOT = SUB-ATTORNEY-NAME
                       MOVE 'ATTORNEY' TO RPT-FIELD-NAME
                       MOVE SUB-ATTORNEY-NAME TO RPT-BEFORE-VALUE
                       MOVE TRN-TEXT TO RPT-AFTER-VALUE
                       WRITE SUB-RPT-LINE FROM WS-RPT-AUDIT
                   END-IF
                   MOVE TRN-TEXT TO SUB-ATTORNEY-NAME
               WHEN TRN-LIEN-FILED
                   MOVE WS-CURR-CYYMMDD TO SUB-LIEN-DATE
               WHEN TRN-RECOVERY
                   MOVE WS-CURR-CYYMMDD TO SUB-RECOVERY-DATE
                   COMPUTE WS-NEW-RECOVERED =
                       SUB-RECOVERED-AMT + TRN-AMOUNT
                   MOVE 'RECOVERED' TO RPT-FIELD-NAME
                   MOVE SUB-RECOVERED-AMT TO WS-AUDIT-AMOUNT
                   MOVE WS-AUDIT-AMOUNT TO RPT-BEFORE-VALUE
                   MOVE WS-NEW-RECOVERED TO WS-AUDIT-AMOUNT
                   MOVE WS-AUDIT-AMOUNT TO RPT-AFTER-VALUE
                   WRITE SUB-RPT-LINE FROM WS-RPT-AUDIT
                   MOVE WS-NEW-RECOVERED TO SUB-RECOVERED-AMT
                   ADD TRN-AMOUNT TO WS-TOT-RECOVERED
                   ADD 1 TO WS-RECOVERIES
               WHEN TRN-CLOSE
                   MOVE WS-CURR-CYYMMDD TO SUB-CLOSED-DATE
                   ADD 1 TO WS-CASES-CLOSED
               WHEN TRN-REOPEN
                   MOVE 0 TO SUB-CLOSED-DATE
                   ADD 1 TO WS-CASES-REOPENED
           END-EVALUATE
           IF NOT TRN-ATTORNEY
              AND TRN-TEXT NOT = SUB-STATUS-NOTE
               MOVE 'NOTE' TO RPT-FIELD-NAME
               MOVE SUB-STATUS-NOTE TO RPT-BEFORE-VALUE
               MOVE TRN-TEXT TO RPT-AFTER-VALUE
               WRITE SUB-RPT-LINE FROM WS-RPT-AUDIT
               MOVE TRN-TEXT TO SUB-STATUS-NOTE
           END-IF
           IF TRN-CLERK-ID NOT = SUB-STATUS-CLERK
               MOVE 'CLERK-ID' TO RPT-FIELD-NAME
               MOVE SUB-STATUS-CLERK TO RPT-BEFORE-VALUE
               MOVE TRN-CLERK-ID TO RPT-AFTER-VALUE
               WRITE SUB-RPT-LINE FROM WS-RPT-AUDIT
           END-IF
           MOVE WS-NEW-STATUS TO SUB-CASE-STATUS
           MOVE WS-CURR-CYYMMDD TO SUB-STATUS-DATE
           MOVE TRN-CLERK-ID TO SUB-STATUS-CLERK
           REWRITE SUB-REC.

       8000-TERMINATE.
           MOVE WS-TRANS-POSTED TO RPT-POSTED-COUNT
           MOVE WS-TRANS-REJECTED TO RPT-REJECT-COUNT
           MOVE WS-TOT-RECOVERED TO RPT-RECOVERED-AMT
           WRITE SUB-RPT-LINE FROM WS-RPT-TRAILER
           DISPLAY 'F5910SB2 TRANS READ       = ' WS-TRANS-READ
           DISPLAY 'F5910SB2 TRANS POSTED     = ' WS-TRANS-POSTED
           DISPLAY 'F5910SB2 TRANS REJECTED   = ' WS-TRANS-REJECTED
           DISPLAY 'F5910SB2 AMOUNT RECOVERED = ' WS-TOT-RECOVERED
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE SUB-TRAN-FILE
           CLOSE SUB-FILE
           CLOSE SUB-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5910SB2' TO RUN-JOB-NAME
           PERFORM 8150-BUILD-CYYMMDD-DATE
           MOVE WS-CURR-CYYMMDD TO RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUN-TIME
           SET RUN-COMPLETED-NORMAL TO TRUE
           PERFORM VARYING WS-RUN-CTR-IX FROM 1 BY 1
                   UNTIL WS-RUN-CTR-IX > 6
               MOVE SPACES TO RUN-CTR-LABEL (WS-RUN-CTR-IX)
               MOVE 0 TO RUN-CTR-VALUE (WS-RUN-CTR-IX)
           END-PERFORM
           MOVE 6 TO RUN-CTR-COUNT
           MOVE 'TRANS READ' TO RUN-CTR-LABEL (1)
           MOVE WS-TRANS-READ TO RUN-CTR-VALUE (1)
           MOVE 'POSTED' TO RUN-CTR-LABEL (2)
           MOVE WS-TRANS-POSTED TO RUN-CTR-VALUE (2)
           MOVE 'REJECTS' TO RUN-CTR-LABEL (3)
           MOVE WS-TRANS-REJECTED TO RUN-CTR-VALUE (3)
           MOVE 'RECOVERIES' TO RUN-CTR-LABEL (4)
           MOVE WS-RECOVERIES TO RUN-CTR-VALUE (4)
           MOVE 'CLOSED' TO RUN-CTR-LABEL (5)
           MOVE WS-CASES-CLOSED TO RUN-CTR-VALUE (5)
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
