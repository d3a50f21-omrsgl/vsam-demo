      ****************************************************************
      * PROGRAM F5910QR1 - EXAMINER QUALITY-AUDIT FINDINGS           *
      *                    BATCH DRIVER AGAINST F5750QAS             *
      *                                                               *
      * POSTS EACH REVIEWER'S FINDING AGAINST A CLAIM THAT F5910QS1  *
      * DREW INTO THE AUDIT SAMPLE. ONE 80-BYTE CARD PER FINDING:    *
      *   COLS 1-32  CLAIM KEY - GROUP 9(7), SUB-DIV X(4), BRANCH    *
      *              X(4), CERT 9(9), PATIENT 9(3), CLAIM SEQ 9(5)   *
      *              (THE EOBTRAN LAYOUT)                            *
      *   COL  33    FINDING - P PASSED, F FINANCIAL ERROR,          *
      *              E PROCEDURAL ERROR                              *
      *   COLS 34-42 DOLLAR IMPACT 9(7)V99 (FINANCIAL ERROR ONLY)    *
      *   COL  43    '-' WHEN THE CLAIM WAS UNDERPAID, ELSE BLANK    *
      *   COLS 44-51 REVIEWER ID                                     *
      *   COLS 52-79 FINDING NOTE                                    *
      * A FINANCIAL ERROR MUST CARRY A NONZERO DOLLAR IMPACT; A PASS *
      * OR PROCEDURAL ERROR MUST CARRY NONE. A CLAIM NOT IN THE      *
      * SAMPLE IS REJECTED. A SECOND CARD FOR A CLAIM ALREADY        *
      * REVIEWED REVISES THE FINDING, WITH BEFORE/AFTER AUDIT LINES  *
      * IN THE F5910PM1 STYLE.                                       *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
QAS000* 101526 RCC EXAMINER QUALITY-AUDIT SAMPLING                    *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5910QR1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QAS-TRAN-FILE ASSIGN TO QASTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT QAS-FILE ASSIGN TO QASFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QAS-KEY OF QAS-REC
               FILE STATUS IS WS-QAS-STATUS.

           SELECT QAS-RPT-FILE ASSIGN TO QASRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QAS-TRAN-FILE
           RECORDING MODE IS F.
       01  QAS-TRAN-REC                PIC X(80).

       FD  QAS-FILE
           RECORDING MODE IS F.
       01  QAS-REC.
           COPY F5750QAS.

       FD  QAS-RPT-FILE
           RECORDING MODE IS F.
       01  QAS-RPT-LINE                PIC X(132).

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
       01  WS-QAS-STATUS               PIC XX    VALUE SPACES.
       01  WS-TRAN-EOF-SW              PIC X     VALUE 'N'.
           88  WS-END-OF-TRANS                   VALUE 'Y'.

       01  WS-TRAN-CARD.
           05  TRN-GROUP-NO            PIC 9(7).
           05  TRN-SUB-DIV             PIC X(4).
           05  TRN-BRANCH              PIC X(4).
           05  TRN-CERT-NO             PIC 9(9).
           05  TRN-PATIENT-NO          PIC 9(3).
           05  TRN-CLAIM-SEQ-NO        PIC 9(5).
           05  TRN-FINDING             PIC X(1).
               88  TRN-PASSED                    VALUE 'P'.
               88  TRN-FINANCIAL-ERROR           VALUE 'F'.
               88  TRN-PROCEDURAL-ERROR          VALUE 'E'.
           05  TRN-DOLLAR-IMPACT-X     PIC X(9).
           05  TRN-DOLLAR-IMPACT REDEFINES TRN-DOLLAR-IMPACT-X
                                       PIC 9(7)V99.
           05  TRN-IMPACT-SIGN         PIC X(1).
               88  TRN-UNDERPAID                 VALUE '-'.
           05  TRN-REVIEWER-ID         PIC X(8).
           05  TRN-FINDING-NOTE        PIC X(28).
           05  FILLER                  PIC X(1).
       01  WS-TRAN-KEY-X REDEFINES WS-TRAN-CARD.
           05  TRN-KEY-DISPLAY         PIC X(32).
           05  FILLER                  PIC X(48).

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC S9(9) COMP-3 VALUE 0.
           05  WS-FINDINGS-POSTED      PIC S9(9) COMP-3 VALUE 0.
           05  WS-FINDINGS-REVISED     PIC S9(9) COMP-3 VALUE 0.
           05  WS-TRANS-REJECTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-PASSED-POSTED        PIC S9(9) COMP-3 VALUE 0.
           05  WS-ERRORS-POSTED        PIC S9(9) COMP-3 VALUE 0.

       01  WS-NEW-IMPACT               PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-EDIT-OK-SW               PIC X     VALUE 'N'.
           88  WS-EDIT-OK                        VALUE 'Y'.
       01  WS-AUDIT-AMOUNT             PIC Z(6)9.99-.
       01  WS-AUDIT-DATE               PIC 9(7)  VALUE ZEROS.

       01  WS-RPT-HEADING1.
           05  FILLER                  PIC X(52) VALUE
               'F5910QR1 - QUALITY-AUDIT FINDINGS AUDIT TRAIL'.
       01  WS-RPT-HEADING2.
           05  FILLER                  PIC X(10) VALUE 'ACTION'.
           05  FILLER                  PIC X(34) VALUE 'CLAIM KEY'.
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
           05  RPT-BEFORE-VALUE        PIC X(28).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-AFTER-VALUE         PIC X(28).
       01  WS-RPT-REJECT.
           05  FILLER                  PIC X(11) VALUE 'REJECTED - '.
           05  RPT-REJ-REASON          PIC X(28).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REJ-FINDING         PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-REJ-KEY             PIC X(32).
       01  WS-RPT-TRAILER.
           05  FILLER                  PIC X(8)  VALUE 'POSTED: '.
           05  RPT-POSTED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REVISED: '.
           05  RPT-REVISED-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REJECTS: '.
           05  RPT-REJECT-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-TRANS
               PERFORM 2000-PROCESS-ONE-TRANS
           END-PERFORM
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  QAS-TRAN-FILE
           OPEN I-O    QAS-FILE
           IF WS-QAS-STATUS = '35'
               OPEN OUTPUT QAS-FILE
               CLOSE QAS-FILE
               OPEN I-O QAS-FILE
           END-IF
           OPEN OUTPUT QAS-RPT-FILE
           PERFORM 8150-BUILD-CYYMMDD-DATE

           WRITE QAS-RPT-LINE FROM WS-RPT-HEADING1
           WRITE QAS-RPT-LINE FROM WS-RPT-HEADING2

           PERFORM 2800-READ-NEXT-CARD.

       2000-PROCESS-ONE-TRANS.
           ADD 1 TO WS-TRANS-READ
           PERFORM 2100-EDIT-CARD
           IF WS-EDIT-OK
               PERFORM 3000-POST-FINDING
           END-IF
           PERFORM 2800-READ-NEXT-CARD.

      * THE FINDING CODE AND DOLLAR IMPACT MUST AGREE: ONLY A
      * FINANCIAL ERROR MOVES MONEY.
       2100-EDIT-CARD.
           MOVE 'N' TO WS-EDIT-OK-SW
           MOVE 0 TO WS-NEW-IMPACT
           EVALUATE TRUE
               WHEN TRN-GROUP-NO NOT NUMERIC
                 OR TRN-CERT-NO NOT NUMERIC
                 OR TRN-PATIENT-NO NOT NUMERIC
                 OR TRN-CLAIM-SEQ-NO NOT NUMERIC
                   MOVE 'CLAIM KEY NOT NUMERIC' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN NOT TRN-PASSED
                AND NOT TRN-FINANCIAL-ERROR
                AND NOT TRN-PROCEDURAL-ERROR
                   MOVE 'UNKNOWN FINDING CODE' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN TRN-DOLLAR-IMPACT-X NOT = SPACES
                AND TRN-DOLLAR-IMPACT NOT NUMERIC
                   MOVE 'DOLLAR IMPACT NOT NUMERIC' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN TRN-IMPACT-SIGN NOT = SPACE
                AND NOT TRN-UNDERPAID
                   MOVE 'INVALID IMPACT SIGN' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN TRN-REVIEWER-ID = SPACES
                   MOVE 'REVIEWER ID MISSING' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               WHEN OTHER
                   IF TRN-DOLLAR-IMPACT-X NOT = SPACES
                       MOVE TRN-DOLLAR-IMPACT TO WS-NEW-IMPACT
                       IF TRN-UNDERPAID
                           COMPUTE WS-NEW-IMPACT = 0 - WS-NEW-IMPACT
                       END-IF
                   END-IF
                   IF TRN-FINANCIAL-ERROR AND WS-NEW-IMPACT = 0
                       MOVE 'FINANCIAL ERROR NEEDS AMOUNT'
                           TO RPT-REJ-REASON
                       PERFORM 2900-REJECT-TRANS
                   ELSE
                       IF NOT TRN-FINANCIAL-ERROR
                          AND WS-NEW-IMPACT NOT = 0
                           MOVE 'AMOUNT ONLY ON FINANCIAL ERR'
                               TO RPT-REJ-REASON
                           PERFORM 2900-REJECT-TRANS
                       ELSE
                           SET WS-EDIT-OK TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE.

       2800-READ-NEXT-CARD.
           READ QAS-TRAN-FILE
               AT END
                   SET WS-END-OF-TRANS TO TRUE
               NOT AT END
                   MOVE QAS-TRAN-REC TO WS-TRAN-CARD
           END-READ.

       2900-REJECT-TRANS.
           MOVE TRN-FINDING TO RPT-REJ-FINDING
           MOVE TRN-KEY-DISPLAY TO RPT-REJ-KEY
           WRITE QAS-RPT-LINE FROM WS-RPT-REJECT
           ADD 1 TO WS-TRANS-REJECTED.

       3000-POST-FINDING.
           MOVE TRN-GROUP-NO TO QAS-GROUP-NO
           MOVE TRN-SUB-DIV TO QAS-SUB-DIV
           MOVE TRN-BRANCH TO QAS-BRANCH
           MOVE TRN-CERT-NO TO QAS-CERT-NO
           MOVE TRN-PATIENT-NO TO QAS-PATIENT-NO
           MOVE TRN-CLAIM-SEQ-NO TO QAS-CLAIM-SEQ-NO
           READ QAS-FILE
               INVALID KEY
                   MOVE 'CLAIM NOT IN AUDIT SAMPLE' TO RPT-REJ-REASON
                   PERFORM 2900-REJECT-TRANS
               NOT INVALID KEY
                   PERFORM 3100-APPLY-FINDING
           END-READ.

      * A FIRST FINDING SHOWS ITS AFTER VALUES ONLY; A REVISION
      * SHOWS BEFORE AND AFTER FOR EACH FIELD THAT CHANGED.
       3100-APPLY-FINDING.
           MOVE TRN-KEY-DISPLAY TO RPT-KEY
           IF QAS-NOT-REVIEWED
               MOVE 'POSTED' TO RPT-ACTION
               ADD 1 TO WS-FINDINGS-POSTED
           ELSE
               MOVE 'REVISED' TO RPT-ACTION
               ADD 1 TO WS-FINDINGS-REVISED
           END-IF
           IF TRN-FINDING NOT = QAS-FINDING
               MOVE 'FINDING' TO RPT-FIELD-NAME
               MOVE QAS-FINDING TO RPT-BEFORE-VALUE
               MOVE TRN-FINDING TO RPT-AFTER-VALUE
               WRITE QAS-RPT-LINE FROM WS-RPT-AUDIT
           END-IF
           IF WS-NEW-IMPACT NOT = QAS-DOLLAR-IMPACT
               MOVE 'DOLLAR-IMPCT' TO RPT-FIELD-NAME
               MOVE QAS-DOLLAR-IMPACT TO WS-AUDIT-AMOUNT
               MOVE WS-AUDIT-AMOUNT TO RPT-BEFORE-VALUE
               MOVE WS-NEW-IMPACT TO WS-AUDIT-AMOUNT
               MOVE WS-AUDIT-AMOUNT TO RPT-AFTER-VALUE
               WRITE QAS-RPT-LINE FROM WS-RPT-AUDIT
           END-IF
           IF TRN-REVIEWER-ID NOT = QAS-REVIEWER-ID
               MOVE 'REVIEWER-ID' TO RPT-FIELD-NAME
               MOVE QAS-REVIEWER-ID TO RPT-BEFORE-VALUE
               MOVE TRN-REVIEWER-ID TO RPT-AFTER-VALUE
               WRITE QAS-RPT-LINE FROM WS-RPT-AUDIT
           END-IF
           IF TRN-FINDING-NOTE NOT = QAS-FINDING-NOTE
               MOVE 'NOTE' TO RPT-FIELD-NAME
               MOVE QAS-FINDING-NOTE TO RPT-BEFORE-VALUE
               MOVE TRN-FINDING-NOTE TO RPT-AFTER-VALUE
               WRITE QAS-RPT-LINE FROM WS-RPT-AUDIT
           END-IF
           MOVE 'REVIEW-DATE' TO RPT-FIELD-NAME
           MOVE QAS-REVIEW-DATE TO WS-AUDIT-DATE
           MOVE WS-AUDIT-DATE TO RPT-BEFORE-VALUE
           MOVE WS-CURR-CYYMMDD TO WS-AUDIT-DATE
           MOVE WS-AUDIT-DATE TO RPT-AFTER-VALUE
           WRITE QAS-RPT-LINE FROM WS-RPT-AUDIT
           MOVE TRN-FINDING TO QAS-FINDING
           MOVE WS-NEW-IMPACT TO QAS-DOLLAR-IMPACT
           MOVE TRN-REVIEWER-ID TO QAS-REVIEWER-ID
           MOVE TRN-FINDING-NOTE TO QAS-FINDING-NOTE
           MOVE WS-CURR-CYYMMDD TO QAS-REVIEW-DATE
           REWRITE QAS-REC
           IF QAS-PASSED
               ADD 1 TO WS-PASSED-POSTED
           ELSE
               ADD 1 TO WS-ERRORS-POSTED
           END-IF.

       8000-TERMINATE.
           MOVE WS-FINDINGS-POSTED TO RPT-POSTED-COUNT
           MOVE WS-FINDINGS-REVISED TO RPT-REVISED-COUNT
           MOVE WS-TRANS-REJECTED TO RPT-REJECT-COUNT
           WRITE QAS-RPT-LINE FROM WS-RPT-TRAILER
           DISPLAY 'F5910QR1 TRANS READ       = ' WS-TRANS-READ
           DISPLAY 'F5910QR1 FINDINGS POSTED  = ' WS-FINDINGS-POSTED
           DISPLAY 'F5910QR1 FINDINGS REVISED = ' WS-FINDINGS-REVISED
           DISPLAY 'F5910QR1 TRANS REJECTED   = ' WS-TRANS-REJECTED
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE QAS-TRAN-FILE
           CLOSE QAS-FILE
           CLOSE QAS-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5910QR1' TO RUN-JOB-NAME
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
           MOVE WS-FINDINGS-POSTED TO RUN-CTR-VALUE (2)
           MOVE 'REVISED' TO RUN-CTR-LABEL (3)
           MOVE WS-FINDINGS-REVISED TO RUN-CTR-VALUE (3)
           MOVE 'PASSED' TO RUN-CTR-LABEL (4)
           MOVE WS-PASSED-POSTED TO RUN-CTR-VALUE (4)
           MOVE 'ERRORS' TO RUN-CTR-LABEL (5)
           MOVE WS-ERRORS-POSTED TO RUN-CTR-VALUE (5)
           MOVE 'REJECTS' TO RUN-CTR-LABEL (6)
           MOVE WS-TRANS-REJECTED TO RUN-CTR-VALUE (6)
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
