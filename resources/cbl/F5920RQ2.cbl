      ****************************************************************
      * PROGRAM F5920RQ2 - FSA VENDOR ACKNOWLEDGEMENT RECONCILIATION *
      *                    BATCH DRIVER AGAINST F5750FSA             *
      *                                                               *
      * EACH FSA ADMINISTRATOR RETURNS AN ACKNOWLEDGEMENT FILE       *
      * (FSAACK) FOR THE CLAIMS F5920RQ1 SENT IT, ONE 80-BYTE CARD   *
      * PER CLAIM ACCEPTED OR REJECTED:                              *
      *                                                               *
      *   COLS  1- 3  VENDOR ID                                      *
      *   COLS  4-10  GROUP NUMBER            9(7)                   *
      *   COLS 11-14  SUB-DIVISION            X(4)                   *
      *   COLS 15-18  BRANCH                  X(4)                   *
      *   COLS 19-27  CERTIFICATE NUMBER      9(9)                   *
      *   COLS 28-30  PATIENT NUMBER          9(3)                   *
      *   COLS 31-35  CLAIM SEQUENCE NUMBER   9(5)                   *
      *   COL  36     A = ACCEPTED, R = REJECTED                     *
      *   COLS 37-40  VENDOR REJECT CODE                             *
      *   COLS 41-70  VENDOR REJECT TEXT                             *
      *   COLS 71-78  VENDOR ACK DATE, CCYYMMDD (INFORMATION ONLY)   *
      *                                                               *
      * EACH CARD IS POSTED TO THE F5750FSA SENT LEDGER. A CARD FOR  *
      * A CLAIM NOT ON THE LEDGER, FOR A DIFFERENT VENDOR THAN THE   *
      * ONE THE CLAIM WENT TO, OR WITH A BAD STATUS IS REJECTED AND  *
      * LISTED. THE LEDGER IS THEN BROWSED AND THE RECONCILIATION    *
      * WORKLIST SHOWS:                                              *
      *                                                               *
      *   - EVERY CLAIM THE VENDOR HAS REJECTED (NEW FLAGS THOSE     *
      *     POSTED IN THIS RUN), AND                                 *
      *   - EVERY CLAIM STILL AWAITING ACKNOWLEDGEMENT MORE THAN THE *
      *     GRACE PERIOD AFTER IT WAS SENT.                          *
      *                                                               *
      * A REJECTED CLAIM IS NOT RESENT AUTOMATICALLY - IT STAYS ON   *
      * THE WORKLIST UNTIL THE VENDOR ACCEPTS A CORRECTED SUBMISSION.*
      *                                                               *
      * SYSIN CARD: COLS 1-3 GRACE PERIOD IN DAYS (DEFAULT 5). A     *
      * PUNCHED VALUE THAT FAILS ITS EDIT ENDS THE RUN WITH RETURN   *
      * CODE 8.                                                      *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
FSAV00* 101526 RCC FSA VENDOR PATIENT-RESPONSIBILITY FEED             *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RQ2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSA-ACK-FILE ASSIGN TO FSAACK
               ORGANIZATION IS SEQUENTIAL.

           SELECT FSA-LEDGER-FILE ASSIGN TO FSALEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSA-KEY OF FSA-LEDGER-REC
               FILE STATUS IS WS-FSA-STATUS.

           SELECT FSA-RPT-FILE ASSIGN TO FSARRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FSA-ACK-FILE
           RECORDING MODE IS F.
       01  FSA-ACK-REC.
           05  ACK-VENDOR-ID           PIC X(3).
           05  ACK-CLAIM-KEY.
               10  ACK-GROUP-NO        PIC 9(7).
               10  ACK-SUB-DIV         PIC X(4).
               10  ACK-BRANCH          PIC X(4).
               10  ACK-CERT-NO         PIC 9(9).
               10  ACK-PATIENT-NO      PIC 9(3).
               10  ACK-CLAIM-SEQ-NO    PIC 9(5).
           05  ACK-STATUS              PIC X(1).
               88  ACK-ACCEPTED                  VALUE 'A'.
               88  ACK-REJECTED                  VALUE 'R'.
           05  ACK-REJECT-CODE         PIC X(4).
           05  ACK-REJECT-TEXT         PIC X(30).
           05  ACK-VENDOR-DATE         PIC X(8).
           05  FILLER                  PIC X(2).

       FD  FSA-LEDGER-FILE
           RECORDING MODE IS F.
       01  FSA-LEDGER-REC.
           COPY F5750FSA.

       FD  FSA-RPT-FILE
           RECORDING MODE IS F.
       01  FSA-RPT-LINE                PIC X(132).

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
       01  WS-FSA-STATUS                PIC XX    VALUE SPACES.
       01  WS-EOF-SW                    PIC X     VALUE 'N'.
           88  WS-END-OF-INPUT                    VALUE 'Y'.
       01  WS-BROWSE-EOF-SW             PIC X     VALUE 'N'.
           88  WS-END-OF-BROWSE                   VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-GRACE            PIC 9(3)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-GRACE-X          PIC X(3).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-GRACE-DAYS                PIC S9(3) COMP-3 VALUE 5.

       01  WS-TODAY-DAY                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-SENT-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-DAYS-WAITING              PIC S9(7) COMP-3 VALUE 0.
       01  WS-CCYYMMDD                  PIC 9(8)  VALUE ZEROS.

       01  WS-REJECT-REASON             PIC X(28) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-ACKS-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-ACKS-ACCEPTED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-ACKS-REJECTED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-ACKS-REPEATED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-ACKS-IN-ERROR         PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-READ           PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-ACCEPTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-REJECTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-AWAITING       PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-OVERDUE        PIC S9(9) COMP-3 VALUE 0.
       01  WS-DOLLARS.
           05  WS-AMT-REJECTED          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-AMT-OVERDUE           PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(56) VALUE
               'F5920RQ2 - FSA VENDOR ACKNOWLEDGEMENT RECONCILIATION'.
       01  WS-RPT-SECTION-LINE.
           05  RPT-SECTION-TEXT         PIC X(80).
       01  WS-RPT-ACK-REJECT-LINE.
           05  FILLER                   PIC X(11) VALUE 'REJECTED - '.
           05  RPT-AR-REASON            PIC X(28).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-AR-CARD              PIC X(80).
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(6)  VALUE 'VENDOR'.
           05  FILLER                   PIC X(40) VALUE
               ' GROUP   SUBD BRCH CERT      PAT SEQ'.
           05  FILLER                   PIC X(10) VALUE 'SENT'.
           05  FILLER                   PIC X(15) VALUE
               '     AMOUNT'.
           05  FILLER                   PIC X(10) VALUE 'STATUS'.
           05  FILLER                   PIC X(8)  VALUE 'DAYS'.
           05  FILLER                   PIC X(36) VALUE
               'CODE VENDOR REASON'.
       01  WS-RPT-DETAIL-LINE.
           05  RPT-VENDOR-ID            PIC X(3).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-GROUP-NO             PIC 9(7).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-SUB-DIV              PIC X(4).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-BRANCH               PIC X(4).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-CERT-NO              PIC 9(9).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-PATIENT-NO           PIC 9(3).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-CLAIM-SEQ-NO         PIC 9(5).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-SENT-DATE            PIC 9(7).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-SENT-AMT             PIC Z(9)9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STATUS               PIC X(9).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-DAYS                 PIC ZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-REJECT-CODE          PIC X(4).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-REJECT-TEXT          PIC X(30).
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL            PIC X(44).
           05  RPT-TOT-COUNT            PIC ZZZZZZZZZ9.
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
           PERFORM 1000-INITIALIZE
           IF NOT WS-PARM-ERROR
               PERFORM UNTIL WS-END-OF-INPUT
                   PERFORM 2000-POST-ONE-ACK
               END-PERFORM
               PERFORM 3000-LIST-OUTSTANDING
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT FSA-RPT-FILE
           WRITE FSA-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CCYYMMDD
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE (WS-CCYYMMDD)
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE FSA-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT FSA-ACK-FILE
               OPEN I-O   FSA-LEDGER-FILE
               IF WS-FSA-STATUS = '35'
                   OPEN OUTPUT FSA-LEDGER-FILE
                   CLOSE FSA-LEDGER-FILE
                   OPEN I-O FSA-LEDGER-FILE
               END-IF
               MOVE SPACES TO WS-RPT-SECTION-LINE
               WRITE FSA-RPT-LINE FROM WS-RPT-SECTION-LINE
               MOVE 'ACKNOWLEDGEMENT CARDS NOT POSTED'
                   TO RPT-SECTION-TEXT
               WRITE FSA-RPT-LINE FROM WS-RPT-SECTION-LINE
               READ FSA-ACK-FILE
                   AT END SET WS-END-OF-INPUT TO TRUE
               END-READ
           END-IF.

      * THE GRACE PERIOD DEFAULTS TO 5 DAYS WHEN NOT PUNCHED.
       1050-EDIT-PARM-CARD.
           MOVE 'ACK GRACE DAYS' TO RPT-PARM-NAME
           IF WS-PARM-GRACE-X = SPACES
               MOVE WS-GRACE-DAYS TO RPT-PARM-VALUE
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-GRACE NUMERIC
                   MOVE WS-PARM-GRACE TO WS-GRACE-DAYS
                   MOVE WS-PARM-GRACE TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE FSA-RPT-LINE FROM WS-RPT-PARM-LINE.

      *****************************************************************
      * POST ONE VENDOR ACKNOWLEDGEMENT TO THE SENT LEDGER.            *
      *****************************************************************
       2000-POST-ONE-ACK.
           ADD 1 TO WS-ACKS-READ
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT ACK-ACCEPTED AND NOT ACK-REJECTED
                   MOVE 'STATUS NOT A OR R' TO WS-REJECT-REASON
               WHEN ACK-GROUP-NO NOT NUMERIC
                 OR ACK-CERT-NO NOT NUMERIC
                 OR ACK-PATIENT-NO NOT NUMERIC
                 OR ACK-CLAIM-SEQ-NO NOT NUMERIC
                   MOVE 'CLAIM KEY NOT NUMERIC' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2100-MATCH-LEDGER
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-ACKS-IN-ERROR
               MOVE WS-REJECT-REASON TO RPT-AR-REASON
               MOVE FSA-ACK-REC TO RPT-AR-CARD
               WRITE FSA-RPT-LINE FROM WS-RPT-ACK-REJECT-LINE
           END-IF
           READ FSA-ACK-FILE
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ.

       2100-MATCH-LEDGER.
           MOVE ACK-GROUP-NO TO FSA-GROUP-NO
           MOVE ACK-SUB-DIV TO FSA-SUB-DIV
           MOVE ACK-BRANCH TO FSA-BRANCH
           MOVE ACK-CERT-NO TO FSA-CERT-NO
           MOVE ACK-PATIENT-NO TO FSA-PATIENT-NO
           MOVE ACK-CLAIM-SEQ-NO TO FSA-CLAIM-SEQ-NO
           READ FSA-LEDGER-FILE
               INVALID KEY
                   MOVE 'CLAIM NOT ON SENT LEDGER' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
               IF FSA-VENDOR-ID NOT = ACK-VENDOR-ID
                   MOVE 'CLAIM SENT TO OTHER VENDOR'
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM 2200-UPDATE-LEDGER
               END-IF
           END-IF.

      * A REPEAT ACKNOWLEDGEMENT IS COUNTED AND THE LATEST ONE WINS.
       2200-UPDATE-LEDGER.
           IF NOT FSA-AWAITING-ACK
               ADD 1 TO WS-ACKS-REPEATED
           END-IF
           IF ACK-ACCEPTED
               SET FSA-ACCEPTED TO TRUE
               MOVE SPACES TO FSA-REJECT-CODE
               MOVE SPACES TO FSA-REJECT-TEXT
               ADD 1 TO WS-ACKS-ACCEPTED
           ELSE
               SET FSA-REJECTED TO TRUE
               MOVE ACK-REJECT-CODE TO FSA-REJECT-CODE
               MOVE ACK-REJECT-TEXT TO FSA-REJECT-TEXT
               ADD 1 TO WS-ACKS-REJECTED
           END-IF
           MOVE WS-CURR-CYYMMDD TO FSA-ACK-DATE
           REWRITE FSA-LEDGER-REC
               INVALID KEY
                   MOVE 'LEDGER REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE.

      *****************************************************************
      * BROWSE THE LEDGER - LIST REJECTED CLAIMS AND CLAIMS STILL     *
      * AWAITING ACKNOWLEDGEMENT BEYOND THE GRACE PERIOD.             *
      *****************************************************************
       3000-LIST-OUTSTANDING.
           MOVE SPACES TO WS-RPT-SECTION-LINE
           WRITE FSA-RPT-LINE FROM WS-RPT-SECTION-LINE
           MOVE 'RECONCILIATION WORKLIST - REJECTED OR NOT ACKNOWLEDGED'
               TO RPT-SECTION-TEXT
           WRITE FSA-RPT-LINE FROM WS-RPT-SECTION-LINE
           WRITE FSA-RPT-LINE FROM WS-RPT-HEADING2
           MOVE LOW-VALUES TO FSA-KEY
           START FSA-LEDGER-FILE
               KEY IS NOT LESS THAN FSA-KEY
               INVALID KEY
                   SET WS-END-OF-BROWSE TO TRUE
           END-START
           IF WS-FSA-STATUS NOT = '00'
               SET WS-END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-BROWSE
               READ FSA-LEDGER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-BROWSE TO TRUE
                   NOT AT END
                       PERFORM 3100-CHECK-LEDGER-ROW
               END-READ
               IF WS-FSA-STATUS NOT = '00'
                   SET WS-END-OF-BROWSE TO TRUE
               END-IF
           END-PERFORM.

       3100-CHECK-LEDGER-ROW.
           ADD 1 TO WS-LEDGER-READ
           MOVE 0 TO WS-DAYS-WAITING
           IF FSA-SENT-DATE > 0
               COMPUTE WS-CCYYMMDD = FSA-SENT-DATE + 19000000
               COMPUTE WS-SENT-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-CCYYMMDD)
               COMPUTE WS-DAYS-WAITING = WS-TODAY-DAY - WS-SENT-DAY
           END-IF
           EVALUATE TRUE
               WHEN FSA-ACCEPTED
                   ADD 1 TO WS-LEDGER-ACCEPTED
               WHEN FSA-REJECTED
                   ADD 1 TO WS-LEDGER-REJECTED
                   ADD FSA-SENT-AMT TO WS-AMT-REJECTED
                   IF FSA-ACK-DATE = WS-CURR-CYYMMDD
                       MOVE 'REJ NEW' TO RPT-STATUS
                   ELSE
                       MOVE 'REJECTED' TO RPT-STATUS
                   END-IF
                   PERFORM 3200-WRITE-WORKLIST-LINE
               WHEN OTHER
                   ADD 1 TO WS-LEDGER-AWAITING
                   IF WS-DAYS-WAITING > WS-GRACE-DAYS
                       ADD 1 TO WS-LEDGER-OVERDUE
                       ADD FSA-SENT-AMT TO WS-AMT-OVERDUE
                       MOVE 'NO ACK' TO RPT-STATUS
                       PERFORM 3200-WRITE-WORKLIST-LINE
                   END-IF
           END-EVALUATE.

       3200-WRITE-WORKLIST-LINE.
           MOVE FSA-VENDOR-ID TO RPT-VENDOR-ID
           MOVE FSA-GROUP-NO TO RPT-GROUP-NO
           MOVE FSA-SUB-DIV TO RPT-SUB-DIV
           MOVE FSA-BRANCH TO RPT-BRANCH
           MOVE FSA-CERT-NO TO RPT-CERT-NO
           MOVE FSA-PATIENT-NO TO RPT-PATIENT-NO
           MOVE FSA-CLAIM-SEQ-NO TO RPT-CLAIM-SEQ-NO
           MOVE FSA-SENT-DATE TO RPT-SENT-DATE
           MOVE FSA-SENT-AMT TO RPT-SENT-AMT
           MOVE WS-DAYS-WAITING TO RPT-DAYS
           MOVE FSA-REJECT-CODE TO RPT-REJECT-CODE
           MOVE FSA-REJECT-TEXT TO RPT-REJECT-TEXT
           WRITE FSA-RPT-LINE FROM WS-RPT-DETAIL-LINE.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               MOVE SPACES TO WS-RPT-SECTION-LINE
               WRITE FSA-RPT-LINE FROM WS-RPT-SECTION-LINE
               MOVE SPACES TO RPT-TOT-AMOUNT-X
               MOVE 'ACKNOWLEDGEMENT CARDS READ' TO RPT-TOT-LABEL
               MOVE WS-ACKS-READ TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ACCEPTANCES POSTED' TO RPT-TOT-LABEL
               MOVE WS-ACKS-ACCEPTED TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'REJECTIONS POSTED' TO RPT-TOT-LABEL
               MOVE WS-ACKS-REJECTED TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'REPEAT ACKNOWLEDGEMENTS' TO RPT-TOT-LABEL
               MOVE WS-ACKS-REPEATED TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CARDS NOT POSTED' TO RPT-TOT-LABEL
               MOVE WS-ACKS-IN-ERROR TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'LEDGER CLAIMS' TO RPT-TOT-LABEL
               MOVE WS-LEDGER-READ TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  ACCEPTED' TO RPT-TOT-LABEL
               MOVE WS-LEDGER-ACCEPTED TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  REJECTED' TO RPT-TOT-LABEL
               MOVE WS-LEDGER-REJECTED TO RPT-TOT-COUNT
               MOVE WS-AMT-REJECTED TO RPT-TOT-AMOUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE SPACES TO RPT-TOT-AMOUNT-X
               MOVE '  AWAITING ACKNOWLEDGEMENT' TO RPT-TOT-LABEL
               MOVE WS-LEDGER-AWAITING TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '    PAST GRACE PERIOD' TO RPT-TOT-LABEL
               MOVE WS-LEDGER-OVERDUE TO RPT-TOT-COUNT
               MOVE WS-AMT-OVERDUE TO RPT-TOT-AMOUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               CLOSE FSA-ACK-FILE
               CLOSE FSA-LEDGER-FILE
           END-IF
           DISPLAY 'F5920RQ2 ACKS READ        = ' WS-ACKS-READ
           DISPLAY 'F5920RQ2 ACKS NOT POSTED  = ' WS-ACKS-IN-ERROR
           DISPLAY 'F5920RQ2 CLAIMS REJECTED  = ' WS-LEDGER-REJECTED
           DISPLAY 'F5920RQ2 CLAIMS OVERDUE   = ' WS-LEDGER-OVERDUE
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE FSA-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RQ2' TO RUN-JOB-NAME
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
           MOVE 'ACKS READ' TO RUN-CTR-LABEL (1)
           MOVE WS-ACKS-READ TO RUN-CTR-VALUE (1)
           MOVE 'ACCEPTED' TO RUN-CTR-LABEL (2)
           MOVE WS-ACKS-ACCEPTED TO RUN-CTR-VALUE (2)
           MOVE 'REJECTED' TO RUN-CTR-LABEL (3)
           MOVE WS-ACKS-REJECTED TO RUN-CTR-VALUE (3)
           MOVE 'NOT POSTED' TO RUN-CTR-LABEL (4)
           MOVE WS-ACKS-IN-ERROR TO RUN-CTR-VALUE (4)
           MOVE 'OPEN REJECTS' TO RUN-CTR-LABEL (5)
           MOVE WS-LEDGER-REJECTED TO RUN-CTR-VALUE (5)
           MOVE 'NO ACK' TO RUN-CTR-LABEL (6)
           MOVE WS-LEDGER-OVERDUE TO RUN-CTR-VALUE (6)
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
