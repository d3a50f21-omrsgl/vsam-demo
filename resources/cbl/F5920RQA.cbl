      ****************************************************************
      * PROGRAM F5920RQA - ACA EDGE SERVER RESPONSE LOAD AND REJECT  *
      *                    WORKLIST                                  *
      *                    BATCH DRIVER AGAINST F5750EDG             *
      *                                                               *
      * THE EDGE SERVER RETURNS A RESPONSE FILE FOR EACH SUBMISSION  *
      * F5920RQ9 BUILDS. IT ARRIVES HERE (EDGRSP) AS ONE 80-BYTE     *
      * CARD PER ENROLLMENT PERIOD OR CLAIM ACCEPTED OR REJECTED:    *
      *                                                               *
      *   COL  1      E = ENROLLMENT, C = CLAIM                      *
      *   COLS  2- 8  GROUP NUMBER            9(7)                   *
      *   COLS  9-12  SUB-DIVISION            X(4)                   *
      *   COLS 13-16  BRANCH                  X(4)                   *
      *   COLS 17-25  CERTIFICATE NUMBER      9(9)                   *
      *   COLS 26-28  PATIENT NUMBER          9(3)                   *
      *   COLS 29-33  CLAIM SEQUENCE NUMBER   9(5) (00000 ON AN      *
      *               ENROLLMENT CARD)                               *
      *   COL  34     A = ACCEPTED, R = REJECTED                     *
      *   COLS 35-40  EDGE ERROR CODE                                *
      *   COLS 41-80  EDGE ERROR TEXT                                *
      *                                                               *
      * COLS 2-33 ARE THE EDGE CLAIM ID (ENROLLEE ID PLUS CLAIM      *
      * SEQUENCE) EXACTLY AS F5920RQ9 SENT IT.                       *
      *                                                               *
      * EACH CARD IS POSTED TO THE F5750EDG SUBMISSION LEDGER. A     *
      * CARD FOR A ROW NOT ON THE LEDGER, WITH A SEQUENCE THAT DOES  *
      * NOT MATCH ITS RECORD TYPE, OR WITH A BAD STATUS IS REJECTED  *
      * AND LISTED. AN ACCEPTANCE MAKES THE CLAIM ONE EDGE HOLDS, SO *
      * ANY LATER CHANGE GOES AS A REPLACEMENT. AN ENROLLEE HAS ONE  *
      * CARD PER COVERAGE PERIOD; A PERIOD REJECTED IN THIS RUN IS   *
      * NOT CLEARED BY ANOTHER PERIOD'S ACCEPTANCE.                  *
      *                                                               *
      * THE LEDGER IS THEN BROWSED AND THE REJECT WORKLIST SHOWS:    *
      *   - EVERY ENROLLEE AND CLAIM EDGE HAS REJECTED (NEW FLAGS    *
      *     THOSE POSTED IN THIS RUN), AND                           *
      *   - EVERY ROW STILL AWAITING A RESPONSE MORE THAN THE GRACE  *
      *     PERIOD AFTER IT WAS SENT.                                *
      * THE NEXT F5920RQ9 RUN RESENDS EVERY REJECTED ROW AS IT THEN  *
      * STANDS AND RESETS IT TO AWAITING A RESPONSE, SO THE MEMBER   *
      * OR CLAIM DATA MUST BE CORRECTED BEFORE THAT RUN.             *
      *                                                               *
      * SYSIN CARD:                                                  *
      *   COLS 1-3   GRACE PERIOD IN DAYS (DEFAULT 5)                *
      *   COLS 4-8   EDGE SUBMISSION DEADLINE, YYDDD (OPTIONAL)      *
      * WHEN A DEADLINE IS PUNCHED, THE DAYS LEFT ARE PRINTED AND    *
      * THE RUN ENDS WITH RETURN CODE 4 IF REJECTS ARE STILL OPEN    *
      * WITHIN THE GRACE PERIOD OF (OR PAST) THE DEADLINE. A PUNCHED *
      * VALUE THAT FAILS ITS EDIT ENDS THE RUN WITH RETURN CODE 8.   *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
EDGE00* 101526 RCC ACA EDGE SERVER SUBMISSION                         *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RQA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDG-RSP-FILE ASSIGN TO EDGRSP
               ORGANIZATION IS SEQUENTIAL.

           SELECT EDG-LEDGER-FILE ASSIGN TO EDGLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDG-KEY OF EDG-LEDGER-REC
               FILE STATUS IS WS-EDG-STATUS.

           SELECT EDG-RPT-FILE ASSIGN TO EDGRRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDG-RSP-FILE
           RECORDING MODE IS F.
       01  EDG-RSP-REC.
           05  RSP-REC-TYPE            PIC X(1).
               88  RSP-ENROLLMENT                VALUE 'E'.
               88  RSP-CLAIM                     VALUE 'C'.
           05  RSP-RECORD-ID.
               10  RSP-GROUP-NO        PIC 9(7).
               10  RSP-SUB-DIV         PIC X(4).
               10  RSP-BRANCH          PIC X(4).
               10  RSP-CERT-NO         PIC 9(9).
               10  RSP-PATIENT-NO      PIC 9(3).
               10  RSP-CLAIM-SEQ-NO    PIC 9(5).
           05  RSP-STATUS              PIC X(1).
               88  RSP-ACCEPTED                  VALUE 'A'.
               88  RSP-REJECTED                  VALUE 'R'.
           05  RSP-ERROR-CODE          PIC X(6).
           05  RSP-ERROR-TEXT          PIC X(40).

       FD  EDG-LEDGER-FILE
           RECORDING MODE IS F.
       01  EDG-LEDGER-REC.
           COPY F5750EDG.

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
       01  WS-CURR-DATE-BRK.
           05  WS-CURR-CCYY             PIC 9(4).
           05  WS-CURR-MM               PIC 9(2).
           05  WS-CURR-DD               PIC 9(2).
       01  WS-CURR-CYYMMDD              PIC S9(7) COMP-3 VALUE 0.
       01  WS-EDG-STATUS                PIC XX    VALUE SPACES.
       01  WS-EOF-SW                    PIC X     VALUE 'N'.
           88  WS-END-OF-INPUT                    VALUE 'Y'.
       01  WS-BROWSE-EOF-SW             PIC X     VALUE 'N'.
           88  WS-END-OF-BROWSE                   VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-GRACE            PIC 9(3)  VALUE ZEROS.
           05  WS-PARM-DEADLINE         PIC 9(5)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-GRACE-X          PIC X(3).
           05  WS-PARM-DEADLINE-X       PIC X(5).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-GRACE-DAYS                PIC S9(3) COMP-3 VALUE 5.
       01  WS-DEADLINE-SW               PIC X     VALUE 'N'.
           88  WS-DEADLINE-GIVEN                  VALUE 'Y'.
       01  WS-DAYS-TO-DEADLINE          PIC S9(7) COMP-3 VALUE 0.

       01  WS-TODAY-DAY                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-SENT-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-DAYS-WAITING              PIC S9(7) COMP-3 VALUE 0.
       01  WS-CCYYMMDD                  PIC 9(8)  VALUE ZEROS.

       01  WS-JUL-DATE                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-JUL-BRK                   PIC 9(5)  VALUE ZEROS.
       01  FILLER REDEFINES WS-JUL-BRK.
           05  WS-JUL-YY                PIC 9(2).
           05  WS-JUL-DDD               PIC 9(3).
       01  WS-JUL-YYYYDDD               PIC 9(7)  VALUE ZEROS.
       01  WS-DAY-NUMBER                PIC S9(7) COMP-3 VALUE 0.

       01  WS-REJECT-REASON             PIC X(28) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RSPS-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-RSPS-ACCEPTED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-RSPS-REJECTED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-RSPS-REPEATED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-RSPS-IN-ERROR         PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-READ           PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-ACCEPTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-REJECTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-ENROLLEES-REJECTED    PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIMS-REJECTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-AWAITING       PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-OVERDUE        PIC S9(9) COMP-3 VALUE 0.
       01  WS-DOLLARS.
           05  WS-AMT-REJECTED          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ROW-PAID              PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(56) VALUE
               'F5920RQA - ACA EDGE RESPONSE LOAD AND REJECT WORKLIST'.
       01  WS-RPT-SECTION-LINE.
           05  RPT-SECTION-TEXT         PIC X(80).
       01  WS-RPT-RSP-REJECT-LINE.
           05  FILLER                   PIC X(11) VALUE 'REJECTED - '.
           05  RPT-RR-REASON            PIC X(28).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-RR-CARD              PIC X(80).
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(9)  VALUE 'TYPE'.
           05  FILLER                   PIC X(40) VALUE
               ' GROUP  SUBD BRCH CERT      PAT SEQ'.
           05  FILLER                   PIC X(12) VALUE 'SENT   SENDS'.
           05  FILLER                   PIC X(15) VALUE
               '     EDGE PAID'.
           05  FILLER                   PIC X(10) VALUE 'STATUS'.
           05  FILLER                   PIC X(8)  VALUE 'DAYS'.
           05  FILLER                   PIC X(36) VALUE
               'CODE   EDGE ERROR'.
       01  WS-RPT-DETAIL-LINE.
           05  RPT-ROW-TYPE             PIC X(8).
           05  FILLER                   PIC X(1)  VALUE SPACES.
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
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-SEND-COUNT           PIC ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-PAID-X               PIC X(14).
           05  RPT-PAID REDEFINES RPT-PAID-X
                                        PIC Z(9)9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-STATUS               PIC X(9).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-DAYS                 PIC ZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-ERROR-CODE           PIC X(6).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-ERROR-TEXT           PIC X(30).
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
       01  WS-RPT-DEADLINE-LINE.
           05  FILLER                   PIC X(54) VALUE
               '** EDGE REJECTS STILL OPEN AT THE SUBMISSION DEADLINE'.
           05  FILLER                   PIC X(10) VALUE ' - RC=4 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-PARM-ERROR
               PERFORM UNTIL WS-END-OF-INPUT
                   PERFORM 2000-POST-ONE-RESPONSE
               END-PERFORM
               PERFORM 3000-LIST-OUTSTANDING
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT EDG-RPT-FILE
           WRITE EDG-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CCYYMMDD
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE (WS-CCYYMMDD)
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE EDG-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT EDG-RSP-FILE
               OPEN I-O   EDG-LEDGER-FILE
               IF WS-EDG-STATUS = '35'
                   OPEN OUTPUT EDG-LEDGER-FILE
                   CLOSE EDG-LEDGER-FILE
                   OPEN I-O EDG-LEDGER-FILE
               END-IF
               MOVE SPACES TO WS-RPT-SECTION-LINE
               WRITE EDG-RPT-LINE FROM WS-RPT-SECTION-LINE
               MOVE 'EDGE RESPONSE CARDS NOT POSTED'
                   TO RPT-SECTION-TEXT
               WRITE EDG-RPT-LINE FROM WS-RPT-SECTION-LINE
               READ EDG-RSP-FILE
                   AT END SET WS-END-OF-INPUT TO TRUE
               END-READ
           END-IF.

      * THE GRACE PERIOD DEFAULTS TO 5 DAYS WHEN NOT PUNCHED. THE
      * DEADLINE IS AN OPTIONAL YYDDD VALUE.
       1050-EDIT-PARM-CARD.
           MOVE 'RESPONSE GRACE DAYS' TO RPT-PARM-NAME
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
           WRITE EDG-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'SUBMISSION DEADLINE' TO RPT-PARM-NAME
           IF WS-PARM-DEADLINE-X = SPACES
               MOVE 0 TO RPT-PARM-VALUE
               MOVE '(NONE)' TO RPT-PARM-NOTE
               WRITE EDG-RPT-LINE FROM WS-RPT-PARM-LINE
           ELSE
               MOVE 0 TO WS-DAY-NUMBER
               IF WS-PARM-DEADLINE NUMERIC
                   MOVE WS-PARM-DEADLINE TO WS-JUL-DATE
                   PERFORM 9100-JULIAN-TO-DAY-NUMBER
               END-IF
               IF WS-DAY-NUMBER > 0
                   SET WS-DEADLINE-GIVEN TO TRUE
                   COMPUTE WS-DAYS-TO-DEADLINE =
                       WS-DAY-NUMBER - WS-TODAY-DAY
                   MOVE WS-PARM-DEADLINE TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
                   WRITE EDG-RPT-LINE FROM WS-RPT-PARM-LINE
                   MOVE 'DAYS TO DEADLINE' TO RPT-PARM-NAME
                   IF WS-DAYS-TO-DEADLINE < 0
                       MOVE 0 TO RPT-PARM-VALUE
                       MOVE '(PASSED)' TO RPT-PARM-NOTE
                   ELSE
                       MOVE WS-DAYS-TO-DEADLINE TO RPT-PARM-VALUE
                       MOVE SPACES TO RPT-PARM-NOTE
                   END-IF
                   WRITE EDG-RPT-LINE FROM WS-RPT-PARM-LINE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
                   WRITE EDG-RPT-LINE FROM WS-RPT-PARM-LINE
               END-IF
           END-IF.

      *****************************************************************
      * POST ONE EDGE RESPONSE CARD TO THE SUBMISSION LEDGER.         *
      *****************************************************************
       2000-POST-ONE-RESPONSE.
           ADD 1 TO WS-RSPS-READ
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT RSP-ENROLLMENT AND NOT RSP-CLAIM
                   MOVE 'RECORD TYPE NOT E OR C' TO WS-REJECT-REASON
               WHEN NOT RSP-ACCEPTED AND NOT RSP-REJECTED
                   MOVE 'STATUS NOT A OR R' TO WS-REJECT-REASON
               WHEN RSP-GROUP-NO NOT NUMERIC
                 OR RSP-CERT-NO NOT NUMERIC
                 OR RSP-PATIENT-NO NOT NUMERIC
                 OR RSP-CLAIM-SEQ-NO NOT NUMERIC
                   MOVE 'RECORD ID NOT NUMERIC' TO WS-REJECT-REASON
               WHEN RSP-ENROLLMENT AND RSP-CLAIM-SEQ-NO NOT = 0
               WHEN RSP-CLAIM AND RSP-CLAIM-SEQ-NO = 0
                   MOVE 'ID DOES NOT MATCH RECORD TYPE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 2100-MATCH-LEDGER
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-RSPS-IN-ERROR
               MOVE WS-REJECT-REASON TO RPT-RR-REASON
               MOVE EDG-RSP-REC TO RPT-RR-CARD
               WRITE EDG-RPT-LINE FROM WS-RPT-RSP-REJECT-LINE
           END-IF
           READ EDG-RSP-FILE
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ.

       2100-MATCH-LEDGER.
           MOVE RSP-GROUP-NO TO EDG-GROUP-NO
           MOVE RSP-SUB-DIV TO EDG-SUB-DIV
           MOVE RSP-BRANCH TO EDG-BRANCH
           MOVE RSP-CERT-NO TO EDG-CERT-NO
           MOVE RSP-PATIENT-NO TO EDG-PATIENT-NO
           MOVE RSP-CLAIM-SEQ-NO TO EDG-CLAIM-SEQ-NO
           READ EDG-LEDGER-FILE
               INVALID KEY
                   MOVE 'ID NOT ON EDGE LEDGER' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
               PERFORM 2200-UPDATE-LEDGER
           END-IF.

      * A REPEAT RESPONSE FROM AN EARLIER RUN IS COUNTED AND THE
      * LATEST ONE WINS. WITHIN ONE RUN A REJECT STANDS AGAINST AN
      * ACCEPTANCE OF ANOTHER COVERAGE PERIOD OF THE SAME ENROLLEE.
       2200-UPDATE-LEDGER.
           IF NOT EDG-AWAITING-RESP
              AND EDG-RESP-DATE NOT = WS-CURR-CYYMMDD
               ADD 1 TO WS-RSPS-REPEATED
           END-IF
           IF RSP-ACCEPTED
               ADD 1 TO WS-RSPS-ACCEPTED
               IF NOT EDG-REJECTED
                  OR EDG-RESP-DATE NOT = WS-CURR-CYYMMDD
                   SET EDG-ACCEPTED TO TRUE
                   SET EDG-ON-EDGE TO TRUE
                   MOVE SPACES TO EDG-ERROR-CODE
                   MOVE SPACES TO EDG-ERROR-TEXT
               END-IF
           ELSE
               SET EDG-REJECTED TO TRUE
               MOVE RSP-ERROR-CODE TO EDG-ERROR-CODE
               MOVE RSP-ERROR-TEXT TO EDG-ERROR-TEXT
               ADD 1 TO WS-RSPS-REJECTED
           END-IF
           MOVE WS-CURR-CYYMMDD TO EDG-RESP-DATE
           REWRITE EDG-LEDGER-REC
               INVALID KEY
                   MOVE 'LEDGER REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE.

      *****************************************************************
      * BROWSE THE LEDGER - LIST REJECTED ENROLLEES AND CLAIMS AND    *
      * ROWS STILL AWAITING A RESPONSE BEYOND THE GRACE PERIOD.       *
      *****************************************************************
       3000-LIST-OUTSTANDING.
           MOVE SPACES TO WS-RPT-SECTION-LINE
           WRITE EDG-RPT-LINE FROM WS-RPT-SECTION-LINE
           MOVE 'REJECT WORKLIST - REJECTED BY EDGE OR NO RESPONSE'
               TO RPT-SECTION-TEXT
           WRITE EDG-RPT-LINE FROM WS-RPT-SECTION-LINE
           WRITE EDG-RPT-LINE FROM WS-RPT-HEADING2
           MOVE LOW-VALUES TO EDG-KEY
           START EDG-LEDGER-FILE
               KEY IS NOT LESS THAN EDG-KEY
               INVALID KEY
                   SET WS-END-OF-BROWSE TO TRUE
           END-START
           IF WS-EDG-STATUS NOT = '00'
               SET WS-END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-BROWSE
               READ EDG-LEDGER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-BROWSE TO TRUE
                   NOT AT END
                       PERFORM 3100-CHECK-LEDGER-ROW
               END-READ
               IF WS-EDG-STATUS NOT = '00'
                   SET WS-END-OF-BROWSE TO TRUE
               END-IF
           END-PERFORM.

       3100-CHECK-LEDGER-ROW.
           ADD 1 TO WS-LEDGER-READ
           MOVE 0 TO WS-DAYS-WAITING
           IF EDG-SENT-DATE > 0
               COMPUTE WS-CCYYMMDD = EDG-SENT-DATE + 19000000
               COMPUTE WS-SENT-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-CCYYMMDD)
               COMPUTE WS-DAYS-WAITING = WS-TODAY-DAY - WS-SENT-DAY
           END-IF
           EVALUATE TRUE
               WHEN EDG-ACCEPTED
                   ADD 1 TO WS-LEDGER-ACCEPTED
               WHEN EDG-REJECTED
                   ADD 1 TO WS-LEDGER-REJECTED
                   IF EDG-ENROLLEE-ROW
                       ADD 1 TO WS-ENROLLEES-REJECTED
                   ELSE
                       ADD 1 TO WS-CLAIMS-REJECTED
                       COMPUTE WS-ROW-PAID =
                           EDG-EHB-PAID + EDG-NON-EHB-PAID
                       ADD WS-ROW-PAID TO WS-AMT-REJECTED
                   END-IF
                   IF EDG-RESP-DATE = WS-CURR-CYYMMDD
                       MOVE 'REJ NEW' TO RPT-STATUS
                   ELSE
                       MOVE 'REJECTED' TO RPT-STATUS
                   END-IF
                   PERFORM 3200-WRITE-WORKLIST-LINE
               WHEN OTHER
                   ADD 1 TO WS-LEDGER-AWAITING
                   IF WS-DAYS-WAITING > WS-GRACE-DAYS
                       ADD 1 TO WS-LEDGER-OVERDUE
                       MOVE 'NO RESP' TO RPT-STATUS
                       PERFORM 3200-WRITE-WORKLIST-LINE
                   END-IF
           END-EVALUATE.

       3200-WRITE-WORKLIST-LINE.
           IF EDG-ENROLLEE-ROW
               MOVE 'ENROLLEE' TO RPT-ROW-TYPE
               MOVE SPACES TO RPT-PAID-X
           ELSE
               MOVE 'CLAIM' TO RPT-ROW-TYPE
               COMPUTE RPT-PAID = EDG-EHB-PAID + EDG-NON-EHB-PAID
           END-IF
           MOVE EDG-GROUP-NO TO RPT-GROUP-NO
           MOVE EDG-SUB-DIV TO RPT-SUB-DIV
           MOVE EDG-BRANCH TO RPT-BRANCH
           MOVE EDG-CERT-NO TO RPT-CERT-NO
           MOVE EDG-PATIENT-NO TO RPT-PATIENT-NO
           MOVE EDG-CLAIM-SEQ-NO TO RPT-CLAIM-SEQ-NO
           MOVE EDG-SENT-DATE TO RPT-SENT-DATE
           MOVE EDG-SEND-COUNT TO RPT-SEND-COUNT
           MOVE WS-DAYS-WAITING TO RPT-DAYS
           MOVE EDG-ERROR-CODE TO RPT-ERROR-CODE
           MOVE EDG-ERROR-TEXT TO RPT-ERROR-TEXT
           WRITE EDG-RPT-LINE FROM WS-RPT-DETAIL-LINE.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               MOVE SPACES TO WS-RPT-SECTION-LINE
               WRITE EDG-RPT-LINE FROM WS-RPT-SECTION-LINE
               MOVE SPACES TO RPT-TOT-AMOUNT-X
               MOVE 'RESPONSE CARDS READ' TO RPT-TOT-LABEL
               MOVE WS-RSPS-READ TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ACCEPTANCES POSTED' TO RPT-TOT-LABEL
               MOVE WS-RSPS-ACCEPTED TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'REJECTIONS POSTED' TO RPT-TOT-LABEL
               MOVE WS-RSPS-REJECTED TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'REPEAT RESPONSES' TO RPT-TOT-LABEL
               MOVE WS-RSPS-REPEATED TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CARDS NOT POSTED' TO RPT-TOT-LABEL
               MOVE WS-RSPS-IN-ERROR TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'LEDGER ROWS' TO RPT-TOT-LABEL
               MOVE WS-LEDGER-READ TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  ACCEPTED' TO RPT-TOT-LABEL
               MOVE WS-LEDGER-ACCEPTED TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  REJECTED' TO RPT-TOT-LABEL
               MOVE WS-LEDGER-REJECTED TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '    ENROLLEES' TO RPT-TOT-LABEL
               MOVE WS-ENROLLEES-REJECTED TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '    CLAIMS / PAID' TO RPT-TOT-LABEL
               MOVE WS-CLAIMS-REJECTED TO RPT-TOT-COUNT
               MOVE WS-AMT-REJECTED TO RPT-TOT-AMOUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE SPACES TO RPT-TOT-AMOUNT-X
               MOVE '  AWAITING RESPONSE' TO RPT-TOT-LABEL
               MOVE WS-LEDGER-AWAITING TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '    PAST GRACE PERIOD' TO RPT-TOT-LABEL
               MOVE WS-LEDGER-OVERDUE TO RPT-TOT-COUNT
               WRITE EDG-RPT-LINE FROM WS-RPT-TOTAL-LINE
               IF WS-DEADLINE-GIVEN
                  AND WS-LEDGER-REJECTED > 0
                  AND WS-DAYS-TO-DEADLINE NOT > WS-GRACE-DAYS
                   MOVE SPACES TO WS-RPT-SECTION-LINE
                   WRITE EDG-RPT-LINE FROM WS-RPT-SECTION-LINE
                   WRITE EDG-RPT-LINE FROM WS-RPT-DEADLINE-LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE EDG-RSP-FILE
               CLOSE EDG-LEDGER-FILE
           END-IF
           DISPLAY 'F5920RQA RESPONSES READ   = ' WS-RSPS-READ
           DISPLAY 'F5920RQA CARDS NOT POSTED = ' WS-RSPS-IN-ERROR
           DISPLAY 'F5920RQA ROWS REJECTED    = ' WS-LEDGER-REJECTED
           DISPLAY 'F5920RQA ROWS OVERDUE     = ' WS-LEDGER-OVERDUE
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
           MOVE 'F5920RQA' TO RUN-JOB-NAME
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
           MOVE 'RESPONSES' TO RUN-CTR-LABEL (1)
           MOVE WS-RSPS-READ TO RUN-CTR-VALUE (1)
           MOVE 'ACCEPTED' TO RUN-CTR-LABEL (2)
           MOVE WS-RSPS-ACCEPTED TO RUN-CTR-VALUE (2)
           MOVE 'REJECTED' TO RUN-CTR-LABEL (3)
           MOVE WS-RSPS-REJECTED TO RUN-CTR-VALUE (3)
           MOVE 'NOT POSTED' TO RUN-CTR-LABEL (4)
           MOVE WS-RSPS-IN-ERROR TO RUN-CTR-VALUE (4)
           MOVE 'OPEN REJECTS' TO RUN-CTR-LABEL (5)
           MOVE WS-LEDGER-REJECTED TO RUN-CTR-VALUE (5)
           MOVE 'NO RESPONSE' TO RUN-CTR-LABEL (6)
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
