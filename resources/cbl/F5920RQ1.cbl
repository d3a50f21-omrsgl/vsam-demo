      ****************************************************************
      * PROGRAM F5920RQ1 - FSA VENDOR PATIENT-RESPONSIBILITY FEED    *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750040    *
      *                    AND F5750FSA                              *
      *                                                               *
      * MEMBERS WITH A FLEXIBLE SPENDING ACCOUNT (HIST-DSUB-UIS-FSA- *
      * IND SET) HAD TO MAIL THEIR EOBS TO THE FSA ADMINISTRATOR TO  *
      * BE REIMBURSED. THIS DAILY JOB SENDS EACH ADMINISTRATOR       *
      * (HIST-DSUB-FSA-VENDOR-ID) THE MEMBER'S PATIENT-RESPONSIBILITY*
      * AMOUNT FOR EVERY FINISHED CLAIM, ONE BATCH PER VENDOR ON THE *
      * OUTBOUND FILE (FSAOUT):                                      *
      *                                                               *
      *   'H' VENDOR HEADER  - VENDOR, SEND DATE                     *
      *   'C' CLAIM          - CLAIM KEY, PATIENT, PROCESSED DATE,   *
      *                        PROVIDER NPI, TOTAL CHARGE, PATIENT   *
      *                        RESPONSIBILITY, OTHER-INSURANCE       *
      *                        AMOUNT AND THE NET AMOUNT SENT        *
      *   'S' SERVICE LINE   - ONE PER CHARGE SEGMENT: DATE OF       *
      *                        SERVICE, PROCEDURE, TOOTH, FEE,       *
      *                        BENEFIT, HIST-DSUB-CHG-PAT-RESP-AMT   *
      *   'T' VENDOR TRAILER - CLAIM AND LINE COUNTS, AMOUNT SENT    *
      *                                                               *
      * THE AMOUNT IS HIST-DSUB-PAT-RESP-AMT, OR THE SUM OF THE      *
      * CHARGE-LEVEL HIST-DSUB-CHG-PAT-RESP-AMT WHEN THE CLAIM-LEVEL *
      * FIELD IS ZERO, LESS HIST-DSUB-FSA-OI-AMT. A CLAIM NETTING TO *
      * ZERO OR LESS HAS NOTHING TO SUBSTANTIATE AND IS NOT SENT.    *
      * ONLY PROCESSED CLAIMS (HIST-DSUB-DATE-PROCESSED PRESENT) GO. *
      *                                                               *
      * EVERY CLAIM SENT IS RECORDED ON THE KEYED F5750FSA SENT      *
      * LEDGER AS ITS CLAIM RECORD IS WRITTEN, AND A CLAIM ALREADY   *
      * ON THE LEDGER IS NEVER SENT AGAIN. F5920RQ2 LATER MATCHES    *
      * THE VENDOR ACKNOWLEDGEMENTS BACK TO THE LEDGER.              *
      *                                                               *
      * THE EXTRACT ARRIVES IN MEMBER ORDER, SO PASS 1 FILES EACH    *
      * SELECTED CLAIM AND ITS LINES ON A KEYED WORK FILE (FSAWRK)   *
      * BY VENDOR/CLAIM, AND PASS 2 BROWSES IT TO WRITE THE BATCHES  *
      * IN ORDER - THE F5920RPX TWO-PASS SCHEME.                     *
      *                                                               *
      * SYSIN CARD: COLS 1-5 PROCESSED-FROM DATE, YYDDD (BLANK = NO  *
      * LIMIT), TO KEEP THE FIRST RUN FROM SENDING OLD HISTORY. A    *
      * PUNCHED VALUE THAT FAILS ITS EDIT ENDS THE RUN WITH RETURN   *
      * CODE 8.                                                      *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
FSAV00* 101526 RCC FSA VENDOR PATIENT-RESPONSIBILITY FEED             *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RQ1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSA-IN-FILE ASSIGN TO FSAIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT FSA-WRK-FILE ASSIGN TO FSAWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-KEY OF FSA-WRK-REC
               FILE STATUS IS WS-WRK-STATUS.

           SELECT FSA-LEDGER-FILE ASSIGN TO FSALEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSA-KEY OF FSA-LEDGER-REC
               FILE STATUS IS WS-FSA-STATUS.

           SELECT FSA-OUT-FILE ASSIGN TO FSAOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT FSA-RPT-FILE ASSIGN TO FSARPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FSA-IN-FILE
           RECORDING MODE IS F.
       01  HIST-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

      * PASS-1 WORK FILE. LINE NUMBER ZERO IS THE CLAIM RECORD, 1-53
      * ITS SERVICE LINES, SO A BROWSE RETURNS EACH VENDOR'S CLAIMS
      * WITH THEIR LINES DIRECTLY BEHIND THEM.
       FD  FSA-WRK-FILE
           RECORDING MODE IS F.
       01  FSA-WRK-REC.
           05  WRK-KEY.
               10  WRK-VENDOR-ID       PIC X(3).
               10  WRK-GROUP-NO        PIC 9(7).
               10  WRK-SUB-DIV         PIC X(4).
               10  WRK-BRANCH          PIC X(4).
               10  WRK-CERT-NO         PIC 9(9).
               10  WRK-PATIENT-NO      PIC 9(3).
               10  WRK-CLAIM-SEQ-NO    PIC 9(5).
               10  WRK-LINE-NO         PIC 9(3).
           05  WRK-FSA-IMAGE           PIC X(150).

       FD  FSA-LEDGER-FILE
           RECORDING MODE IS F.
       01  FSA-LEDGER-REC.
           COPY F5750FSA.

      * OUTBOUND VENDOR RECORD. EVERY TYPE CARRIES THE VENDOR ID;
      * THE BODY VARIES BY RECORD TYPE.
       FD  FSA-OUT-FILE
           RECORDING MODE IS F.
       01  FSA-OUT-REC.
           05  FSO-REC-TYPE            PIC X(1).
               88  FSO-VENDOR-HEADER             VALUE 'H'.
               88  FSO-CLAIM-REC                 VALUE 'C'.
               88  FSO-SERVICE-REC               VALUE 'S'.
               88  FSO-VENDOR-TRAILER            VALUE 'T'.
           05  FSO-VENDOR-ID           PIC X(3).
           05  FSO-BODY                PIC X(146).
       01  FSO-HEADER-REC.
           05  FILLER                  PIC X(4).
           05  FSO-HDR-SEND-DATE       PIC S9(7) COMP-3.
           05  FILLER                  PIC X(142).
       01  FSO-CLAIM-DETAIL.
           05  FILLER                  PIC X(4).
           05  FSO-CLM-GROUP-NO        PIC S9(7) COMP-3.
           05  FSO-CLM-SUB-DIV         PIC X(4).
           05  FSO-CLM-BRANCH          PIC X(4).
           05  FSO-CLM-CERT-NO         PIC S9(9) COMP-3.
           05  FSO-CLM-PATIENT-NO      PIC S9(3) COMP-3.
           05  FSO-CLM-CLAIM-SEQ-NO    PIC S9(5) COMP-3.
           05  FSO-CLM-PAT-LAST-NAME   PIC X(20).
           05  FSO-CLM-PAT-FIRST-NM    PIC X(12).
           05  FSO-CLM-PAT-BIRTH-DT    PIC S9(5) COMP-3.
           05  FSO-CLM-DATE-PROCESSED  PIC S9(5) COMP-3.
           05  FSO-CLM-PROV-NPI        PIC X(10).
           05  FSO-CLM-TOT-CHARGE      PIC S9(7)V99 COMP-3.
           05  FSO-CLM-PAT-RESP        PIC S9(7)V99 COMP-3.
           05  FSO-CLM-OI-AMT          PIC S9(7)V99 COMP-3.
           05  FSO-CLM-SENT-AMT        PIC S9(7)V99 COMP-3.
           05  FSO-CLM-LINE-COUNT      PIC S9(3) COMP-3.
           05  FILLER                  PIC X(54).
       01  FSO-SERVICE-DETAIL.
           05  FILLER                  PIC X(4).
           05  FSO-SVC-GROUP-NO        PIC S9(7) COMP-3.
           05  FSO-SVC-SUB-DIV         PIC X(4).
           05  FSO-SVC-BRANCH          PIC X(4).
           05  FSO-SVC-CERT-NO         PIC S9(9) COMP-3.
           05  FSO-SVC-PATIENT-NO      PIC S9(3) COMP-3.
           05  FSO-SVC-CLAIM-SEQ-NO    PIC S9(5) COMP-3.
           05  FSO-SVC-LINE-NO         PIC S9(3) COMP-3.
           05  FSO-SVC-DT-SERV         PIC S9(5) COMP-3.
           05  FSO-SVC-PROCDUR         PIC X(5).
           05  FSO-SVC-TOOTH           PIC X(2).
           05  FSO-SVC-FEE             PIC S9(5)V99 COMP-3.
           05  FSO-SVC-BENEFIT         PIC S9(5)V99 COMP-3.
           05  FSO-SVC-PAT-RESP        PIC S9(5)V99 COMP-3.
           05  FILLER                  PIC X(100).
       01  FSO-TRAILER-REC.
           05  FILLER                  PIC X(4).
           05  FSO-TRL-CLAIM-COUNT     PIC S9(7) COMP-3.
           05  FSO-TRL-LINE-COUNT      PIC S9(7) COMP-3.
           05  FSO-TRL-TOT-SENT        PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(132).

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
       01  WS-WRK-STATUS                PIC XX    VALUE SPACES.
       01  WS-FSA-STATUS                PIC XX    VALUE SPACES.
       01  WS-EOF-SW                    PIC X     VALUE 'N'.
           88  WS-END-OF-INPUT                    VALUE 'Y'.
       01  WS-BROWSE-EOF-SW             PIC X     VALUE 'N'.
           88  WS-END-OF-BROWSE                   VALUE 'Y'.
       01  WS-BATCH-OPEN-SW             PIC X     VALUE 'N'.
           88  WS-BATCH-OPEN                      VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-FROM-DT          PIC 9(5)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-FROM-X           PIC X(5).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-FROM-DAY                  PIC S9(7) COMP-3 VALUE 0.

       01  WS-JUL-DATE                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-JUL-BRK                   PIC 9(5)  VALUE ZEROS.
       01  FILLER REDEFINES WS-JUL-BRK.
           05  WS-JUL-YY                PIC 9(2).
           05  WS-JUL-DDD               PIC 9(3).
       01  WS-JUL-YYYYDDD               PIC 9(7)  VALUE ZEROS.
       01  WS-DAY-NUMBER                PIC S9(7) COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-RECS-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-FSA-CLAIMS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-NO-VENDOR             PIC S9(9) COMP-3 VALUE 0.
           05  WS-NOT-PROCESSED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-BEFORE-PERIOD         PIC S9(9) COMP-3 VALUE 0.
           05  WS-NOTHING-OWED          PIC S9(9) COMP-3 VALUE 0.
           05  WS-ALREADY-SENT          PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIMS-SELECTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-WORK-DUPLICATES       PIC S9(9) COMP-3 VALUE 0.
           05  WS-LEDGER-DUPLICATES     PIC S9(9) COMP-3 VALUE 0.
           05  WS-BATCHES-WRITTEN       PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIMS-WRITTEN        PIC S9(9) COMP-3 VALUE 0.
           05  WS-LINES-WRITTEN         PIC S9(9) COMP-3 VALUE 0.
           05  WS-FSA-RECS-WRITTEN      PIC S9(9) COMP-3 VALUE 0.
       01  WS-DOLLARS.
           05  WS-TOT-PAT-RESP          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-OI-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-SENT              PIC S9(11)V99 COMP-3 VALUE 0.

      * THE CLAIM BEING CONSIDERED.
       01  WS-SEG-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-LINE-NO                   PIC S9(3) COMP-3 VALUE 0.
       01  WS-CLAIM-LINE-COUNT          PIC S9(3) COMP-3 VALUE 0.
       01  WS-CLAIM-TOT-CHARGE          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-CHG-PAT-RESP        PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-PAT-RESP            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-OI-AMT              PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-SENT-AMT            PIC S9(7)V99 COMP-3 VALUE 0.

      * CURRENT PASS-2 VENDOR BATCH AND ITS RUNNING TRAILER TOTALS.
       01  WS-BAT-VENDOR-ID             PIC X(3)  VALUE SPACES.
       01  WS-BATCH-TOTALS.
           05  WS-BAT-CLAIMS            PIC S9(7) COMP-3 VALUE 0.
           05  WS-BAT-LINES             PIC S9(7) COMP-3 VALUE 0.
           05  WS-BAT-PAT-RESP          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-BAT-OI-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-BAT-SENT              PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(56) VALUE
               'F5920RQ1 - FSA VENDOR FEED CONTROL REPORT'.
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(10) VALUE 'VENDOR'.
           05  FILLER                   PIC X(9)  VALUE '  CLAIMS'.
           05  FILLER                   PIC X(9)  VALUE '   LINES'.
           05  FILLER                   PIC X(16) VALUE
               '   PATIENT RESP'.
           05  FILLER                   PIC X(16) VALUE
               '   OTHER INSUR'.
           05  FILLER                   PIC X(16) VALUE
               '     AMOUNT SENT'.
       01  WS-RPT-BATCH-LINE.
           05  RPT-VENDOR-ID            PIC X(3).
           05  FILLER                   PIC X(7)  VALUE SPACES.
           05  RPT-BAT-CLAIMS           PIC ZZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-BAT-LINES            PIC ZZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-BAT-PAT-RESP         PIC Z(11)9.99-.
           05  RPT-BAT-OI-AMT           PIC Z(11)9.99-.
           05  RPT-BAT-SENT             PIC Z(11)9.99-.
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
               PERFORM UNTIL WS-END-OF-INPUT
                   PERFORM 2000-SELECT-ONE-CLAIM
               END-PERFORM
               CLOSE FSA-IN-FILE
               CLOSE FSA-WRK-FILE
               PERFORM 3000-BUILD-FSA-FILE
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT FSA-RPT-FILE
           WRITE FSA-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE FSA-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT  FSA-IN-FILE
               OPEN OUTPUT FSA-WRK-FILE
               OPEN I-O    FSA-LEDGER-FILE
               IF WS-FSA-STATUS = '35'
                   OPEN OUTPUT FSA-LEDGER-FILE
                   CLOSE FSA-LEDGER-FILE
                   OPEN I-O FSA-LEDGER-FILE
               END-IF
               READ FSA-IN-FILE
                   AT END SET WS-END-OF-INPUT TO TRUE
               END-READ
               IF NOT WS-END-OF-INPUT
                  AND HIST-IN-REC (1:8) = 'XTRAILER'
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
           END-IF.

      * THE PROCESSED-FROM DATE IS AN OPTIONAL YYDDD VALUE.
       1050-EDIT-PARM-CARD.
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
           WRITE FSA-RPT-LINE FROM WS-RPT-PARM-LINE.

      *****************************************************************
      * PASS 1 - SELECT FINISHED FSA CLAIMS NOT YET SENT AND FILE     *
      * THEM ON THE WORK FILE UNDER THEIR VENDOR.                     *
      *****************************************************************
       2000-SELECT-ONE-CLAIM.
           ADD 1 TO WS-RECS-READ
           IF HIST-DSUB-UIS-FSA-IND OF HIST-IN-REC NOT = SPACE
              AND HIST-DSUB-UIS-FSA-IND OF HIST-IN-REC NOT = 'N'
              AND HIST-DSUB-UIS-FSA-IND OF HIST-IN-REC
                  NOT = LOW-VALUES
               ADD 1 TO WS-FSA-CLAIMS
               PERFORM 2050-SCREEN-FSA-CLAIM
           END-IF
           PERFORM 2900-READ-NEXT-CLAIM.

       2050-SCREEN-FSA-CLAIM.
           MOVE 0 TO WS-DAY-NUMBER
           IF HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC NUMERIC
               MOVE HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC
                   TO WS-JUL-DATE
               PERFORM 9100-JULIAN-TO-DAY-NUMBER
           END-IF
           EVALUATE TRUE
               WHEN HIST-DSUB-FSA-VENDOR-ID OF HIST-IN-REC = SPACES
                 OR HIST-DSUB-FSA-VENDOR-ID OF HIST-IN-REC
                    = LOW-VALUES
                   ADD 1 TO WS-NO-VENDOR
               WHEN WS-DAY-NUMBER = 0
                   ADD 1 TO WS-NOT-PROCESSED
               WHEN WS-DAY-NUMBER < WS-FROM-DAY
                   ADD 1 TO WS-BEFORE-PERIOD
               WHEN OTHER
                   PERFORM 2100-PRICE-PATIENT-RESP
                   IF WS-CLAIM-SENT-AMT NOT > 0
                       ADD 1 TO WS-NOTHING-OWED
                   ELSE
                       PERFORM 2200-CHECK-SENT-LEDGER
                   END-IF
           END-EVALUATE.

      * CLAIM-LEVEL PATIENT RESPONSIBILITY WHEN PRESENT, ELSE THE SUM
      * OF THE CHARGE-LEVEL AMOUNTS; OTHER INSURANCE NETTED OUT.
       2100-PRICE-PATIENT-RESP.
           MOVE 0 TO WS-CLAIM-TOT-CHARGE
           MOVE 0 TO WS-CLAIM-CHG-PAT-RESP
           MOVE 0 TO WS-CLAIM-LINE-COUNT
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
                   IF HIST-DSUB-CHG-PAT-RESP-AMT
                          OF HIST-IN-REC (WS-SEG-IX) NUMERIC
                       ADD HIST-DSUB-CHG-PAT-RESP-AMT
                               OF HIST-IN-REC (WS-SEG-IX)
                           TO WS-CLAIM-CHG-PAT-RESP
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CLAIM-PAT-RESP
           IF HIST-DSUB-PAT-RESP-AMT OF HIST-IN-REC NUMERIC
               MOVE HIST-DSUB-PAT-RESP-AMT OF HIST-IN-REC
                   TO WS-CLAIM-PAT-RESP
           END-IF
           IF WS-CLAIM-PAT-RESP = 0
               MOVE WS-CLAIM-CHG-PAT-RESP TO WS-CLAIM-PAT-RESP
           END-IF
           MOVE 0 TO WS-CLAIM-OI-AMT
           IF HIST-DSUB-FSA-OI-AMT OF HIST-IN-REC NUMERIC
               MOVE HIST-DSUB-FSA-OI-AMT OF HIST-IN-REC
                   TO WS-CLAIM-OI-AMT
           END-IF
           COMPUTE WS-CLAIM-SENT-AMT =
               WS-CLAIM-PAT-RESP - WS-CLAIM-OI-AMT.

      * A CLAIM ON THE SENT LEDGER HAS GONE BEFORE AND NEVER GOES
      * AGAIN, WHATEVER THE VENDOR DID WITH IT.
       2200-CHECK-SENT-LEDGER.
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO FSA-GROUP-NO
           MOVE HIS-SUB-DIV OF HIST-IN-REC TO FSA-SUB-DIV
           MOVE HIS-BRANCH OF HIST-IN-REC TO FSA-BRANCH
           MOVE HIS-CERT-NO OF HIST-IN-REC TO FSA-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO FSA-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC TO FSA-CLAIM-SEQ-NO
           READ FSA-LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-CLAIMS-SELECTED
                   PERFORM 2300-FILE-CLAIM
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-SENT
           END-READ.

       2300-FILE-CLAIM.
           PERFORM 2310-FILE-WORK-CLAIM
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
                   PERFORM 2320-FILE-WORK-SERVICE
               END-IF
           END-PERFORM.

       2310-FILE-WORK-CLAIM.
           MOVE SPACES TO FSA-WRK-REC
           MOVE HIST-DSUB-FSA-VENDOR-ID OF HIST-IN-REC TO WRK-VENDOR-ID
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO WRK-GROUP-NO
           MOVE HIS-SUB-DIV OF HIST-IN-REC TO WRK-SUB-DIV
           MOVE HIS-BRANCH OF HIST-IN-REC TO WRK-BRANCH
           MOVE HIS-CERT-NO OF HIST-IN-REC TO WRK-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO WRK-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC TO WRK-CLAIM-SEQ-NO
           MOVE 0 TO WRK-LINE-NO

           MOVE SPACES TO FSA-OUT-REC
           SET FSO-CLAIM-REC TO TRUE
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO FSO-CLM-GROUP-NO
           MOVE HIS-SUB-DIV OF HIST-IN-REC TO FSO-CLM-SUB-DIV
           MOVE HIS-BRANCH OF HIST-IN-REC TO FSO-CLM-BRANCH
           MOVE HIS-CERT-NO OF HIST-IN-REC TO FSO-CLM-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO FSO-CLM-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC
               TO FSO-CLM-CLAIM-SEQ-NO
           MOVE HIST-DSUB-PAT-LAST-NAME OF HIST-IN-REC
               TO FSO-CLM-PAT-LAST-NAME
           MOVE HIST-DSUB-PAT-FIRST-NM OF HIST-IN-REC
               TO FSO-CLM-PAT-FIRST-NM
           MOVE HIST-DSUB-PAT-BIRTH-DT OF HIST-IN-REC
               TO FSO-CLM-PAT-BIRTH-DT
           MOVE HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC
               TO FSO-CLM-DATE-PROCESSED
           MOVE HIST-DSUB-PROV-NPI OF HIST-IN-REC TO FSO-CLM-PROV-NPI
           MOVE WS-CLAIM-TOT-CHARGE TO FSO-CLM-TOT-CHARGE
           MOVE WS-CLAIM-PAT-RESP TO FSO-CLM-PAT-RESP
           MOVE WS-CLAIM-OI-AMT TO FSO-CLM-OI-AMT
           MOVE WS-CLAIM-SENT-AMT TO FSO-CLM-SENT-AMT
           MOVE WS-CLAIM-LINE-COUNT TO FSO-CLM-LINE-COUNT
           MOVE FSA-OUT-REC TO WRK-FSA-IMAGE
           PERFORM 2390-WRITE-WORK-RECORD.

       2320-FILE-WORK-SERVICE.
           MOVE WS-LINE-NO TO WRK-LINE-NO
           MOVE SPACES TO FSA-OUT-REC
           SET FSO-SERVICE-REC TO TRUE
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO FSO-SVC-GROUP-NO
           MOVE HIS-SUB-DIV OF HIST-IN-REC TO FSO-SVC-SUB-DIV
           MOVE HIS-BRANCH OF HIST-IN-REC TO FSO-SVC-BRANCH
           MOVE HIS-CERT-NO OF HIST-IN-REC TO FSO-SVC-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO FSO-SVC-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC
               TO FSO-SVC-CLAIM-SEQ-NO
           MOVE WS-LINE-NO TO FSO-SVC-LINE-NO
           MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
               TO FSO-SVC-DT-SERV
           MOVE HIST-DSUB-PROCDUR OF HIST-IN-REC (WS-SEG-IX)
               TO FSO-SVC-PROCDUR
           MOVE HIST-DSUB-TOOTH OF HIST-IN-REC (WS-SEG-IX)
               TO FSO-SVC-TOOTH
           MOVE HIST-DSUB-CHARGE-FEE OF HIST-IN-REC (WS-SEG-IX)
               TO FSO-SVC-FEE
           MOVE HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
               TO FSO-SVC-BENEFIT
           MOVE HIST-DSUB-CHG-PAT-RESP-AMT OF HIST-IN-REC (WS-SEG-IX)
               TO FSO-SVC-PAT-RESP
           MOVE FSA-OUT-REC TO WRK-FSA-IMAGE
           PERFORM 2390-WRITE-WORK-RECORD.

      * THE VENDOR IS STAMPED INTO THE IMAGE FROM THE KEY SO PASS 2
      * WRITES THE IMAGE AS IS. A DUPLICATE KEY (THE SAME CLAIM TWICE
      * ON THE EXTRACT) IS COUNTED AND DROPPED.
       2390-WRITE-WORK-RECORD.
           MOVE WRK-VENDOR-ID TO WRK-FSA-IMAGE (2:3)
           WRITE FSA-WRK-REC
               INVALID KEY
                   ADD 1 TO WS-WORK-DUPLICATES
           END-WRITE.

       2900-READ-NEXT-CLAIM.
           READ FSA-IN-FILE
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ
           IF NOT WS-END-OF-INPUT
              AND HIST-IN-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-INPUT TO TRUE
           END-IF.

      *****************************************************************
      * PASS 2 - BROWSE THE WORK FILE IN VENDOR ORDER, WRITE ONE      *
      * BATCH PER VENDOR, AND RECORD EACH CLAIM ON THE SENT LEDGER.   *
      *****************************************************************
       3000-BUILD-FSA-FILE.
           OPEN INPUT  FSA-WRK-FILE
           OPEN OUTPUT FSA-OUT-FILE
           MOVE SPACES TO WS-RPT-BATCH-LINE
           WRITE FSA-RPT-LINE FROM WS-RPT-BATCH-LINE
           WRITE FSA-RPT-LINE FROM WS-RPT-HEADING2
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE LOW-VALUES TO WRK-KEY
           START FSA-WRK-FILE
               KEY IS NOT LESS THAN WRK-KEY
               INVALID KEY
                   SET WS-END-OF-BROWSE TO TRUE
           END-START
           IF WS-WRK-STATUS NOT = '00'
               SET WS-END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-BROWSE
               READ FSA-WRK-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-BROWSE TO TRUE
                   NOT AT END
                       PERFORM 3100-TAKE-WORK-RECORD
               END-READ
               IF WS-WRK-STATUS NOT = '00'
                   SET WS-END-OF-BROWSE TO TRUE
               END-IF
           END-PERFORM
           IF WS-BATCH-OPEN
               PERFORM 3300-END-BATCH
           END-IF
           CLOSE FSA-WRK-FILE
           CLOSE FSA-OUT-FILE.

       3100-TAKE-WORK-RECORD.
           IF NOT WS-BATCH-OPEN
              OR WRK-VENDOR-ID NOT = WS-BAT-VENDOR-ID
               IF WS-BATCH-OPEN
                   PERFORM 3300-END-BATCH
               END-IF
               PERFORM 3200-START-BATCH
           END-IF
           MOVE WRK-FSA-IMAGE TO FSA-OUT-REC
           IF FSO-CLAIM-REC
               ADD 1 TO WS-BAT-CLAIMS
               ADD 1 TO WS-CLAIMS-WRITTEN
               ADD FSO-CLM-PAT-RESP TO WS-BAT-PAT-RESP
               ADD FSO-CLM-OI-AMT TO WS-BAT-OI-AMT
               ADD FSO-CLM-SENT-AMT TO WS-BAT-SENT
               PERFORM 3150-RECORD-ON-LEDGER
           ELSE
               ADD 1 TO WS-BAT-LINES
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           WRITE FSA-OUT-REC
           ADD 1 TO WS-FSA-RECS-WRITTEN.

       3150-RECORD-ON-LEDGER.
           MOVE SPACES TO FSA-LEDGER-REC
           MOVE FSO-CLM-GROUP-NO TO FSA-GROUP-NO
           MOVE FSO-CLM-SUB-DIV TO FSA-SUB-DIV
           MOVE FSO-CLM-BRANCH TO FSA-BRANCH
           MOVE FSO-CLM-CERT-NO TO FSA-CERT-NO
           MOVE FSO-CLM-PATIENT-NO TO FSA-PATIENT-NO
           MOVE FSO-CLM-CLAIM-SEQ-NO TO FSA-CLAIM-SEQ-NO
           MOVE FSO-VENDOR-ID TO FSA-VENDOR-ID
           MOVE WS-CURR-CYYMMDD TO FSA-SENT-DATE
           MOVE FSO-CLM-DATE-PROCESSED TO FSA-DATE-PROCESSED
           MOVE FSO-CLM-PAT-RESP TO FSA-PAT-RESP-AMT
           MOVE FSO-CLM-OI-AMT TO FSA-OI-AMT
           MOVE FSO-CLM-SENT-AMT TO FSA-SENT-AMT
           MOVE FSO-CLM-LINE-COUNT TO FSA-LINE-COUNT
           SET FSA-AWAITING-ACK TO TRUE
           MOVE 0 TO FSA-ACK-DATE
           WRITE FSA-LEDGER-REC
               INVALID KEY
                   ADD 1 TO WS-LEDGER-DUPLICATES
           END-WRITE.

       3200-START-BATCH.
           SET WS-BATCH-OPEN TO TRUE
           MOVE WRK-VENDOR-ID TO WS-BAT-VENDOR-ID
           INITIALIZE WS-BATCH-TOTALS
           ADD 1 TO WS-BATCHES-WRITTEN
           MOVE SPACES TO FSA-OUT-REC
           SET FSO-VENDOR-HEADER TO TRUE
           MOVE WS-BAT-VENDOR-ID TO FSO-VENDOR-ID
           MOVE WS-CURR-CYYMMDD TO FSO-HDR-SEND-DATE
           WRITE FSA-OUT-REC
           ADD 1 TO WS-FSA-RECS-WRITTEN.

       3300-END-BATCH.
           MOVE SPACES TO FSA-OUT-REC
           SET FSO-VENDOR-TRAILER TO TRUE
           MOVE WS-BAT-VENDOR-ID TO FSO-VENDOR-ID
           MOVE WS-BAT-CLAIMS TO FSO-TRL-CLAIM-COUNT
           MOVE WS-BAT-LINES TO FSO-TRL-LINE-COUNT
           MOVE WS-BAT-SENT TO FSO-TRL-TOT-SENT
           WRITE FSA-OUT-REC
           ADD 1 TO WS-FSA-RECS-WRITTEN
           ADD WS-BAT-PAT-RESP TO WS-TOT-PAT-RESP
           ADD WS-BAT-OI-AMT TO WS-TOT-OI-AMT
           ADD WS-BAT-SENT TO WS-TOT-SENT
           MOVE WS-BAT-VENDOR-ID TO RPT-VENDOR-ID
           MOVE WS-BAT-CLAIMS TO RPT-BAT-CLAIMS
           MOVE WS-BAT-LINES TO RPT-BAT-LINES
           MOVE WS-BAT-PAT-RESP TO RPT-BAT-PAT-RESP
           MOVE WS-BAT-OI-AMT TO RPT-BAT-OI-AMT
           MOVE WS-BAT-SENT TO RPT-BAT-SENT
           WRITE FSA-RPT-LINE FROM WS-RPT-BATCH-LINE
           MOVE 'N' TO WS-BATCH-OPEN-SW.

       0500-VERIFY-EXTRACT-FILES.
           PERFORM 0510-VERIFY-FSAIN-MANIFEST.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE FSAIN EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0510-VERIFY-FSAIN-MANIFEST.
           OPEN INPUT FSA-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ FSA-IN-FILE
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
               READ FSA-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE FSA-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RQ1 FSAIN MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RQ1 FSAIN MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               MOVE SPACES TO WS-RPT-BATCH-LINE
               WRITE FSA-RPT-LINE FROM WS-RPT-BATCH-LINE
               MOVE SPACES TO RPT-TOT-AMOUNT-X
               MOVE 'FSA CLAIMS READ' TO RPT-TOT-LABEL
               MOVE WS-FSA-CLAIMS TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'NO FSA VENDOR ON CLAIM' TO RPT-TOT-LABEL
               MOVE WS-NO-VENDOR TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'NOT YET PROCESSED' TO RPT-TOT-LABEL
               MOVE WS-NOT-PROCESSED TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'PROCESSED BEFORE PERIOD' TO RPT-TOT-LABEL
               MOVE WS-BEFORE-PERIOD TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'NO PATIENT RESPONSIBILITY TO SEND'
                   TO RPT-TOT-LABEL
               MOVE WS-NOTHING-OWED TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'ALREADY ON SENT LEDGER - NOT RESENT'
                   TO RPT-TOT-LABEL
               MOVE WS-ALREADY-SENT TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'DUPLICATE WORK KEYS DROPPED' TO RPT-TOT-LABEL
               MOVE WS-WORK-DUPLICATES TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'LEDGER WRITE FAILED - DUPLICATE KEY'
                   TO RPT-TOT-LABEL
               MOVE WS-LEDGER-DUPLICATES TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'VENDOR BATCHES WRITTEN' TO RPT-TOT-LABEL
               MOVE WS-BATCHES-WRITTEN TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'SERVICE LINES WRITTEN' TO RPT-TOT-LABEL
               MOVE WS-LINES-WRITTEN TO RPT-TOT-COUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CLAIMS SENT / AMOUNT SENT' TO RPT-TOT-LABEL
               MOVE WS-CLAIMS-WRITTEN TO RPT-TOT-COUNT
               MOVE WS-TOT-SENT TO RPT-TOT-AMOUNT
               WRITE FSA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               CLOSE FSA-LEDGER-FILE
           END-IF
           DISPLAY 'F5920RQ1 040 RECORDS READ = ' WS-RECS-READ
           DISPLAY 'F5920RQ1 FSA CLAIMS       = ' WS-FSA-CLAIMS
           DISPLAY 'F5920RQ1 ALREADY SENT     = ' WS-ALREADY-SENT
           DISPLAY 'F5920RQ1 CLAIMS SENT      = ' WS-CLAIMS-WRITTEN
           DISPLAY 'F5920RQ1 AMOUNT SENT      = ' WS-TOT-SENT
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
           MOVE 'F5920RQ1' TO RUN-JOB-NAME
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
           MOVE 'FSA CLAIMS' TO RUN-CTR-LABEL (2)
           MOVE WS-FSA-CLAIMS TO RUN-CTR-VALUE (2)
           MOVE 'ALREADY SENT' TO RUN-CTR-LABEL (3)
           MOVE WS-ALREADY-SENT TO RUN-CTR-VALUE (3)
           MOVE 'VENDORS' TO RUN-CTR-LABEL (4)
           MOVE WS-BATCHES-WRITTEN TO RUN-CTR-VALUE (4)
           MOVE 'CLAIMS SENT' TO RUN-CTR-LABEL (5)
           MOVE WS-CLAIMS-WRITTEN TO RUN-CTR-VALUE (5)
           MOVE 'LINES SENT' TO RUN-CTR-LABEL (6)
           MOVE WS-LINES-WRITTEN TO RUN-CTR-VALUE (6)
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
