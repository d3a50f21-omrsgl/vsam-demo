      ****************************************************************
      * PROGRAM F5920RPX - PROVIDER ELECTRONIC REMITTANCE ADVICE     *
      *                    FOR EFT-PAID PROVIDERS                    *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750040    *
      *                                                               *
      * PROVIDERS FLAGGED HIST-DSUB-PROV-EFT-IND ARE PAID BY EFT,    *
      * BUT THEIR REMITTANCE DETAIL STILL WENT OUT ON PAPER AND THE  *
      * OFFICES PHONED IN TO MATCH DEPOSITS TO CLAIMS. THIS DAILY    *
      * JOB WRITES AN OUTBOUND REMITTANCE FILE (ERAOUT) GROUPED BY   *
      * RENDERING PROVIDER NPI AND EFT TRACE NUMBER, ONE BATCH PER   *
      * DEPOSIT:                                                     *
      *                                                               *
      *   'H' BATCH HEADER  - NPI, TRACE, PAID DATE, TIN, NAME       *
      *   'C' CLAIM         - PATIENT, CLAIM KEY, TOTAL CHARGE,      *
      *                       TOTAL BENEFIT, HIST-DSUB-PAT-RESP-AMT  *
      *                       AND THE AMOUNT PAID ON THIS TRACE      *
      *   'S' SERVICE LINE  - ONE PER CHARGE SEGMENT: PROCEDURE,     *
      *                       TOOTH, FEE, ALLOWED (RC-PRO), BENEFIT, *
      *                       AND DIC CODE/REASON AS THE ADJUSTMENT  *
      *                       REASON                                 *
      *   'T' BATCH TRAILER - CLAIM AND LINE COUNTS WITH CHARGE,     *
      *                       BENEFIT, PATIENT AND PAID TOTALS       *
      *                                                               *
      * A CLAIM IS PAID IN THE CYCLE WHEN ONE OF ITS PAYMENT         *
      * SEGMENTS (SEG-ID 'P') CARRIES HIST-DSUB-DATE-PAID EQUAL TO    *
      * THE CYCLE DATE. THE NTH PAYMENT SEGMENT PAIRS WITH THE NTH   *
      * HIST-DSUB-EFT-TRACE-1ST-SIX OCCURRENCE, THE SAME PAIRING     *
      * F5920RPH USES FOR CHECK NUMBERS. A CYCLE PAYMENT WITH NO     *
      * TRACE CANNOT BE MATCHED TO A DEPOSIT, SO IT IS LISTED ON THE *
      * CONTROL REPORT INSTEAD OF BEING SENT.                        *
      *                                                               *
      * THE EXTRACT ARRIVES IN MEMBER ORDER, SO PASS 1 FILES EACH    *
      * SELECTED CLAIM AND ITS LINES ON A KEYED WORK FILE (ERAWRK)   *
      * BY NPI/TRACE/CLAIM, AND PASS 2 BROWSES IT TO WRITE THE       *
      * BATCHES IN ORDER. THE CONTROL REPORT (ERARPT) SHOWS EACH     *
      * BATCH AND TIES THE FILE BACK TO THE HIST-DSUB-AMT-PD TOTAL   *
      * OF EVERY CYCLE PAYMENT ON AN EFT CLAIM; ANY DIFFERENCE SETS  *
      * RETURN CODE 4.                                               *
      *                                                               *
      * SYSIN CARD: CYCLE PAID DATE (YYDDD JULIAN, THE FORM          *
      * HIST-DSUB-DATE-PAID CARRIES; BLANK MEANS TODAY). A PUNCHED   *
      * VALUE THAT FAILS ITS EDIT ENDS THE RUN WITH RETURN CODE 8.   *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
ERAF00* 101526 RCC PROVIDER ERA FOR EFT PROVIDERS                     *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RPX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERA-IN-FILE ASSIGN TO ERAIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT ERA-WRK-FILE ASSIGN TO ERAWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-KEY OF ERA-WRK-REC
               FILE STATUS IS WS-WRK-STATUS.

           SELECT ERA-OUT-FILE ASSIGN TO ERAOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ERA-RPT-FILE ASSIGN TO ERARPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERA-IN-FILE
           RECORDING MODE IS F.
       01  HIST-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

      * PASS-1 WORK FILE. LINE NUMBER ZERO IS THE CLAIM RECORD, 1-53
      * ITS SERVICE LINES, SO A BROWSE RETURNS EACH BATCH'S CLAIMS
      * WITH THEIR LINES DIRECTLY BEHIND THEM.
       FD  ERA-WRK-FILE
           RECORDING MODE IS F.
       01  ERA-WRK-REC.
           05  WRK-KEY.
               10  WRK-PROV-NPI        PIC X(10).
               10  WRK-TRACE-NBR       PIC X(6).
               10  WRK-GROUP-NO        PIC 9(7).
               10  WRK-SUB-DIV         PIC X(4).
               10  WRK-BRANCH          PIC X(4).
               10  WRK-CERT-NO         PIC 9(9).
               10  WRK-PATIENT-NO      PIC 9(3).
               10  WRK-CLAIM-SEQ-NO    PIC 9(5).
               10  WRK-LINE-NO         PIC 9(3).
           05  WRK-PROV-TIN            PIC X(9).
           05  WRK-PROV-NAME           PIC X(32).
           05  WRK-ERA-IMAGE           PIC X(150).

      * OUTBOUND REMITTANCE RECORD. EVERY TYPE CARRIES THE BATCH'S
      * NPI AND TRACE NUMBER; THE BODY VARIES BY RECORD TYPE.
       FD  ERA-OUT-FILE
           RECORDING MODE IS F.
       01  ERA-OUT-REC.
           05  ERA-REC-TYPE            PIC X(1).
               88  ERA-BATCH-HEADER              VALUE 'H'.
               88  ERA-CLAIM-REC                 VALUE 'C'.
               88  ERA-SERVICE-REC               VALUE 'S'.
               88  ERA-BATCH-TRAILER             VALUE 'T'.
           05  ERA-PROV-NPI            PIC X(10).
           05  ERA-TRACE-NBR           PIC X(6).
           05  ERA-BODY                PIC X(133).
       01  ERA-HEADER-REC.
           05  FILLER                  PIC X(17).
           05  ERA-HDR-PAID-DATE       PIC S9(5) COMP-3.
           05  ERA-HDR-PROV-TIN        PIC X(9).
           05  ERA-HDR-PROV-NAME       PIC X(32).
           05  FILLER                  PIC X(89).
       01  ERA-CLAIM-DETAIL.
           05  FILLER                  PIC X(17).
           05  ERA-CLM-GROUP-NO        PIC S9(7) COMP-3.
           05  ERA-CLM-SUB-DIV         PIC X(4).
           05  ERA-CLM-BRANCH          PIC X(4).
           05  ERA-CLM-CERT-NO         PIC S9(9) COMP-3.
           05  ERA-CLM-PATIENT-NO      PIC S9(3) COMP-3.
           05  ERA-CLM-CLAIM-SEQ-NO    PIC S9(5) COMP-3.
           05  ERA-CLM-PAT-LAST-NAME   PIC X(20).
           05  ERA-CLM-PAT-FIRST-NM    PIC X(12).
           05  ERA-CLM-PAT-BIRTH-DT    PIC S9(5) COMP-3.
           05  ERA-CLM-DATE-PROCESSED  PIC S9(5) COMP-3.
           05  ERA-CLM-TOT-CHARGE      PIC S9(7)V99 COMP-3.
           05  ERA-CLM-TOT-BENEFIT     PIC S9(7)V99 COMP-3.
           05  ERA-CLM-PAT-RESP        PIC S9(7)V99 COMP-3.
           05  ERA-CLM-AMT-PAID        PIC S9(7)V99 COMP-3.
           05  ERA-CLM-LINE-COUNT      PIC S9(3) COMP-3.
           05  FILLER                  PIC X(51).
       01  ERA-SERVICE-DETAIL.
           05  FILLER                  PIC X(17).
           05  ERA-SVC-LINE-NO         PIC S9(3) COMP-3.
           05  ERA-SVC-DT-SERV         PIC S9(5) COMP-3.
           05  ERA-SVC-PROCDUR         PIC X(5).
           05  ERA-SVC-TOOTH           PIC X(2).
           05  ERA-SVC-TOOTH-SURFACES  PIC X(5).
           05  ERA-SVC-LINE-STATUS     PIC X(1).
           05  ERA-SVC-FEE             PIC S9(5)V99 COMP-3.
           05  ERA-SVC-ALLOWED         PIC S9(5)V99 COMP-3.
           05  ERA-SVC-DEDUCTIBLE      PIC S9(5)V99 COMP-3.
           05  ERA-SVC-BENEFIT         PIC S9(5)V99 COMP-3.
           05  ERA-SVC-PAT-RESP        PIC S9(5)V99 COMP-3.
           05  ERA-SVC-ADJ-REASON.
               10  ERA-SVC-DIC-CODE    PIC X(2).
               10  ERA-SVC-DIC-REASON  PIC X(2).
           05  FILLER                  PIC X(91).
       01  ERA-TRAILER-REC.
           05  FILLER                  PIC X(17).
           05  ERA-TRL-CLAIM-COUNT     PIC S9(7) COMP-3.
           05  ERA-TRL-LINE-COUNT      PIC S9(7) COMP-3.
           05  ERA-TRL-TOT-CHARGE      PIC S9(9)V99 COMP-3.
           05  ERA-TRL-TOT-BENEFIT     PIC S9(9)V99 COMP-3.
           05  ERA-TRL-TOT-PAT-RESP    PIC S9(9)V99 COMP-3.
           05  ERA-TRL-TOT-PAID        PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(101).

       FD  ERA-RPT-FILE
           RECORDING MODE IS F.
       01  ERA-RPT-LINE                PIC X(132).

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
       01  WS-EOF-SW                    PIC X     VALUE 'N'.
           88  WS-END-OF-INPUT                    VALUE 'Y'.
       01  WS-BROWSE-EOF-SW             PIC X     VALUE 'N'.
           88  WS-END-OF-BROWSE                   VALUE 'Y'.
       01  WS-BATCH-OPEN-SW             PIC X     VALUE 'N'.
           88  WS-BATCH-OPEN                      VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-CYCLE-DT         PIC 9(5)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-CYCLE-X          PIC X(5).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-CYCLE-DATE                PIC S9(5) COMP-3 VALUE 0.
       01  WS-RUN-YYDDD                 PIC 9(5)  VALUE ZEROS.
       01  FILLER REDEFINES WS-RUN-YYDDD.
           05  WS-RUN-YY                PIC 9(2).
           05  WS-RUN-DDD               PIC 9(3).

       01  WS-COUNTERS.
           05  WS-RECS-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-EFT-CLAIMS            PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIMS-SELECTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-WORK-DUPLICATES       PIC S9(9) COMP-3 VALUE 0.
           05  WS-NO-TRACE-PAYMENTS     PIC S9(9) COMP-3 VALUE 0.
           05  WS-BATCHES-WRITTEN       PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIMS-WRITTEN        PIC S9(9) COMP-3 VALUE 0.
           05  WS-LINES-WRITTEN         PIC S9(9) COMP-3 VALUE 0.
           05  WS-ERA-RECS-WRITTEN      PIC S9(9) COMP-3 VALUE 0.

      * THE TIE-OUT: EVERY CYCLE PAYMENT ON AN EFT CLAIM IS EITHER IN
      * A BATCH OR ON THE NO-TRACE LIST.
       01  WS-DOLLARS.
           05  WS-CYCLE-AMT-PD          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-NO-TRACE-AMT-PD       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ERA-AMT-PAID          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ERA-TOT-CHARGE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ERA-TOT-BENEFIT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ACCOUNTED-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-OUT-OF-BALANCE-AMT    PIC S9(11)V99 COMP-3 VALUE 0.

      * ONE CLAIM'S CYCLE PAYMENTS, SUMMED BY TRACE NUMBER. A CLAIM
      * CARRIES AT MOST FOUR TRACE OCCURRENCES.
       01  WS-TRACE-COUNT               PIC S9(3) COMP-3 VALUE 0.
       01  WS-TRACE-TABLE.
           05  WS-TRACE-ENTRY OCCURS 4 TIMES.
               10  TRC-TRACE-NBR        PIC X(6).
               10  TRC-AMT-PAID         PIC S9(7)V99 COMP-3.
       01  WS-TRC-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-TRC-FOUND-SW              PIC X     VALUE 'N'.
           88  WS-TRC-FOUND                       VALUE 'Y'.
       01  WS-PAY-SEGS-FOUND            PIC S9(3) COMP-3 VALUE 0.
       01  WS-SEG-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-THIS-TRACE                PIC X(6)  VALUE SPACES.
       01  WS-THIS-AMT-PD               PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-TOT-CHARGE          PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-CLAIM-LINE-COUNT          PIC S9(3) COMP-3 VALUE 0.
       01  WS-LINE-NO                   PIC S9(3) COMP-3 VALUE 0.
       01  WS-PROV-NAME                 PIC X(32) VALUE SPACES.

      * CURRENT PASS-2 BATCH AND ITS RUNNING TRAILER TOTALS.
       01  WS-BATCH-KEY.
           05  WS-BAT-PROV-NPI          PIC X(10).
           05  WS-BAT-TRACE-NBR         PIC X(6).
       01  WS-BATCH-TOTALS.
           05  WS-BAT-CLAIMS            PIC S9(7) COMP-3 VALUE 0.
           05  WS-BAT-LINES             PIC S9(7) COMP-3 VALUE 0.
           05  WS-BAT-CHARGE            PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-BAT-BENEFIT           PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-BAT-PAT-RESP          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-BAT-PAID              PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-ERA-HOLD                  PIC X(150) VALUE SPACES.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(56) VALUE
               'F5920RPX - PROVIDER ERA CONTROL REPORT'.
           05  FILLER                   PIC X(16) VALUE
               'CYCLE PAID DATE '.
           05  RPT-HDG-CYCLE-DT         PIC 9(5).
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(13) VALUE 'PROVIDER NPI'.
           05  FILLER                   PIC X(9)  VALUE 'TRACE'.
           05  FILLER                   PIC X(34) VALUE 'PROVIDER NAME'.
           05  FILLER                   PIC X(9)  VALUE '  CLAIMS'.
           05  FILLER                   PIC X(9)  VALUE '   LINES'.
           05  FILLER                   PIC X(16) VALUE
               '    TOTAL CHARGE'.
           05  FILLER                   PIC X(16) VALUE
               '   TOTAL BENEFIT'.
           05  FILLER                   PIC X(16) VALUE
               '      TOTAL PAID'.
       01  WS-RPT-BATCH-LINE.
           05  RPT-PROV-NPI             PIC X(10).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-TRACE-NBR            PIC X(6).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-PROV-NAME            PIC X(32).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-BAT-CLAIMS           PIC ZZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-BAT-LINES            PIC ZZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-BAT-CHARGE           PIC Z(11)9.99-.
           05  RPT-BAT-BENEFIT          PIC Z(11)9.99-.
           05  RPT-BAT-PAID             PIC Z(11)9.99-.
       01  WS-RPT-NO-TRACE-HDG.
           05  FILLER                   PIC X(60) VALUE
               'EFT CYCLE PAYMENTS WITH NO TRACE NUMBER - NOT SENT'.
       01  WS-RPT-NO-TRACE-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-NT-GROUP-NO          PIC ZZZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-NT-CERT-NO           PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-NT-PATIENT-NO        PIC ZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-NT-CLAIM-SEQ-NO      PIC ZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-NT-PROV-NPI          PIC X(10).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  FILLER                   PIC X(12) VALUE 'PAYMENT NO.'.
           05  RPT-NT-PAY-OCCUR         PIC Z9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-NT-AMT-PD            PIC Z(7)9.99-.
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL            PIC X(44).
           05  RPT-TOT-COUNT-X          PIC X(10).
           05  RPT-TOT-COUNT REDEFINES RPT-TOT-COUNT-X
                                        PIC ZZZZZZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-TOT-AMOUNT           PIC Z(11)9.99-.
       01  WS-RPT-BALANCE-LINE.
           05  FILLER                   PIC X(44) VALUE
               'TIE-OUT TO HIST-DSUB-AMT-PD:'.
           05  RPT-BALANCE-STATUS       PIC X(20).
           05  RPT-BALANCE-DIFF-X       PIC X(16).
           05  RPT-BALANCE-DIFF REDEFINES RPT-BALANCE-DIFF-X
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
               CLOSE ERA-IN-FILE
               CLOSE ERA-WRK-FILE
               PERFORM 3000-BUILD-ERA-FILE
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT ERA-RPT-FILE
           PERFORM 8150-BUILD-CYYMMDD-DATE
           PERFORM 1100-BUILD-RUN-YYDDD
           PERFORM 1050-EDIT-PARM-CARD
           MOVE WS-CYCLE-DATE TO RPT-HDG-CYCLE-DT
           WRITE ERA-RPT-LINE FROM WS-RPT-HEADING1
           WRITE ERA-RPT-LINE FROM WS-RPT-PARM-LINE
           IF WS-PARM-ERROR
               WRITE ERA-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT  ERA-IN-FILE
               OPEN OUTPUT ERA-WRK-FILE
               WRITE ERA-RPT-LINE FROM WS-RPT-NO-TRACE-HDG
               READ ERA-IN-FILE
                   AT END SET WS-END-OF-INPUT TO TRUE
               END-READ
               IF NOT WS-END-OF-INPUT
                  AND HIST-IN-REC (1:8) = 'XTRAILER'
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
           END-IF.

      * A BLANK CYCLE DATE MEANS TODAY; A PUNCHED ONE MUST BE A
      * NUMERIC YYDDD WITH A DAY PORTION OF 001-366.
       1050-EDIT-PARM-CARD.
           MOVE 'CYCLE PAID DATE' TO RPT-PARM-NAME
           IF WS-PARM-CYCLE-X = SPACES
               MOVE WS-RUN-YYDDD TO WS-CYCLE-DATE
               MOVE WS-RUN-YYDDD TO RPT-PARM-VALUE
               MOVE '(TODAY)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-CYCLE-DT NUMERIC
                  AND WS-PARM-CYCLE-DT (3:3) > '000'
                  AND WS-PARM-CYCLE-DT (3:3) < '367'
                   MOVE WS-PARM-CYCLE-DT TO WS-CYCLE-DATE
                   MOVE WS-PARM-CYCLE-DT TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF.

      * TODAY AS YYDDD, THE SAME DERIVATION F5910OF1 USES.
       1100-BUILD-RUN-YYDDD.
           MOVE WS-CURR-CCYY (3:2) TO WS-RUN-YY
           COMPUTE WS-RUN-DDD =
               FUNCTION INTEGER-OF-DATE (WS-CURR-CCYY * 10000
                   + WS-CURR-MM * 100 + WS-CURR-DD)
               - FUNCTION INTEGER-OF-DATE (WS-CURR-CCYY * 10000
                   + 101) + 1.

      *****************************************************************
      * PASS 1 - SELECT EFT CLAIMS PAID IN THE CYCLE AND FILE THEM ON *
      * THE WORK FILE UNDER EACH TRACE NUMBER THEY WERE PAID ON.      *
      *****************************************************************
       2000-SELECT-ONE-CLAIM.
           ADD 1 TO WS-RECS-READ
           IF HIST-DSUB-PROV-EFT-IND OF HIST-IN-REC NOT = SPACE
              AND HIST-DSUB-PROV-EFT-IND OF HIST-IN-REC NOT = 'N'
              AND HIST-DSUB-PROV-EFT-IND OF HIST-IN-REC
                  NOT = LOW-VALUES
               ADD 1 TO WS-EFT-CLAIMS
               PERFORM 2100-GATHER-CYCLE-PAYMENTS
               IF WS-TRACE-COUNT > 0
                   ADD 1 TO WS-CLAIMS-SELECTED
                   PERFORM 2300-FILE-CLAIM-BATCHES
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-CLAIM.

      * THE NTH PAYMENT SEGMENT PAIRS WITH THE NTH TRACE OCCURRENCE.
       2100-GATHER-CYCLE-PAYMENTS.
           MOVE 0 TO WS-TRACE-COUNT
           MOVE 0 TO WS-PAY-SEGS-FOUND
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > HIST-DSUB-SEG-COUNT OF HIST-IN-REC
                      OR WS-SEG-IX > 53
               IF HIST-DSUB-SEG-ID OF HIST-IN-REC (WS-SEG-IX) = 'P'
                   ADD 1 TO WS-PAY-SEGS-FOUND
                   IF HIST-DSUB-DATE-PAID OF HIST-IN-REC (WS-SEG-IX)
                          = WS-CYCLE-DATE
                       MOVE HIST-DSUB-AMT-PD OF HIST-IN-REC (WS-SEG-IX)
                           TO WS-THIS-AMT-PD
                       ADD WS-THIS-AMT-PD TO WS-CYCLE-AMT-PD
                       MOVE SPACES TO WS-THIS-TRACE
                       IF WS-PAY-SEGS-FOUND < 5
                           MOVE HIST-DSUB-EFT-TRACE-1ST-SIX
                                   OF HIST-IN-REC (WS-PAY-SEGS-FOUND)
                               TO WS-THIS-TRACE
                       END-IF
                       IF WS-THIS-TRACE = SPACES
                          OR WS-THIS-TRACE = LOW-VALUES
                           PERFORM 2800-WRITE-NO-TRACE-LINE
                       ELSE
                           PERFORM 2200-ADD-TRACE-PAYMENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2200-ADD-TRACE-PAYMENT.
           MOVE 'N' TO WS-TRC-FOUND-SW
           PERFORM VARYING WS-TRC-IX FROM 1 BY 1
                   UNTIL WS-TRC-IX > WS-TRACE-COUNT
                      OR WS-TRC-FOUND
               IF TRC-TRACE-NBR (WS-TRC-IX) = WS-THIS-TRACE
                   SET WS-TRC-FOUND TO TRUE
                   ADD WS-THIS-AMT-PD TO TRC-AMT-PAID (WS-TRC-IX)
               END-IF
           END-PERFORM
           IF NOT WS-TRC-FOUND
               ADD 1 TO WS-TRACE-COUNT
               MOVE WS-THIS-TRACE TO TRC-TRACE-NBR (WS-TRACE-COUNT)
               MOVE WS-THIS-AMT-PD TO TRC-AMT-PAID (WS-TRACE-COUNT)
           END-IF.

      * THE CLAIM RECORD AND ITS SERVICE LINES ARE FILED ONCE PER
      * TRACE THE CLAIM WAS PAID ON, EACH CARRYING THAT TRACE'S PAID
      * AMOUNT.
       2300-FILE-CLAIM-BATCHES.
           MOVE 0 TO WS-CLAIM-TOT-CHARGE
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
               END-IF
           END-PERFORM
           IF HIST-DSUB-LEGAL-NAME OF HIST-IN-REC NOT = SPACES
              AND HIST-DSUB-LEGAL-NAME OF HIST-IN-REC
                  NOT = LOW-VALUES
               MOVE HIST-DSUB-LEGAL-NAME OF HIST-IN-REC TO WS-PROV-NAME
           ELSE
               MOVE SPACES TO WS-PROV-NAME
               STRING HIST-DSUB-PROV-FRST-NM OF HIST-IN-REC
                          DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      HIST-DSUB-PROV-LAST-NM OF HIST-IN-REC
                          DELIMITED BY '  '
                   INTO WS-PROV-NAME
               END-STRING
           END-IF
           PERFORM VARYING WS-TRC-IX FROM 1 BY 1
                   UNTIL WS-TRC-IX > WS-TRACE-COUNT
               PERFORM 2310-FILE-WORK-CLAIM
               MOVE 0 TO WS-LINE-NO
               PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                       UNTIL WS-SEG-IX >
                             HIST-DSUB-SEG-COUNT OF HIST-IN-REC
                          OR WS-SEG-IX > 53
                   IF HIST-DSUB-SEG-ID OF HIST-IN-REC (WS-SEG-IX)
                           NOT = 'P'
                      AND NOT HIST-DSUB-THIRD-PARTY-ADDR
                           OF HIST-IN-REC (WS-SEG-IX)
                      AND NOT HIST-DSUB-ADJUST-REASON
                           OF HIST-IN-REC (WS-SEG-IX)
                       ADD 1 TO WS-LINE-NO
                       PERFORM 2320-FILE-WORK-SERVICE
                   END-IF
               END-PERFORM
           END-PERFORM.

       2310-FILE-WORK-CLAIM.
           MOVE SPACES TO ERA-WRK-REC
           MOVE HIST-DSUB-PROV-NPI OF HIST-IN-REC TO WRK-PROV-NPI
           MOVE TRC-TRACE-NBR (WS-TRC-IX) TO WRK-TRACE-NBR
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO WRK-GROUP-NO
           MOVE HIS-SUB-DIV OF HIST-IN-REC TO WRK-SUB-DIV
           MOVE HIS-BRANCH OF HIST-IN-REC TO WRK-BRANCH
           MOVE HIS-CERT-NO OF HIST-IN-REC TO WRK-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO WRK-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC TO WRK-CLAIM-SEQ-NO
           MOVE 0 TO WRK-LINE-NO
           MOVE HIST-DSUB-PROV-TIN OF HIST-IN-REC TO WRK-PROV-TIN
           MOVE WS-PROV-NAME TO WRK-PROV-NAME

           MOVE SPACES TO ERA-OUT-REC
           SET ERA-CLAIM-REC TO TRUE
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO ERA-CLM-GROUP-NO
           MOVE HIS-SUB-DIV OF HIST-IN-REC TO ERA-CLM-SUB-DIV
           MOVE HIS-BRANCH OF HIST-IN-REC TO ERA-CLM-BRANCH
           MOVE HIS-CERT-NO OF HIST-IN-REC TO ERA-CLM-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO ERA-CLM-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC
               TO ERA-CLM-CLAIM-SEQ-NO
           MOVE HIST-DSUB-PAT-LAST-NAME OF HIST-IN-REC
               TO ERA-CLM-PAT-LAST-NAME
           MOVE HIST-DSUB-PAT-FIRST-NM OF HIST-IN-REC
               TO ERA-CLM-PAT-FIRST-NM
           MOVE HIST-DSUB-PAT-BIRTH-DT OF HIST-IN-REC
               TO ERA-CLM-PAT-BIRTH-DT
           MOVE HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC
               TO ERA-CLM-DATE-PROCESSED
           MOVE WS-CLAIM-TOT-CHARGE TO ERA-CLM-TOT-CHARGE
           MOVE HIST-DSUB-TOT-BENEFIT-AMT OF HIST-IN-REC
               TO ERA-CLM-TOT-BENEFIT
           MOVE HIST-DSUB-PAT-RESP-AMT OF HIST-IN-REC
               TO ERA-CLM-PAT-RESP
           MOVE TRC-AMT-PAID (WS-TRC-IX) TO ERA-CLM-AMT-PAID
           MOVE WS-CLAIM-LINE-COUNT TO ERA-CLM-LINE-COUNT
           MOVE ERA-OUT-REC TO WRK-ERA-IMAGE
           PERFORM 2390-WRITE-WORK-RECORD.

       2320-FILE-WORK-SERVICE.
           MOVE WS-LINE-NO TO WRK-LINE-NO
           MOVE SPACES TO ERA-OUT-REC
           SET ERA-SERVICE-REC TO TRUE
           MOVE WS-LINE-NO TO ERA-SVC-LINE-NO
           MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-DT-SERV
           MOVE HIST-DSUB-PROCDUR OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-PROCDUR
           MOVE HIST-DSUB-TOOTH OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-TOOTH
           MOVE HIST-DSUB-TOOTH-SURFACES OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-TOOTH-SURFACES
           MOVE HIST-DSUB-CHARGE-STATUS OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-LINE-STATUS
           MOVE HIST-DSUB-CHARGE-FEE OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-FEE
           MOVE HIST-DSUB-RC-PRO OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-ALLOWED
           MOVE HIST-DSUB-DEDUCTIBLE OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-DEDUCTIBLE
           MOVE HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-BENEFIT
           MOVE HIST-DSUB-CHG-PAT-RESP-AMT OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-PAT-RESP
           MOVE HIST-DSUB-DIC-CODE OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-DIC-CODE
           MOVE HIST-DSUB-DIC-REASON OF HIST-IN-REC (WS-SEG-IX)
               TO ERA-SVC-DIC-REASON
           MOVE ERA-OUT-REC TO WRK-ERA-IMAGE
           PERFORM 2390-WRITE-WORK-RECORD.

      * THE BATCH FIELDS ARE STAMPED INTO THE IMAGE FROM THE KEY SO
      * PASS 2 WRITES THE IMAGE AS IS. A DUPLICATE KEY (THE SAME
      * CLAIM TWICE ON THE EXTRACT) IS COUNTED AND DROPPED.
       2390-WRITE-WORK-RECORD.
           MOVE WRK-PROV-NPI TO WRK-ERA-IMAGE (2:10)
           MOVE WRK-TRACE-NBR TO WRK-ERA-IMAGE (12:6)
           WRITE ERA-WRK-REC
               INVALID KEY
                   ADD 1 TO WS-WORK-DUPLICATES
           END-WRITE.

       2800-WRITE-NO-TRACE-LINE.
           ADD 1 TO WS-NO-TRACE-PAYMENTS
           ADD WS-THIS-AMT-PD TO WS-NO-TRACE-AMT-PD
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO RPT-NT-GROUP-NO
           MOVE HIS-CERT-NO OF HIST-IN-REC TO RPT-NT-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO RPT-NT-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC TO RPT-NT-CLAIM-SEQ-NO
           MOVE HIST-DSUB-PROV-NPI OF HIST-IN-REC TO RPT-NT-PROV-NPI
           MOVE WS-PAY-SEGS-FOUND TO RPT-NT-PAY-OCCUR
           MOVE WS-THIS-AMT-PD TO RPT-NT-AMT-PD
           WRITE ERA-RPT-LINE FROM WS-RPT-NO-TRACE-LINE.

       2900-READ-NEXT-CLAIM.
           READ ERA-IN-FILE
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ
           IF NOT WS-END-OF-INPUT
              AND HIST-IN-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-INPUT TO TRUE
           END-IF.

      *****************************************************************
      * PASS 2 - BROWSE THE WORK FILE IN NPI/TRACE ORDER AND WRITE    *
      * THE BATCHES, EACH BRACKETED BY A HEADER AND A BALANCING       *
      * TRAILER.                                                      *
      *****************************************************************
       3000-BUILD-ERA-FILE.
           OPEN INPUT  ERA-WRK-FILE
           OPEN OUTPUT ERA-OUT-FILE
           MOVE SPACES TO WS-RPT-BATCH-LINE
           WRITE ERA-RPT-LINE FROM WS-RPT-BATCH-LINE
           WRITE ERA-RPT-LINE FROM WS-RPT-HEADING2
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE LOW-VALUES TO WRK-KEY
           START ERA-WRK-FILE
               KEY IS NOT LESS THAN WRK-KEY
               INVALID KEY
                   SET WS-END-OF-BROWSE TO TRUE
           END-START
           IF WS-WRK-STATUS NOT = '00'
               SET WS-END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-BROWSE
               READ ERA-WRK-FILE NEXT RECORD
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
           CLOSE ERA-WRK-FILE
           CLOSE ERA-OUT-FILE.

       3100-TAKE-WORK-RECORD.
           IF NOT WS-BATCH-OPEN
              OR WRK-PROV-NPI NOT = WS-BAT-PROV-NPI
              OR WRK-TRACE-NBR NOT = WS-BAT-TRACE-NBR
               IF WS-BATCH-OPEN
                   PERFORM 3300-END-BATCH
               END-IF
               PERFORM 3200-START-BATCH
           END-IF
           MOVE WRK-ERA-IMAGE TO ERA-OUT-REC
           IF ERA-CLAIM-REC
               ADD 1 TO WS-BAT-CLAIMS
               ADD 1 TO WS-CLAIMS-WRITTEN
               ADD ERA-CLM-TOT-CHARGE TO WS-BAT-CHARGE
               ADD ERA-CLM-TOT-BENEFIT TO WS-BAT-BENEFIT
               ADD ERA-CLM-PAT-RESP TO WS-BAT-PAT-RESP
               ADD ERA-CLM-AMT-PAID TO WS-BAT-PAID
           ELSE
               ADD 1 TO WS-BAT-LINES
               ADD 1 TO WS-LINES-WRITTEN
           END-IF
           WRITE ERA-OUT-REC
           ADD 1 TO WS-ERA-RECS-WRITTEN.

       3200-START-BATCH.
           SET WS-BATCH-OPEN TO TRUE
           MOVE WRK-PROV-NPI TO WS-BAT-PROV-NPI
           MOVE WRK-TRACE-NBR TO WS-BAT-TRACE-NBR
           INITIALIZE WS-BATCH-TOTALS
           ADD 1 TO WS-BATCHES-WRITTEN
           MOVE SPACES TO ERA-OUT-REC
           SET ERA-BATCH-HEADER TO TRUE
           MOVE WS-BAT-PROV-NPI TO ERA-PROV-NPI
           MOVE WS-BAT-TRACE-NBR TO ERA-TRACE-NBR
           MOVE WS-CYCLE-DATE TO ERA-HDR-PAID-DATE
           MOVE WRK-PROV-TIN TO ERA-HDR-PROV-TIN
           MOVE WRK-PROV-NAME TO ERA-HDR-PROV-NAME
           MOVE WRK-PROV-NAME TO RPT-PROV-NAME
           WRITE ERA-OUT-REC
           ADD 1 TO WS-ERA-RECS-WRITTEN.

       3300-END-BATCH.
           MOVE SPACES TO ERA-OUT-REC
           SET ERA-BATCH-TRAILER TO TRUE
           MOVE WS-BAT-PROV-NPI TO ERA-PROV-NPI
           MOVE WS-BAT-TRACE-NBR TO ERA-TRACE-NBR
           MOVE WS-BAT-CLAIMS TO ERA-TRL-CLAIM-COUNT
           MOVE WS-BAT-LINES TO ERA-TRL-LINE-COUNT
           MOVE WS-BAT-CHARGE TO ERA-TRL-TOT-CHARGE
           MOVE WS-BAT-BENEFIT TO ERA-TRL-TOT-BENEFIT
           MOVE WS-BAT-PAT-RESP TO ERA-TRL-TOT-PAT-RESP
           MOVE WS-BAT-PAID TO ERA-TRL-TOT-PAID
           WRITE ERA-OUT-REC
           ADD 1 TO WS-ERA-RECS-WRITTEN
           ADD WS-BAT-PAID TO WS-ERA-AMT-PAID
           ADD WS-BAT-CHARGE TO WS-ERA-TOT-CHARGE
           ADD WS-BAT-BENEFIT TO WS-ERA-TOT-BENEFIT
           MOVE WS-BAT-PROV-NPI TO RPT-PROV-NPI
           MOVE WS-BAT-TRACE-NBR TO RPT-TRACE-NBR
           MOVE WS-BAT-CLAIMS TO RPT-BAT-CLAIMS
           MOVE WS-BAT-LINES TO RPT-BAT-LINES
           MOVE WS-BAT-CHARGE TO RPT-BAT-CHARGE
           MOVE WS-BAT-BENEFIT TO RPT-BAT-BENEFIT
           MOVE WS-BAT-PAID TO RPT-BAT-PAID
           WRITE ERA-RPT-LINE FROM WS-RPT-BATCH-LINE
           MOVE 'N' TO WS-BATCH-OPEN-SW.

       0500-VERIFY-EXTRACT-FILES.
           PERFORM 0510-VERIFY-ERAIN-MANIFEST.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE ERAIN EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0510-VERIFY-ERAIN-MANIFEST.
           OPEN INPUT ERA-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ ERA-IN-FILE
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
               READ ERA-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ERA-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RPX ERAIN MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RPX ERAIN MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

      * THE TIE-OUT: BATCH PAID TOTALS PLUS THE NO-TRACE PAYMENTS
      * MUST EQUAL HIST-DSUB-AMT-PD SUMMED OVER EVERY CYCLE PAYMENT
      * SEGMENT ON AN EFT CLAIM. A DIFFERENCE (A CLAIM DROPPED AS A
      * DUPLICATE WORK KEY) SETS RETURN CODE 4.
       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               MOVE SPACES TO WS-RPT-BATCH-LINE
               WRITE ERA-RPT-LINE FROM WS-RPT-BATCH-LINE
               MOVE 'EFT CLAIMS READ' TO RPT-TOT-LABEL
               MOVE WS-EFT-CLAIMS TO RPT-TOT-COUNT
               MOVE 0 TO RPT-TOT-AMOUNT
               WRITE ERA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'BATCHES WRITTEN / TOTAL CHARGE' TO RPT-TOT-LABEL
               MOVE WS-BATCHES-WRITTEN TO RPT-TOT-COUNT
               MOVE WS-ERA-TOT-CHARGE TO RPT-TOT-AMOUNT
               WRITE ERA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CLAIMS WRITTEN / TOTAL BENEFIT' TO RPT-TOT-LABEL
               MOVE WS-CLAIMS-WRITTEN TO RPT-TOT-COUNT
               MOVE WS-ERA-TOT-BENEFIT TO RPT-TOT-AMOUNT
               WRITE ERA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'SERVICE LINES WRITTEN' TO RPT-TOT-LABEL
               MOVE WS-LINES-WRITTEN TO RPT-TOT-COUNT
               MOVE 0 TO RPT-TOT-AMOUNT
               WRITE ERA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'PAID ON ERA FILE' TO RPT-TOT-LABEL
               MOVE WS-CLAIMS-WRITTEN TO RPT-TOT-COUNT
               MOVE WS-ERA-AMT-PAID TO RPT-TOT-AMOUNT
               WRITE ERA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'PAID WITH NO TRACE - NOT SENT' TO RPT-TOT-LABEL
               MOVE WS-NO-TRACE-PAYMENTS TO RPT-TOT-COUNT
               MOVE WS-NO-TRACE-AMT-PD TO RPT-TOT-AMOUNT
               WRITE ERA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'DUPLICATE WORK KEYS DROPPED' TO RPT-TOT-LABEL
               MOVE WS-WORK-DUPLICATES TO RPT-TOT-COUNT
               MOVE 0 TO RPT-TOT-AMOUNT
               WRITE ERA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'HIST-DSUB-AMT-PD - EFT CYCLE PAYMENTS'
                   TO RPT-TOT-LABEL
               MOVE SPACES TO RPT-TOT-COUNT-X
               MOVE WS-CYCLE-AMT-PD TO RPT-TOT-AMOUNT
               WRITE ERA-RPT-LINE FROM WS-RPT-TOTAL-LINE
               COMPUTE WS-ACCOUNTED-AMT =
                   WS-ERA-AMT-PAID + WS-NO-TRACE-AMT-PD
               COMPUTE WS-OUT-OF-BALANCE-AMT =
                   WS-CYCLE-AMT-PD - WS-ACCOUNTED-AMT
               IF WS-OUT-OF-BALANCE-AMT = 0
                   MOVE 'IN BALANCE' TO RPT-BALANCE-STATUS
                   MOVE SPACES TO RPT-BALANCE-DIFF-X
               ELSE
                   MOVE 'OUT OF BALANCE BY' TO RPT-BALANCE-STATUS
                   MOVE WS-OUT-OF-BALANCE-AMT TO RPT-BALANCE-DIFF
                   MOVE 4 TO RETURN-CODE
               END-IF
               WRITE ERA-RPT-LINE FROM WS-RPT-BALANCE-LINE
           END-IF
           DISPLAY 'F5920RPX 040 RECORDS READ = ' WS-RECS-READ
           DISPLAY 'F5920RPX EFT CLAIMS       = ' WS-EFT-CLAIMS
           DISPLAY 'F5920RPX CLAIMS SELECTED  = ' WS-CLAIMS-SELECTED
           DISPLAY 'F5920RPX BATCHES WRITTEN  = ' WS-BATCHES-WRITTEN
           DISPLAY 'F5920RPX ERA PAID TOTAL   = ' WS-ERA-AMT-PAID
           DISPLAY 'F5920RPX NO-TRACE PAID    = ' WS-NO-TRACE-AMT-PD
           DISPLAY 'F5920RPX CYCLE AMT-PD     = ' WS-CYCLE-AMT-PD
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE ERA-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RPX' TO RUN-JOB-NAME
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
           MOVE 'EFT CLAIMS' TO RUN-CTR-LABEL (2)
           MOVE WS-EFT-CLAIMS TO RUN-CTR-VALUE (2)
           MOVE 'BATCHES' TO RUN-CTR-LABEL (3)
           MOVE WS-BATCHES-WRITTEN TO RUN-CTR-VALUE (3)
           MOVE 'CLAIMS SENT' TO RUN-CTR-LABEL (4)
           MOVE WS-CLAIMS-WRITTEN TO RUN-CTR-VALUE (4)
           MOVE 'LINES SENT' TO RUN-CTR-LABEL (5)
           MOVE WS-LINES-WRITTEN TO RUN-CTR-VALUE (5)
           MOVE 'NO TRACE' TO RUN-CTR-LABEL (6)
           MOVE WS-NO-TRACE-PAYMENTS TO RUN-CTR-VALUE (6)
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
