      ****************************************************************
      * PROGRAM F5920RQ5 - FAMILY DEDUCTIBLE CROSS-CHECK             *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750040    *
      *                                                               *
      * HIST-DSUB-MET-FAM-DED SAYS WHETHER ADJUDICATION THOUGHT THE  *
      * FAMILY DEDUCTIBLE WAS MET, BUT NOTHING CHECKED IT AGAINST    *
      * WHAT THE FAMILY ACTUALLY PAID. THIS JOB READS THE KEY-SORTED *
      * HIST040 EXTRACT ONE FAMILY (GROUP/SUB-DIV/BRANCH/CERT) AT A  *
      * TIME AND FILES EVERY PROCESSED CHARGE THAT TOOK DEDUCTIBLE   *
      * (HIST-DSUB-DEDUCTIBLE NOT ZERO), FOR ALL PATIENTS ON THE     *
      * CERT, IN PLAN YEAR / DEDUCTIBLE TYPE / DATE OF SERVICE /     *
      * DATE PROCESSED ORDER. IT THEN WALKS THEM KEEPING A RUNNING   *
      * FAMILY TOTAL PER PLAN YEAR AND HIST-DSUB-PROC-DED-TYPE AND   *
      * COMPARES IT WITH THE FAMILY LIMIT.                           *
      *                                                               *
      * THE PLAN YEAR IS THE CLAIM'S HIST-DSUB-START-EXPENSE-DATE -  *
      * THE EXPENSE PERIOD ADJUDICATION APPLIED - OR, WHEN THAT IS   *
      * ZERO, JANUARY 1 OF THE DATE OF SERVICE. THE FAMILY LIMIT IS  *
      * THE HIST-DSUB-J-DED-PLAN-AMT OF THE HIST-DSUB-J-DED-TYPES    *
      * ENTRY WHOSE TYPE MATCHES THE CHARGE AND WHOSE TYPE-OF-AMT IS *
      * A FAMILY BASIS ('F'). A CLAIM WITHOUT THAT ENTRY USES THE    *
      * FIRST LIMIT FOUND FOR THE SAME PLAN YEAR AND TYPE ON THE     *
      * CERT; WITH NONE AT ALL THE CHARGE IS COUNTED BUT CANNOT BE   *
      * CHECKED.                                                     *
      *                                                               *
      * A CHARGE TAKING DEDUCTIBLE WHEN THE FAMILY TOTAL HAD ALREADY *
      * REACHED THE LIMIT IS OVER BY ITS WHOLE DEDUCTIBLE; A CHARGE  *
      * THAT CARRIES THE TOTAL PAST THE LIMIT IS OVER BY THE PART    *
      * ABOVE IT. EACH IS LISTED WITH THE EXCESS AMOUNT, AND EACH    *
      * CLAIM LISTED IS WRITTEN ONCE TO THE RE-ADJUDICATION          *
      * CANDIDATE FILE (FDDCAN) WITH ITS TOTAL EXCESS FOR THE CLAIMS *
      * UNIT TO WORK.                                                *
      *                                                               *
      * SYSIN CARD: COLS 1-7 MINIMUM EXCESS TO LIST, 9(5)V99 (BLANK  *
      * = ANY EXCESS). A PUNCHED VALUE THAT FAILS ITS EDIT ENDS THE  *
      * RUN WITH RETURN CODE 8. A FAMILY WITH MORE DEDUCTIBLE        *
      * CHARGES THAN THE TABLE HOLDS IS CHECKED ON THOSE IT HOLDS    *
      * AND ENDS THE RUN WITH RETURN CODE 4.                         *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
FDED00* 101526 RCC FAMILY DEDUCTIBLE CROSS-CHECK                      *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RQ5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDD-IN-FILE ASSIGN TO FDDIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT FDD-CAN-FILE ASSIGN TO FDDCAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT FDD-RPT-FILE ASSIGN TO FDDRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FDD-IN-FILE
           RECORDING MODE IS F.
       01  HIST-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

      * RE-ADJUDICATION CANDIDATE. ONE RECORD PER CLAIM THAT TOOK
      * DEDUCTIBLE AFTER THE FAMILY LIMIT WAS REACHED.
       FD  FDD-CAN-FILE
           RECORDING MODE IS F.
       01  FDD-CAN-REC.
           05  CAN-CLAIM-KEY.
               10  CAN-GROUP-NO        PIC 9(7).
               10  CAN-SUB-DIV         PIC X(4).
               10  CAN-BRANCH          PIC X(4).
               10  CAN-CERT-NO         PIC 9(9).
               10  CAN-PATIENT-NO      PIC 9(3).
               10  CAN-CLAIM-SEQ-NO    PIC 9(5).
           05  CAN-REASON              PIC X(8).
           05  CAN-PLAN-START          PIC 9(5).
           05  CAN-DED-TYPE            PIC X(1).
           05  CAN-CHARGE-COUNT        PIC 9(3).
           05  CAN-EXCESS-AMT          PIC 9(7)V99.
           05  CAN-RUN-DATE            PIC 9(7).
           05  FILLER                  PIC X(15).

       FD  FDD-RPT-FILE
           RECORDING MODE IS F.
       01  FDD-RPT-LINE                PIC X(132).

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
       01  WS-EOF-SW                    PIC X     VALUE 'N'.
           88  WS-END-OF-INPUT                    VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-MIN-EXCESS       PIC 9(5)V99 VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-MIN-EXCESS-X     PIC X(7).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-MIN-EXCESS                PIC S9(5)V99 COMP-3 VALUE 0.

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
           05  WS-FAMILIES              PIC S9(9) COMP-3 VALUE 0.
           05  WS-DED-CHARGES           PIC S9(9) COMP-3 VALUE 0.
           05  WS-BAD-SERV-DATE         PIC S9(9) COMP-3 VALUE 0.
           05  WS-NO-FAM-LIMIT          PIC S9(9) COMP-3 VALUE 0.
           05  WS-CHARGES-OVER          PIC S9(9) COMP-3 VALUE 0.
           05  WS-UNDER-MINIMUM         PIC S9(9) COMP-3 VALUE 0.
           05  WS-CANDIDATES            PIC S9(9) COMP-3 VALUE 0.
           05  WS-FAMILIES-OVER         PIC S9(9) COMP-3 VALUE 0.
           05  WS-CHARGE-OVERFLOW       PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIM-OVERFLOW        PIC S9(9) COMP-3 VALUE 0.
       01  WS-DOLLARS.
           05  WS-TOT-DEDUCTIBLE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOT-EXCESS            PIC S9(11)V99 COMP-3 VALUE 0.

      * THE FAMILY BEING CHECKED - KEY BYTES 1-17 ARE GROUP, SUB-DIV,
      * BRANCH AND CERT.
       01  WS-FAM-KEY                   PIC X(17) VALUE SPACES.
       01  WS-FAM-HIS-KEY.
           COPY F5750HIS.

      * THE CLAIM BEING FILED.
       01  WS-SEG-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-DED-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-DED-ENTRIES               PIC S9(3) COMP-3 VALUE 0.
       01  WS-CLM-PLAN-START            PIC 9(5)  VALUE ZEROS.
       01  WS-CLM-PLAN-DAY              PIC S9(7) COMP-3 VALUE 0.
       01  WS-CLM-PROC-DAY              PIC S9(7) COMP-3 VALUE 0.

      * DEDUCTIBLE CHARGES FOR ONE FAMILY IN PLAN YEAR / DEDUCTIBLE
      * TYPE / SERVICE DATE / PROCESSED DATE / CLAIM ORDER, BUILT BY
      * SORTED INSERTION.
       01  WS-MAX-CHARGES               PIC S9(5) COMP-3 VALUE 2000.
       01  WS-CHG-COUNT                 PIC S9(5) COMP-3 VALUE 0.
       01  WS-CHG-IX                    PIC S9(5) COMP-3 VALUE 0.
       01  WS-THIS-CHG                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-SCAN-IX                   PIC S9(5) COMP-3 VALUE 0.
       01  WS-CHARGE-TABLE.
           05  WS-CHG-ENTRY OCCURS 2000 TIMES.
               10  FC-SORT-KEY.
                   15  FC-PLAN-DAY     PIC 9(7).
                   15  FC-DED-TYPE     PIC X(1).
                   15  FC-SERV-DAY     PIC 9(7).
                   15  FC-PROC-DAY     PIC 9(7).
                   15  FC-PATIENT-NO   PIC 9(3).
                   15  FC-CLAIM-SEQ-NO PIC 9(5).
                   15  FC-SEG-NO       PIC 9(2).
               10  FC-BUCKET-KEY REDEFINES FC-SORT-KEY.
                   15  FC-BUCKET       PIC X(8).
                   15  FILLER          PIC X(24).
               10  FC-PLAN-START       PIC 9(5).
               10  FC-DT-SERV          PIC 9(5).
               10  FC-PROCDUR          PIC X(5).
               10  FC-DEDUCTIBLE       PIC S9(5)V99 COMP-3.
               10  FC-FAM-LIMIT        PIC S9(7)V99 COMP-3.
               10  FC-LIMIT-SW         PIC X(1).
                   88  FC-LIMIT-FOUND            VALUE 'Y'.
               10  FC-MET-FAM-DED      PIC X(1).
       01  WS-NEW-CHARGE.
           05  NFC-SORT-KEY.
               10  NFC-PLAN-DAY        PIC 9(7).
               10  NFC-DED-TYPE        PIC X(1).
               10  NFC-SERV-DAY        PIC 9(7).
               10  NFC-PROC-DAY        PIC 9(7).
               10  NFC-PATIENT-NO      PIC 9(3).
               10  NFC-CLAIM-SEQ-NO    PIC 9(5).
               10  NFC-SEG-NO          PIC 9(2).
           05  NFC-PLAN-START          PIC 9(5).
           05  NFC-DT-SERV             PIC 9(5).
           05  NFC-PROCDUR             PIC X(5).
           05  NFC-DEDUCTIBLE          PIC S9(5)V99 COMP-3.
           05  NFC-FAM-LIMIT           PIC S9(7)V99 COMP-3.
           05  NFC-LIMIT-SW            PIC X(1).
               88  NFC-LIMIT-FOUND               VALUE 'Y'.
           05  NFC-MET-FAM-DED         PIC X(1).

      * RUNNING FAMILY POSITION FOR THE CURRENT PLAN YEAR AND TYPE.
       01  WS-BKT-KEY                   PIC X(8)  VALUE SPACES.
       01  WS-BKT-LIMIT                 PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-BKT-LIMIT-SW              PIC X     VALUE 'N'.
           88  WS-BKT-LIMIT-FOUND                 VALUE 'Y'.
       01  WS-FAM-RUNNING               PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-FAM-BEFORE                PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-USE-LIMIT                 PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-EXCESS                    PIC S9(9)V99 COMP-3 VALUE 0.

      * CLAIMS LISTED FOR THE CURRENT FAMILY, ONE ENTRY EACH, WRITTEN
      * TO THE CANDIDATE FILE WHEN THE FAMILY IS FINISHED.
       01  WS-MAX-CLAIMS                PIC S9(3) COMP-3 VALUE 200.
       01  WS-CLM-COUNT                 PIC S9(3) COMP-3 VALUE 0.
       01  WS-CLM-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-CLAIM-TABLE.
           05  WS-CLM-ENTRY OCCURS 200 TIMES.
               10  FL-PATIENT-NO       PIC 9(3).
               10  FL-CLAIM-SEQ-NO     PIC 9(5).
               10  FL-PLAN-START       PIC 9(5).
               10  FL-DED-TYPE         PIC X(1).
               10  FL-CHARGE-COUNT     PIC S9(3) COMP-3.
               10  FL-EXCESS           PIC S9(7)V99 COMP-3.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(56) VALUE
               'F5920RQ5 - FAMILY DEDUCTIBLE CROSS-CHECK'.
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(8)  VALUE 'GROUP'.
           05  FILLER                   PIC X(5)  VALUE 'SUBD'.
           05  FILLER                   PIC X(5)  VALUE 'BRCH'.
           05  FILLER                   PIC X(10) VALUE 'CERT'.
           05  FILLER                   PIC X(4)  VALUE 'PAT'.
           05  FILLER                   PIC X(6)  VALUE 'CLAIM'.
           05  FILLER                   PIC X(3)  VALUE 'LN'.
           05  FILLER                   PIC X(6)  VALUE 'SERV'.
           05  FILLER                   PIC X(6)  VALUE 'PROC'.
           05  FILLER                   PIC X(3)  VALUE 'DT'.
           05  FILLER                   PIC X(6)  VALUE 'PLAN'.
           05  FILLER                   PIC X(12) VALUE
               '  FAM LIMIT'.
           05  FILLER                   PIC X(13) VALUE
               '  FAM BEFORE'.
           05  FILLER                   PIC X(11) VALUE
               ' DEDUCTIBLE'.
           05  FILLER                   PIC X(10) VALUE
               '    EXCESS'.
           05  FILLER                   PIC X(4)  VALUE ' MET'.
           05  FILLER                   PIC X(7)  VALUE '  LIMIT'.
       01  WS-RPT-DETAIL-LINE.
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
           05  RPT-SEG-NO               PIC Z9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-DT-SERV              PIC 9(5).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-PROCDUR              PIC X(5).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-DED-TYPE             PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-PLAN-START           PIC 9(5).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-FAM-LIMIT            PIC Z(8)9.99.
           05  RPT-FAM-BEFORE           PIC Z(8)9.99-.
           05  RPT-DEDUCTIBLE           PIC ZZZZZZ9.99-.
           05  RPT-EXCESS               PIC ZZZZZZ9.99.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-MET-FAM-DED          PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-LIMIT-SOURCE         PIC X(5).
       01  WS-RPT-CANDIDATE-LINE.
           05  FILLER                   PIC X(45) VALUE SPACES.
           05  FILLER                   PIC X(39) VALUE
               'CLAIM MARKED FOR RE-ADJUDICATION'.
           05  RPT-CAN-PATIENT-NO       PIC 9(3).
           05  FILLER                   PIC X(1)  VALUE '/'.
           05  RPT-CAN-CLAIM-SEQ-NO     PIC 9(5).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-CAN-EXCESS           PIC ZZZZZZ9.99.
       01  WS-RPT-BLANK-LINE            PIC X(132) VALUE SPACES.
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
           05  RPT-PARM-VALUE           PIC ZZZZZZ9.99.
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
                   PERFORM 2000-PROCESS-ONE-FAMILY
               END-PERFORM
               CLOSE FDD-IN-FILE
               CLOSE FDD-CAN-FILE
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT FDD-RPT-FILE
           WRITE FDD-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE FDD-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE FDD-RPT-LINE FROM WS-RPT-BLANK-LINE
               WRITE FDD-RPT-LINE FROM WS-RPT-HEADING2
               OPEN INPUT  FDD-IN-FILE
               OPEN OUTPUT FDD-CAN-FILE
               PERFORM 2900-READ-NEXT-CLAIM
           END-IF.

      * THE MINIMUM EXCESS IS AN OPTIONAL AMOUNT IN CENTS; BLANK OR
      * ZERO LISTS EVERY CHARGE OVER THE FAMILY LIMIT.
       1050-EDIT-PARM-CARD.
           MOVE 'MINIMUM EXCESS' TO RPT-PARM-NAME
           IF WS-PARM-MIN-EXCESS-X = SPACES
               MOVE 0 TO RPT-PARM-VALUE
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-MIN-EXCESS NUMERIC
                   MOVE WS-PARM-MIN-EXCESS TO WS-MIN-EXCESS
                   MOVE WS-PARM-MIN-EXCESS TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE FDD-RPT-LINE FROM WS-RPT-PARM-LINE.

      *****************************************************************
      * ONE FAMILY - FILE EVERY DEDUCTIBLE CHARGE ON THE CERT, THEN   *
      * CHECK THE RUNNING TOTALS AGAINST THE FAMILY LIMIT.            *
      *****************************************************************
       2000-PROCESS-ONE-FAMILY.
           ADD 1 TO WS-FAMILIES
           MOVE HIST-IN-REC (1:17) TO WS-FAM-KEY
           MOVE HIS-COMMON-KEY OF HIST-IN-REC
               TO HIS-COMMON-KEY OF WS-FAM-HIS-KEY
           MOVE 0 TO WS-CHG-COUNT
           MOVE 0 TO WS-CLM-COUNT
           PERFORM UNTIL WS-END-OF-INPUT
                      OR HIST-IN-REC (1:17) NOT = WS-FAM-KEY
               PERFORM 2100-FILE-CLAIM-CHARGES
               PERFORM 2900-READ-NEXT-CLAIM
           END-PERFORM
           IF WS-CHG-COUNT > 0
               PERFORM 3000-CHECK-FAMILY
           END-IF
           IF WS-CLM-COUNT > 0
               ADD 1 TO WS-FAMILIES-OVER
               PERFORM 3500-WRITE-CANDIDATES
           END-IF.

      * ONLY PROCESSED CLAIMS HAVE TAKEN DEDUCTIBLE. THE CLAIM'S PLAN
      * YEAR IS ITS EXPENSE-PERIOD START WHEN ADJUDICATION SET ONE.
       2100-FILE-CLAIM-CHARGES.
           ADD 1 TO WS-RECS-READ
           IF HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC NOT > 0
               ADD 1 TO WS-NOT-PROCESSED
           ELSE
               MOVE HIST-DSUB-DATE-PROCESSED OF HIST-IN-REC
                   TO WS-JUL-DATE
               PERFORM 9100-JULIAN-TO-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-CLM-PROC-DAY
               MOVE 0 TO WS-CLM-PLAN-START
               MOVE 0 TO WS-CLM-PLAN-DAY
               IF HIST-DSUB-START-EXPENSE-DATE OF HIST-IN-REC > 0
                   MOVE HIST-DSUB-START-EXPENSE-DATE OF HIST-IN-REC
                       TO WS-JUL-DATE
                   PERFORM 9100-JULIAN-TO-DAY-NUMBER
                   IF WS-DAY-NUMBER > 0
                       MOVE HIST-DSUB-START-EXPENSE-DATE OF HIST-IN-REC
                           TO WS-CLM-PLAN-START
                       MOVE WS-DAY-NUMBER TO WS-CLM-PLAN-DAY
                   END-IF
               END-IF
               MOVE HIST-DSUB-J-DED-TABLE-ENTRIES OF HIST-IN-REC
                   TO WS-DED-ENTRIES
               IF WS-DED-ENTRIES > 8
                   MOVE 8 TO WS-DED-ENTRIES
               END-IF
               PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                       UNTIL WS-SEG-IX >
                                 HIST-DSUB-SEG-COUNT OF HIST-IN-REC
                          OR WS-SEG-IX > 53
                   IF HIST-DSUB-SEG-ID OF HIST-IN-REC (WS-SEG-IX)
                          NOT = 'P'
                      AND NOT HIST-DSUB-THIRD-PARTY-ADDR OF HIST-IN-REC
                                  (WS-SEG-IX)
                      AND NOT HIST-DSUB-ADJUST-REASON OF HIST-IN-REC
                                  (WS-SEG-IX)
                      AND HIST-DSUB-DEDUCTIBLE OF HIST-IN-REC
                              (WS-SEG-IX) NOT = 0
                       PERFORM 2200-FILE-ONE-CHARGE
                   END-IF
               END-PERFORM
           END-IF.

       2200-FILE-ONE-CHARGE.
           ADD 1 TO WS-DED-CHARGES
           ADD HIST-DSUB-DEDUCTIBLE OF HIST-IN-REC (WS-SEG-IX)
               TO WS-TOT-DEDUCTIBLE
           MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
               TO WS-JUL-DATE
           PERFORM 9100-JULIAN-TO-DAY-NUMBER
           IF WS-DAY-NUMBER = 0
               ADD 1 TO WS-BAD-SERV-DATE
           ELSE
               MOVE WS-DAY-NUMBER TO NFC-SERV-DAY
               MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
                   TO NFC-DT-SERV
               IF WS-CLM-PLAN-DAY > 0
                   MOVE WS-CLM-PLAN-DAY TO NFC-PLAN-DAY
                   MOVE WS-CLM-PLAN-START TO NFC-PLAN-START
               ELSE
                   COMPUTE WS-JUL-DATE = WS-JUL-YY * 1000 + 1
                   MOVE WS-JUL-DATE TO NFC-PLAN-START
                   PERFORM 9100-JULIAN-TO-DAY-NUMBER
                   MOVE WS-DAY-NUMBER TO NFC-PLAN-DAY
               END-IF
               MOVE HIST-DSUB-PROC-DED-TYPE OF HIST-IN-REC (WS-SEG-IX)
                   TO NFC-DED-TYPE
               MOVE WS-CLM-PROC-DAY TO NFC-PROC-DAY
               MOVE HIS-PATIENT-NO OF HIST-IN-REC TO NFC-PATIENT-NO
               MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC
                   TO NFC-CLAIM-SEQ-NO
               MOVE WS-SEG-IX TO NFC-SEG-NO
               MOVE HIST-DSUB-PROCDUR OF HIST-IN-REC (WS-SEG-IX)
                   TO NFC-PROCDUR
               MOVE HIST-DSUB-DEDUCTIBLE OF HIST-IN-REC (WS-SEG-IX)
                   TO NFC-DEDUCTIBLE
               MOVE HIST-DSUB-MET-FAM-DED OF HIST-IN-REC
                   TO NFC-MET-FAM-DED
               MOVE 0 TO NFC-FAM-LIMIT
               MOVE 'N' TO NFC-LIMIT-SW
               PERFORM VARYING WS-DED-IX FROM 1 BY 1
                       UNTIL WS-DED-IX > WS-DED-ENTRIES
                          OR NFC-LIMIT-FOUND
                   IF HIST-DSUB-J-DED-TYPE OF HIST-IN-REC (WS-DED-IX)
                          = NFC-DED-TYPE
                      AND HIST-DSUB-J-DED-TYPE-OF-AMT OF HIST-IN-REC
                              (WS-DED-IX) = 'F'
                      AND HIST-DSUB-J-DED-PLAN-AMT OF HIST-IN-REC
                              (WS-DED-IX) > 0
                       MOVE HIST-DSUB-J-DED-PLAN-AMT OF HIST-IN-REC
                               (WS-DED-IX)
                           TO NFC-FAM-LIMIT
                       SET NFC-LIMIT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               PERFORM 2300-INSERT-CHARGE
           END-IF.

       2300-INSERT-CHARGE.
           IF WS-CHG-COUNT NOT < WS-MAX-CHARGES
               ADD 1 TO WS-CHARGE-OVERFLOW
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                       UNTIL WS-CHG-IX > WS-CHG-COUNT
                          OR FC-SORT-KEY (WS-CHG-IX) > NFC-SORT-KEY
                   CONTINUE
               END-PERFORM
               MOVE WS-CHG-IX TO WS-THIS-CHG
               PERFORM VARYING WS-CHG-IX FROM WS-CHG-COUNT
                       BY -1 UNTIL WS-CHG-IX < WS-THIS-CHG
                   MOVE WS-CHG-ENTRY (WS-CHG-IX)
                       TO WS-CHG-ENTRY (WS-CHG-IX + 1)
               END-PERFORM
               ADD 1 TO WS-CHG-COUNT
               MOVE WS-NEW-CHARGE TO WS-CHG-ENTRY (WS-THIS-CHG)
           END-IF.

       2900-READ-NEXT-CLAIM.
           READ FDD-IN-FILE
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ
           IF NOT WS-END-OF-INPUT
              AND HIST-IN-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-INPUT TO TRUE
           END-IF.

      *****************************************************************
      * WALK THE FAMILY'S CHARGES IN ORDER. THE RUNNING TOTAL STARTS  *
      * AGAIN AT EACH NEW PLAN YEAR / DEDUCTIBLE TYPE.                *
      *****************************************************************
       3000-CHECK-FAMILY.
           MOVE LOW-VALUES TO WS-BKT-KEY
           PERFORM VARYING WS-CHG-IX FROM 1 BY 1
                   UNTIL WS-CHG-IX > WS-CHG-COUNT
               IF FC-BUCKET (WS-CHG-IX) NOT = WS-BKT-KEY
                   PERFORM 3100-START-BUCKET
               END-IF
               PERFORM 3200-CHECK-ONE-CHARGE
           END-PERFORM.

      * A CLAIM WITHOUT ITS OWN FAMILY ENTRY FALLS BACK ON THE FIRST
      * LIMIT CARRIED BY ANY CLAIM IN THE SAME PLAN YEAR AND TYPE.
       3100-START-BUCKET.
           MOVE FC-BUCKET (WS-CHG-IX) TO WS-BKT-KEY
           MOVE 0 TO WS-FAM-RUNNING
           MOVE 0 TO WS-BKT-LIMIT
           MOVE 'N' TO WS-BKT-LIMIT-SW
           PERFORM VARYING WS-SCAN-IX FROM WS-CHG-IX BY 1
                   UNTIL WS-SCAN-IX > WS-CHG-COUNT
                      OR FC-BUCKET (WS-SCAN-IX) NOT = WS-BKT-KEY
                      OR WS-BKT-LIMIT-FOUND
               IF FC-LIMIT-FOUND (WS-SCAN-IX)
                   MOVE FC-FAM-LIMIT (WS-SCAN-IX) TO WS-BKT-LIMIT
                   SET WS-BKT-LIMIT-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3200-CHECK-ONE-CHARGE.
           MOVE WS-FAM-RUNNING TO WS-FAM-BEFORE
           ADD FC-DEDUCTIBLE (WS-CHG-IX) TO WS-FAM-RUNNING
           MOVE 0 TO WS-EXCESS
           IF FC-LIMIT-FOUND (WS-CHG-IX)
               MOVE FC-FAM-LIMIT (WS-CHG-IX) TO WS-USE-LIMIT
           ELSE
               MOVE WS-BKT-LIMIT TO WS-USE-LIMIT
           END-IF
           IF NOT WS-BKT-LIMIT-FOUND
               ADD 1 TO WS-NO-FAM-LIMIT
           ELSE
               IF FC-DEDUCTIBLE (WS-CHG-IX) > 0
                   IF WS-FAM-BEFORE NOT < WS-USE-LIMIT
                       MOVE FC-DEDUCTIBLE (WS-CHG-IX) TO WS-EXCESS
                   ELSE
                       IF WS-FAM-RUNNING > WS-USE-LIMIT
                           COMPUTE WS-EXCESS =
                               WS-FAM-RUNNING - WS-USE-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-EXCESS > 0
               ADD 1 TO WS-CHARGES-OVER
               IF WS-EXCESS < WS-MIN-EXCESS
                   ADD 1 TO WS-UNDER-MINIMUM
               ELSE
                   PERFORM 3300-LIST-EXCESS-CHARGE
               END-IF
           END-IF.

       3300-LIST-EXCESS-CHARGE.
           ADD WS-EXCESS TO WS-TOT-EXCESS
           MOVE HIS-GROUP-NO OF WS-FAM-HIS-KEY TO RPT-GROUP-NO
           MOVE HIS-SUB-DIV OF WS-FAM-HIS-KEY TO RPT-SUB-DIV
           MOVE HIS-BRANCH OF WS-FAM-HIS-KEY TO RPT-BRANCH
           MOVE HIS-CERT-NO OF WS-FAM-HIS-KEY TO RPT-CERT-NO
           MOVE FC-PATIENT-NO (WS-CHG-IX) TO RPT-PATIENT-NO
           MOVE FC-CLAIM-SEQ-NO (WS-CHG-IX) TO RPT-CLAIM-SEQ-NO
           MOVE FC-SEG-NO (WS-CHG-IX) TO RPT-SEG-NO
           MOVE FC-DT-SERV (WS-CHG-IX) TO RPT-DT-SERV
           MOVE FC-PROCDUR (WS-CHG-IX) TO RPT-PROCDUR
           MOVE FC-DED-TYPE (WS-CHG-IX) TO RPT-DED-TYPE
           MOVE FC-PLAN-START (WS-CHG-IX) TO RPT-PLAN-START
           MOVE WS-USE-LIMIT TO RPT-FAM-LIMIT
           MOVE WS-FAM-BEFORE TO RPT-FAM-BEFORE
           MOVE FC-DEDUCTIBLE (WS-CHG-IX) TO RPT-DEDUCTIBLE
           MOVE WS-EXCESS TO RPT-EXCESS
           MOVE FC-MET-FAM-DED (WS-CHG-IX) TO RPT-MET-FAM-DED
           IF FC-LIMIT-FOUND (WS-CHG-IX)
               MOVE 'CLAIM' TO RPT-LIMIT-SOURCE
           ELSE
               MOVE 'CERT' TO RPT-LIMIT-SOURCE
           END-IF
           WRITE FDD-RPT-LINE FROM WS-RPT-DETAIL-LINE
           PERFORM VARYING WS-CLM-IX FROM 1 BY 1
                   UNTIL WS-CLM-IX > WS-CLM-COUNT
                      OR (FL-PATIENT-NO (WS-CLM-IX) =
                              FC-PATIENT-NO (WS-CHG-IX)
                          AND FL-CLAIM-SEQ-NO (WS-CLM-IX) =
                              FC-CLAIM-SEQ-NO (WS-CHG-IX))
               CONTINUE
           END-PERFORM
           IF WS-CLM-IX > WS-CLM-COUNT
               IF WS-CLM-COUNT NOT < WS-MAX-CLAIMS
                   ADD 1 TO WS-CLAIM-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-CLM-COUNT
                   MOVE FC-PATIENT-NO (WS-CHG-IX)
                       TO FL-PATIENT-NO (WS-CLM-IX)
                   MOVE FC-CLAIM-SEQ-NO (WS-CHG-IX)
                       TO FL-CLAIM-SEQ-NO (WS-CLM-IX)
                   MOVE FC-PLAN-START (WS-CHG-IX)
                       TO FL-PLAN-START (WS-CLM-IX)
                   MOVE FC-DED-TYPE (WS-CHG-IX)
                       TO FL-DED-TYPE (WS-CLM-IX)
                   MOVE 0 TO FL-CHARGE-COUNT (WS-CLM-IX)
                   MOVE 0 TO FL-EXCESS (WS-CLM-IX)
               END-IF
           END-IF
           IF WS-CLM-IX NOT > WS-CLM-COUNT
               ADD 1 TO FL-CHARGE-COUNT (WS-CLM-IX)
               ADD WS-EXCESS TO FL-EXCESS (WS-CLM-IX)
           END-IF.

      * ONE CANDIDATE RECORD AND REPORT LINE PER CLAIM LISTED.
       3500-WRITE-CANDIDATES.
           PERFORM VARYING WS-CLM-IX FROM 1 BY 1
                   UNTIL WS-CLM-IX > WS-CLM-COUNT
               ADD 1 TO WS-CANDIDATES
               MOVE SPACES TO FDD-CAN-REC
               MOVE HIS-GROUP-NO OF WS-FAM-HIS-KEY TO CAN-GROUP-NO
               MOVE HIS-SUB-DIV OF WS-FAM-HIS-KEY TO CAN-SUB-DIV
               MOVE HIS-BRANCH OF WS-FAM-HIS-KEY TO CAN-BRANCH
               MOVE HIS-CERT-NO OF WS-FAM-HIS-KEY TO CAN-CERT-NO
               MOVE FL-PATIENT-NO (WS-CLM-IX) TO CAN-PATIENT-NO
               MOVE FL-CLAIM-SEQ-NO (WS-CLM-IX) TO CAN-CLAIM-SEQ-NO
               MOVE 'FAMDED' TO CAN-REASON
               MOVE FL-PLAN-START (WS-CLM-IX) TO CAN-PLAN-START
               MOVE FL-DED-TYPE (WS-CLM-IX) TO CAN-DED-TYPE
               MOVE FL-CHARGE-COUNT (WS-CLM-IX) TO CAN-CHARGE-COUNT
               MOVE FL-EXCESS (WS-CLM-IX) TO CAN-EXCESS-AMT
               MOVE WS-CURR-CYYMMDD TO CAN-RUN-DATE
               WRITE FDD-CAN-REC
               MOVE FL-PATIENT-NO (WS-CLM-IX) TO RPT-CAN-PATIENT-NO
               MOVE FL-CLAIM-SEQ-NO (WS-CLM-IX)
                   TO RPT-CAN-CLAIM-SEQ-NO
               MOVE FL-EXCESS (WS-CLM-IX) TO RPT-CAN-EXCESS
               WRITE FDD-RPT-LINE FROM WS-RPT-CANDIDATE-LINE
           END-PERFORM.

       0500-VERIFY-EXTRACT-FILES.
           PERFORM 0510-VERIFY-FDDIN-MANIFEST.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE FDDIN EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0510-VERIFY-FDDIN-MANIFEST.
           OPEN INPUT FDD-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ FDD-IN-FILE
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
               READ FDD-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE FDD-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RQ5 FDDIN MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RQ5 FDDIN MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               WRITE FDD-RPT-LINE FROM WS-RPT-BLANK-LINE
               MOVE SPACES TO RPT-TOT-AMOUNT-X
               MOVE '040 RECORDS READ' TO RPT-TOT-LABEL
               MOVE WS-RECS-READ TO RPT-TOT-COUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'NOT YET PROCESSED - IGNORED' TO RPT-TOT-LABEL
               MOVE WS-NOT-PROCESSED TO RPT-TOT-COUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'FAMILIES (GROUP/CERT) READ' TO RPT-TOT-LABEL
               MOVE WS-FAMILIES TO RPT-TOT-COUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CHARGES TAKING DEDUCTIBLE / AMOUNT'
                   TO RPT-TOT-LABEL
               MOVE WS-DED-CHARGES TO RPT-TOT-COUNT
               MOVE WS-TOT-DEDUCTIBLE TO RPT-TOT-AMOUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE SPACES TO RPT-TOT-AMOUNT-X
               MOVE 'INVALID DATE OF SERVICE - NOT CHECKED'
                   TO RPT-TOT-LABEL
               MOVE WS-BAD-SERV-DATE TO RPT-TOT-COUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'NO FAMILY LIMIT ON FILE - NOT CHECKED'
                   TO RPT-TOT-LABEL
               MOVE WS-NO-FAM-LIMIT TO RPT-TOT-COUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'FAMILY TABLE FULL - NOT CHECKED' TO RPT-TOT-LABEL
               MOVE WS-CHARGE-OVERFLOW TO RPT-TOT-COUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'CHARGES OVER FAMILY LIMIT' TO RPT-TOT-LABEL
               MOVE WS-CHARGES-OVER TO RPT-TOT-COUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  BELOW MINIMUM EXCESS - NOT LISTED'
                   TO RPT-TOT-LABEL
               MOVE WS-UNDER-MINIMUM TO RPT-TOT-COUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'FAMILIES WITH CLAIMS LISTED' TO RPT-TOT-LABEL
               MOVE WS-FAMILIES-OVER TO RPT-TOT-COUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'RE-ADJUDICATION CANDIDATES / EXCESS'
                   TO RPT-TOT-LABEL
               MOVE WS-CANDIDATES TO RPT-TOT-COUNT
               MOVE WS-TOT-EXCESS TO RPT-TOT-AMOUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE SPACES TO RPT-TOT-AMOUNT-X
               MOVE 'CLAIM TABLE FULL - NOT WRITTEN' TO RPT-TOT-LABEL
               MOVE WS-CLAIM-OVERFLOW TO RPT-TOT-COUNT
               WRITE FDD-RPT-LINE FROM WS-RPT-TOTAL-LINE
           END-IF
           DISPLAY 'F5920RQ5 040 RECORDS READ = ' WS-RECS-READ
           DISPLAY 'F5920RQ5 FAMILIES         = ' WS-FAMILIES
           DISPLAY 'F5920RQ5 DED CHARGES      = ' WS-DED-CHARGES
           DISPLAY 'F5920RQ5 CHARGES OVER     = ' WS-CHARGES-OVER
           DISPLAY 'F5920RQ5 CANDIDATES       = ' WS-CANDIDATES
           DISPLAY 'F5920RQ5 EXCESS AMOUNT    = ' WS-TOT-EXCESS
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE FDD-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RQ5' TO RUN-JOB-NAME
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
           MOVE 'FAMILIES' TO RUN-CTR-LABEL (2)
           MOVE WS-FAMILIES TO RUN-CTR-VALUE (2)
           MOVE 'DED CHARGES' TO RUN-CTR-LABEL (3)
           MOVE WS-DED-CHARGES TO RUN-CTR-VALUE (3)
           MOVE 'OVER FAM DED' TO RUN-CTR-LABEL (4)
           MOVE WS-CHARGES-OVER TO RUN-CTR-VALUE (4)
           MOVE 'CANDIDATES' TO RUN-CTR-LABEL (5)
           MOVE WS-CANDIDATES TO RUN-CTR-VALUE (5)
           MOVE 'NO FAM LIMIT' TO RUN-CTR-LABEL (6)
           MOVE WS-NO-FAM-LIMIT TO RUN-CTR-VALUE (6)
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
