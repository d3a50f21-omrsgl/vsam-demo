      ****************************************************************
      * PROGRAM F5920RPV - PROVIDER LICENSE EXPIRATION REPORT        *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750040/   *
      *                    F5750PRV                                  *
      *                                                               *
      * A DENTIST WHOSE STATE LICENSE HAS LAPSED CANNOT BILL US, BUT *
      * NOTHING IN ADJUDICATION LOOKS AT THE EXPIRATION DATE, SO     *
      * WE FIND OUT FROM THE STATE BOARD, MONTHS LATER. THIS JOB     *
      * PRINTS TWO SECTIONS:                                         *
      *                                                               *
      *   PART 1 - EVERY PAID CHARGE (BATCH-PAY STATUS '4') ON THE   *
      *            HIST040 EXTRACT WHOSE HIST-DSUB-DT-SERV IS AFTER  *
      *            THE RENDERING PROVIDER'S LICENSE EXPIRED. THE     *
      *            EXPIRATION COMES FROM THE F5750PRV MASTER ROW     *
      *            (PROV-LIC-EXP-DATE, MAINTAINED BY F5910PM1); A    *
      *            PROVIDER NOT ON THE MASTER, OR WHOSE MASTER DATE  *
      *            IS STILL ZERO, FALLS BACK TO THE CLAIM'S INLINE   *
      *            HIST-DSUB-PROV-LIC-EXP-DATE. THE SOURCE USED IS   *
      *            PRINTED ON EVERY LINE WITH THE BENEFIT PAID.      *
      *   PART 2 - EVERY MASTER PROVIDER WHOSE LICENSE EXPIRES       *
      *            WITHIN THE SYSIN NUMBER OF DAYS OF THE AS-OF      *
      *            DATE, PLUS THOSE ALREADY EXPIRED, SO PROVIDER     *
      *            RELATIONS CAN CHASE RENEWALS BEFORE CLAIMS PAY.   *
      *                                                               *
      * EXPIRATION DATES ARE CCYYMMDD AND ARE CALENDAR-EDITED BEFORE *
      * INTEGER-OF-DATE IS CALLED (THE F5920RPG 9200- RULE); A DATE  *
      * THAT FAILS THE EDIT IS TREATED AS NOT ON FILE. DATES OF      *
      * SERVICE ARE 5-DIGIT JULIAN (YYDDD), PIVOTED AT 70 AS         *
      * F5920RPD DOES.                                               *
      *                                                               *
      * SYSIN CARD: DAYS AHEAD (3 DIGITS; BLANK DEFAULTS TO 60),     *
      * AS-OF DATE (CCYYMMDD; BLANK MEANS TODAY). A PUNCHED VALUE    *
      * THAT FAILS ITS EDIT ENDS THE RUN WITH RETURN CODE 8.         *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
LICX00* 101526 RCC PROVIDER LICENSE EXPIRY                            *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RPV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIC-IN-FILE ASSIGN TO LICIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIC-PRV-FILE ASSIGN TO LICPRV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-NPI OF LIC-PRV-REC
               FILE STATUS IS WS-PRV-STATUS.

           SELECT LIC-RPT-FILE ASSIGN TO LICRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIC-IN-FILE
           RECORDING MODE IS F.
       01  HIST-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

       FD  LIC-PRV-FILE
           RECORDING MODE IS F.
       01  LIC-PRV-REC.
           COPY F5750PRV.

       FD  LIC-RPT-FILE
           RECORDING MODE IS F.
       01  LIC-RPT-LINE                 PIC X(132).

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
       01  WS-PRV-STATUS                PIC XX    VALUE SPACES.
       01  WS-EOF-SW                    PIC X     VALUE 'N'.
           88  WS-END-OF-INPUT                    VALUE 'Y'.
       01  WS-BROWSE-EOF-SW             PIC X     VALUE 'N'.
           88  WS-END-OF-BROWSE                   VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-DAYS-AHEAD       PIC 9(3)  VALUE ZEROS.
           05  WS-PARM-AS-OF-DT         PIC 9(8)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-DAYS-AHEAD-X     PIC X(3).
           05  WS-PARM-AS-OF-X          PIC X(8).
       01  WS-DAYS-AHEAD                PIC S9(5) COMP-3 VALUE 60.
       01  WS-AS-OF-DT                  PIC 9(8)  VALUE ZEROS.
       01  WS-AS-OF-DAY                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-EDIT-DATE-NUM             PIC 9(8)  VALUE ZEROS.
       01  FILLER REDEFINES WS-EDIT-DATE-NUM.
           05  WS-EDIT-YEAR             PIC 9(4).
           05  WS-EDIT-MM               PIC 9(2).
           05  WS-EDIT-DD               PIC 9(2).
       01  WS-EDIT-MAX-DD               PIC 9(2)  VALUE ZEROS.
       01  WS-DATE-VALID-SW             PIC X     VALUE 'N'.
           88  WS-DATE-VALID                      VALUE 'Y'.
       01  WS-EDIT-DAY-NUMBER           PIC S9(7) COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-RECS-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-CHARGES-CHECKED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-CHARGES-FLAGGED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-NO-EXPIRY-CLAIMS      PIC S9(9) COMP-3 VALUE 0.
           05  WS-MASTERS-READ          PIC S9(9) COMP-3 VALUE 0.
           05  WS-MASTERS-EXPIRING      PIC S9(9) COMP-3 VALUE 0.
           05  WS-MASTERS-EXPIRED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-MASTERS-NO-EXPIRY     PIC S9(9) COMP-3 VALUE 0.
       01  WS-FLAGGED-BENEFIT           PIC S9(11)V99 COMP-3 VALUE 0.

      * THE LAST NPI LOOKED UP AND WHAT WAS FOUND FOR IT; CLAIMS FOR
      * THE SAME PROVIDER TEND TO RUN TOGETHER, SO CONSECUTIVE
      * CLAIMS REUSE THE LOOKUP INSTEAD OF RE-READING THE MASTER.
       01  WS-CACHED-NPI                PIC X(10) VALUE LOW-VALUES.
       01  WS-MASTER-FOUND-SW           PIC X     VALUE 'N'.
           88  WS-MASTER-FOUND                    VALUE 'Y'.
       01  WS-MASTER-EXP-DT             PIC 9(8)  VALUE ZEROS.
       01  WS-MASTER-LIC                PIC X(15) VALUE SPACES.

       01  WS-EXP-DT                    PIC 9(8)  VALUE ZEROS.
       01  WS-EXP-DAY                   PIC S9(7) COMP-3 VALUE 0.
       01  WS-EXP-SOURCE                PIC X(6)  VALUE SPACES.
       01  WS-SERV-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-SERV-CCYYMMDD             PIC 9(8)  VALUE ZEROS.
       01  WS-DAYS-LEFT                 PIC S9(7) COMP-3 VALUE 0.
       01  WS-SEG-IX                    PIC S9(3) COMP-3 VALUE 0.

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
               'F5920RPV - PROVIDER LICENSE EXPIRATION REPORT'.
       01  WS-RPT-PART1-HDG.
           05  FILLER                   PIC X(60) VALUE
               'PART 1 - PAID CHARGES AFTER LICENSE EXPIRATION'.
       01  WS-RPT-PART1-COLS.
           05  FILLER                   PIC X(12) VALUE 'NPI'.
           05  FILLER                   PIC X(17) VALUE 'LICENSE'.
           05  FILLER                   PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                   PIC X(8)  VALUE 'SOURCE'.
           05  FILLER                   PIC X(10) VALUE 'GROUP NO'.
           05  FILLER                   PIC X(12) VALUE 'CERT NO'.
           05  FILLER                   PIC X(5)  VALUE 'PAT'.
           05  FILLER                   PIC X(8)  VALUE 'CLM SEQ'.
           05  FILLER                   PIC X(7)  VALUE 'PROC'.
           05  FILLER                   PIC X(10) VALUE 'DT-SERV'.
           05  FILLER                   PIC X(12) VALUE 'BENEFIT PAID'.
       01  WS-RPT-PART1-DETAIL.
           05  RPT-NPI                  PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-LIC                  PIC X(15).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-EXP-DT               PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-EXP-SOURCE           PIC X(6).
           05  FILLER                   PIC X(2)  VALUE SPACES.
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
           05  RPT-DT-SERV              PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-BENEFIT-AMT          PIC Z(6)9.99-.
       01  WS-RPT-PART1-TRAILER.
           05  FILLER                   PIC X(20) VALUE
               'CHARGES CHECKED:   '.
           05  RPT-CHECKED-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE
               'PAID AFTER EXPIRY: '.
           05  RPT-FLAGGED-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(14) VALUE
               'BENEFIT PAID '.
           05  RPT-FLAGGED-BENEFIT      PIC Z(10)9.99-.
       01  WS-RPT-PART2-HDG.
           05  FILLER                   PIC X(40) VALUE
               'PART 2 - MASTER LICENSES EXPIRING WITHIN'.
           05  RPT-HDG-DAYS-AHEAD       PIC ZZZ9.
           05  FILLER                   PIC X(14) VALUE
               ' DAYS OF AS-OF'.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  RPT-HDG-AS-OF-DT         PIC 9(8).
       01  WS-RPT-PART2-COLS.
           05  FILLER                   PIC X(12) VALUE 'NPI'.
           05  FILLER                   PIC X(17) VALUE 'LICENSE'.
           05  FILLER                   PIC X(22) VALUE 'LAST NAME'.
           05  FILLER                   PIC X(4)  VALUE 'ST'.
           05  FILLER                   PIC X(10) VALUE 'EXPIRES'.
           05  FILLER                   PIC X(10) VALUE 'DAYS LEFT'.
           05  FILLER                   PIC X(8)  VALUE 'STATUS'.
       01  WS-RPT-PART2-DETAIL.
           05  RPT-M-NPI                PIC X(10).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-M-LIC                PIC X(15).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-M-LAST-NM            PIC X(20).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-M-ST-CD              PIC X(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-M-EXP-DT             PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-M-DAYS-LEFT          PIC ZZZZZZ9-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-M-STATUS             PIC X(8).
       01  WS-RPT-PART2-TRAILER.
           05  FILLER                   PIC X(16) VALUE
               'MASTERS READ:  '.
           05  RPT-MASTERS-READ         PIC ZZZZZZ9.
           05  FILLER                   PIC X(13) VALUE
               '  EXPIRING: '.
           05  RPT-MASTERS-EXPIRING     PIC ZZZZZZ9.
           05  FILLER                   PIC X(12) VALUE
               '  EXPIRED: '.
           05  RPT-MASTERS-EXPIRED      PIC ZZZZZZ9.
           05  FILLER                   PIC X(20) VALUE
               '  NO DATE ON FILE: '.
           05  RPT-MASTERS-NO-EXPIRY    PIC ZZZZZZ9.
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
                   PERFORM 2000-CHECK-ONE-CLAIM
               END-PERFORM
               PERFORM 5000-LIST-EXPIRING-MASTERS
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT LIC-RPT-FILE
           WRITE LIC-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE LIC-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT  LIC-IN-FILE
               OPEN INPUT  LIC-PRV-FILE

               WRITE LIC-RPT-LINE FROM WS-RPT-PART1-HDG
               WRITE LIC-RPT-LINE FROM WS-RPT-PART1-COLS

               READ LIC-IN-FILE
                   AT END SET WS-END-OF-INPUT TO TRUE
               END-READ
               IF NOT WS-END-OF-INPUT
                  AND HIST-IN-REC (1:8) = 'XTRAILER'
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
           END-IF.

      * A BLANK DAYS-AHEAD TAKES THE 60-DAY DEFAULT AND SAYS SO; A
      * PUNCHED VALUE MUST BE NUMERIC. A BLANK AS-OF DATE MEANS
      * TODAY; A PUNCHED ONE MUST BE A REAL CCYYMMDD DATE.
       1050-EDIT-PARM-CARD.
           MOVE 'DAYS AHEAD' TO RPT-PARM-NAME
           IF WS-PARM-DAYS-AHEAD-X = SPACES
               MOVE WS-DAYS-AHEAD TO RPT-PARM-VALUE
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-DAYS-AHEAD NUMERIC
                   MOVE WS-PARM-DAYS-AHEAD TO WS-DAYS-AHEAD
                   MOVE WS-PARM-DAYS-AHEAD TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE 0 TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE LIC-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'AS-OF DATE' TO RPT-PARM-NAME
           IF WS-PARM-AS-OF-X = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-AS-OF-DT
               MOVE '(TODAY)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-AS-OF-DT NUMERIC
                   MOVE WS-PARM-AS-OF-DT TO WS-AS-OF-DT
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   MOVE 0 TO WS-AS-OF-DT
               END-IF
           END-IF
           MOVE WS-AS-OF-DT TO WS-EDIT-DATE-NUM
           PERFORM 9200-CCYYMMDD-TO-DAY-NUMBER
           MOVE WS-EDIT-DAY-NUMBER TO WS-AS-OF-DAY
           IF WS-AS-OF-DAY = 0
               SET WS-PARM-ERROR TO TRUE
               MOVE '** INVALID **' TO RPT-PARM-NOTE
           END-IF
           MOVE WS-AS-OF-DT TO RPT-PARM-VALUE
           WRITE LIC-RPT-LINE FROM WS-RPT-PARM-LINE.

       2000-CHECK-ONE-CLAIM.
           ADD 1 TO WS-RECS-READ
           IF HIST-DSUB-PROV-NPI OF HIST-IN-REC NOT = SPACES
              AND HIST-DSUB-PROV-NPI OF HIST-IN-REC NOT = LOW-VALUES
               PERFORM 2100-FIND-EXPIRATION-DATE
               IF WS-EXP-DAY > 0
                   PERFORM 2200-CHECK-PAID-CHARGES
               ELSE
                   ADD 1 TO WS-NO-EXPIRY-CLAIMS
               END-IF
           END-IF
           READ LIC-IN-FILE
               AT END SET WS-END-OF-INPUT TO TRUE
           END-READ
           IF NOT WS-END-OF-INPUT
              AND HIST-IN-REC (1:8) = 'XTRAILER'
               SET WS-END-OF-INPUT TO TRUE
           END-IF.

      * MASTER DATE FIRST; THE CLAIM'S INLINE DATE ONLY WHEN THE
      * MASTER HAS NOTHING USABLE. LICENSE NUMBER FOLLOWS THE SAME
      * PREFERENCE SO THE LINE SHOWS THE LICENSE THE DATE BELONGS TO.
       2100-FIND-EXPIRATION-DATE.
           IF HIST-DSUB-PROV-NPI OF HIST-IN-REC NOT = WS-CACHED-NPI
               MOVE HIST-DSUB-PROV-NPI OF HIST-IN-REC TO WS-CACHED-NPI
               MOVE 'N' TO WS-MASTER-FOUND-SW
               MOVE 0 TO WS-MASTER-EXP-DT
               MOVE SPACES TO WS-MASTER-LIC
               MOVE HIST-DSUB-PROV-NPI OF HIST-IN-REC
                   TO PROV-NPI OF LIC-PRV-REC
               READ LIC-PRV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-MASTER-FOUND TO TRUE
                       MOVE PROV-LIC-EXP-DATE TO WS-MASTER-EXP-DT
                       MOVE PROV-LIC TO WS-MASTER-LIC
               END-READ
           END-IF
           MOVE 0 TO WS-EXP-DAY
           IF WS-MASTER-FOUND AND WS-MASTER-EXP-DT NUMERIC
              AND WS-MASTER-EXP-DT > 0
               MOVE WS-MASTER-EXP-DT TO WS-EXP-DT
               MOVE WS-MASTER-EXP-DT TO WS-EDIT-DATE-NUM
               PERFORM 9200-CCYYMMDD-TO-DAY-NUMBER
               MOVE WS-EDIT-DAY-NUMBER TO WS-EXP-DAY
               MOVE 'MASTER' TO WS-EXP-SOURCE
               MOVE WS-MASTER-LIC TO RPT-LIC
           END-IF
           IF WS-EXP-DAY = 0
              AND HIST-DSUB-PROV-LIC-EXP-DATE OF HIST-IN-REC NUMERIC
              AND HIST-DSUB-PROV-LIC-EXP-DATE OF HIST-IN-REC > 0
               MOVE HIST-DSUB-PROV-LIC-EXP-DATE OF HIST-IN-REC
                   TO WS-EXP-DT
               MOVE WS-EXP-DT TO WS-EDIT-DATE-NUM
               PERFORM 9200-CCYYMMDD-TO-DAY-NUMBER
               MOVE WS-EDIT-DAY-NUMBER TO WS-EXP-DAY
               MOVE 'CLAIM' TO WS-EXP-SOURCE
               MOVE HIST-DSUB-PROV-LIC OF HIST-IN-REC TO RPT-LIC
           END-IF.

       2200-CHECK-PAID-CHARGES.
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
                   MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
                       TO WS-JUL-DATE
                   PERFORM 9100-JULIAN-TO-DAY-NUMBER
                   MOVE WS-DAY-NUMBER TO WS-SERV-DAY
                   IF WS-SERV-DAY > WS-EXP-DAY
                       PERFORM 2300-WRITE-PAID-AFTER-EXPIRY
                   END-IF
               END-IF
           END-PERFORM.

       2300-WRITE-PAID-AFTER-EXPIRY.
           MOVE HIST-DSUB-PROV-NPI OF HIST-IN-REC TO RPT-NPI
           MOVE WS-EXP-DT TO RPT-EXP-DT
           MOVE WS-EXP-SOURCE TO RPT-EXP-SOURCE
           MOVE HIS-GROUP-NO OF HIST-IN-REC TO RPT-GROUP-NO
           MOVE HIS-CERT-NO OF HIST-IN-REC TO RPT-CERT-NO
           MOVE HIS-PATIENT-NO OF HIST-IN-REC TO RPT-PATIENT-NO
           MOVE HIS-CLAIM-SEQ-NO OF HIST-IN-REC TO RPT-CLAIM-SEQ-NO
           MOVE HIST-DSUB-PROCDUR OF HIST-IN-REC (WS-SEG-IX)
               TO RPT-PROC
           COMPUTE WS-SERV-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-SERV-DAY)
           MOVE WS-SERV-CCYYMMDD TO RPT-DT-SERV
           MOVE HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
               TO RPT-BENEFIT-AMT
           WRITE LIC-RPT-LINE FROM WS-RPT-PART1-DETAIL
           ADD 1 TO WS-CHARGES-FLAGGED
           ADD HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
               TO WS-FLAGGED-BENEFIT.

      * SEQUENTIAL BROWSE OF THE WHOLE MASTER FROM THE LOWEST KEY,
      * WITH THE SAME STATUS GUARDS F5920RPD PUTS ON ITS BROWSE SO A
      * FILE THAT FAILED TO OPEN CANNOT SPIN THE READ-NEXT LOOP.
       5000-LIST-EXPIRING-MASTERS.
           MOVE WS-CHARGES-CHECKED TO RPT-CHECKED-COUNT
           MOVE WS-CHARGES-FLAGGED TO RPT-FLAGGED-COUNT
           MOVE WS-FLAGGED-BENEFIT TO RPT-FLAGGED-BENEFIT
           WRITE LIC-RPT-LINE FROM WS-RPT-PART1-TRAILER
           MOVE WS-DAYS-AHEAD TO RPT-HDG-DAYS-AHEAD
           MOVE WS-AS-OF-DT TO RPT-HDG-AS-OF-DT
           WRITE LIC-RPT-LINE FROM WS-RPT-PART2-HDG
           WRITE LIC-RPT-LINE FROM WS-RPT-PART2-COLS
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE LOW-VALUES TO PROV-NPI OF LIC-PRV-REC
           START LIC-PRV-FILE
               KEY IS NOT LESS THAN PROV-NPI OF LIC-PRV-REC
               INVALID KEY
                   SET WS-END-OF-BROWSE TO TRUE
           END-START
           IF WS-PRV-STATUS NOT = '00'
               SET WS-END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-BROWSE
               READ LIC-PRV-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-BROWSE TO TRUE
                   NOT AT END
                       PERFORM 5100-CHECK-ONE-MASTER
               END-READ
               IF WS-PRV-STATUS NOT = '00'
                   SET WS-END-OF-BROWSE TO TRUE
               END-IF
           END-PERFORM
           MOVE WS-MASTERS-READ TO RPT-MASTERS-READ
           MOVE WS-MASTERS-EXPIRING TO RPT-MASTERS-EXPIRING
           MOVE WS-MASTERS-EXPIRED TO RPT-MASTERS-EXPIRED
           MOVE WS-MASTERS-NO-EXPIRY TO RPT-MASTERS-NO-EXPIRY
           WRITE LIC-RPT-LINE FROM WS-RPT-PART2-TRAILER.

       5100-CHECK-ONE-MASTER.
           ADD 1 TO WS-MASTERS-READ
           MOVE 0 TO WS-EDIT-DAY-NUMBER
           IF PROV-LIC-EXP-DATE NUMERIC AND PROV-LIC-EXP-DATE > 0
               MOVE PROV-LIC-EXP-DATE TO WS-EDIT-DATE-NUM
               PERFORM 9200-CCYYMMDD-TO-DAY-NUMBER
           END-IF
           IF WS-EDIT-DAY-NUMBER = 0
               ADD 1 TO WS-MASTERS-NO-EXPIRY
           ELSE
               COMPUTE WS-DAYS-LEFT =
                   WS-EDIT-DAY-NUMBER - WS-AS-OF-DAY
               IF WS-DAYS-LEFT <= WS-DAYS-AHEAD
                   IF WS-DAYS-LEFT < 0
                       ADD 1 TO WS-MASTERS-EXPIRED
                       MOVE 'EXPIRED' TO RPT-M-STATUS
                   ELSE
                       ADD 1 TO WS-MASTERS-EXPIRING
                       MOVE 'EXPIRING' TO RPT-M-STATUS
                   END-IF
                   MOVE PROV-NPI OF LIC-PRV-REC TO RPT-M-NPI
                   MOVE PROV-LIC TO RPT-M-LIC
                   MOVE PROV-LAST-NM TO RPT-M-LAST-NM
                   MOVE PROV-ST-CD TO RPT-M-ST-CD
                   MOVE PROV-LIC-EXP-DATE TO RPT-M-EXP-DT
                   MOVE WS-DAYS-LEFT TO RPT-M-DAYS-LEFT
                   WRITE LIC-RPT-LINE FROM WS-RPT-PART2-DETAIL
               END-IF
           END-IF.

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

      * CCYYMMDD TO ABSOLUTE DAY NUMBER; AN INVALID DATE YIELDS
      * ZERO. THE MONTH AND DAY ARE RANGE-EDITED EXPLICITLY
      * (INCLUDING DAYS-PER-MONTH AND LEAP YEARS) BEFORE
      * INTEGER-OF-DATE IS CALLED - SAME RULE AS F5920RPG'S 9200-.
       9200-CCYYMMDD-TO-DAY-NUMBER.
           MOVE 0 TO WS-EDIT-DAY-NUMBER
           MOVE 'N' TO WS-DATE-VALID-SW
           IF WS-EDIT-YEAR > 1899 AND WS-EDIT-YEAR < 2100
               EVALUATE WS-EDIT-MM
                   WHEN 01
                   WHEN 03
                   WHEN 05
                   WHEN 07
                   WHEN 08
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WS-EDIT-MAX-DD
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO WS-EDIT-MAX-DD
                   WHEN 02
                       IF FUNCTION MOD (WS-EDIT-YEAR, 4) = 0
                          AND WS-EDIT-YEAR NOT = 1900
                           MOVE 29 TO WS-EDIT-MAX-DD
                       ELSE
                           MOVE 28 TO WS-EDIT-MAX-DD
                       END-IF
                   WHEN OTHER
                       MOVE 0 TO WS-EDIT-MAX-DD
               END-EVALUATE
               IF WS-EDIT-MAX-DD > 0
                  AND WS-EDIT-DD > 0
                  AND WS-EDIT-DD NOT > WS-EDIT-MAX-DD
                   SET WS-DATE-VALID TO TRUE
                   COMPUTE WS-EDIT-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE (WS-EDIT-DATE-NUM)
               END-IF
           END-IF.


       0500-VERIFY-EXTRACT-FILES.
           PERFORM 0510-VERIFY-LICIN-MANIFEST.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE LICIN EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0510-VERIFY-LICIN-MANIFEST.
           OPEN INPUT LIC-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ LIC-IN-FILE
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
               READ LIC-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE LIC-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RPV LICIN MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RPV LICIN MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

       8000-TERMINATE.
           DISPLAY 'F5920RPV RECORDS READ     = ' WS-RECS-READ
           DISPLAY 'F5920RPV CHARGES CHECKED  = ' WS-CHARGES-CHECKED
           DISPLAY 'F5920RPV PAID AFTER EXPIRY= ' WS-CHARGES-FLAGGED
           DISPLAY 'F5920RPV NO EXPIRY CLAIMS = ' WS-NO-EXPIRY-CLAIMS
           DISPLAY 'F5920RPV MASTERS EXPIRING = ' WS-MASTERS-EXPIRING
           DISPLAY 'F5920RPV MASTERS EXPIRED  = ' WS-MASTERS-EXPIRED
           PERFORM 8100-WRITE-RUN-LOG
           IF NOT WS-PARM-ERROR
               CLOSE LIC-IN-FILE
               CLOSE LIC-PRV-FILE
           END-IF
           CLOSE LIC-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RPV' TO RUN-JOB-NAME
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
           MOVE 'RECS READ' TO RUN-CTR-LABEL (1)
           MOVE WS-RECS-READ TO RUN-CTR-VALUE (1)
           MOVE 'CHECKED' TO RUN-CTR-LABEL (2)
           MOVE WS-CHARGES-CHECKED TO RUN-CTR-VALUE (2)
           MOVE 'PAID EXPIRED' TO RUN-CTR-LABEL (3)
           MOVE WS-CHARGES-FLAGGED TO RUN-CTR-VALUE (3)
           MOVE 'MASTERS READ' TO RUN-CTR-LABEL (4)
           MOVE WS-MASTERS-READ TO RUN-CTR-VALUE (4)
           MOVE 'EXPIRING' TO RUN-CTR-LABEL (5)
           MOVE WS-MASTERS-EXPIRING TO RUN-CTR-VALUE (5)
           MOVE 'EXPIRED' TO RUN-CTR-LABEL (6)
           MOVE WS-MASTERS-EXPIRED TO RUN-CTR-VALUE (6)
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
