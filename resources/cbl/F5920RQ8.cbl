      ****************************************************************
      * PROGRAM F5920RQ8 - GROUP CLAIMS EXPERIENCE FOR RENEWAL       *
      *                    UNDERWRITING                              *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750025/   *
      *                    F5750040                                  *
      *                                                               *
      * UNDERWRITING NEEDS EACH GROUP'S CLAIMS EXPERIENCE BEFORE     *
      * RENEWAL. THIS JOB WALKS THE KEY-SORTED HIST025 AND HIST040   *
      * EXTRACTS IN STEP (THE F5920RPU WALK) AND, FOR THE SYSIN      *
      * EXPERIENCE PERIOD, BUILDS PER HIS-GROUP-NO:                  *
      *   - PAID BENEFIT BY BENEFIT CATEGORY, WITH A SUBTOTAL LINE   *
      *     FOR EACH HIS-SUB-DIV/HIS-BRANCH AND A GROUP TOTAL;       *
      *   - THE SAME FIGURES BY CALENDAR MONTH OF THE PERIOD;        *
      *   - MEMBER-MONTHS OF EXPOSURE AND THE PER-MEMBER-PER-MONTH   *
      *     (PMPM) COST ON EVERY LINE;                               *
      *   - THE GROUP'S LARGE CLAIMANTS - MEMBERS WHOSE PAID BENEFIT *
      *     FOR THE PERIOD IS AT OR ABOVE THE SYSIN AMOUNT.          *
      *                                                               *
      * PAID BENEFIT IS THE HIST-DSUB-BENEFIT-AMT OF EVERY PAID      *
      * CHARGE SEGMENT (BATCH-PAY STATUS '4') WHOSE DATE OF SERVICE  *
      * FALLS IN THE PERIOD - INCURRED-DATE EXPERIENCE, FILED UNDER  *
      * THE MONTH OF SERVICE. THE CATEGORY COMES FROM THE CHARGE'S   *
      * HIST-DSUB-PROC-MAX-TYPE: A PREVENTIVE, B BASIC, C MAJOR,     *
      * O ORTHO, P PERIO; ANY OTHER MAX TYPE (D, E, Z, BLANK) IS     *
      * SHOWN AS OTHER SO THE CATEGORIES ADD TO THE TOTAL.           *
      *                                                               *
      * A MEMBER-MONTH IS COUNTED FOR EACH MONTH OF THE PERIOD WHOSE *
      * 15TH FALLS INSIDE ONE OF THE MEMBER'S FIVE HIST-PAT-DCOV-    *
      * DATES WINDOWS (ZERO STOP = OPEN-ENDED, ZERO START = UNUSED - *
      * THE F5910CA1 RULE). CLAIMS FOR A MEMBER WITH NO 025 RECORD   *
      * STILL COUNT AS PAID BUT ADD NO EXPOSURE; THEY ARE COUNTED ON *
      * THE CONTROL TOTALS. PMPM IS TOTAL PAID / MEMBER-MONTHS.      *
      *                                                               *
      * RATING EXTRACT (EXPOUT), ONE FIXED 120-BYTE RECORD PER LINE: *
      *   'H' HEADER    - PERIOD FROM/THRU, MONTHS, LARGE-CLAIM      *
      *                   AMOUNT, RUN DATE                           *
      *   'S' SUB-DIV/BRANCH, 'G' GROUP, 'M' GROUP MONTH -           *
      *                   MEMBER-MONTHS, PAID BY CATEGORY, TOTAL     *
      *                   PAID, PMPM                                 *
      *   'L' LARGE CLAIMANT - CERT, PATIENT, CLAIMS, PAID           *
      *   'T' TRAILER   - RECORDS BEFORE IT, GROUPS, TOTAL PAID      *
      * EVERY 'M' MONTH OF THE PERIOD IS WRITTEN, EVEN WHEN EMPTY.   *
      *                                                               *
      * SYSIN CARD:                                                  *
      *   COLS 1-5   PERIOD FROM, YYDDD (REQUIRED)                   *
      *   COLS 6-10  PERIOD THRU, YYDDD (REQUIRED, AT MOST 24        *
      *              CALENDAR MONTHS AFTER THE FROM MONTH)           *
      *   COLS 11-19 LARGE-CLAIMANT AMOUNT, 9(7)V99 (BLANK =         *
      *              2,500.00)                                       *
      * A PERIOD IS NORMALLY WHOLE CALENDAR MONTHS. A MISSING OR     *
      * INVALID VALUE ENDS THE RUN WITH RETURN CODE 8 BEFORE ANY     *
      * OUTPUT IS BUILT. A GROUP WITH MORE LARGE CLAIMANTS THAN THE  *
      * TABLE HOLDS LISTS THOSE IT HOLDS AND ENDS THE RUN WITH       *
      * RETURN CODE 4.                                               *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
GEXP00* 101526 RCC GROUP CLAIMS EXPERIENCE                            *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RQ8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXP25-IN-FILE ASSIGN TO EXPIN25
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXP40-IN-FILE ASSIGN TO EXPIN40
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXP-OUT-FILE ASSIGN TO EXPOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXP-RPT-FILE ASSIGN TO EXPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXP25-IN-FILE
           RECORDING MODE IS F.
       01  HIST-25-REC.
           COPY F5750HIS.
           COPY F5750025.

       FD  EXP40-IN-FILE
           RECORDING MODE IS F.
       01  HIST-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

      * OUTBOUND RATING RECORD. EVERY TYPE CARRIES THE GROUP NUMBER
      * (ZERO ON THE HEADER AND TRAILER); THE BODY VARIES BY TYPE.
       FD  EXP-OUT-FILE
           RECORDING MODE IS F.
       01  EXP-OUT-REC.
           05  EXO-REC-TYPE            PIC X(1).
               88  EXO-HEADER                    VALUE 'H'.
               88  EXO-BRANCH-TOTAL              VALUE 'S'.
               88  EXO-GROUP-TOTAL               VALUE 'G'.
               88  EXO-GROUP-MONTH               VALUE 'M'.
               88  EXO-LARGE-CLAIMANT            VALUE 'L'.
               88  EXO-TRAILER                   VALUE 'T'.
           05  EXO-GROUP-NO            PIC S9(7) COMP-3.
           05  EXO-BODY                PIC X(115).
       01  EXO-HEADER-REC.
           05  FILLER                  PIC X(5).
           05  EXO-HDR-PERIOD-FROM     PIC S9(5) COMP-3.
           05  EXO-HDR-PERIOD-THRU     PIC S9(5) COMP-3.
           05  EXO-HDR-MONTHS          PIC S9(3) COMP-3.
           05  EXO-HDR-LARGE-AMT       PIC S9(7)V99 COMP-3.
           05  EXO-HDR-RUN-DATE        PIC S9(7) COMP-3.
           05  FILLER                  PIC X(98).
       01  EXO-AMOUNTS-REC.
           05  FILLER                  PIC X(5).
           05  EXO-AMT-SUB-DIV         PIC X(4).
           05  EXO-AMT-BRANCH          PIC X(4).
           05  EXO-AMT-MONTH           PIC 9(6).
           05  EXO-AMT-MBR-MONTHS      PIC S9(7) COMP-3.
           05  EXO-AMT-CAT-PAID        PIC S9(9)V99 COMP-3
                                       OCCURS 6 TIMES.
           05  EXO-AMT-TOT-PAID        PIC S9(11)V99 COMP-3.
           05  EXO-AMT-PMPM            PIC S9(7)V99 COMP-3.
           05  FILLER                  PIC X(49).
       01  EXO-CLAIMANT-REC.
           05  FILLER                  PIC X(5).
           05  EXO-LC-SUB-DIV          PIC X(4).
           05  EXO-LC-BRANCH           PIC X(4).
           05  EXO-LC-CERT-NO          PIC S9(9) COMP-3.
           05  EXO-LC-PATIENT-NO       PIC S9(3) COMP-3.
           05  EXO-LC-CLAIMS           PIC S9(5) COMP-3.
           05  EXO-LC-PAID             PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(91).
       01  EXO-TRAILER-REC.
           05  FILLER                  PIC X(5).
           05  EXO-TRL-RECORD-COUNT    PIC S9(9) COMP-3.
           05  EXO-TRL-GROUP-COUNT     PIC S9(7) COMP-3.
           05  EXO-TRL-TOT-PAID        PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(98).

       FD  EXP-RPT-FILE
           RECORDING MODE IS F.
       01  EXP-RPT-LINE                PIC X(132).

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
       01  WS-EOF-25-SW                 PIC X     VALUE 'N'.
           88  WS-END-OF-25                       VALUE 'Y'.
       01  WS-EOF-40-SW                 PIC X     VALUE 'N'.
           88  WS-END-OF-40                       VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-FROM-DT          PIC 9(5)  VALUE ZEROS.
           05  WS-PARM-THRU-DT          PIC 9(5)  VALUE ZEROS.
           05  WS-PARM-LARGE-AMT        PIC 9(7)V99 VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-FROM-X           PIC X(5).
           05  WS-PARM-THRU-X           PIC X(5).
           05  WS-PARM-LARGE-AMT-X      PIC X(9).
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.
       01  WS-FROM-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-THRU-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-FROM-MONTH-KEY            PIC S9(7) COMP-3 VALUE 0.
       01  WS-PERIOD-MONTHS             PIC S9(5) COMP-3 VALUE 0.
       01  WS-LARGE-AMT                 PIC S9(7)V99 COMP-3
                                                  VALUE 2500.00.

      * ONE ENTRY PER CALENDAR MONTH OF THE PERIOD, WITH THE DAY
      * NUMBER OF ITS 15TH FOR THE EXPOSURE TEST.
       01  WS-MAX-MONTHS                PIC S9(3) COMP-3 VALUE 24.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 24 TIMES.
               10  MON-CCYY             PIC 9(4).
               10  MON-MM               PIC 9(2).
               10  MON-MID-DAY          PIC S9(7) COMP-3.
       01  WS-MON-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-MON-CCYY                  PIC 9(4)  VALUE ZEROS.
       01  WS-MON-MM                    PIC 9(2)  VALUE ZEROS.
       01  WS-MON-LABEL.
           05  WS-MON-LABEL-CCYY        PIC 9(4).
           05  FILLER                   PIC X(1)  VALUE '-'.
           05  WS-MON-LABEL-MM          PIC 9(2).
       01  WS-MON-YYYYMM                PIC 9(6)  VALUE ZEROS.

       01  WS-COUNTERS.
           05  WS-RECS-25-READ          PIC S9(9) COMP-3 VALUE 0.
           05  WS-RECS-40-READ          PIC S9(9) COMP-3 VALUE 0.
           05  WS-GROUPS-REPORTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-CLAIMS-IN-PERIOD      PIC S9(9) COMP-3 VALUE 0.
           05  WS-LARGE-CLAIMANTS       PIC S9(9) COMP-3 VALUE 0.
           05  WS-LC-OVERFLOW           PIC S9(9) COMP-3 VALUE 0.
           05  WS-ORPHAN-CLAIMS         PIC S9(9) COMP-3 VALUE 0.
           05  WS-EXP-RECS-WRITTEN      PIC S9(9) COMP-3 VALUE 0.

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
       01  WS-MBR-PAID                  PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-MBR-CLAIMS                PIC S9(5) COMP-3 VALUE 0.

      * THE GROUP AND SUB-DIV/BRANCH NOW BEING ACCUMULATED.
       01  WS-GROUP-OPEN-SW             PIC X     VALUE 'N'.
           88  WS-GROUP-OPEN                      VALUE 'Y'.
       01  WS-CUR-GROUP-NO              PIC S9(7) COMP-3 VALUE 0.
       01  WS-CUR-SUB-DIV               PIC X(4)  VALUE SPACES.
       01  WS-CUR-BRANCH                PIC X(4)  VALUE SPACES.

      * THE CURRENT MEMBER'S COVERAGE WINDOWS AS DAY NUMBERS. A STOP
      * OF 9999999 STANDS FOR AN OPEN-ENDED SLOT; A START OF ZERO
      * MARKS A SLOT THAT IS NOT IN USE.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 5 TIMES.
               10  WIN-START-DAY        PIC S9(7) COMP-3.
               10  WIN-STOP-DAY         PIC S9(7) COMP-3.
       01  WS-HAVE-COVERAGE-SW          PIC X     VALUE 'N'.
           88  WS-HAVE-COVERAGE                   VALUE 'Y'.
       01  WS-COVERED-SW                PIC X     VALUE 'N'.
           88  WS-COVERED                         VALUE 'Y'.
       01  WS-CLAIM-PAID-SW             PIC X     VALUE 'N'.
           88  WS-CLAIM-PAID-IN-PERIOD            VALUE 'Y'.

       01  WS-SEG-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-WIN-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-CAT-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-MAX-TYPE                  PIC X(1)  VALUE SPACE.
       01  WS-SERV-DAY                  PIC S9(7) COMP-3 VALUE 0.
       01  WS-SERV-CCYYMMDD             PIC 9(8)  VALUE ZEROS.
       01  FILLER REDEFINES WS-SERV-CCYYMMDD.
           05  WS-SERV-CCYY             PIC 9(4).
           05  WS-SERV-MM               PIC 9(2).
           05  WS-SERV-DD               PIC 9(2).
       01  WS-MID-CCYYMMDD              PIC 9(8)  VALUE ZEROS.

      * EXPERIENCE TOTALS. EVERY LEVEL HAS THE SAME SHAPE SO ANY OF
      * THEM CAN BE MOVED TO WS-PRT-TOTALS FOR PRINTING AND THE
      * EXTRACT. CATEGORY ORDER IS THE WS-CAT-NAME ORDER.
       01  WS-BRN-TOTALS.
           05  BRN-MBR-MONTHS           PIC S9(9) COMP-3.
           05  BRN-CAT-PAID             PIC S9(11)V99 COMP-3
                                        OCCURS 6 TIMES.
           05  BRN-TOT-PAID             PIC S9(11)V99 COMP-3.
       01  WS-GRP-TOTALS.
           05  GRP-MBR-MONTHS           PIC S9(9) COMP-3.
           05  GRP-CAT-PAID             PIC S9(11)V99 COMP-3
                                        OCCURS 6 TIMES.
           05  GRP-TOT-PAID             PIC S9(11)V99 COMP-3.
       01  WS-GRP-MONTH-TABLE.
           05  WS-GRP-MONTH OCCURS 24 TIMES.
               10  GMO-MBR-MONTHS       PIC S9(9) COMP-3.
               10  GMO-CAT-PAID         PIC S9(11)V99 COMP-3
                                        OCCURS 6 TIMES.
               10  GMO-TOT-PAID         PIC S9(11)V99 COMP-3.
       01  WS-ALL-TOTALS.
           05  ALL-MBR-MONTHS           PIC S9(9) COMP-3.
           05  ALL-CAT-PAID             PIC S9(11)V99 COMP-3
                                        OCCURS 6 TIMES.
           05  ALL-TOT-PAID             PIC S9(11)V99 COMP-3.
       01  WS-PRT-TOTALS.
           05  PRT-MBR-MONTHS           PIC S9(9) COMP-3.
           05  PRT-CAT-PAID             PIC S9(11)V99 COMP-3
                                        OCCURS 6 TIMES.
           05  PRT-TOT-PAID             PIC S9(11)V99 COMP-3.
       01  WS-PRT-LABEL                 PIC X(14) VALUE SPACES.
       01  WS-PMPM                      PIC S9(7)V99 COMP-3 VALUE 0.

      * THE CURRENT GROUP'S LARGE CLAIMANTS, IN KEY ORDER.
       01  WS-MAX-CLAIMANTS             PIC S9(5) COMP-3 VALUE 500.
       01  WS-LC-COUNT                  PIC S9(5) COMP-3 VALUE 0.
       01  WS-LC-IX                     PIC S9(5) COMP-3 VALUE 0.
       01  WS-LC-TABLE.
           05  WS-LC-ENTRY OCCURS 500 TIMES.
               10  LC-SUB-DIV           PIC X(4).
               10  LC-BRANCH            PIC X(4).
               10  LC-CERT-NO           PIC S9(9) COMP-3.
               10  LC-PATIENT-NO        PIC S9(3) COMP-3.
               10  LC-CLAIMS            PIC S9(5) COMP-3.
               10  LC-PAID              PIC S9(9)V99 COMP-3.

      * BENEFIT CATEGORIES, IN REPORT COLUMN ORDER. 9300 MAPS THE
      * CHARGE'S MAX TYPE ONTO THIS ORDER.
       01  WS-CAT-VALUES.
           05  FILLER                   PIC X(10) VALUE 'PREVENTIVE'.
           05  FILLER                   PIC X(10) VALUE 'BASIC'.
           05  FILLER                   PIC X(10) VALUE 'MAJOR'.
           05  FILLER                   PIC X(10) VALUE 'ORTHO'.
           05  FILLER                   PIC X(10) VALUE 'PERIO'.
           05  FILLER                   PIC X(10) VALUE 'OTHER'.
       01  WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
           05  WS-CAT-NAME              PIC X(10) OCCURS 6 TIMES.

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
           05  FILLER                   PIC X(60) VALUE
               'F5920RQ8 - GROUP CLAIMS EXPERIENCE FOR RENEWAL'.
       01  WS-RPT-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-RPT-PARM-LINE.
           05  FILLER                   PIC X(5)  VALUE 'PARM '.
           05  RPT-PARM-NAME            PIC X(20).
           05  RPT-PARM-VALUE           PIC X(12).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-PARM-NOTE            PIC X(14).
       01  WS-RPT-PARM-ERR-LINE.
           05  FILLER                   PIC X(48) VALUE
               '** PARM CARD INVALID - RUN TERMINATED, RC=8 **'.
       01  WS-EDIT-DATE                 PIC 9(5)  VALUE ZEROS.
       01  WS-EDIT-AMT                  PIC Z,ZZZ,ZZ9.99.
       01  WS-RPT-GROUP-HDR.
           05  FILLER                   PIC X(6)  VALUE 'GROUP '.
           05  RPT-HDR-GROUP-NO         PIC ZZZZZZ9.
       01  WS-RPT-HEADING2.
           05  RPT-HDG-LABEL            PIC X(14).
           05  FILLER                   PIC X(9)  VALUE '  MBR-MOS'.
           05  FILLER                   PIC X(13) VALUE
               '   PREVENTIVE'.
           05  FILLER                   PIC X(13) VALUE
               '        BASIC'.
           05  FILLER                   PIC X(13) VALUE
               '        MAJOR'.
           05  FILLER                   PIC X(13) VALUE
               '        ORTHO'.
           05  FILLER                   PIC X(13) VALUE
               '        PERIO'.
           05  FILLER                   PIC X(13) VALUE
               '        OTHER'.
           05  FILLER                   PIC X(14) VALUE
               '    TOTAL PAID'.
           05  FILLER                   PIC X(11) VALUE
               '       PMPM'.
       01  WS-RPT-EXP-LINE.
           05  RPT-EXP-LABEL            PIC X(14).
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-EXP-MBR-MONTHS       PIC ZZZZ,ZZ9.
           05  RPT-EXP-CAT-GRP OCCURS 6 TIMES.
               10  FILLER               PIC X(1).
               10  RPT-EXP-CAT-PAID     PIC Z(7)9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-EXP-TOT-PAID         PIC Z(8)9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-EXP-PMPM             PIC ZZ,ZZ9.99-.
       01  WS-RPT-LC-TITLE.
           05  FILLER                   PIC X(38) VALUE
               'LARGE CLAIMANTS - PAID AT OR ABOVE '.
           05  RPT-LC-TITLE-AMT         PIC Z,ZZZ,ZZ9.99.
       01  WS-RPT-LC-HEADING.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'SUB-DIV'.
           05  FILLER                   PIC X(8)  VALUE 'BRANCH'.
           05  FILLER                   PIC X(12) VALUE 'CERT NO'.
           05  FILLER                   PIC X(5)  VALUE 'PAT'.
           05  FILLER                   PIC X(8)  VALUE '  CLAIMS'.
           05  FILLER                   PIC X(14) VALUE
               '  BENEFIT PAID'.
       01  WS-RPT-LC-DETAIL.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-LC-SUB-DIV           PIC X(4).
           05  FILLER                   PIC X(6)  VALUE SPACES.
           05  RPT-LC-BRANCH            PIC X(4).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  RPT-LC-CERT-NO           PIC ZZZZZZZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  RPT-LC-PATIENT-NO        PIC ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-LC-CLAIMS            PIC ZZZZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-LC-PAID              PIC Z(9)9.99-.
       01  WS-RPT-LC-NONE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(20) VALUE 'NONE'.
       01  WS-RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL          PIC X(44).
           05  RPT-COUNT-VALUE          PIC ZZZZZZZZZ9.

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
               IF WS-GROUP-OPEN
                   PERFORM 5000-END-GROUP
               END-IF
               PERFORM 6000-WRITE-ALL-GROUPS
               CLOSE EXP25-IN-FILE
               CLOSE EXP40-IN-FILE
               CLOSE EXP-OUT-FILE
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT EXP-RPT-FILE
           WRITE EXP-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           INITIALIZE WS-ALL-TOTALS
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE EXP-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-BUILD-MONTH-TABLE
               OPEN INPUT  EXP25-IN-FILE
               OPEN INPUT  EXP40-IN-FILE
               OPEN OUTPUT EXP-OUT-FILE
               PERFORM 1200-WRITE-EXTRACT-HEADER
               PERFORM 2800-READ-NEXT-COVERAGE
               PERFORM 2900-READ-NEXT-CLAIM
           END-IF.

      * BOTH PERIOD DATES ARE REQUIRED. THE PERIOD MAY RUN AT MOST
      * 24 CALENDAR MONTHS, FROM MONTH TO THRU MONTH INCLUSIVE.
       1050-EDIT-PARM-CARD.
           MOVE 'PERIOD FROM' TO RPT-PARM-NAME
           MOVE SPACES TO RPT-PARM-VALUE
           MOVE 0 TO WS-DAY-NUMBER
           IF WS-PARM-FROM-DT NUMERIC
               MOVE WS-PARM-FROM-DT TO WS-JUL-DATE
               PERFORM 9100-JULIAN-TO-DAY-NUMBER
           END-IF
           IF WS-DAY-NUMBER > 0
               MOVE WS-DAY-NUMBER TO WS-FROM-DAY
               MOVE WS-PARM-FROM-DT TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO RPT-PARM-VALUE
               MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE '** INVALID **' TO RPT-PARM-NOTE
           END-IF
           WRITE EXP-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'PERIOD THRU' TO RPT-PARM-NAME
           MOVE SPACES TO RPT-PARM-VALUE
           MOVE 0 TO WS-DAY-NUMBER
           IF WS-PARM-THRU-DT NUMERIC
               MOVE WS-PARM-THRU-DT TO WS-JUL-DATE
               PERFORM 9100-JULIAN-TO-DAY-NUMBER
           END-IF
           MOVE WS-DAY-NUMBER TO WS-THRU-DAY
           MOVE 0 TO WS-PERIOD-MONTHS
           IF WS-THRU-DAY > 0 AND WS-FROM-DAY > 0
              AND WS-THRU-DAY >= WS-FROM-DAY
               COMPUTE WS-SERV-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-FROM-DAY)
               COMPUTE WS-FROM-MONTH-KEY =
                   WS-SERV-CCYY * 12 + WS-SERV-MM
               COMPUTE WS-SERV-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-THRU-DAY)
               COMPUTE WS-PERIOD-MONTHS =
                   WS-SERV-CCYY * 12 + WS-SERV-MM
                   - WS-FROM-MONTH-KEY + 1
           END-IF
           IF WS-PERIOD-MONTHS > 0
              AND WS-PERIOD-MONTHS NOT > WS-MAX-MONTHS
               MOVE WS-PARM-THRU-DT TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE TO RPT-PARM-VALUE
               MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
           ELSE
               SET WS-PARM-ERROR TO TRUE
               MOVE '** INVALID **' TO RPT-PARM-NOTE
           END-IF
           WRITE EXP-RPT-LINE FROM WS-RPT-PARM-LINE
           MOVE 'LARGE CLAIM AMOUNT' TO RPT-PARM-NAME
           IF WS-PARM-LARGE-AMT-X = SPACES
               MOVE WS-LARGE-AMT TO WS-EDIT-AMT
               MOVE WS-EDIT-AMT TO RPT-PARM-VALUE
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-LARGE-AMT NUMERIC
                  AND WS-PARM-LARGE-AMT > 0
                   MOVE WS-PARM-LARGE-AMT TO WS-LARGE-AMT
                   MOVE WS-LARGE-AMT TO WS-EDIT-AMT
                   MOVE WS-EDIT-AMT TO RPT-PARM-VALUE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE SPACES TO RPT-PARM-VALUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE EXP-RPT-LINE FROM WS-RPT-PARM-LINE.

       1100-BUILD-MONTH-TABLE.
           INITIALIZE WS-MONTH-TABLE
           COMPUTE WS-SERV-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-FROM-DAY)
           MOVE WS-SERV-CCYY TO WS-MON-CCYY
           MOVE WS-SERV-MM TO WS-MON-MM
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX > WS-PERIOD-MONTHS
               MOVE WS-MON-CCYY TO MON-CCYY (WS-MON-IX)
               MOVE WS-MON-MM TO MON-MM (WS-MON-IX)
               COMPUTE WS-MID-CCYYMMDD =
                   WS-MON-CCYY * 10000 + WS-MON-MM * 100 + 15
               COMPUTE MON-MID-DAY (WS-MON-IX) =
                   FUNCTION INTEGER-OF-DATE (WS-MID-CCYYMMDD)
               IF WS-MON-MM = 12
                   MOVE 1 TO WS-MON-MM
                   ADD 1 TO WS-MON-CCYY
               ELSE
                   ADD 1 TO WS-MON-MM
               END-IF
           END-PERFORM.

       1200-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO EXP-OUT-REC
           SET EXO-HEADER TO TRUE
           MOVE 0 TO EXO-GROUP-NO
           MOVE WS-PARM-FROM-DT TO EXO-HDR-PERIOD-FROM
           MOVE WS-PARM-THRU-DT TO EXO-HDR-PERIOD-THRU
           MOVE WS-PERIOD-MONTHS TO EXO-HDR-MONTHS
           MOVE WS-LARGE-AMT TO EXO-HDR-LARGE-AMT
           MOVE WS-CURR-CYYMMDD TO EXO-HDR-RUN-DATE
           WRITE EXP-OUT-REC
           ADD 1 TO WS-EXP-RECS-WRITTEN.

      * THE LOWER OF THE TWO CURRENT KEYS IS THE NEXT MEMBER. ITS
      * COVERAGE RECORD (IF ANY) GIVES THE EXPOSURE, AND EVERY CLAIM
      * WITH THE SAME KEY ADDS TO THE PAID FIGURES.
       2000-PROCESS-NEXT-MEMBER.
           IF WS-KEY-25 < WS-KEY-40
               MOVE WS-KEY-25 TO WS-KEY-MBR
           ELSE
               MOVE WS-KEY-40 TO WS-KEY-MBR
           END-IF
           PERFORM 2100-CHECK-CONTROL-BREAKS
           MOVE 0 TO WS-MBR-PAID
           MOVE 0 TO WS-MBR-CLAIMS
           IF WS-KEY-25 = WS-KEY-MBR
               SET WS-HAVE-COVERAGE TO TRUE
               PERFORM 2200-COUNT-EXPOSURE
               PERFORM 2800-READ-NEXT-COVERAGE
           ELSE
               MOVE 'N' TO WS-HAVE-COVERAGE-SW
           END-IF
           PERFORM UNTIL WS-END-OF-40
                      OR WS-KEY-40 NOT = WS-KEY-MBR
               IF NOT WS-HAVE-COVERAGE
                   ADD 1 TO WS-ORPHAN-CLAIMS
               END-IF
               PERFORM 3000-ACCUMULATE-ONE-CLAIM
               PERFORM 2900-READ-NEXT-CLAIM
           END-PERFORM
           IF WS-MBR-CLAIMS > 0
              AND WS-MBR-PAID NOT < WS-LARGE-AMT
               PERFORM 2500-ADD-LARGE-CLAIMANT
           END-IF.

       2100-CHECK-CONTROL-BREAKS.
           IF WS-GROUP-OPEN
               IF WS-MBR-GROUP-NO NOT = WS-CUR-GROUP-NO
                   PERFORM 5000-END-GROUP
               ELSE
                   IF WS-MBR-SUB-DIV NOT = WS-CUR-SUB-DIV
                      OR WS-MBR-BRANCH NOT = WS-CUR-BRANCH
                       PERFORM 4000-END-BRANCH
                       PERFORM 4100-START-BRANCH
                   END-IF
               END-IF
           END-IF
           IF NOT WS-GROUP-OPEN
               PERFORM 5100-START-GROUP
               PERFORM 4100-START-BRANCH
           END-IF.

      * ALL FIVE SLOTS ARE LOADED REGARDLESS OF HIST-PAT-DCOV-NUMBER,
      * THE SAME WAY F5910CA1 READS THEM. A MONTH COUNTS WHEN ITS
      * 15TH FALLS INSIDE ANY WINDOW.
       2200-COUNT-EXPOSURE.
           PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                   UNTIL WS-WIN-IX > 5
               MOVE HIST-PAT-DCOV-COVERAGE-START OF HIST-25-REC
                       (WS-WIN-IX)
                   TO WS-JUL-DATE
               PERFORM 9100-JULIAN-TO-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WIN-START-DAY (WS-WIN-IX)
               IF HIST-PAT-DCOV-COVERAGE-STOP OF HIST-25-REC
                      (WS-WIN-IX) > 0
                   MOVE HIST-PAT-DCOV-COVERAGE-STOP OF HIST-25-REC
                           (WS-WIN-IX)
                       TO WS-JUL-DATE
                   PERFORM 9100-JULIAN-TO-DAY-NUMBER
                   MOVE WS-DAY-NUMBER TO WIN-STOP-DAY (WS-WIN-IX)
               ELSE
                   MOVE 9999999 TO WIN-STOP-DAY (WS-WIN-IX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX > WS-PERIOD-MONTHS
               MOVE 'N' TO WS-COVERED-SW
               PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                       UNTIL WS-WIN-IX > 5 OR WS-COVERED
                   IF WIN-START-DAY (WS-WIN-IX) > 0
                      AND MON-MID-DAY (WS-MON-IX) >=
                          WIN-START-DAY (WS-WIN-IX)
                      AND MON-MID-DAY (WS-MON-IX) <=
                          WIN-STOP-DAY (WS-WIN-IX)
                       SET WS-COVERED TO TRUE
                   END-IF
               END-PERFORM
               IF WS-COVERED
                   ADD 1 TO BRN-MBR-MONTHS
                   ADD 1 TO GMO-MBR-MONTHS (WS-MON-IX)
               END-IF
           END-PERFORM.

       2500-ADD-LARGE-CLAIMANT.
           ADD 1 TO WS-LARGE-CLAIMANTS
           IF WS-LC-COUNT < WS-MAX-CLAIMANTS
               ADD 1 TO WS-LC-COUNT
               MOVE WS-MBR-SUB-DIV TO LC-SUB-DIV (WS-LC-COUNT)
               MOVE WS-MBR-BRANCH TO LC-BRANCH (WS-LC-COUNT)
               MOVE WS-MBR-CERT-NO TO LC-CERT-NO (WS-LC-COUNT)
               MOVE WS-MBR-PATIENT-NO TO LC-PATIENT-NO (WS-LC-COUNT)
               MOVE WS-MBR-CLAIMS TO LC-CLAIMS (WS-LC-COUNT)
               MOVE WS-MBR-PAID TO LC-PAID (WS-LC-COUNT)
           ELSE
               ADD 1 TO WS-LC-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF.

       2800-READ-NEXT-COVERAGE.
           READ EXP25-IN-FILE
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
           READ EXP40-IN-FILE
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

      * PAID CHARGE SEGMENTS WITH A DATE OF SERVICE IN THE PERIOD;
      * PAYMENT, THIRD-PARTY AND ADJUST-REASON SEGMENTS ARE SKIPPED.
       3000-ACCUMULATE-ONE-CLAIM.
           MOVE 'N' TO WS-CLAIM-PAID-SW
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
                   MOVE HIST-DSUB-DT-SERV OF HIST-IN-REC (WS-SEG-IX)
                       TO WS-JUL-DATE
                   PERFORM 9100-JULIAN-TO-DAY-NUMBER
                   MOVE WS-DAY-NUMBER TO WS-SERV-DAY
                   IF WS-SERV-DAY >= WS-FROM-DAY
                      AND WS-SERV-DAY <= WS-THRU-DAY
                       PERFORM 3100-ADD-PAID-CHARGE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CLAIM-PAID-IN-PERIOD
               ADD 1 TO WS-MBR-CLAIMS
               ADD 1 TO WS-CLAIMS-IN-PERIOD
           END-IF.

       3100-ADD-PAID-CHARGE.
           SET WS-CLAIM-PAID-IN-PERIOD TO TRUE
           COMPUTE WS-SERV-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-SERV-DAY)
           COMPUTE WS-MON-IX =
               WS-SERV-CCYY * 12 + WS-SERV-MM - WS-FROM-MONTH-KEY + 1
           MOVE HIST-DSUB-PROC-MAX-TYPE OF HIST-IN-REC (WS-SEG-IX)
               TO WS-MAX-TYPE
           PERFORM 9300-MAX-TYPE-TO-CATEGORY
           ADD HIST-DSUB-BENEFIT-AMT OF HIST-IN-REC (WS-SEG-IX)
               TO BRN-CAT-PAID (WS-CAT-IX)
                  BRN-TOT-PAID
                  GMO-CAT-PAID (WS-MON-IX WS-CAT-IX)
                  GMO-TOT-PAID (WS-MON-IX)
                  WS-MBR-PAID.

      * SUB-DIV/BRANCH SUBTOTAL: PRINTED, WRITTEN TO THE EXTRACT AND
      * ROLLED INTO THE GROUP.
       4000-END-BRANCH.
           MOVE WS-BRN-TOTALS TO WS-PRT-TOTALS
           MOVE SPACES TO WS-PRT-LABEL
           STRING WS-CUR-SUB-DIV DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-CUR-BRANCH DELIMITED BY SIZE
               INTO WS-PRT-LABEL
           END-STRING
           PERFORM 7100-PRINT-EXP-LINE
           MOVE SPACES TO EXP-OUT-REC
           SET EXO-BRANCH-TOTAL TO TRUE
           MOVE WS-CUR-SUB-DIV TO EXO-AMT-SUB-DIV
           MOVE WS-CUR-BRANCH TO EXO-AMT-BRANCH
           MOVE 0 TO EXO-AMT-MONTH
           PERFORM 7200-WRITE-EXP-AMOUNTS
           ADD BRN-MBR-MONTHS TO GRP-MBR-MONTHS
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > 6
               ADD BRN-CAT-PAID (WS-CAT-IX) TO GRP-CAT-PAID (WS-CAT-IX)
           END-PERFORM
           ADD BRN-TOT-PAID TO GRP-TOT-PAID.

       4100-START-BRANCH.
           MOVE WS-MBR-SUB-DIV TO WS-CUR-SUB-DIV
           MOVE WS-MBR-BRANCH TO WS-CUR-BRANCH
           INITIALIZE WS-BRN-TOTALS.

      * GROUP TOTAL, THE MONTH-BY-MONTH TABLE AND THE LARGE
      * CLAIMANTS, THEN THE GROUP ROLLS INTO THE ALL-GROUPS TOTAL.
       5000-END-GROUP.
           PERFORM 4000-END-BRANCH
           MOVE WS-GRP-TOTALS TO WS-PRT-TOTALS
           MOVE 'GROUP TOTAL' TO WS-PRT-LABEL
           PERFORM 7100-PRINT-EXP-LINE
           MOVE SPACES TO EXP-OUT-REC
           SET EXO-GROUP-TOTAL TO TRUE
           MOVE SPACES TO EXO-AMT-SUB-DIV
           MOVE SPACES TO EXO-AMT-BRANCH
           MOVE 0 TO EXO-AMT-MONTH
           PERFORM 7200-WRITE-EXP-AMOUNTS
           PERFORM 5200-WRITE-GROUP-MONTHS
           PERFORM 5300-WRITE-LARGE-CLAIMANTS
           ADD GRP-MBR-MONTHS TO ALL-MBR-MONTHS
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > 6
               ADD GRP-CAT-PAID (WS-CAT-IX) TO ALL-CAT-PAID (WS-CAT-IX)
           END-PERFORM
           ADD GRP-TOT-PAID TO ALL-TOT-PAID
           MOVE 'N' TO WS-GROUP-OPEN-SW.

       5100-START-GROUP.
           SET WS-GROUP-OPEN TO TRUE
           ADD 1 TO WS-GROUPS-REPORTED
           MOVE WS-MBR-GROUP-NO TO WS-CUR-GROUP-NO
           INITIALIZE WS-GRP-TOTALS
           INITIALIZE WS-GRP-MONTH-TABLE
           MOVE 0 TO WS-LC-COUNT
           WRITE EXP-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE WS-CUR-GROUP-NO TO RPT-HDR-GROUP-NO
           WRITE EXP-RPT-LINE FROM WS-RPT-GROUP-HDR
           MOVE 'SUB-DIV BRANCH' TO RPT-HDG-LABEL
           WRITE EXP-RPT-LINE FROM WS-RPT-HEADING2.

      * EVERY MONTH OF THE PERIOD, EVEN ONE WITH NO EXPOSURE OR
      * CLAIMS, SO THE RATING SYSTEM ALWAYS GETS A FULL SERIES.
       5200-WRITE-GROUP-MONTHS.
           WRITE EXP-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'MONTH' TO RPT-HDG-LABEL
           WRITE EXP-RPT-LINE FROM WS-RPT-HEADING2
           PERFORM VARYING WS-MON-IX FROM 1 BY 1
                   UNTIL WS-MON-IX > WS-PERIOD-MONTHS
               MOVE WS-GRP-MONTH (WS-MON-IX) TO WS-PRT-TOTALS
               MOVE MON-CCYY (WS-MON-IX) TO WS-MON-LABEL-CCYY
               MOVE MON-MM (WS-MON-IX) TO WS-MON-LABEL-MM
               MOVE WS-MON-LABEL TO WS-PRT-LABEL
               PERFORM 7100-PRINT-EXP-LINE
               MOVE SPACES TO EXP-OUT-REC
               SET EXO-GROUP-MONTH TO TRUE
               MOVE SPACES TO EXO-AMT-SUB-DIV
               MOVE SPACES TO EXO-AMT-BRANCH
               COMPUTE WS-MON-YYYYMM =
                   MON-CCYY (WS-MON-IX) * 100 + MON-MM (WS-MON-IX)
               MOVE WS-MON-YYYYMM TO EXO-AMT-MONTH
               PERFORM 7200-WRITE-EXP-AMOUNTS
           END-PERFORM.

       5300-WRITE-LARGE-CLAIMANTS.
           WRITE EXP-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE WS-LARGE-AMT TO RPT-LC-TITLE-AMT
           WRITE EXP-RPT-LINE FROM WS-RPT-LC-TITLE
           IF WS-LC-COUNT = 0
               WRITE EXP-RPT-LINE FROM WS-RPT-LC-NONE
           ELSE
               WRITE EXP-RPT-LINE FROM WS-RPT-LC-HEADING
           END-IF
           PERFORM VARYING WS-LC-IX FROM 1 BY 1
                   UNTIL WS-LC-IX > WS-LC-COUNT
               MOVE LC-SUB-DIV (WS-LC-IX) TO RPT-LC-SUB-DIV
               MOVE LC-BRANCH (WS-LC-IX) TO RPT-LC-BRANCH
               MOVE LC-CERT-NO (WS-LC-IX) TO RPT-LC-CERT-NO
               MOVE LC-PATIENT-NO (WS-LC-IX) TO RPT-LC-PATIENT-NO
               MOVE LC-CLAIMS (WS-LC-IX) TO RPT-LC-CLAIMS
               MOVE LC-PAID (WS-LC-IX) TO RPT-LC-PAID
               WRITE EXP-RPT-LINE FROM WS-RPT-LC-DETAIL
               MOVE SPACES TO EXP-OUT-REC
               SET EXO-LARGE-CLAIMANT TO TRUE
               MOVE WS-CUR-GROUP-NO TO EXO-GROUP-NO
               MOVE LC-SUB-DIV (WS-LC-IX) TO EXO-LC-SUB-DIV
               MOVE LC-BRANCH (WS-LC-IX) TO EXO-LC-BRANCH
               MOVE LC-CERT-NO (WS-LC-IX) TO EXO-LC-CERT-NO
               MOVE LC-PATIENT-NO (WS-LC-IX) TO EXO-LC-PATIENT-NO
               MOVE LC-CLAIMS (WS-LC-IX) TO EXO-LC-CLAIMS
               MOVE LC-PAID (WS-LC-IX) TO EXO-LC-PAID
               WRITE EXP-OUT-REC
               ADD 1 TO WS-EXP-RECS-WRITTEN
           END-PERFORM.

      * ALL-GROUPS LINE ON THE REPORT, AND THE EXTRACT TRAILER.
       6000-WRITE-ALL-GROUPS.
           WRITE EXP-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'ALL GROUPS' TO RPT-HDG-LABEL
           WRITE EXP-RPT-LINE FROM WS-RPT-HEADING2
           MOVE WS-ALL-TOTALS TO WS-PRT-TOTALS
           MOVE 'ALL GROUPS' TO WS-PRT-LABEL
           PERFORM 7100-PRINT-EXP-LINE
           MOVE SPACES TO EXP-OUT-REC
           SET EXO-TRAILER TO TRUE
           MOVE 0 TO EXO-GROUP-NO
           MOVE WS-EXP-RECS-WRITTEN TO EXO-TRL-RECORD-COUNT
           MOVE WS-GROUPS-REPORTED TO EXO-TRL-GROUP-COUNT
           MOVE ALL-TOT-PAID TO EXO-TRL-TOT-PAID
           WRITE EXP-OUT-REC
           ADD 1 TO WS-EXP-RECS-WRITTEN.

       7100-PRINT-EXP-LINE.
           MOVE SPACES TO WS-RPT-EXP-LINE
           MOVE WS-PRT-LABEL TO RPT-EXP-LABEL
           MOVE PRT-MBR-MONTHS TO RPT-EXP-MBR-MONTHS
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > 6
               MOVE PRT-CAT-PAID (WS-CAT-IX)
                   TO RPT-EXP-CAT-PAID (WS-CAT-IX)
           END-PERFORM
           MOVE PRT-TOT-PAID TO RPT-EXP-TOT-PAID
           PERFORM 7150-COMPUTE-PMPM
           MOVE WS-PMPM TO RPT-EXP-PMPM
           WRITE EXP-RPT-LINE FROM WS-RPT-EXP-LINE.

       7150-COMPUTE-PMPM.
           IF PRT-MBR-MONTHS > 0
               COMPUTE WS-PMPM ROUNDED =
                   PRT-TOT-PAID / PRT-MBR-MONTHS
           ELSE
               MOVE 0 TO WS-PMPM
           END-IF.

      * THE CALLER HAS CLEARED THE RECORD AND SET THE TYPE, SUB-DIV,
      * BRANCH AND MONTH.
       7200-WRITE-EXP-AMOUNTS.
           MOVE WS-CUR-GROUP-NO TO EXO-GROUP-NO
           MOVE PRT-MBR-MONTHS TO EXO-AMT-MBR-MONTHS
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > 6
               MOVE PRT-CAT-PAID (WS-CAT-IX)
                   TO EXO-AMT-CAT-PAID (WS-CAT-IX)
           END-PERFORM
           MOVE PRT-TOT-PAID TO EXO-AMT-TOT-PAID
           PERFORM 7150-COMPUTE-PMPM
           MOVE WS-PMPM TO EXO-AMT-PMPM
           WRITE EXP-OUT-REC
           ADD 1 TO WS-EXP-RECS-WRITTEN.

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

      * MAX TYPE TO BENEFIT CATEGORY (WS-CAT-NAME ORDER). TYPES
      * WITHOUT A CATEGORY OF THEIR OWN FALL TO OTHER.
       9300-MAX-TYPE-TO-CATEGORY.
           EVALUATE WS-MAX-TYPE
               WHEN 'A'
                   MOVE 1 TO WS-CAT-IX
               WHEN 'B'
                   MOVE 2 TO WS-CAT-IX
               WHEN 'C'
                   MOVE 3 TO WS-CAT-IX
               WHEN 'O'
                   MOVE 4 TO WS-CAT-IX
               WHEN 'P'
                   MOVE 5 TO WS-CAT-IX
               WHEN OTHER
                   MOVE 6 TO WS-CAT-IX
           END-EVALUATE.

       0500-VERIFY-EXTRACT-FILES.
           PERFORM 0510-VERIFY-EXPIN25-MANIFEST
           PERFORM 0520-VERIFY-EXPIN40-MANIFEST.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE EXPIN25 EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0510-VERIFY-EXPIN25-MANIFEST.
           OPEN INPUT EXP25-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ EXP25-IN-FILE
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
               READ EXP25-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE EXP25-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RQ8 EXPIN25 MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RQ8 EXPIN25 MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

      * CERTIFY-BEFORE-CONSUME: BALANCE THE F5910XT1 MANIFEST
      * TRAILER ON THE EXPIN40 EXTRACT BEFORE ANY RECORD IS
      * PROCESSED. NO TRAILER AT ALL MEANS A TRUNCATED OR
      * UNCERTIFIED FILE; EITHER WAY THE RUN ENDS WITH RETURN CODE
      * 8 BEFORE CONSUMING IT.
       0520-VERIFY-EXPIN40-MANIFEST.
           OPEN INPUT EXP40-IN-FILE
           MOVE 0 TO WS-XTR-ACTUAL-COUNT
           MOVE 0 TO WS-XTR-ACTUAL-HASH
           MOVE 'N' TO WS-XTR-TRAILER-SW
           MOVE 'N' TO WS-XTR-EOF-SW
           READ EXP40-IN-FILE
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
               READ EXP40-IN-FILE
                   AT END SET WS-XTR-AT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE EXP40-IN-FILE
           IF NOT WS-XTR-TRAILER-SEEN
               SET WS-XTR-BAD TO TRUE
               DISPLAY 'F5920RQ8 EXPIN40 MANIFEST TRAILER MISSING'
           ELSE
               IF XTR-RECORD-COUNT NOT = WS-XTR-ACTUAL-COUNT
                  OR XTR-AMOUNT-HASH NOT = WS-XTR-ACTUAL-HASH
                   SET WS-XTR-BAD TO TRUE
                   DISPLAY 'F5920RQ8 EXPIN40 MANIFEST OUT OF BALANCE'
               END-IF
           END-IF.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               WRITE EXP-RPT-LINE FROM WS-RPT-BLANK-LINE
               MOVE '025 RECORDS READ' TO RPT-COUNT-LABEL
               MOVE WS-RECS-25-READ TO RPT-COUNT-VALUE
               WRITE EXP-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE '040 RECORDS READ' TO RPT-COUNT-LABEL
               MOVE WS-RECS-40-READ TO RPT-COUNT-VALUE
               WRITE EXP-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'GROUPS REPORTED' TO RPT-COUNT-LABEL
               MOVE WS-GROUPS-REPORTED TO RPT-COUNT-VALUE
               WRITE EXP-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'CLAIMS WITH PAID BENEFIT IN THE PERIOD'
                   TO RPT-COUNT-LABEL
               MOVE WS-CLAIMS-IN-PERIOD TO RPT-COUNT-VALUE
               WRITE EXP-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'CLAIMS WITH NO 025 RECORD - NO EXPOSURE'
                   TO RPT-COUNT-LABEL
               MOVE WS-ORPHAN-CLAIMS TO RPT-COUNT-VALUE
               WRITE EXP-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'LARGE CLAIMANTS' TO RPT-COUNT-LABEL
               MOVE WS-LARGE-CLAIMANTS TO RPT-COUNT-VALUE
               WRITE EXP-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'CLAIMANT TABLE FULL - CLAIMANTS NOT LISTED'
                   TO RPT-COUNT-LABEL
               MOVE WS-LC-OVERFLOW TO RPT-COUNT-VALUE
               WRITE EXP-RPT-LINE FROM WS-RPT-COUNT-LINE
               MOVE 'RATING EXTRACT RECORDS WRITTEN'
                   TO RPT-COUNT-LABEL
               MOVE WS-EXP-RECS-WRITTEN TO RPT-COUNT-VALUE
               WRITE EXP-RPT-LINE FROM WS-RPT-COUNT-LINE
           END-IF
           DISPLAY 'F5920RQ8 025 RECORDS READ = ' WS-RECS-25-READ
           DISPLAY 'F5920RQ8 040 RECORDS READ = ' WS-RECS-40-READ
           DISPLAY 'F5920RQ8 GROUPS REPORTED  = ' WS-GROUPS-REPORTED
           DISPLAY 'F5920RQ8 PAID CLAIMS      = ' WS-CLAIMS-IN-PERIOD
           DISPLAY 'F5920RQ8 LARGE CLAIMANTS  = ' WS-LARGE-CLAIMANTS
           DISPLAY 'F5920RQ8 ORPHAN CLAIMS    = ' WS-ORPHAN-CLAIMS
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE EXP-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RQ8' TO RUN-JOB-NAME
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
           MOVE '025 READ' TO RUN-CTR-LABEL (1)
           MOVE WS-RECS-25-READ TO RUN-CTR-VALUE (1)
           MOVE '040 READ' TO RUN-CTR-LABEL (2)
           MOVE WS-RECS-40-READ TO RUN-CTR-VALUE (2)
           MOVE 'GROUPS' TO RUN-CTR-LABEL (3)
           MOVE WS-GROUPS-REPORTED TO RUN-CTR-VALUE (3)
           MOVE 'PAID CLAIMS' TO RUN-CTR-LABEL (4)
           MOVE WS-CLAIMS-IN-PERIOD TO RUN-CTR-VALUE (4)
           MOVE 'LARGE CLMNTS' TO RUN-CTR-LABEL (5)
           MOVE WS-LARGE-CLAIMANTS TO RUN-CTR-VALUE (5)
           MOVE 'ORPHAN CLMS' TO RUN-CTR-LABEL (6)
           MOVE WS-ORPHAN-CLAIMS TO RUN-CTR-VALUE (6)
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
