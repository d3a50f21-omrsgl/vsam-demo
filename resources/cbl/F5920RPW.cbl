      ****************************************************************
      * PROGRAM F5920RPW - EXPLANATION OF BENEFITS REPRINT           *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750040    *
      *                                                               *
      * WHEN A MEMBER OR A DENTAL OFFICE ASKS FOR A COPY OF AN EOB   *
      * THE ORIGINAL PRINT STREAM IS LONG GONE, AND THE ONLY WAY TO  *
      * ANSWER WAS A SCREEN PRINT OF THE CLAIM. THIS CARD-DRIVEN JOB *
      * REBUILDS A FORMATTED EOB FROM THE CLAIM'S 040 RECORD, FOUND  *
      * BY THE GUARDED MEMBER-PREFIX BROWSE F5910CK1 USES (THE MAINT *
      * DATE PORTION OF THE KEY IS NOT ON THE CARD). EACH EOB HAS:   *
      *                                                               *
      *   - A MEMBER/CLAIM HEADER MARKED AS A REPRINT.               *
      *   - ONE LINE PER CHARGE SEGMENT (SEG-ID NOT 'P', 'T' OR 'A') *
      *     WHOSE COLUMNS FOLLOW THE CHARGE'S EOBPR0 PRINT SWITCHES  *
      *     EXACTLY AS THE ORIGINAL EOB DID:                         *
      *       PRT-CHARGE   O = ORIGINAL FEE, C = CHARGE FEE,         *
      *                    N = LEFT BLANK                            *
      *       PRT-CONTRACT O = ORIGINAL FEE, C = RC-PRO (IN-NETWORK  *
      *                    FEE), Z = PRINTED AS ZERO, N = BLANK      *
      *       PRT-COVERED / PRT-PERCENT / PRT-BENEFIT  Y = PRINTED,  *
      *                    N = LEFT BLANK                            *
      *     A SWITCH LEFT SPACE (CLAIMS ADJUDICATED BEFORE THE       *
      *     SWITCHES EXISTED) PRINTS THE AMOUNT, CHARGE FEE AND      *
      *     RC-PRO BEING THE DEFAULT CHARGE AND CONTRACT COLUMNS.    *
      *   - UNDER EACH DECLINED CHARGE (BATCH-DECL STATUS '5') THE   *
      *     WORDING FOR ITS HIST-DSUB-DIC-CODE/DIC-REASON.           *
      *   - THE DEDUCTIBLE, MAXIMUM AND COORDINATION OF BENEFITS     *
      *     BOXES FROM HIST-DSUB-J-EOB-INFO-ALL, OR FROM THE         *
      *     HIST-DSUB-J-EOB-ORTH-INFO-ALL VIEW OF THE SAME AREA WHEN *
      *     HIST-DSUB-ORTHO-PAY-IND IS SET (NOT BLANK OR 'N').       *
      *                                                               *
      * THE DENIAL WORDING IS NOT HELD ANYWHERE ON THE HISTORY FILE, *
      * SO IT IS SUPPLIED AS A CARD-IMAGE WORDING FILE (EOBDIC),     *
      * LOADED INTO A TABLE UP FRONT THE WAY F5920RPD LOADS ITS      *
      * OVERFLOW FILE. A CODE/REASON PAIR IS MATCHED FIRST, THEN THE *
      * CODE WITH A BLANK REASON, THEN A GENERIC LINE QUOTING BOTH.  *
      *                                                               *
      * THE EOB DOCUMENTS GO TO EOBDOC, ONE PER PAGE; THE CONTROL    *
      * REPORT (EOBRPT) LISTS EVERY REQUEST CARD WITH THE PATIENT,   *
      * THE REQUESTOR, AND WHETHER IT WAS REPRINTED OR WHY NOT.      *
      *                                                               *
      * REQUEST CARD: GROUP (7), SUB-DIV (4), BRANCH (4), CERT (9),  *
      * PATIENT (3), CLAIM SEQ (5), REQUESTED BY (8).                *
      *                                                               *
      * WORDING CARD: DIC CODE (2), DIC REASON (2, BLANK = ANY       *
      * REASON), ONE SPACE, WORDING (60).                            *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
EOBR00* 101526 RCC EOB REPRINT                                        *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RPW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EOB-TRAN-FILE ASSIGN TO EOBTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT EOB-DIC-FILE ASSIGN TO EOBDIC
               ORGANIZATION IS SEQUENTIAL.

           SELECT EOB-HIS-FILE ASSIGN TO EOBHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-COMMON-KEY OF EOB-HIS-REC
               FILE STATUS IS WS-HIS-STATUS.

           SELECT EOB-DOC-FILE ASSIGN TO EOBDOC
               ORGANIZATION IS SEQUENTIAL.

           SELECT EOB-RPT-FILE ASSIGN TO EOBRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EOB-TRAN-FILE
           RECORDING MODE IS F.
       01  EOB-TRAN-REC.
           05  EBT-GROUP-NO            PIC 9(7).
           05  EBT-SUB-DIV             PIC X(4).
           05  EBT-BRANCH              PIC X(4).
           05  EBT-CERT-NO             PIC 9(9).
           05  EBT-PATIENT-NO          PIC 9(3).
           05  EBT-CLAIM-SEQ-NO        PIC 9(5).
           05  EBT-REQUESTED-BY        PIC X(8).
           05  FILLER                  PIC X(40).

       FD  EOB-DIC-FILE
           RECORDING MODE IS F.
       01  EOB-DIC-REC.
           05  EBD-DIC-CODE            PIC X(2).
           05  EBD-DIC-REASON          PIC X(2).
           05  FILLER                  PIC X(1).
           05  EBD-WORDING             PIC X(60).
           05  FILLER                  PIC X(15).

       FD  EOB-HIS-FILE
           RECORDING MODE IS F.
       01  EOB-HIS-REC.
           COPY F5750HIS.
           COPY F5750040.

       FD  EOB-DOC-FILE
           RECORDING MODE IS F.
       01  EOB-DOC-LINE                PIC X(132).

       FD  EOB-RPT-FILE
           RECORDING MODE IS F.
       01  EOB-RPT-LINE                PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  RUN-LOG-REC.
           COPY F5750RUN.

       WORKING-STORAGE SECTION.
       01  WS-HIS-STATUS               PIC XX    VALUE SPACES.
       01  WS-RUN-STATUS               PIC XX    VALUE SPACES.
       01  WS-RUN-CTR-IX               PIC S9(3) COMP-3 VALUE 0.
       01  WS-CURR-DATE-BRK.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 9(2).
           05  WS-CURR-DD              PIC 9(2).
       01  WS-CURR-CYYMMDD             PIC S9(7) COMP-3 VALUE 0.
       01  WS-EOF-SW                   PIC X     VALUE 'N'.
           88  WS-END-OF-TRANS                   VALUE 'Y'.
       01  WS-DIC-EOF-SW               PIC X     VALUE 'N'.
           88  WS-END-OF-WORDING                 VALUE 'Y'.
       01  WS-BROWSE-EOF-SW            PIC X     VALUE 'N'.
           88  WS-END-OF-BROWSE                  VALUE 'Y'.
       01  WS-MASTER-FOUND-SW          PIC X     VALUE 'N'.
           88  WS-MASTER-FOUND                   VALUE 'Y'.
       01  WS-ORTHO-VIEW-SW            PIC X     VALUE 'N'.
           88  WS-ORTHO-VIEW                     VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC S9(9) COMP-3 VALUE 0.
           05  WS-EOBS-REPRINTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-TRANS-NOT-FOUND      PIC S9(9) COMP-3 VALUE 0.
           05  WS-TRANS-REJECTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-CHARGES-PRINTED      PIC S9(9) COMP-3 VALUE 0.
           05  WS-DECLINES-PRINTED     PIC S9(9) COMP-3 VALUE 0.
           05  WS-WORDING-LOADED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-WORDING-OVERFLOW     PIC S9(9) COMP-3 VALUE 0.
           05  WS-WORDING-DEFAULTED    PIC S9(9) COMP-3 VALUE 0.
       01  WS-REPRINT-BENEFIT          PIC S9(11)V99 COMP-3 VALUE 0.

      * THE WHOLE DENIAL WORDING FILE, LOADED UP FRONT. ENTRIES PAST
      * THE TABLE LIMIT ARE COUNTED AND CALLED OUT ON THE CONTROL
      * REPORT RATHER THAN SILENTLY DROPPED.
       01  WS-MAX-WORDING-ENTRIES      PIC S9(5) COMP-3 VALUE 500.
       01  WS-WORDING-TABLE.
           05  WS-WORDING-ENTRY OCCURS 500 TIMES.
               10  WDT-DIC-CODE        PIC X(2).
               10  WDT-DIC-REASON      PIC X(2).
               10  WDT-WORDING         PIC X(60).
       01  WS-WDT-IX                   PIC S9(5) COMP-3 VALUE 0.
       01  WS-WORDING-FOUND-SW         PIC X     VALUE 'N'.
           88  WS-WORDING-FOUND                  VALUE 'Y'.
       01  WS-DECLINE-WORDING          PIC X(60) VALUE SPACES.
       01  WS-GENERIC-WORDING.
           05  FILLER                  PIC X(37) VALUE
               'THIS SERVICE IS NOT COVERED - CODE '.
           05  WS-GEN-DIC-CODE         PIC X(2).
           05  FILLER                  PIC X(1)  VALUE '/'.
           05  WS-GEN-DIC-REASON       PIC X(2).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-SEG-IX                   PIC S9(3) COMP-3 VALUE 0.
       01  WS-BOX-IX                   PIC S9(3) COMP-3 VALUE 0.
       01  WS-BOX-ENTRIES              PIC S9(3) COMP-3 VALUE 0.
       01  WS-BOX-REMAINING            PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-COINS-PCT                PIC S9(3) COMP-3 VALUE 0.
       01  WS-EOB-CHARGES              PIC S9(3) COMP-3 VALUE 0.
       01  WS-COB-SHOWN-SW             PIC X     VALUE 'N'.
           88  WS-COB-SHOWN                      VALUE 'Y'.

      * JULIAN (YYDDD) TO ABSOLUTE DAY NUMBER CONVERSION. YY OF 70
      * OR HIGHER IS TAKEN AS 19YY, BELOW 70 AS 20YY; AN INVALID DAY
      * PORTION YIELDS DAY NUMBER ZERO.
       01  WS-JUL-DATE                 PIC S9(5) COMP-3 VALUE 0.
       01  WS-JUL-BRK                  PIC 9(5)  VALUE ZEROS.
       01  FILLER REDEFINES WS-JUL-BRK.
           05  WS-JUL-YY               PIC 9(2).
           05  WS-JUL-DDD              PIC 9(3).
       01  WS-JUL-YYYYDDD              PIC 9(7)  VALUE ZEROS.
       01  WS-DAY-NUMBER               PIC S9(7) COMP-3 VALUE 0.
       01  WS-PRINT-CCYYMMDD           PIC 9(8)  VALUE ZEROS.
       01  FILLER REDEFINES WS-PRINT-CCYYMMDD.
           05  WS-PRINT-CCYY           PIC 9(4).
           05  WS-PRINT-MM             PIC 9(2).
           05  WS-PRINT-DD             PIC 9(2).
       01  WS-PRINT-DATE.
           05  WS-PRT-DT-MM            PIC 9(2).
           05  FILLER                  PIC X     VALUE '/'.
           05  WS-PRT-DT-DD            PIC 9(2).
           05  FILLER                  PIC X     VALUE '/'.
           05  WS-PRT-DT-CCYY          PIC 9(4).
       01  WS-PRINT-DATE-OUT           PIC X(10) VALUE SPACES.

      *****************************************************************
      * EOB DOCUMENT LINES                                            *
      *****************************************************************
       01  WS-EOB-TITLE.
           05  FILLER                  PIC X(40) VALUE
               'EXPLANATION OF BENEFITS'.
           05  FILLER                  PIC X(40) VALUE
               '*** REPRINT - THIS IS NOT A BILL ***'.
           05  FILLER                  PIC X(14) VALUE
               'REPRINTED ON '.
           05  EOB-TTL-REPRINT-DT      PIC X(10).
       01  WS-EOB-PATIENT-LINE.
           05  FILLER                  PIC X(10) VALUE 'PATIENT:'.
           05  EOB-PAT-FIRST-NM        PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EOB-PAT-LAST-NAME       PIC X(20).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'GROUP:'.
           05  EOB-GROUP-NO            PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EOB-SUB-DIV             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EOB-BRANCH              PIC X(4).
       01  WS-EOB-ADDRESS-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  EOB-ADDRESS             PIC X(40).
           05  FILLER                  PIC X(10) VALUE 'CERT:'.
           05  EOB-CERT-NO             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'PATIENT:'.
           05  EOB-PATIENT-NO          PIC ZZ9.
       01  WS-EOB-ADDRESS2-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  EOB-ADDRESS2            PIC X(40).
       01  WS-EOB-CLAIM-LINE.
           05  FILLER                  PIC X(10) VALUE 'PROVIDER:'.
           05  EOB-PROV-FRST-NM        PIC X(12).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  EOB-PROV-LAST-NM        PIC X(20).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'CLAIM:'.
           05  EOB-CLAIM-SEQ-NO        PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'PROCESSED:'.
           05  EOB-DATE-PROCESSED      PIC X(10).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE 'NPI:'.
           05  EOB-PROV-NPI            PIC X(10).
       01  WS-EOB-COL-HDG.
           05  FILLER                  PIC X(12) VALUE 'SERVICE DT'.
           05  FILLER                  PIC X(7)  VALUE 'PROC'.
           05  FILLER                  PIC X(6)  VALUE 'TOOTH'.
           05  FILLER                  PIC X(12) VALUE '   SUBMITTED'.
           05  FILLER                  PIC X(12) VALUE '    CONTRACT'.
           05  FILLER                  PIC X(12) VALUE '     COVERED'.
           05  FILLER                  PIC X(12) VALUE '  DEDUCTIBLE'.
           05  FILLER                  PIC X(6)  VALUE '   PCT'.
           05  FILLER                  PIC X(12) VALUE '     BENEFIT'.
           05  FILLER                  PIC X(14) VALUE
               '  PATIENT OWES'.
       01  WS-EOB-CHARGE-LINE.
           05  EOB-DT-SERV             PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EOB-PROCDUR             PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EOB-TOOTH               PIC X(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  EOB-SUBMITTED-X         PIC X(12).
           05  EOB-SUBMITTED REDEFINES EOB-SUBMITTED-X
                                       PIC Z(8)9.99.
           05  EOB-CONTRACT-X          PIC X(12).
           05  EOB-CONTRACT REDEFINES EOB-CONTRACT-X
                                       PIC Z(8)9.99.
           05  EOB-COVERED-X           PIC X(12).
           05  EOB-COVERED REDEFINES EOB-COVERED-X
                                       PIC Z(8)9.99.
           05  EOB-DEDUCTIBLE          PIC Z(8)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EOB-PERCENT-X           PIC X(3).
           05  EOB-PERCENT REDEFINES EOB-PERCENT-X
                                       PIC ZZ9.
           05  EOB-PERCENT-SIGN        PIC X(1).
           05  EOB-BENEFIT-X           PIC X(12).
           05  EOB-BENEFIT REDEFINES EOB-BENEFIT-X
                                       PIC Z(8)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EOB-PAT-OWES            PIC Z(8)9.99.
       01  WS-EOB-DECLINE-LINE.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  FILLER                  PIC X(4)  VALUE '** '.
           05  EOB-DECLINE-WORDING     PIC X(60).
       01  WS-EOB-TOTAL-LINE.
           05  FILLER                  PIC X(31) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
               'CLAIM TOTALS'.
           05  FILLER                  PIC X(20) VALUE
               'TOTAL BENEFIT'.
           05  EOB-TOT-BENEFIT         PIC Z(8)9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'PATIENT OWES'.
           05  EOB-TOT-PAT-RESP        PIC Z(8)9.99-.
       01  WS-EOB-BOX-TITLE.
           05  FILLER                  PIC X(4)  VALUE '--- '.
           05  EOB-BOX-NAME            PIC X(48).
           05  FILLER                  PIC X(4)  VALUE ' ---'.
       01  WS-EOB-BOX-HDG.
           05  FILLER                  PIC X(6)  VALUE 'TYPE'.
           05  FILLER                  PIC X(7)  VALUE 'BASIS'.
           05  FILLER                  PIC X(12) VALUE 'EXPIRES'.
           05  FILLER                  PIC X(15) VALUE
               '    PLAN AMOUNT'.
           05  FILLER                  PIC X(15) VALUE
               '   USED TO DATE'.
           05  FILLER                  PIC X(15) VALUE
               '      REMAINING'.
       01  WS-EOB-BOX-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EOB-BOX-TYPE            PIC X(1).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  EOB-BOX-BASIS           PIC X(1).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  EOB-BOX-EXPIRES         PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EOB-BOX-PLAN-AMT        PIC Z(10)9.99.
           05  EOB-BOX-USED-AMT        PIC Z(10)9.99.
           05  EOB-BOX-REMAIN-AMT      PIC Z(10)9.99.
       01  WS-EOB-BOX-NONE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'NONE APPLIED TO THIS CLAIM'.
       01  WS-EOB-COB-HDG.
           05  FILLER                  PIC X(12) VALUE 'EXPIRES'.
           05  FILLER                  PIC X(15) VALUE
               '   ALLOWED EXP'.
           05  FILLER                  PIC X(15) VALUE
               '  OTHER INS PD'.
           05  FILLER                  PIC X(15) VALUE
               '   NET EXPENSE'.
           05  FILLER                  PIC X(15) VALUE
               ' REG BENEFIT'.
           05  FILLER                  PIC X(15) VALUE
               '  PRIOR PAYMNT'.
           05  FILLER                  PIC X(15) VALUE
               '   NOW DUE'.
       01  WS-EOB-COB-LINE.
           05  EOB-COB-LABEL           PIC X(12).
           05  EOB-COB-ALLOWED         PIC Z(10)9.99-.
           05  EOB-COB-OI-AMT          PIC Z(10)9.99-.
           05  EOB-COB-NET-EXP         PIC Z(10)9.99-.
           05  EOB-COB-REG-BEN         PIC Z(10)9.99-.
           05  EOB-COB-PRIOR-X         PIC X(15).
           05  EOB-COB-PRIOR REDEFINES EOB-COB-PRIOR-X
                                       PIC Z(10)9.99-.
           05  EOB-COB-NOW-DUE-X       PIC X(15).
           05  EOB-COB-NOW-DUE REDEFINES EOB-COB-NOW-DUE-X
                                       PIC Z(10)9.99-.

      *****************************************************************
      * CONTROL REPORT LINES                                          *
      *****************************************************************
       01  WS-RPT-HEADING1.
           05  FILLER                  PIC X(52) VALUE
               'F5920RPW - EOB REPRINT CONTROL REPORT'.
       01  WS-RPT-HEADING2.
           05  FILLER                  PIC X(10) VALUE 'GROUP NO'.
           05  FILLER                  PIC X(10) VALUE 'SUBD/BRCH'.
           05  FILLER                  PIC X(12) VALUE 'CERT NO'.
           05  FILLER                  PIC X(5)  VALUE 'PAT'.
           05  FILLER                  PIC X(8)  VALUE 'CLM SEQ'.
           05  FILLER                  PIC X(34) VALUE 'PATIENT NAME'.
           05  FILLER                  PIC X(10) VALUE 'REQ BY'.
           05  FILLER                  PIC X(6)  VALUE 'LINES'.
           05  FILLER                  PIC X(13) VALUE 'BENEFIT'.
           05  FILLER                  PIC X(24) VALUE 'DISPOSITION'.
       01  WS-RPT-DETAIL.
           05  RPT-GROUP-NO            PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-SUB-DIV             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-BRANCH              PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-CERT-NO             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-PATIENT-NO          PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-CLAIM-SEQ-NO        PIC ZZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-PAT-NAME            PIC X(33).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-REQUESTED-BY        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-LINES               PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-BENEFIT-X           PIC X(12).
           05  RPT-BENEFIT REDEFINES RPT-BENEFIT-X
                                       PIC Z(7)9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-DISPOSITION         PIC X(24).
       01  WS-RPT-TRAILER.
           05  FILLER                  PIC X(16) VALUE
               'CARDS READ:     '.
           05  RPT-READ-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'REPRINTED:      '.
           05  RPT-REPRINT-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'NOT FOUND:      '.
           05  RPT-NOT-FOUND-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'REJECTED: '.
           05  RPT-REJECT-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               'BENEFIT SHOWN '.
           05  RPT-TOT-BENEFIT         PIC Z(10)9.99-.
       01  WS-RPT-WORDING-TRAILER.
           05  FILLER                  PIC X(24) VALUE
               'WORDING ENTRIES LOADED:'.
           05  RPT-WDT-LOADED          PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               'WORDING ENTRIES LOST:'.
           05  RPT-WDT-LOST            PIC ZZZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(28) VALUE
               'DECLINES WITH NO WORDING:'.
           05  RPT-WDT-DEFAULTED       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-END-OF-TRANS
               PERFORM 2000-PROCESS-ONE-TRANS
           END-PERFORM
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  EOB-TRAN-FILE
           OPEN INPUT  EOB-DIC-FILE
           OPEN INPUT  EOB-HIS-FILE
           OPEN OUTPUT EOB-DOC-FILE
           OPEN OUTPUT EOB-RPT-FILE

           PERFORM 1500-LOAD-WORDING-TABLE

           PERFORM 8150-BUILD-CYYMMDD-DATE
           MOVE WS-CURR-MM TO WS-PRT-DT-MM
           MOVE WS-CURR-DD TO WS-PRT-DT-DD
           MOVE WS-CURR-CCYY TO WS-PRT-DT-CCYY
           MOVE WS-PRINT-DATE TO EOB-TTL-REPRINT-DT

           WRITE EOB-RPT-LINE FROM WS-RPT-HEADING1
           WRITE EOB-RPT-LINE FROM WS-RPT-HEADING2

           READ EOB-TRAN-FILE
               AT END SET WS-END-OF-TRANS TO TRUE
           END-READ.

       1500-LOAD-WORDING-TABLE.
           READ EOB-DIC-FILE
               AT END SET WS-END-OF-WORDING TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-WORDING
               IF EBD-DIC-CODE NOT = SPACES
                   IF WS-WORDING-LOADED < WS-MAX-WORDING-ENTRIES
                       ADD 1 TO WS-WORDING-LOADED
                       MOVE EBD-DIC-CODE
                           TO WDT-DIC-CODE (WS-WORDING-LOADED)
                       MOVE EBD-DIC-REASON
                           TO WDT-DIC-REASON (WS-WORDING-LOADED)
                       MOVE EBD-WORDING
                           TO WDT-WORDING (WS-WORDING-LOADED)
                   ELSE
                       ADD 1 TO WS-WORDING-OVERFLOW
                   END-IF
               END-IF
               READ EOB-DIC-FILE
                   AT END SET WS-END-OF-WORDING TO TRUE
               END-READ
           END-PERFORM
           CLOSE EOB-DIC-FILE.

       2000-PROCESS-ONE-TRANS.
           ADD 1 TO WS-TRANS-READ
           MOVE SPACES TO RPT-PAT-NAME
           MOVE 0 TO RPT-LINES
           MOVE SPACES TO RPT-BENEFIT-X
           IF EBT-GROUP-NO NOT NUMERIC
              OR EBT-CERT-NO NOT NUMERIC
              OR EBT-PATIENT-NO NOT NUMERIC
              OR EBT-CLAIM-SEQ-NO NOT NUMERIC
               ADD 1 TO WS-TRANS-REJECTED
               MOVE 'REJECTED - KEY NOT NUMERIC' TO RPT-DISPOSITION
           ELSE
               PERFORM 2150-LOCATE-CLAIM-040
               IF WS-MASTER-FOUND
                   PERFORM 3000-PRINT-ONE-EOB
                   ADD 1 TO WS-EOBS-REPRINTED
                   MOVE 'REPRINTED' TO RPT-DISPOSITION
               ELSE
                   ADD 1 TO WS-TRANS-NOT-FOUND
                   MOVE 'CLAIM 040 NOT FOUND' TO RPT-DISPOSITION
               END-IF
           END-IF
           PERFORM 2900-WRITE-CONTROL-LINE
           READ EOB-TRAN-FILE
               AT END SET WS-END-OF-TRANS TO TRUE
           END-READ.

      * THE MAINT-DATE PORTION OF THE COMMON KEY IS UNKNOWABLE FROM
      * A CARD, SO THE 040 RECORD IS LOCATED BY THE SAME GUARDED
      * MEMBER-PREFIX BROWSE F5910CK1 USES, TAKING THE RECORD WHOSE
      * CLAIM SEQUENCE MATCHES THE CARD.
       2150-LOCATE-CLAIM-040.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE LOW-VALUES TO HIS-COMMON-KEY OF EOB-HIS-REC
           MOVE EBT-GROUP-NO TO HIS-GROUP-NO OF EOB-HIS-REC
           MOVE EBT-SUB-DIV TO HIS-SUB-DIV OF EOB-HIS-REC
           MOVE EBT-BRANCH TO HIS-BRANCH OF EOB-HIS-REC
           MOVE EBT-CERT-NO TO HIS-CERT-NO OF EOB-HIS-REC
           MOVE EBT-PATIENT-NO TO HIS-PATIENT-NO OF EOB-HIS-REC
           MOVE EBT-CLAIM-SEQ-NO TO HIS-CLAIM-SEQ-NO OF EOB-HIS-REC
           MOVE 0 TO HIS-LAST-MAINT-DATE OF EOB-HIS-REC
           MOVE SPACES TO HIS-RECORD-TYPE OF EOB-HIS-REC
           START EOB-HIS-FILE
               KEY IS NOT LESS THAN HIS-COMMON-KEY OF EOB-HIS-REC
               INVALID KEY
                   SET WS-END-OF-BROWSE TO TRUE
           END-START
           IF WS-HIS-STATUS NOT = '00'
               SET WS-END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-BROWSE OR WS-MASTER-FOUND
               READ EOB-HIS-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-BROWSE TO TRUE
                   NOT AT END
                       PERFORM 2160-TAKE-BROWSED-RECORD
               END-READ
               IF WS-HIS-STATUS NOT = '00'
                   SET WS-END-OF-BROWSE TO TRUE
               END-IF
           END-PERFORM.

       2160-TAKE-BROWSED-RECORD.
           IF HIS-GROUP-NO OF EOB-HIS-REC NOT = EBT-GROUP-NO
              OR HIS-SUB-DIV OF EOB-HIS-REC NOT = EBT-SUB-DIV
              OR HIS-BRANCH OF EOB-HIS-REC NOT = EBT-BRANCH
              OR HIS-CERT-NO OF EOB-HIS-REC NOT = EBT-CERT-NO
              OR HIS-PATIENT-NO OF EOB-HIS-REC NOT = EBT-PATIENT-NO
              OR HIS-CLAIM-SEQ-NO OF EOB-HIS-REC NOT =
                 EBT-CLAIM-SEQ-NO
               SET WS-END-OF-BROWSE TO TRUE
           ELSE
               IF HIS-RECTYP-DSUB OF EOB-HIS-REC
                   SET WS-MASTER-FOUND TO TRUE
               END-IF
           END-IF.

       2900-WRITE-CONTROL-LINE.
           MOVE EBT-GROUP-NO TO RPT-GROUP-NO
           MOVE EBT-SUB-DIV TO RPT-SUB-DIV
           MOVE EBT-BRANCH TO RPT-BRANCH
           MOVE EBT-CERT-NO TO RPT-CERT-NO
           MOVE EBT-PATIENT-NO TO RPT-PATIENT-NO
           MOVE EBT-CLAIM-SEQ-NO TO RPT-CLAIM-SEQ-NO
           MOVE EBT-REQUESTED-BY TO RPT-REQUESTED-BY
           WRITE EOB-RPT-LINE FROM WS-RPT-DETAIL.

      * ONE EOB PER PAGE: HEADER, CHARGE LINES, CLAIM TOTALS, THEN
      * THE DEDUCTIBLE, MAXIMUM AND COB BOXES.
       3000-PRINT-ONE-EOB.
           MOVE 0 TO WS-EOB-CHARGES
           IF HIST-DSUB-ORTHO-PAY-IND OF EOB-HIS-REC NOT = SPACE
              AND HIST-DSUB-ORTHO-PAY-IND OF EOB-HIS-REC NOT = 'N'
              AND HIST-DSUB-ORTHO-PAY-IND OF EOB-HIS-REC
                  NOT = LOW-VALUES
               SET WS-ORTHO-VIEW TO TRUE
           ELSE
               MOVE 'N' TO WS-ORTHO-VIEW-SW
           END-IF
           PERFORM 3100-PRINT-EOB-HEADER
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX > HIST-DSUB-SEG-COUNT OF EOB-HIS-REC
                      OR WS-SEG-IX > 53
               IF HIST-DSUB-SEG-ID OF EOB-HIS-REC (WS-SEG-IX)
                       NOT = 'P'
                  AND NOT HIST-DSUB-THIRD-PARTY-ADDR
                       OF EOB-HIS-REC (WS-SEG-IX)
                  AND NOT HIST-DSUB-ADJUST-REASON
                       OF EOB-HIS-REC (WS-SEG-IX)
                   PERFORM 3200-PRINT-CHARGE-LINE
               END-IF
           END-PERFORM
           MOVE HIST-DSUB-TOT-BENEFIT-AMT OF EOB-HIS-REC
               TO EOB-TOT-BENEFIT
           MOVE HIST-DSUB-PAT-RESP-AMT OF EOB-HIS-REC
               TO EOB-TOT-PAT-RESP
           MOVE SPACES TO EOB-DOC-LINE
           WRITE EOB-DOC-LINE
           WRITE EOB-DOC-LINE FROM WS-EOB-TOTAL-LINE
           IF WS-ORTHO-VIEW
               PERFORM 4000-PRINT-ORTHO-DED-BOX
               PERFORM 4100-PRINT-ORTHO-MAX-BOX
               PERFORM 4200-PRINT-ORTHO-COB-BOX
           ELSE
               PERFORM 5000-PRINT-DED-BOX
               PERFORM 5100-PRINT-MAX-BOX
               PERFORM 5200-PRINT-COB-BOX
           END-IF
           ADD HIST-DSUB-TOT-BENEFIT-AMT OF EOB-HIS-REC
               TO WS-REPRINT-BENEFIT
           MOVE EOB-PAT-FIRST-NM TO RPT-PAT-NAME (1:12)
           MOVE EOB-PAT-LAST-NAME TO RPT-PAT-NAME (14:20)
           MOVE WS-EOB-CHARGES TO RPT-LINES
           MOVE HIST-DSUB-TOT-BENEFIT-AMT OF EOB-HIS-REC
               TO RPT-BENEFIT.

       3100-PRINT-EOB-HEADER.
           WRITE EOB-DOC-LINE FROM WS-EOB-TITLE
               AFTER ADVANCING PAGE
           MOVE SPACES TO EOB-DOC-LINE
           WRITE EOB-DOC-LINE
           MOVE HIST-DSUB-PAT-FIRST-NM OF EOB-HIS-REC
               TO EOB-PAT-FIRST-NM
           MOVE HIST-DSUB-PAT-LAST-NAME OF EOB-HIS-REC
               TO EOB-PAT-LAST-NAME
           MOVE HIS-GROUP-NO OF EOB-HIS-REC TO EOB-GROUP-NO
           MOVE HIS-SUB-DIV OF EOB-HIS-REC TO EOB-SUB-DIV
           MOVE HIS-BRANCH OF EOB-HIS-REC TO EOB-BRANCH
           WRITE EOB-DOC-LINE FROM WS-EOB-PATIENT-LINE
           MOVE HIS-CERT-NO OF EOB-HIS-REC TO EOB-CERT-NO
           MOVE HIS-PATIENT-NO OF EOB-HIS-REC TO EOB-PATIENT-NO
           IF HIST-DSUB-PAT-CAREOF-ADDR OF EOB-HIS-REC NOT = SPACES
              AND HIST-DSUB-PAT-CAREOF-ADDR OF EOB-HIS-REC
                  NOT = LOW-VALUES
               MOVE HIST-DSUB-PAT-CAREOF OF EOB-HIS-REC TO EOB-ADDRESS
               WRITE EOB-DOC-LINE FROM WS-EOB-ADDRESS-LINE
               MOVE HIST-DSUB-PAT-STREET OF EOB-HIS-REC
                   TO EOB-ADDRESS2
               WRITE EOB-DOC-LINE FROM WS-EOB-ADDRESS2-LINE
           ELSE
               MOVE HIST-DSUB-PAT-STREET OF EOB-HIS-REC TO EOB-ADDRESS
               WRITE EOB-DOC-LINE FROM WS-EOB-ADDRESS-LINE
           END-IF
           MOVE HIST-DSUB-PROV-FRST-NM OF EOB-HIS-REC
               TO EOB-PROV-FRST-NM
           MOVE HIST-DSUB-PROV-LAST-NM OF EOB-HIS-REC
               TO EOB-PROV-LAST-NM
           MOVE HIS-CLAIM-SEQ-NO OF EOB-HIS-REC TO EOB-CLAIM-SEQ-NO
           MOVE HIST-DSUB-DATE-PROCESSED OF EOB-HIS-REC TO WS-JUL-DATE
           PERFORM 9300-FORMAT-PRINT-DATE
           MOVE WS-PRINT-DATE-OUT TO EOB-DATE-PROCESSED
           MOVE HIST-DSUB-PROV-NPI OF EOB-HIS-REC TO EOB-PROV-NPI
           WRITE EOB-DOC-LINE FROM WS-EOB-CLAIM-LINE
           MOVE SPACES TO EOB-DOC-LINE
           WRITE EOB-DOC-LINE
           WRITE EOB-DOC-LINE FROM WS-EOB-COL-HDG.

      * EACH AMOUNT COLUMN IS DRIVEN BY ITS PRINT SWITCH. A SPACE
      * SWITCH PREDATES THE SWITCHES AND PRINTS THE AMOUNT.
       3200-PRINT-CHARGE-LINE.
           ADD 1 TO WS-EOB-CHARGES
           ADD 1 TO WS-CHARGES-PRINTED
           MOVE HIST-DSUB-DT-SERV OF EOB-HIS-REC (WS-SEG-IX)
               TO WS-JUL-DATE
           PERFORM 9300-FORMAT-PRINT-DATE
           MOVE WS-PRINT-DATE-OUT TO EOB-DT-SERV
           MOVE HIST-DSUB-PROCDUR OF EOB-HIS-REC (WS-SEG-IX)
               TO EOB-PROCDUR
           MOVE HIST-DSUB-TOOTH OF EOB-HIS-REC (WS-SEG-IX)
               TO EOB-TOOTH

           EVALUATE TRUE
               WHEN HIST-DSUB-PRT-CHARGE-YES-ORG
                       OF EOB-HIS-REC (WS-SEG-IX)
                   MOVE HIST-DSUB-ORIGINAL-FEE OF EOB-HIS-REC
                           (WS-SEG-IX)
                       TO EOB-SUBMITTED
               WHEN HIST-DSUB-PRT-CHARGE-NO
                       OF EOB-HIS-REC (WS-SEG-IX)
                   MOVE SPACES TO EOB-SUBMITTED-X
               WHEN OTHER
                   MOVE HIST-DSUB-CHARGE-FEE OF EOB-HIS-REC
                           (WS-SEG-IX)
                       TO EOB-SUBMITTED
           END-EVALUATE

           EVALUATE TRUE
               WHEN HIST-DSUB-PRT-CONTRACT-YES-ORG
                       OF EOB-HIS-REC (WS-SEG-IX)
                   MOVE HIST-DSUB-ORIGINAL-FEE OF EOB-HIS-REC
                           (WS-SEG-IX)
                       TO EOB-CONTRACT
               WHEN HIST-DSUB-PRT-CONTRACT-ZERO
                       OF EOB-HIS-REC (WS-SEG-IX)
                   MOVE 0 TO EOB-CONTRACT
               WHEN HIST-DSUB-PRT-CONTRACT-NO
                       OF EOB-HIS-REC (WS-SEG-IX)
                   MOVE SPACES TO EOB-CONTRACT-X
               WHEN OTHER
                   MOVE HIST-DSUB-RC-PRO OF EOB-HIS-REC (WS-SEG-IX)
                       TO EOB-CONTRACT
           END-EVALUATE

           IF HIST-DSUB-PRT-COVERED-NO OF EOB-HIS-REC (WS-SEG-IX)
               MOVE SPACES TO EOB-COVERED-X
           ELSE
               MOVE HIST-DSUB-COVERED-EXP OF EOB-HIS-REC (WS-SEG-IX)
                   TO EOB-COVERED
           END-IF

           MOVE HIST-DSUB-DEDUCTIBLE OF EOB-HIS-REC (WS-SEG-IX)
               TO EOB-DEDUCTIBLE

           IF HIST-DSUB-PRT-PERCENT-NO OF EOB-HIS-REC (WS-SEG-IX)
               MOVE SPACES TO EOB-PERCENT-X
               MOVE SPACES TO EOB-PERCENT-SIGN
           ELSE
               COMPUTE WS-COINS-PCT =
                   HIST-DSUB-CO-INS-PCT OF EOB-HIS-REC (WS-SEG-IX)
                   * 100
               MOVE WS-COINS-PCT TO EOB-PERCENT
               MOVE '%' TO EOB-PERCENT-SIGN
           END-IF

           IF HIST-DSUB-PRT-BENEFIT-NO OF EOB-HIS-REC (WS-SEG-IX)
               MOVE SPACES TO EOB-BENEFIT-X
           ELSE
               MOVE HIST-DSUB-BENEFIT-AMT OF EOB-HIS-REC (WS-SEG-IX)
                   TO EOB-BENEFIT
           END-IF

           MOVE HIST-DSUB-CHG-PAT-RESP-AMT OF EOB-HIS-REC (WS-SEG-IX)
               TO EOB-PAT-OWES
           WRITE EOB-DOC-LINE FROM WS-EOB-CHARGE-LINE

           IF HIST-DSUB-CHG-BATCH-DECL OF EOB-HIS-REC (WS-SEG-IX)
               PERFORM 3300-FIND-DECLINE-WORDING
               MOVE WS-DECLINE-WORDING TO EOB-DECLINE-WORDING
               WRITE EOB-DOC-LINE FROM WS-EOB-DECLINE-LINE
               ADD 1 TO WS-DECLINES-PRINTED
           END-IF.

      * CODE AND REASON TOGETHER FIRST, THEN THE CODE'S CATCH-ALL
      * ENTRY (BLANK REASON), THEN A GENERIC LINE QUOTING BOTH.
       3300-FIND-DECLINE-WORDING.
           MOVE 'N' TO WS-WORDING-FOUND-SW
           PERFORM VARYING WS-WDT-IX FROM 1 BY 1
                   UNTIL WS-WDT-IX > WS-WORDING-LOADED
                      OR WS-WORDING-FOUND
               IF WDT-DIC-CODE (WS-WDT-IX) =
                      HIST-DSUB-DIC-CODE OF EOB-HIS-REC (WS-SEG-IX)
                  AND WDT-DIC-REASON (WS-WDT-IX) =
                      HIST-DSUB-DIC-REASON OF EOB-HIS-REC (WS-SEG-IX)
                   SET WS-WORDING-FOUND TO TRUE
                   MOVE WDT-WORDING (WS-WDT-IX) TO WS-DECLINE-WORDING
               END-IF
           END-PERFORM
           PERFORM VARYING WS-WDT-IX FROM 1 BY 1
                   UNTIL WS-WDT-IX > WS-WORDING-LOADED
                      OR WS-WORDING-FOUND
               IF WDT-DIC-CODE (WS-WDT-IX) =
                      HIST-DSUB-DIC-CODE OF EOB-HIS-REC (WS-SEG-IX)
                  AND WDT-DIC-REASON (WS-WDT-IX) = SPACES
                   SET WS-WORDING-FOUND TO TRUE
                   MOVE WDT-WORDING (WS-WDT-IX) TO WS-DECLINE-WORDING
               END-IF
           END-PERFORM
           IF NOT WS-WORDING-FOUND
               ADD 1 TO WS-WORDING-DEFAULTED
               MOVE HIST-DSUB-DIC-CODE OF EOB-HIS-REC (WS-SEG-IX)
                   TO WS-GEN-DIC-CODE
               MOVE HIST-DSUB-DIC-REASON OF EOB-HIS-REC (WS-SEG-IX)
                   TO WS-GEN-DIC-REASON
               MOVE WS-GENERIC-WORDING TO WS-DECLINE-WORDING
           END-IF.

      *****************************************************************
      * ORTHO CLAIMS - THE J-EOB AREA IS READ THROUGH ITS ORTHO       *
      * REDEFINES, WHERE EACH DEDUCTIBLE, MAXIMUM AND COB ENTRY       *
      * CARRIES ITS OWN EXPIRATION DATE.                              *
      *****************************************************************
       4000-PRINT-ORTHO-DED-BOX.
           MOVE 'ORTHODONTIC DEDUCTIBLES' TO EOB-BOX-NAME
           PERFORM 6000-WRITE-BOX-TITLE
           MOVE HIST-DSUB-J-ORTH-DED-TBL-ENTR OF EOB-HIS-REC
               TO WS-BOX-ENTRIES
           IF WS-BOX-ENTRIES > 5
               MOVE 5 TO WS-BOX-ENTRIES
           END-IF
           IF WS-BOX-ENTRIES < 1
               WRITE EOB-DOC-LINE FROM WS-EOB-BOX-NONE
           END-IF
           PERFORM VARYING WS-BOX-IX FROM 1 BY 1
                   UNTIL WS-BOX-IX > WS-BOX-ENTRIES
               MOVE HIST-DSUB-J-ORTH-DED-TYPE OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-TYPE
               MOVE HIST-DSUB-J-ORTH-DED-TYPE-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-BASIS
               MOVE HIST-DSUB-J-ORTH-DED-EXP-DT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO WS-JUL-DATE
               PERFORM 9300-FORMAT-PRINT-DATE
               MOVE WS-PRINT-DATE-OUT TO EOB-BOX-EXPIRES
               MOVE HIST-DSUB-J-ORTH-DED-PLAN-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-PLAN-AMT
               MOVE HIST-DSUB-J-ORTH-DED-USED-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-USED-AMT
               COMPUTE WS-BOX-REMAINING =
                   HIST-DSUB-J-ORTH-DED-PLAN-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                 - HIST-DSUB-J-ORTH-DED-USED-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
               PERFORM 6100-WRITE-BOX-LINE
           END-PERFORM.

       4100-PRINT-ORTHO-MAX-BOX.
           MOVE 'ORTHODONTIC MAXIMUMS' TO EOB-BOX-NAME
           PERFORM 6000-WRITE-BOX-TITLE
           MOVE HIST-DSUB-J-ORTH-MAX-TBL-ENTR OF EOB-HIS-REC
               TO WS-BOX-ENTRIES
           IF WS-BOX-ENTRIES > 5
               MOVE 5 TO WS-BOX-ENTRIES
           END-IF
           IF WS-BOX-ENTRIES < 1
               WRITE EOB-DOC-LINE FROM WS-EOB-BOX-NONE
           END-IF
           PERFORM VARYING WS-BOX-IX FROM 1 BY 1
                   UNTIL WS-BOX-IX > WS-BOX-ENTRIES
               MOVE HIST-DSUB-J-ORTH-MAX-TYPE OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-TYPE
               MOVE HIST-DSUB-J-ORTH-MAX-TYPE-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-BASIS
               MOVE HIST-DSUB-J-ORTH-MAX-EXP-DT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO WS-JUL-DATE
               PERFORM 9300-FORMAT-PRINT-DATE
               MOVE WS-PRINT-DATE-OUT TO EOB-BOX-EXPIRES
               MOVE HIST-DSUB-J-ORTH-MAX-PLAN-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-PLAN-AMT
               MOVE HIST-DSUB-J-ORTH-MAX-USED-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-USED-AMT
               COMPUTE WS-BOX-REMAINING =
                   HIST-DSUB-J-ORTH-MAX-PLAN-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                 - HIST-DSUB-J-ORTH-MAX-USED-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
               PERFORM 6100-WRITE-BOX-LINE
           END-PERFORM.

      * THE ORTHO VIEW HOLDS TWO COB PERIODS; A PERIOD WITH NO
      * EXPIRATION DATE AND NO ALLOWED EXPENSE IS NOT IN USE.
       4200-PRINT-ORTHO-COB-BOX.
           MOVE 'N' TO WS-COB-SHOWN-SW
           PERFORM VARYING WS-BOX-IX FROM 1 BY 1
                   UNTIL WS-BOX-IX > 2
               IF HIST-DSUB-ORTH-COB-EXP-DT OF EOB-HIS-REC
                       (WS-BOX-IX) NOT = 0
                  OR HIST-DSUB-ORTH-ALLOW-EXP-CURR OF EOB-HIS-REC
                       (WS-BOX-IX) NOT = 0
                  OR HIST-DSUB-ORTH-ALLOW-EXP-PREV OF EOB-HIS-REC
                       (WS-BOX-IX) NOT = 0
                   IF NOT WS-COB-SHOWN
                       PERFORM 6200-WRITE-COB-TITLE
                   END-IF
                   MOVE HIST-DSUB-ORTH-COB-EXP-DT OF EOB-HIS-REC
                           (WS-BOX-IX)
                       TO WS-JUL-DATE
                   PERFORM 9300-FORMAT-PRINT-DATE
                   MOVE WS-PRINT-DATE-OUT TO EOB-COB-LABEL
                   MOVE HIST-DSUB-ORTH-ALLOW-EXP-PREV OF EOB-HIS-REC
                           (WS-BOX-IX)
                       TO EOB-COB-ALLOWED
                   MOVE HIST-DSUB-ORTH-OI-AMT-PREV OF EOB-HIS-REC
                           (WS-BOX-IX)
                       TO EOB-COB-OI-AMT
                   MOVE HIST-DSUB-ORTH-NET-EXP-PREV OF EOB-HIS-REC
                           (WS-BOX-IX)
                       TO EOB-COB-NET-EXP
                   MOVE HIST-DSUB-ORTH-REG-BEN-PREV OF EOB-HIS-REC
                           (WS-BOX-IX)
                       TO EOB-COB-REG-BEN
                   MOVE SPACES TO EOB-COB-PRIOR-X
                   MOVE SPACES TO EOB-COB-NOW-DUE-X
                   WRITE EOB-DOC-LINE FROM WS-EOB-COB-LINE
                   MOVE ' THIS CLAIM' TO EOB-COB-LABEL
                   MOVE HIST-DSUB-ORTH-ALLOW-EXP-CURR OF EOB-HIS-REC
                           (WS-BOX-IX)
                       TO EOB-COB-ALLOWED
                   MOVE HIST-DSUB-ORTH-OI-AMT-CURR OF EOB-HIS-REC
                           (WS-BOX-IX)
                       TO EOB-COB-OI-AMT
                   MOVE HIST-DSUB-ORTH-NET-EXP-CURR OF EOB-HIS-REC
                           (WS-BOX-IX)
                       TO EOB-COB-NET-EXP
                   MOVE HIST-DSUB-ORTH-REG-BEN-CURR OF EOB-HIS-REC
                           (WS-BOX-IX)
                       TO EOB-COB-REG-BEN
                   MOVE HIST-DSUB-ORTH-PRIOR-PAY OF EOB-HIS-REC
                           (WS-BOX-IX)
                       TO EOB-COB-PRIOR
                   MOVE HIST-DSUB-ORTH-BEN-NOW-DUE OF EOB-HIS-REC
                           (WS-BOX-IX)
                       TO EOB-COB-NOW-DUE
                   WRITE EOB-DOC-LINE FROM WS-EOB-COB-LINE
               END-IF
           END-PERFORM.

      *****************************************************************
      * ALL OTHER CLAIMS - THE STANDARD J-EOB DEDUCTIBLE/MAXIMUM      *
      * TABLES (UP TO EIGHT TYPES EACH) AND THE SINGLE COB BLOCK.     *
      *****************************************************************
       5000-PRINT-DED-BOX.
           MOVE 'DEDUCTIBLES' TO EOB-BOX-NAME
           PERFORM 6000-WRITE-BOX-TITLE
           MOVE HIST-DSUB-J-DED-TABLE-ENTRIES OF EOB-HIS-REC
               TO WS-BOX-ENTRIES
           IF WS-BOX-ENTRIES > 8
               MOVE 8 TO WS-BOX-ENTRIES
           END-IF
           IF WS-BOX-ENTRIES < 1
               WRITE EOB-DOC-LINE FROM WS-EOB-BOX-NONE
           END-IF
           PERFORM VARYING WS-BOX-IX FROM 1 BY 1
                   UNTIL WS-BOX-IX > WS-BOX-ENTRIES
               MOVE HIST-DSUB-J-DED-TYPE OF EOB-HIS-REC (WS-BOX-IX)
                   TO EOB-BOX-TYPE
               MOVE HIST-DSUB-J-DED-TYPE-OF-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-BASIS
               MOVE SPACES TO EOB-BOX-EXPIRES
               MOVE HIST-DSUB-J-DED-PLAN-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-PLAN-AMT
               MOVE HIST-DSUB-J-DED-USED-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-USED-AMT
               COMPUTE WS-BOX-REMAINING =
                   HIST-DSUB-J-DED-PLAN-AMT OF EOB-HIS-REC (WS-BOX-IX)
                 - HIST-DSUB-J-DED-USED-AMT OF EOB-HIS-REC (WS-BOX-IX)
               PERFORM 6100-WRITE-BOX-LINE
           END-PERFORM.

       5100-PRINT-MAX-BOX.
           MOVE 'MAXIMUMS' TO EOB-BOX-NAME
           PERFORM 6000-WRITE-BOX-TITLE
           MOVE HIST-DSUB-J-MAX-TABLE-ENTRIES OF EOB-HIS-REC
               TO WS-BOX-ENTRIES
           IF WS-BOX-ENTRIES > 8
               MOVE 8 TO WS-BOX-ENTRIES
           END-IF
           IF WS-BOX-ENTRIES < 1
               WRITE EOB-DOC-LINE FROM WS-EOB-BOX-NONE
           END-IF
           PERFORM VARYING WS-BOX-IX FROM 1 BY 1
                   UNTIL WS-BOX-IX > WS-BOX-ENTRIES
               MOVE HIST-DSUB-J-MAX-TYPE OF EOB-HIS-REC (WS-BOX-IX)
                   TO EOB-BOX-TYPE
               MOVE HIST-DSUB-J-MAX-TYPE-OF-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-BASIS
               MOVE SPACES TO EOB-BOX-EXPIRES
               MOVE HIST-DSUB-J-MAX-PLAN-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-PLAN-AMT
               MOVE HIST-DSUB-J-MAX-USED-AMT OF EOB-HIS-REC
                       (WS-BOX-IX)
                   TO EOB-BOX-USED-AMT
               COMPUTE WS-BOX-REMAINING =
                   HIST-DSUB-J-MAX-PLAN-AMT OF EOB-HIS-REC (WS-BOX-IX)
                 - HIST-DSUB-J-MAX-USED-AMT OF EOB-HIS-REC (WS-BOX-IX)
               PERFORM 6100-WRITE-BOX-LINE
           END-PERFORM.

      * THE COB BOX PRINTS ONLY WHEN OTHER COVERAGE ENTERED INTO THE
      * CLAIM - ANY NONZERO ALLOWED OR OTHER-INSURANCE AMOUNT.
       5200-PRINT-COB-BOX.
           MOVE 'N' TO WS-COB-SHOWN-SW
           IF HIST-DSUB-J-ALLOW-EXP-PREV OF EOB-HIS-REC NOT = 0
              OR HIST-DSUB-J-OI-AMT-PREV OF EOB-HIS-REC NOT = 0
              OR HIST-DSUB-J-ALLOW-EXP-CURR OF EOB-HIS-REC NOT = 0
              OR HIST-DSUB-J-OI-AMT-CURR OF EOB-HIS-REC NOT = 0
               PERFORM 6200-WRITE-COB-TITLE
               MOVE 'PREVIOUS' TO EOB-COB-LABEL
               MOVE HIST-DSUB-J-ALLOW-EXP-PREV OF EOB-HIS-REC
                   TO EOB-COB-ALLOWED
               MOVE HIST-DSUB-J-OI-AMT-PREV OF EOB-HIS-REC
                   TO EOB-COB-OI-AMT
               MOVE HIST-DSUB-J-NET-EXPENSE-PREV OF EOB-HIS-REC
                   TO EOB-COB-NET-EXP
               MOVE HIST-DSUB-J-REG-BENEFIT-PREV OF EOB-HIS-REC
                   TO EOB-COB-REG-BEN
               MOVE SPACES TO EOB-COB-PRIOR-X
               MOVE SPACES TO EOB-COB-NOW-DUE-X
               WRITE EOB-DOC-LINE FROM WS-EOB-COB-LINE
               MOVE 'THIS CLAIM' TO EOB-COB-LABEL
               MOVE HIST-DSUB-J-ALLOW-EXP-CURR OF EOB-HIS-REC
                   TO EOB-COB-ALLOWED
               MOVE HIST-DSUB-J-OI-AMT-CURR OF EOB-HIS-REC
                   TO EOB-COB-OI-AMT
               MOVE HIST-DSUB-J-NET-EXPENSE-CURR OF EOB-HIS-REC
                   TO EOB-COB-NET-EXP
               MOVE HIST-DSUB-J-REG-BENEFIT-CURR OF EOB-HIS-REC
                   TO EOB-COB-REG-BEN
               MOVE HIST-DSUB-J-PRIOR-PAYMENT OF EOB-HIS-REC
                   TO EOB-COB-PRIOR
               MOVE HIST-DSUB-J-BENEFIT-NOW-DUE OF EOB-HIS-REC
                   TO EOB-COB-NOW-DUE
               WRITE EOB-DOC-LINE FROM WS-EOB-COB-LINE
           END-IF.

       6000-WRITE-BOX-TITLE.
           MOVE SPACES TO EOB-DOC-LINE
           WRITE EOB-DOC-LINE
           WRITE EOB-DOC-LINE FROM WS-EOB-BOX-TITLE
           WRITE EOB-DOC-LINE FROM WS-EOB-BOX-HDG.

      * A USED AMOUNT OVER THE PLAN AMOUNT SHOWS NOTHING REMAINING.
       6100-WRITE-BOX-LINE.
           IF WS-BOX-REMAINING < 0
               MOVE 0 TO WS-BOX-REMAINING
           END-IF
           MOVE WS-BOX-REMAINING TO EOB-BOX-REMAIN-AMT
           WRITE EOB-DOC-LINE FROM WS-EOB-BOX-LINE.

       6200-WRITE-COB-TITLE.
           SET WS-COB-SHOWN TO TRUE
           MOVE 'COORDINATION OF BENEFITS' TO EOB-BOX-NAME
           MOVE SPACES TO EOB-DOC-LINE
           WRITE EOB-DOC-LINE
           WRITE EOB-DOC-LINE FROM WS-EOB-BOX-TITLE
           WRITE EOB-DOC-LINE FROM WS-EOB-COB-HDG.

       8000-TERMINATE.
           MOVE WS-TRANS-READ TO RPT-READ-COUNT
           MOVE WS-EOBS-REPRINTED TO RPT-REPRINT-COUNT
           MOVE WS-TRANS-NOT-FOUND TO RPT-NOT-FOUND-COUNT
           MOVE WS-TRANS-REJECTED TO RPT-REJECT-COUNT
           MOVE WS-REPRINT-BENEFIT TO RPT-TOT-BENEFIT
           WRITE EOB-RPT-LINE FROM WS-RPT-TRAILER
           MOVE WS-WORDING-LOADED TO RPT-WDT-LOADED
           MOVE WS-WORDING-OVERFLOW TO RPT-WDT-LOST
           MOVE WS-WORDING-DEFAULTED TO RPT-WDT-DEFAULTED
           WRITE EOB-RPT-LINE FROM WS-RPT-WORDING-TRAILER
           DISPLAY 'F5920RPW CARDS READ       = ' WS-TRANS-READ
           DISPLAY 'F5920RPW EOBS REPRINTED   = ' WS-EOBS-REPRINTED
           DISPLAY 'F5920RPW CLAIMS NOT FOUND = ' WS-TRANS-NOT-FOUND
           DISPLAY 'F5920RPW CARDS REJECTED   = ' WS-TRANS-REJECTED
           DISPLAY 'F5920RPW CHARGES PRINTED  = ' WS-CHARGES-PRINTED
           DISPLAY 'F5920RPW WORDING LOADED   = ' WS-WORDING-LOADED
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE EOB-TRAN-FILE
           CLOSE EOB-HIS-FILE
           CLOSE EOB-DOC-FILE
           CLOSE EOB-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RPW' TO RUN-JOB-NAME
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
           MOVE 'CARDS READ' TO RUN-CTR-LABEL (1)
           MOVE WS-TRANS-READ TO RUN-CTR-VALUE (1)
           MOVE 'REPRINTED' TO RUN-CTR-LABEL (2)
           MOVE WS-EOBS-REPRINTED TO RUN-CTR-VALUE (2)
           MOVE 'NOT FOUND' TO RUN-CTR-LABEL (3)
           MOVE WS-TRANS-NOT-FOUND TO RUN-CTR-VALUE (3)
           MOVE 'REJECTED' TO RUN-CTR-LABEL (4)
           MOVE WS-TRANS-REJECTED TO RUN-CTR-VALUE (4)
           MOVE 'CHARGES' TO RUN-CTR-LABEL (5)
           MOVE WS-CHARGES-PRINTED TO RUN-CTR-VALUE (5)
           MOVE 'DECLINES' TO RUN-CTR-LABEL (6)
           MOVE WS-DECLINES-PRINTED TO RUN-CTR-VALUE (6)
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

      * JULIAN (YYDDD) TO A PRINTABLE MM/DD/CCYY; A ZERO OR INVALID
      * DATE PRINTS AS SPACES.
       9300-FORMAT-PRINT-DATE.
           PERFORM 9100-JULIAN-TO-DAY-NUMBER
           IF WS-DAY-NUMBER > 0
               COMPUTE WS-PRINT-CCYYMMDD =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
               MOVE WS-PRINT-MM TO WS-PRT-DT-MM
               MOVE WS-PRINT-DD TO WS-PRT-DT-DD
               MOVE WS-PRINT-CCYY TO WS-PRT-DT-CCYY
               MOVE WS-PRINT-DATE TO WS-PRINT-DATE-OUT
           ELSE
               MOVE SPACES TO WS-PRINT-DATE-OUT
           END-IF.
