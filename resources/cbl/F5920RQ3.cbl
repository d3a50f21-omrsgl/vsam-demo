      ****************************************************************
      * PROGRAM F5920RQ3 - JOURNAL FIELD-LEVEL CHANGE HISTORY        *
      *                    BATCH DRIVER AGAINST F5750JRN/F5750HIS/   *
      *                    F5750PAY/F5750CMA                         *
      *                                                               *
      * F5750JRN HOLDS A BEFORE-IMAGE OF EVERY LIVE F5750HIS,        *
      * F5750PAY AND F5750CMA RECORD ANY UPDATER CHANGED, BUT UNTIL  *
      * NOW ONLY F5910BK1 READ IT, TO BACK A RUN OUT. THIS CARD-     *
      * DRIVEN INQUIRY ANSWERS "WHO CHANGED THIS RECORD, WHAT DID    *
      * THEY CHANGE, AND WHEN": FOR EACH REQUEST CARD IT FINDS EVERY *
      * JOURNAL ROW FOR THE RECORDS NAMED, ACROSS ALL JOBS AND RUN   *
      * DATES, LAYS THEM OUT IN RUN DATE/TIME ORDER AND COMPARES     *
      * EACH IMAGE WITH THE ONE THAT FOLLOWED IT, FIELD BY FIELD     *
      * THROUGH THE F5750JFD DICTIONARY OF THE RECORD LAYOUTS. ONLY  *
      * THE FIELDS THAT CHANGED ARE PRINTED, WITH OLD VALUE, NEW     *
      * VALUE, AND THE JOB NAME AND RUN DATE/TIME THAT CHANGED THEM. *
      *                                                               *
      * A REWRITE ROW ('R') IS THE RECORD BEFORE THAT JOB CHANGED    *
      * IT, SO WHAT THE JOB DID IS THE DIFFERENCE BETWEEN IT AND THE *
      * NEXT IMAGE OF THE SAME RECORD - THE NEXT JOURNAL ROW OR, FOR *
      * THE LATEST CHANGE, THE RECORD AS IT STANDS ON THE LIVE FILE  *
      * TODAY. ADDS ('A') AND DELETES ('D') PRINT AS ONE LINE.       *
      *                                                               *
      * THE JOURNAL IS KEYED BY JOB/RUN, NOT BY RECORD, SO EACH RUN  *
      * BROWSES THE WHOLE JOURNAL ONCE FOR ALL CARDS TOGETHER; CARDS *
      * SHOULD BE BATCHED.                                           *
      *                                                               *
      * REQUEST CARD (JRQCARD), COL 1 = INQUIRY TYPE:                *
      *   'C' CLAIM  - COLS 2-33: GROUP (7), SUB-DIV (4), BRANCH     *
      *                (4), CERT (9), PATIENT (3), CLAIM SEQ (5).    *
      *                EVERY HISTORY RECORD WITH THAT CLAIM KEY.     *
      *   'M' MEMBER - COLS 2-28: GROUP THROUGH PATIENT. EVERY       *
      *                HISTORY RECORD AND CONSULTANT MESSAGE         *
      *                ARCHIVE ROW FOR THE MEMBER.                   *
      *   'P' PAYEE  - COLS 2-11: PAYEE ID.                          *
      * COLS 41-48: REQUESTED BY (PRINTED ON THE REPORT).            *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
JRNH00* 101526 RCC JOURNAL CHANGE-HISTORY INQUIRY                     *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RQ3.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRQ-CARD-FILE ASSIGN TO JRQCARD
               ORGANIZATION IS SEQUENTIAL.

           SELECT JRQ-JRN-FILE ASSIGN TO JRQJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-JOURNAL-KEY OF JRQ-JRN-REC
               FILE STATUS IS WS-JRN-STATUS.

           SELECT JRQ-HIS-FILE ASSIGN TO JRQHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-COMMON-KEY OF JRQ-HIS-REC
               FILE STATUS IS WS-HIS-STATUS.

           SELECT JRQ-PAY-FILE ASSIGN TO JRQPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-ID OF JRQ-PAY-REC
               FILE STATUS IS WS-PAY-STATUS.

           SELECT JRQ-CMA-FILE ASSIGN TO JRQCMA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMA-ARCHIVE-KEY OF JRQ-CMA-REC
               FILE STATUS IS WS-CMA-STATUS.

           SELECT JRQ-RPT-FILE ASSIGN TO JRQRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JRQ-CARD-FILE
           RECORDING MODE IS F.
       01  JRQ-CARD-REC.
           05  JCD-INQUIRY-TYPE        PIC X(1).
               88  JCD-CLAIM-INQUIRY             VALUE 'C'.
               88  JCD-MEMBER-INQUIRY            VALUE 'M'.
               88  JCD-PAYEE-INQUIRY             VALUE 'P'.
           05  JCD-RECORD-KEY          PIC X(32).
           05  JCD-CLAIM-KEY REDEFINES JCD-RECORD-KEY.
               10  JCD-GROUP-NO        PIC 9(7).
               10  JCD-SUB-DIV         PIC X(4).
               10  JCD-BRANCH          PIC X(4).
               10  JCD-CERT-NO         PIC 9(9).
               10  JCD-PATIENT-NO      PIC 9(3).
               10  JCD-CLAIM-SEQ-NO    PIC 9(5).
           05  JCD-PAYEE-KEY REDEFINES JCD-RECORD-KEY.
               10  JCD-PAYEE-ID        PIC X(10).
               10  FILLER              PIC X(22).
           05  FILLER                  PIC X(7).
           05  JCD-REQUESTED-BY        PIC X(8).
           05  FILLER                  PIC X(32).

       FD  JRQ-JRN-FILE
           RECORDING MODE IS F.
       01  JRQ-JRN-REC.
           COPY F5750JRN.

       FD  JRQ-HIS-FILE
           RECORDING MODE IS F.
       01  JRQ-HIS-REC.
           COPY F5750HIS.
           COPY F5750040.

       FD  JRQ-PAY-FILE
           RECORDING MODE IS F.
       01  JRQ-PAY-REC.
           COPY F5750PAY.

       FD  JRQ-CMA-FILE
           RECORDING MODE IS F.
       01  JRQ-CMA-REC.
           COPY F5750CMA.

       FD  JRQ-RPT-FILE
           RECORDING MODE IS F.
       01  JRQ-RPT-LINE                PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  RUN-LOG-REC.
           COPY F5750RUN.

       WORKING-STORAGE SECTION.
       01  WS-JRN-STATUS               PIC XX    VALUE SPACES.
       01  WS-HIS-STATUS               PIC XX    VALUE SPACES.
       01  WS-PAY-STATUS               PIC XX    VALUE SPACES.
       01  WS-CMA-STATUS               PIC XX    VALUE SPACES.
       01  WS-RUN-STATUS               PIC XX    VALUE SPACES.
       01  WS-RUN-CTR-IX               PIC S9(3) COMP-3 VALUE 0.
       01  WS-CURR-DATE-BRK.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 9(2).
           05  WS-CURR-DD              PIC 9(2).
       01  WS-CURR-CYYMMDD             PIC S9(7) COMP-3 VALUE 0.
       01  WS-CARD-EOF-SW              PIC X     VALUE 'N'.
           88  WS-END-OF-CARDS                   VALUE 'Y'.
       01  WS-BROWSE-EOF-SW            PIC X     VALUE 'N'.
           88  WS-END-OF-BROWSE                  VALUE 'Y'.
       01  WS-AFTER-FOUND-SW           PIC X     VALUE 'N'.
           88  WS-AFTER-FOUND                    VALUE 'Y'.
       01  WS-VIEW-APPLIES-SW          PIC X     VALUE 'N'.
           88  WS-VIEW-APPLIES                   VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(28) VALUE SPACES.

      * FIELD DICTIONARY OF THE LIVE RECORD LAYOUTS.
       01  JFD-FIELD-DICTIONARY.
           COPY F5750JFD.
       01  WS-JFD-IX                   PIC S9(5) COMP-3 VALUE 0.
       01  WS-SEG-ID-OFFSET            PIC S9(5) COMP-3 VALUE 0.

      * REQUEST CARDS, HELD SO ONE JOURNAL BROWSE SERVES THEM ALL.
       01  WS-MAX-CARDS                PIC S9(3) COMP-3 VALUE 50.
       01  WS-CARD-COUNT               PIC S9(3) COMP-3 VALUE 0.
       01  WS-CARD-IX                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 50 TIMES.
               10  CRD-INQUIRY-TYPE    PIC X(1).
               10  CRD-GROUP-NO        PIC S9(7) COMP-3.
               10  CRD-SUB-DIV         PIC X(4).
               10  CRD-BRANCH          PIC X(4).
               10  CRD-CERT-NO         PIC S9(9) COMP-3.
               10  CRD-PATIENT-NO      PIC S9(3) COMP-3.
               10  CRD-CLAIM-SEQ-NO    PIC S9(5) COMP-3.
               10  CRD-PAYEE-ID        PIC X(10).
               10  CRD-REQUESTED-BY    PIC X(8).
               10  CRD-CARD-IMAGE      PIC X(33).
               10  CRD-ROWS-FOUND      PIC S9(7) COMP-3.

      * JOURNAL ROWS MATCHED TO A CARD, KEPT IN CARD / RECORD / RUN
      * DATE / RUN TIME / SEQUENCE ORDER. MT-REC-KEY IS THE LIVE
      * RECORD KEY TAKEN FROM THE IMAGE, SO ALL THE ROWS FOR ONE
      * RECORD SIT TOGETHER IN THE ORDER THE CHANGES WERE MADE.
       01  WS-MAX-MATCHES              PIC S9(5) COMP-3 VALUE 3000.
       01  WS-MATCH-COUNT              PIC S9(5) COMP-3 VALUE 0.
       01  WS-MATCH-IX                 PIC S9(5) COMP-3 VALUE 0.
       01  WS-THIS-MATCH               PIC S9(5) COMP-3 VALUE 0.
       01  WS-NEXT-MATCH               PIC S9(5) COMP-3 VALUE 0.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY OCCURS 3000 TIMES.
               10  MT-SORT-KEY.
                   15  MT-CARD-IX      PIC 9(3).
                   15  MT-FILE-CODE    PIC X(1).
                   15  MT-REC-KEY      PIC X(29).
                   15  MT-RUN-DATE     PIC 9(7).
                   15  MT-RUN-TIME     PIC 9(7).
                   15  MT-SEQ          PIC 9(9).
               10  MT-JOB-NAME         PIC X(8).
               10  MT-ACTION           PIC X(1).
       01  WS-NEW-MATCH.
           05  NMT-SORT-KEY.
               10  NMT-CARD-IX         PIC 9(3).
               10  NMT-FILE-CODE       PIC X(1).
                   88  NMT-FILE-HIS              VALUE 'H'.
                   88  NMT-FILE-PAY              VALUE 'P'.
                   88  NMT-FILE-CMA              VALUE 'C'.
               10  NMT-REC-KEY         PIC X(29).
               10  NMT-RUN-DATE        PIC 9(7).
               10  NMT-RUN-TIME        PIC 9(7).
               10  NMT-SEQ             PIC 9(9).
           05  NMT-JOB-NAME            PIC X(8).
           05  NMT-ACTION              PIC X(1).

      * KEY VIEWS OF A JOURNAL IMAGE.
       01  WS-IMG-HIS-KEY.
           COPY F5750HIS.
       01  WS-IMG-CMA.
           COPY F5750CMA.

      * THE TWO IMAGES BEING COMPARED: THE RECORD BEFORE THE CHANGE
      * AND THE RECORD AFTER IT.
       01  WS-OLD-IMAGE                PIC X(13700) VALUE LOW-VALUES.
       01  WS-NEW-IMAGE                PIC X(13700) VALUE LOW-VALUES.
       01  WS-REC-ID                   PIC X(3)  VALUE SPACES.
       01  WS-LAST-REC-SHOWN           PIC X(30) VALUE SPACES.
       01  WS-FIELDS-CHANGED           PIC S9(5) COMP-3 VALUE 0.

      * ONE FIELD OCCURRENCE BEING COMPARED.
       01  WS-OCC1-IX                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-OCC2-IX                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-FLD-OFFSET               PIC S9(5) COMP-3 VALUE 0.
       01  WS-FLD-LENGTH               PIC S9(5) COMP-3 VALUE 0.
       01  WS-SEG-ID-POS               PIC S9(5) COMP-3 VALUE 0.
       01  WS-THIS-SEG-ID              PIC X(1)  VALUE SPACES.
       01  WS-DIFF-POS                 PIC S9(5) COMP-3 VALUE 0.
       01  WS-WINDOW-START             PIC S9(5) COMP-3 VALUE 0.
       01  WS-WINDOW-LENGTH            PIC S9(5) COMP-3 VALUE 0.
       01  WS-OCC-DISPLAY              PIC 9(2)  VALUE ZEROS.
       01  WS-POS-DISPLAY              PIC 9(4)  VALUE ZEROS.
       01  WS-LABEL-PTR                PIC S9(3) COMP-3 VALUE 0.
       01  WS-FIELD-LABEL              PIC X(40) VALUE SPACES.

      * VALUE FORMATTING. THE FIELD IS COPIED RIGHT-JUSTIFIED INTO A
      * ZERO-FILLED WORK AREA SO ONE NUMERIC VIEW SERVES EVERY
      * PACKED OR ZONED LENGTH IN THE DICTIONARY.
       01  WS-FMT-FIELD                PIC X(3600) VALUE SPACES.
       01  WS-VALUE-TEXT               PIC X(32)  VALUE SPACES.
       01  WS-PACK-AREA                PIC X(9)   VALUE LOW-VALUES.
       01  WS-PACK-NUM REDEFINES WS-PACK-AREA
                                       PIC S9(17) COMP-3.
       01  WS-ZONE-AREA                PIC X(18)  VALUE ZEROS.
       01  WS-ZONE-NUM REDEFINES WS-ZONE-AREA
                                       PIC S9(18).
       01  WS-FMT-INTEGER              PIC S9(18) VALUE 0.
       01  WS-FMT-DECIMAL              PIC S9(13)V9(4) VALUE 0.
       01  WS-EDIT-INTEGER             PIC -(18)9.
       01  WS-EDIT-DEC1                PIC -(13)9.9.
       01  WS-EDIT-DEC2                PIC -(13)9.99.
       01  WS-EDIT-DEC3                PIC -(13)9.999.
       01  WS-EDIT-DEC4                PIC -(13)9.9999.
       01  WS-HEX-DIGITS               PIC X(16)
                                       VALUE '0123456789ABCDEF'.
       01  WS-HEX-IX                   PIC S9(3) COMP-3 VALUE 0.
       01  WS-HEX-PTR                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-HEX-BYTE-VALUE           PIC S9(3) COMP-3 VALUE 0.
       01  WS-HEX-HIGH                 PIC S9(3) COMP-3 VALUE 0.
       01  WS-HEX-LOW                  PIC S9(3) COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC S9(9) COMP-3 VALUE 0.
           05  WS-CARDS-REJECTED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-JRN-ROWS-READ        PIC S9(9) COMP-3 VALUE 0.
           05  WS-ROWS-MATCHED         PIC S9(9) COMP-3 VALUE 0.
           05  WS-MATCH-OVERFLOW       PIC S9(9) COMP-3 VALUE 0.
           05  WS-RECORDS-SHOWN        PIC S9(9) COMP-3 VALUE 0.
           05  WS-CHANGES-PRINTED      PIC S9(9) COMP-3 VALUE 0.

       01  WS-RPT-HEADING1.
           05  FILLER                  PIC X(56) VALUE
               'F5920RQ3 - JOURNAL FIELD-LEVEL CHANGE HISTORY'.
       01  WS-RPT-BLANK-LINE           PIC X(132) VALUE SPACES.
       01  WS-RPT-CARD-REJECT-LINE.
           05  FILLER                  PIC X(11) VALUE 'REJECTED - '.
           05  RPT-CR-REASON           PIC X(28).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-CR-CARD             PIC X(80).
       01  WS-RPT-INQUIRY-LINE.
           05  FILLER                  PIC X(10) VALUE 'INQUIRY   '.
           05  RPT-INQ-TYPE            PIC X(8).
           05  RPT-INQ-KEY             PIC X(33).
           05  FILLER                  PIC X(14) VALUE
               'REQUESTED BY '.
           05  RPT-INQ-REQUESTOR       PIC X(8).
           05  FILLER                  PIC X(16) VALUE
               '  JOURNAL ROWS '.
           05  RPT-INQ-ROWS            PIC ZZZZZZ9.
       01  WS-RPT-RECORD-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE 'RECORD '.
           05  RPT-REC-FILE-ID         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-REC-KEY-TEXT        PIC X(60).
       01  WS-RPT-HEADING2.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'JOB'.
           05  FILLER                  PIC X(16) VALUE 'RUN DATE/TIME'.
           05  FILLER                  PIC X(41) VALUE 'FIELD'.
           05  FILLER                  PIC X(33) VALUE 'OLD VALUE'.
           05  FILLER                  PIC X(9)  VALUE 'NEW VALUE'.
       01  WS-RPT-CHANGE-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RPT-CHG-JOB             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-CHG-RUN-DATE        PIC 9(7).
           05  FILLER                  PIC X(1)  VALUE '/'.
           05  RPT-CHG-RUN-TIME        PIC 9(7).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-CHG-FIELD           PIC X(40).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-CHG-OLD             PIC X(32).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-CHG-NEW             PIC X(32).
       01  WS-RPT-KEY-WORK.
           05  RKW-GROUP-NO            PIC 9(7).
           05  RKW-SUB-DIV             PIC X(4).
           05  RKW-BRANCH              PIC X(4).
           05  RKW-CERT-NO             PIC 9(9).
           05  RKW-PATIENT-NO          PIC 9(3).
           05  RKW-CLAIM-SEQ-NO        PIC 9(5).
           05  RKW-RECORD-TYPE         PIC X(3).
           05  RKW-MAINT-DATE          PIC 9(7).
           05  RKW-ARCHIVE-SEQ         PIC 9(7).
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL           PIC X(44).
           05  RPT-TOT-COUNT           PIC ZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-CARD-COUNT > 0
               PERFORM 2000-BROWSE-JOURNAL
               PERFORM 3000-REPORT-HISTORY
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  JRQ-CARD-FILE
           OPEN INPUT  JRQ-JRN-FILE
           OPEN INPUT  JRQ-HIS-FILE
           OPEN INPUT  JRQ-PAY-FILE
           OPEN INPUT  JRQ-CMA-FILE
           OPEN OUTPUT JRQ-RPT-FILE
           WRITE JRQ-RPT-LINE FROM WS-RPT-HEADING1
           WRITE JRQ-RPT-LINE FROM WS-RPT-BLANK-LINE
           PERFORM VARYING WS-JFD-IX FROM 1 BY 1
                   UNTIL WS-JFD-IX > JFD-ENTRY-COUNT
               IF JFD-FIELD-NAME (WS-JFD-IX) = 'HIST-DSUB-SEG-ID'
                   MOVE JFD-OFFSET (WS-JFD-IX) TO WS-SEG-ID-OFFSET
               END-IF
           END-PERFORM
           READ JRQ-CARD-FILE
               AT END SET WS-END-OF-CARDS TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-CARDS
               PERFORM 1100-LOAD-ONE-CARD
               READ JRQ-CARD-FILE
                   AT END SET WS-END-OF-CARDS TO TRUE
               END-READ
           END-PERFORM
           CLOSE JRQ-CARD-FILE.

       1100-LOAD-ONE-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN JCD-CLAIM-INQUIRY
                   IF JCD-GROUP-NO NOT NUMERIC
                      OR JCD-CERT-NO NOT NUMERIC
                      OR JCD-PATIENT-NO NOT NUMERIC
                      OR JCD-CLAIM-SEQ-NO NOT NUMERIC
                       MOVE 'CLAIM KEY NOT NUMERIC'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN JCD-MEMBER-INQUIRY
                   IF JCD-GROUP-NO NOT NUMERIC
                      OR JCD-CERT-NO NOT NUMERIC
                      OR JCD-PATIENT-NO NOT NUMERIC
                       MOVE 'MEMBER KEY NOT NUMERIC'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN JCD-PAYEE-INQUIRY
                   IF JCD-PAYEE-ID = SPACES
                       MOVE 'PAYEE ID MISSING' TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'TYPE NOT C, M OR P' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              AND WS-CARD-COUNT NOT < WS-MAX-CARDS
               MOVE 'MORE THAN 50 CARDS IN RUN' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CARDS-REJECTED
               MOVE WS-REJECT-REASON TO RPT-CR-REASON
               MOVE JRQ-CARD-REC TO RPT-CR-CARD
               WRITE JRQ-RPT-LINE FROM WS-RPT-CARD-REJECT-LINE
           ELSE
               ADD 1 TO WS-CARD-COUNT
               INITIALIZE WS-CARD-ENTRY (WS-CARD-COUNT)
               MOVE JCD-INQUIRY-TYPE
                   TO CRD-INQUIRY-TYPE (WS-CARD-COUNT)
               MOVE JCD-REQUESTED-BY
                   TO CRD-REQUESTED-BY (WS-CARD-COUNT)
               MOVE JRQ-CARD-REC (1:33)
                   TO CRD-CARD-IMAGE (WS-CARD-COUNT)
               IF JCD-PAYEE-INQUIRY
                   MOVE JCD-PAYEE-ID TO CRD-PAYEE-ID (WS-CARD-COUNT)
               ELSE
                   MOVE JCD-GROUP-NO TO CRD-GROUP-NO (WS-CARD-COUNT)
                   MOVE JCD-SUB-DIV TO CRD-SUB-DIV (WS-CARD-COUNT)
                   MOVE JCD-BRANCH TO CRD-BRANCH (WS-CARD-COUNT)
                   MOVE JCD-CERT-NO TO CRD-CERT-NO (WS-CARD-COUNT)
                   MOVE JCD-PATIENT-NO
                       TO CRD-PATIENT-NO (WS-CARD-COUNT)
                   IF JCD-CLAIM-INQUIRY
                       MOVE JCD-CLAIM-SEQ-NO
                           TO CRD-CLAIM-SEQ-NO (WS-CARD-COUNT)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * ONE PASS OF THE WHOLE JOURNAL, MATCHING EVERY ROW AGAINST     *
      * EVERY CARD.                                                   *
      *****************************************************************
       2000-BROWSE-JOURNAL.
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE LOW-VALUES TO JRN-JOURNAL-KEY OF JRQ-JRN-REC
           START JRQ-JRN-FILE
               KEY IS NOT LESS THAN JRN-JOURNAL-KEY OF JRQ-JRN-REC
               INVALID KEY
                   SET WS-END-OF-BROWSE TO TRUE
           END-START
           IF WS-JRN-STATUS NOT = '00'
               SET WS-END-OF-BROWSE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-BROWSE
               READ JRQ-JRN-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-BROWSE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRN-ROWS-READ
                       PERFORM 2100-MATCH-JOURNAL-ROW
               END-READ
               IF WS-JRN-STATUS NOT = '00'
                   SET WS-END-OF-BROWSE TO TRUE
               END-IF
           END-PERFORM.

       2100-MATCH-JOURNAL-ROW.
           MOVE SPACES TO WS-NEW-MATCH
           MOVE JRN-JOB-NAME OF JRQ-JRN-REC TO NMT-JOB-NAME
           MOVE JRN-ACTION OF JRQ-JRN-REC TO NMT-ACTION
           MOVE JRN-RUN-DATE OF JRQ-JRN-REC TO NMT-RUN-DATE
           MOVE JRN-RUN-TIME OF JRQ-JRN-REC TO NMT-RUN-TIME
           MOVE JRN-SEQ OF JRQ-JRN-REC TO NMT-SEQ
           EVALUATE TRUE
               WHEN JRN-FILE-HIS OF JRQ-JRN-REC
                   SET NMT-FILE-HIS TO TRUE
                   MOVE JRN-RECORD-IMAGE OF JRQ-JRN-REC
                           (1:LENGTH OF WS-IMG-HIS-KEY)
                       TO WS-IMG-HIS-KEY
                   MOVE WS-IMG-HIS-KEY TO NMT-REC-KEY
               WHEN JRN-FILE-PAY OF JRQ-JRN-REC
                   SET NMT-FILE-PAY TO TRUE
                   MOVE JRN-RECORD-IMAGE OF JRQ-JRN-REC
                           (1:LENGTH OF PAYEE-ID OF JRQ-PAY-REC)
                       TO NMT-REC-KEY
               WHEN JRN-FILE-CMA OF JRQ-JRN-REC
                   SET NMT-FILE-CMA TO TRUE
                   MOVE JRN-RECORD-IMAGE OF JRQ-JRN-REC
                           (1:LENGTH OF WS-IMG-CMA)
                       TO WS-IMG-CMA
                   MOVE CMA-ARCHIVE-KEY OF WS-IMG-CMA TO NMT-REC-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NMT-FILE-CODE NOT = SPACE
               PERFORM VARYING WS-CARD-IX FROM 1 BY 1
                       UNTIL WS-CARD-IX > WS-CARD-COUNT
                   PERFORM 2150-TEST-CARD-MATCH
               END-PERFORM
           END-IF.

       2150-TEST-CARD-MATCH.
           EVALUATE TRUE
               WHEN NMT-FILE-PAY
                   IF CRD-INQUIRY-TYPE (WS-CARD-IX) = 'P'
                      AND CRD-PAYEE-ID (WS-CARD-IX) = NMT-REC-KEY (1:10)
                       PERFORM 2200-FILE-MATCH
                   END-IF
               WHEN NMT-FILE-CMA
                   IF CRD-INQUIRY-TYPE (WS-CARD-IX) = 'M'
                      AND CRD-GROUP-NO (WS-CARD-IX)
                          = CMA-GROUP-NO OF WS-IMG-CMA
                      AND CRD-SUB-DIV (WS-CARD-IX)
                          = CMA-SUB-DIV OF WS-IMG-CMA
                      AND CRD-BRANCH (WS-CARD-IX)
                          = CMA-BRANCH OF WS-IMG-CMA
                      AND CRD-CERT-NO (WS-CARD-IX)
                          = CMA-CERT-NO OF WS-IMG-CMA
                      AND CRD-PATIENT-NO (WS-CARD-IX)
                          = CMA-PATIENT-NO OF WS-IMG-CMA
                       PERFORM 2200-FILE-MATCH
                   END-IF
               WHEN NMT-FILE-HIS
                   IF (CRD-INQUIRY-TYPE (WS-CARD-IX) = 'M'
                       OR (CRD-INQUIRY-TYPE (WS-CARD-IX) = 'C'
                           AND CRD-CLAIM-SEQ-NO (WS-CARD-IX)
                               = HIS-CLAIM-SEQ-NO OF WS-IMG-HIS-KEY))
                      AND CRD-GROUP-NO (WS-CARD-IX)
                          = HIS-GROUP-NO OF WS-IMG-HIS-KEY
                      AND CRD-SUB-DIV (WS-CARD-IX)
                          = HIS-SUB-DIV OF WS-IMG-HIS-KEY
                      AND CRD-BRANCH (WS-CARD-IX)
                          = HIS-BRANCH OF WS-IMG-HIS-KEY
                      AND CRD-CERT-NO (WS-CARD-IX)
                          = HIS-CERT-NO OF WS-IMG-HIS-KEY
                      AND CRD-PATIENT-NO (WS-CARD-IX)
                          = HIS-PATIENT-NO OF WS-IMG-HIS-KEY
                       PERFORM 2200-FILE-MATCH
                   END-IF
           END-EVALUATE.

      * INSERTS THE MATCH IN SORT-KEY ORDER.
       2200-FILE-MATCH.
           ADD 1 TO WS-ROWS-MATCHED
           ADD 1 TO CRD-ROWS-FOUND (WS-CARD-IX)
           MOVE WS-CARD-IX TO NMT-CARD-IX
           IF WS-MATCH-COUNT NOT < WS-MAX-MATCHES
               ADD 1 TO WS-MATCH-OVERFLOW
           ELSE
               PERFORM VARYING WS-MATCH-IX FROM 1 BY 1
                       UNTIL WS-MATCH-IX > WS-MATCH-COUNT
                          OR MT-SORT-KEY (WS-MATCH-IX) > NMT-SORT-KEY
                   CONTINUE
               END-PERFORM
               MOVE WS-MATCH-IX TO WS-THIS-MATCH
               PERFORM VARYING WS-MATCH-IX FROM WS-MATCH-COUNT
                       BY -1 UNTIL WS-MATCH-IX < WS-THIS-MATCH
                   MOVE WS-MATCH-ENTRY (WS-MATCH-IX)
                       TO WS-MATCH-ENTRY (WS-MATCH-IX + 1)
               END-PERFORM
               ADD 1 TO WS-MATCH-COUNT
               MOVE WS-NEW-MATCH TO WS-MATCH-ENTRY (WS-THIS-MATCH)
           END-IF.

      *****************************************************************
      * PRINT EACH CARD'S RECORDS AND THEIR CHANGES IN ORDER.          *
      *****************************************************************
       3000-REPORT-HISTORY.
           MOVE 1 TO WS-THIS-MATCH
           PERFORM VARYING WS-CARD-IX FROM 1 BY 1
                   UNTIL WS-CARD-IX > WS-CARD-COUNT
               PERFORM 3100-REPORT-ONE-CARD
           END-PERFORM.

       3100-REPORT-ONE-CARD.
           WRITE JRQ-RPT-LINE FROM WS-RPT-BLANK-LINE
           EVALUATE CRD-INQUIRY-TYPE (WS-CARD-IX)
               WHEN 'C'
                   MOVE 'CLAIM' TO RPT-INQ-TYPE
               WHEN 'M'
                   MOVE 'MEMBER' TO RPT-INQ-TYPE
               WHEN OTHER
                   MOVE 'PAYEE' TO RPT-INQ-TYPE
           END-EVALUATE
           MOVE CRD-CARD-IMAGE (WS-CARD-IX) (2:32) TO RPT-INQ-KEY
           MOVE CRD-REQUESTED-BY (WS-CARD-IX) TO RPT-INQ-REQUESTOR
           MOVE CRD-ROWS-FOUND (WS-CARD-IX) TO RPT-INQ-ROWS
           WRITE JRQ-RPT-LINE FROM WS-RPT-INQUIRY-LINE
           IF CRD-ROWS-FOUND (WS-CARD-IX) = 0
               MOVE SPACES TO WS-RPT-CHANGE-LINE
               MOVE 'NO JOURNAL ROWS FOUND' TO RPT-CHG-FIELD
               WRITE JRQ-RPT-LINE FROM WS-RPT-CHANGE-LINE
           ELSE
               WRITE JRQ-RPT-LINE FROM WS-RPT-HEADING2
           END-IF
           MOVE SPACES TO WS-LAST-REC-SHOWN
           PERFORM UNTIL WS-THIS-MATCH > WS-MATCH-COUNT
                      OR MT-CARD-IX (WS-THIS-MATCH) NOT = WS-CARD-IX
               PERFORM 3200-REPORT-ONE-ROW
               ADD 1 TO WS-THIS-MATCH
           END-PERFORM.

       3200-REPORT-ONE-ROW.
           IF MT-FILE-CODE (WS-THIS-MATCH) NOT = WS-LAST-REC-SHOWN (1:1)
              OR MT-REC-KEY (WS-THIS-MATCH)
                 NOT = WS-LAST-REC-SHOWN (2:29)
               PERFORM 3250-PRINT-RECORD-HEADER
           END-IF
           MOVE SPACES TO WS-RPT-CHANGE-LINE
           MOVE MT-JOB-NAME (WS-THIS-MATCH) TO RPT-CHG-JOB
           MOVE MT-RUN-DATE (WS-THIS-MATCH) TO RPT-CHG-RUN-DATE
           MOVE MT-RUN-TIME (WS-THIS-MATCH) TO RPT-CHG-RUN-TIME
           MOVE WS-THIS-MATCH TO WS-MATCH-IX
           PERFORM 3300-READ-MATCHED-ROW
           IF WS-JRN-STATUS NOT = '00'
               MOVE '** JOURNAL ROW NO LONGER READABLE'
                   TO RPT-CHG-FIELD
               WRITE JRQ-RPT-LINE FROM WS-RPT-CHANGE-LINE
           ELSE
               MOVE LOW-VALUES TO WS-OLD-IMAGE
               MOVE JRN-RECORD-IMAGE OF JRQ-JRN-REC
                       (1:JRN-IMAGE-LENGTH OF JRQ-JRN-REC)
                   TO WS-OLD-IMAGE
                       (1:JRN-IMAGE-LENGTH OF JRQ-JRN-REC)
               EVALUATE MT-ACTION (WS-THIS-MATCH)
                   WHEN 'A'
                       MOVE '** RECORD ADDED' TO RPT-CHG-FIELD
                       WRITE JRQ-RPT-LINE FROM WS-RPT-CHANGE-LINE
                   WHEN 'D'
                       MOVE '** RECORD DELETED' TO RPT-CHG-FIELD
                       WRITE JRQ-RPT-LINE FROM WS-RPT-CHANGE-LINE
                   WHEN OTHER
                       PERFORM 3400-GET-AFTER-IMAGE
                       IF WS-AFTER-FOUND
                           PERFORM 4000-COMPARE-IMAGES
                       ELSE
                           MOVE '** NO LATER IMAGE - NOT ON LIVE FILE'
                               TO RPT-CHG-FIELD
                           WRITE JRQ-RPT-LINE FROM WS-RPT-CHANGE-LINE
                       END-IF
               END-EVALUATE
           END-IF.

       3250-PRINT-RECORD-HEADER.
           ADD 1 TO WS-RECORDS-SHOWN
           MOVE MT-FILE-CODE (WS-THIS-MATCH) TO WS-LAST-REC-SHOWN (1:1)
           MOVE MT-REC-KEY (WS-THIS-MATCH) TO WS-LAST-REC-SHOWN (2:29)
           MOVE SPACES TO RPT-REC-KEY-TEXT
           EVALUATE MT-FILE-CODE (WS-THIS-MATCH)
               WHEN 'H'
                   MOVE 'F5750HIS' TO RPT-REC-FILE-ID
                   MOVE MT-REC-KEY (WS-THIS-MATCH) TO WS-IMG-HIS-KEY
                   MOVE HIS-GROUP-NO OF WS-IMG-HIS-KEY TO RKW-GROUP-NO
                   MOVE HIS-SUB-DIV OF WS-IMG-HIS-KEY TO RKW-SUB-DIV
                   MOVE HIS-BRANCH OF WS-IMG-HIS-KEY TO RKW-BRANCH
                   MOVE HIS-CERT-NO OF WS-IMG-HIS-KEY TO RKW-CERT-NO
                   MOVE HIS-PATIENT-NO OF WS-IMG-HIS-KEY
                       TO RKW-PATIENT-NO
                   MOVE HIS-CLAIM-SEQ-NO OF WS-IMG-HIS-KEY
                       TO RKW-CLAIM-SEQ-NO
                   MOVE HIS-RECORD-TYPE OF WS-IMG-HIS-KEY
                       TO RKW-RECORD-TYPE
                   MOVE HIS-LAST-MAINT-DATE OF WS-IMG-HIS-KEY
                       TO RKW-MAINT-DATE
                   STRING RKW-GROUP-NO ' ' RKW-SUB-DIV ' '
                          RKW-BRANCH ' ' RKW-CERT-NO ' '
                          RKW-PATIENT-NO ' ' RKW-CLAIM-SEQ-NO
                          '  TYPE ' RKW-RECORD-TYPE
                          '  MAINT ' RKW-MAINT-DATE
                       DELIMITED BY SIZE INTO RPT-REC-KEY-TEXT
               WHEN 'P'
                   MOVE 'F5750PAY' TO RPT-REC-FILE-ID
                   STRING 'PAYEE ' MT-REC-KEY (WS-THIS-MATCH) (1:10)
                       DELIMITED BY SIZE INTO RPT-REC-KEY-TEXT
               WHEN OTHER
                   MOVE 'F5750CMA' TO RPT-REC-FILE-ID
                   MOVE MT-REC-KEY (WS-THIS-MATCH)
                       TO CMA-ARCHIVE-KEY OF WS-IMG-CMA
                   MOVE CMA-GROUP-NO OF WS-IMG-CMA TO RKW-GROUP-NO
                   MOVE CMA-SUB-DIV OF WS-IMG-CMA TO RKW-SUB-DIV
                   MOVE CMA-BRANCH OF WS-IMG-CMA TO RKW-BRANCH
                   MOVE CMA-CERT-NO OF WS-IMG-CMA TO RKW-CERT-NO
                   MOVE CMA-PATIENT-NO OF WS-IMG-CMA TO RKW-PATIENT-NO
                   MOVE CMA-ARCHIVE-SEQ OF WS-IMG-CMA
                       TO RKW-ARCHIVE-SEQ
                   STRING RKW-GROUP-NO ' ' RKW-SUB-DIV ' '
                          RKW-BRANCH ' ' RKW-CERT-NO ' '
                          RKW-PATIENT-NO '  ARCHIVE SEQ '
                          RKW-ARCHIVE-SEQ
                       DELIMITED BY SIZE INTO RPT-REC-KEY-TEXT
           END-EVALUATE
           WRITE JRQ-RPT-LINE FROM WS-RPT-RECORD-LINE.

      * READS THE JOURNAL ROW FOR MATCH ENTRY WS-MATCH-IX.
       3300-READ-MATCHED-ROW.
           MOVE MT-JOB-NAME (WS-MATCH-IX)
               TO JRN-JOB-NAME OF JRQ-JRN-REC
           MOVE MT-RUN-DATE (WS-MATCH-IX)
               TO JRN-RUN-DATE OF JRQ-JRN-REC
           MOVE MT-RUN-TIME (WS-MATCH-IX)
               TO JRN-RUN-TIME OF JRQ-JRN-REC
           MOVE MT-SEQ (WS-MATCH-IX) TO JRN-SEQ OF JRQ-JRN-REC
           READ JRQ-JRN-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      * THE RECORD AFTER A REWRITE IS THE NEXT JOURNAL IMAGE OF THE
      * SAME RECORD WHEN THERE IS ONE (A LATER REWRITE OR DELETE
      * SAVED IT AS ITS BEFORE-IMAGE); OTHERWISE IT IS THE RECORD ON
      * THE LIVE FILE NOW.
       3400-GET-AFTER-IMAGE.
           MOVE 'N' TO WS-AFTER-FOUND-SW
           MOVE LOW-VALUES TO WS-NEW-IMAGE
           COMPUTE WS-NEXT-MATCH = WS-THIS-MATCH + 1
           IF WS-NEXT-MATCH NOT > WS-MATCH-COUNT
              AND MT-CARD-IX (WS-NEXT-MATCH) = WS-CARD-IX
              AND MT-FILE-CODE (WS-NEXT-MATCH)
                  = MT-FILE-CODE (WS-THIS-MATCH)
              AND MT-REC-KEY (WS-NEXT-MATCH)
                  = MT-REC-KEY (WS-THIS-MATCH)
              AND MT-ACTION (WS-NEXT-MATCH) NOT = 'A'
               MOVE WS-NEXT-MATCH TO WS-MATCH-IX
               PERFORM 3300-READ-MATCHED-ROW
               IF WS-JRN-STATUS = '00'
                   SET WS-AFTER-FOUND TO TRUE
                   MOVE JRN-RECORD-IMAGE OF JRQ-JRN-REC
                           (1:JRN-IMAGE-LENGTH OF JRQ-JRN-REC)
                       TO WS-NEW-IMAGE
                           (1:JRN-IMAGE-LENGTH OF JRQ-JRN-REC)
               END-IF
           ELSE
               PERFORM 3500-READ-LIVE-RECORD
           END-IF.

       3500-READ-LIVE-RECORD.
           EVALUATE MT-FILE-CODE (WS-THIS-MATCH)
               WHEN 'H'
                   MOVE MT-REC-KEY (WS-THIS-MATCH)
                       TO HIS-COMMON-KEY OF JRQ-HIS-REC
                   READ JRQ-HIS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-AFTER-FOUND TO TRUE
                           MOVE JRQ-HIS-REC TO WS-NEW-IMAGE
                   END-READ
               WHEN 'P'
                   MOVE MT-REC-KEY (WS-THIS-MATCH) (1:10)
                       TO PAYEE-ID OF JRQ-PAY-REC
                   READ JRQ-PAY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-AFTER-FOUND TO TRUE
                           MOVE JRQ-PAY-REC TO WS-NEW-IMAGE
                   END-READ
               WHEN OTHER
                   MOVE MT-REC-KEY (WS-THIS-MATCH)
                       TO CMA-ARCHIVE-KEY OF JRQ-CMA-REC
                   READ JRQ-CMA-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-AFTER-FOUND TO TRUE
                           MOVE JRQ-CMA-REC TO WS-NEW-IMAGE
                   END-READ
           END-EVALUATE.

      *****************************************************************
      * FIELD-BY-FIELD COMPARISON OF WS-OLD-IMAGE WITH WS-NEW-IMAGE   *
      * THROUGH THE F5750JFD DICTIONARY.                              *
      *****************************************************************
       4000-COMPARE-IMAGES.
           MOVE 0 TO WS-FIELDS-CHANGED
           EVALUATE MT-FILE-CODE (WS-THIS-MATCH)
               WHEN 'H'
                   MOVE WS-NEW-IMAGE (LENGTH OF WS-IMG-HIS-KEY - 6:3)
                       TO WS-REC-ID
               WHEN 'P'
                   MOVE 'PAY' TO WS-REC-ID
               WHEN OTHER
                   MOVE 'CMA' TO WS-REC-ID
           END-EVALUATE
           IF WS-OLD-IMAGE = WS-NEW-IMAGE
               MOVE '** NO FIELD CHANGED' TO RPT-CHG-FIELD
               WRITE JRQ-RPT-LINE FROM WS-RPT-CHANGE-LINE
           ELSE
               PERFORM VARYING WS-JFD-IX FROM 1 BY 1
                       UNTIL WS-JFD-IX > JFD-ENTRY-COUNT
                   IF JFD-REC-ID (WS-JFD-IX) = WS-REC-ID
                      OR (JFD-REC-ID (WS-JFD-IX) = 'HIS'
                          AND MT-FILE-CODE (WS-THIS-MATCH) = 'H')
                       PERFORM 4100-COMPARE-ONE-FIELD
                   END-IF
               END-PERFORM
               IF WS-FIELDS-CHANGED = 0
                   MOVE '** CHANGE IN FILLER/UNNAMED AREA ONLY'
                       TO RPT-CHG-FIELD
                   WRITE JRQ-RPT-LINE FROM WS-RPT-CHANGE-LINE
               END-IF
           END-IF.

       4100-COMPARE-ONE-FIELD.
           PERFORM VARYING WS-OCC1-IX FROM 1 BY 1
                   UNTIL WS-OCC1-IX > JFD-OCC1 (WS-JFD-IX)
               PERFORM 4150-CHECK-SEGMENT-VIEW
               IF WS-VIEW-APPLIES
                   PERFORM VARYING WS-OCC2-IX FROM 1 BY 1
                           UNTIL WS-OCC2-IX > JFD-OCC2 (WS-JFD-IX)
                       COMPUTE WS-FLD-OFFSET =
                           JFD-OFFSET (WS-JFD-IX)
                           + (WS-OCC1-IX - 1) * JFD-STRIDE1 (WS-JFD-IX)
                           + (WS-OCC2-IX - 1) * JFD-STRIDE2 (WS-JFD-IX)
                       MOVE JFD-LENGTH (WS-JFD-IX) TO WS-FLD-LENGTH
                       IF WS-OLD-IMAGE (WS-FLD-OFFSET:WS-FLD-LENGTH)
                          NOT = WS-NEW-IMAGE
                                    (WS-FLD-OFFSET:WS-FLD-LENGTH)
                           PERFORM 4200-PRINT-FIELD-CHANGE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * A HIST040 SEGMENT FIELD APPLIES ONLY UNDER THE VIEW ITS
      * SEGMENT'S HIST-DSUB-SEG-ID SELECTS (THE NEW IMAGE DECIDES).
       4150-CHECK-SEGMENT-VIEW.
           SET WS-VIEW-APPLIES TO TRUE
           IF JFD-VIEW (WS-JFD-IX) NOT = SPACE
               COMPUTE WS-SEG-ID-POS = WS-SEG-ID-OFFSET
                   + (WS-OCC1-IX - 1) * JFD-STRIDE1 (WS-JFD-IX)
               MOVE WS-NEW-IMAGE (WS-SEG-ID-POS:1) TO WS-THIS-SEG-ID
               EVALUATE TRUE
                   WHEN JFD-VIEW (WS-JFD-IX) = 'C'
                       IF WS-THIS-SEG-ID = 'P' OR 'T' OR 'A'
                           MOVE 'N' TO WS-VIEW-APPLIES-SW
                       END-IF
                   WHEN JFD-VIEW (WS-JFD-IX) NOT = WS-THIS-SEG-ID
                       MOVE 'N' TO WS-VIEW-APPLIES-SW
               END-EVALUATE
           END-IF.

       4200-PRINT-FIELD-CHANGE.
           ADD 1 TO WS-FIELDS-CHANGED
           ADD 1 TO WS-CHANGES-PRINTED
           MOVE SPACES TO WS-FIELD-LABEL
           MOVE 1 TO WS-LABEL-PTR
           STRING JFD-FIELD-NAME (WS-JFD-IX) DELIMITED BY SPACE
               INTO WS-FIELD-LABEL WITH POINTER WS-LABEL-PTR
           IF JFD-OCC1 (WS-JFD-IX) > 1
               MOVE WS-OCC1-IX TO WS-OCC-DISPLAY
               STRING '(' WS-OCC-DISPLAY DELIMITED BY SIZE
                   INTO WS-FIELD-LABEL WITH POINTER WS-LABEL-PTR
               IF JFD-OCC2 (WS-JFD-IX) > 1
                   MOVE WS-OCC2-IX TO WS-OCC-DISPLAY
                   STRING ',' WS-OCC-DISPLAY DELIMITED BY SIZE
                       INTO WS-FIELD-LABEL WITH POINTER WS-LABEL-PTR
               END-IF
               STRING ')' DELIMITED BY SIZE
                   INTO WS-FIELD-LABEL WITH POINTER WS-LABEL-PTR
           END-IF
      * A LONG CHARACTER FIELD IS SHOWN FROM ITS FIRST CHANGED BYTE
      * WHEN THAT BYTE FALLS BEYOND THE PRINTED WIDTH.
           MOVE 1 TO WS-WINDOW-START
           MOVE WS-FLD-LENGTH TO WS-WINDOW-LENGTH
           IF JFD-CHARACTER (WS-JFD-IX)
               AND WS-FLD-LENGTH > LENGTH OF WS-VALUE-TEXT
               MOVE 1 TO WS-DIFF-POS
               PERFORM UNTIL WS-DIFF-POS NOT < WS-FLD-LENGTH
                  OR WS-OLD-IMAGE (WS-FLD-OFFSET + WS-DIFF-POS - 1:1)
                     NOT = WS-NEW-IMAGE
                                (WS-FLD-OFFSET + WS-DIFF-POS - 1:1)
                   ADD 1 TO WS-DIFF-POS
               END-PERFORM
               IF WS-DIFF-POS > LENGTH OF WS-VALUE-TEXT
                   MOVE WS-DIFF-POS TO WS-WINDOW-START
                   MOVE WS-DIFF-POS TO WS-POS-DISPLAY
                   STRING ' AT BYTE ' WS-POS-DISPLAY DELIMITED BY SIZE
                       INTO WS-FIELD-LABEL WITH POINTER WS-LABEL-PTR
               END-IF
               COMPUTE WS-WINDOW-LENGTH =
                   WS-FLD-LENGTH - WS-WINDOW-START + 1
               IF WS-WINDOW-LENGTH > LENGTH OF WS-VALUE-TEXT
                   MOVE LENGTH OF WS-VALUE-TEXT TO WS-WINDOW-LENGTH
               END-IF
           END-IF
           MOVE WS-FIELD-LABEL TO RPT-CHG-FIELD
           MOVE SPACES TO WS-FMT-FIELD
           MOVE WS-OLD-IMAGE (WS-FLD-OFFSET:WS-FLD-LENGTH)
               TO WS-FMT-FIELD (1:WS-FLD-LENGTH)
           PERFORM 4300-FORMAT-VALUE
           MOVE WS-VALUE-TEXT TO RPT-CHG-OLD
           MOVE SPACES TO WS-FMT-FIELD
           MOVE WS-NEW-IMAGE (WS-FLD-OFFSET:WS-FLD-LENGTH)
               TO WS-FMT-FIELD (1:WS-FLD-LENGTH)
           PERFORM 4300-FORMAT-VALUE
           MOVE WS-VALUE-TEXT TO RPT-CHG-NEW
           WRITE JRQ-RPT-LINE FROM WS-RPT-CHANGE-LINE.

      * FORMATS WS-FMT-FIELD (1:WS-FLD-LENGTH) FOR PRINTING: TEXT AS
      * IS, NUMBERS EDITED TO THEIR DECIMAL PLACES, AND A NUMERIC
      * FIELD HOLDING INVALID DATA IN HEX.
       4300-FORMAT-VALUE.
           MOVE SPACES TO WS-VALUE-TEXT
           EVALUATE TRUE
               WHEN JFD-PACKED (WS-JFD-IX)
                   MOVE LOW-VALUES TO WS-PACK-AREA
                   MOVE WS-FMT-FIELD (1:WS-FLD-LENGTH)
                       TO WS-PACK-AREA
                           (LENGTH OF WS-PACK-AREA - WS-FLD-LENGTH
                            + 1:WS-FLD-LENGTH)
                   IF WS-PACK-NUM NUMERIC
                       MOVE WS-PACK-NUM TO WS-FMT-INTEGER
                       PERFORM 4350-EDIT-NUMBER
                   ELSE
                       PERFORM 4400-FORMAT-HEX
                   END-IF
               WHEN JFD-ZONED (WS-JFD-IX)
                   MOVE ZEROS TO WS-ZONE-AREA
                   MOVE WS-FMT-FIELD (1:WS-FLD-LENGTH)
                       TO WS-ZONE-AREA
                           (LENGTH OF WS-ZONE-AREA - WS-FLD-LENGTH
                            + 1:WS-FLD-LENGTH)
                   IF WS-ZONE-NUM NUMERIC
                       MOVE WS-ZONE-NUM TO WS-FMT-INTEGER
                       PERFORM 4350-EDIT-NUMBER
                   ELSE
                       PERFORM 4400-FORMAT-HEX
                   END-IF
               WHEN OTHER
                   MOVE WS-FMT-FIELD (WS-WINDOW-START:WS-WINDOW-LENGTH)
                       TO WS-VALUE-TEXT
           END-EVALUATE.

      * WS-FMT-INTEGER HOLDS THE UNSCALED DIGITS; THE DICTIONARY
      * SCALE PLACES THE DECIMAL POINT.
       4350-EDIT-NUMBER.
           EVALUATE JFD-SCALE (WS-JFD-IX)
               WHEN 0
                   MOVE WS-FMT-INTEGER TO WS-EDIT-INTEGER
                   MOVE WS-EDIT-INTEGER TO WS-VALUE-TEXT
               WHEN 1
                   COMPUTE WS-FMT-DECIMAL = WS-FMT-INTEGER / 10
                   MOVE WS-FMT-DECIMAL TO WS-EDIT-DEC1
                   MOVE WS-EDIT-DEC1 TO WS-VALUE-TEXT
               WHEN 2
                   COMPUTE WS-FMT-DECIMAL = WS-FMT-INTEGER / 100
                   MOVE WS-FMT-DECIMAL TO WS-EDIT-DEC2
                   MOVE WS-EDIT-DEC2 TO WS-VALUE-TEXT
               WHEN 3
                   COMPUTE WS-FMT-DECIMAL = WS-FMT-INTEGER / 1000
                   MOVE WS-FMT-DECIMAL TO WS-EDIT-DEC3
                   MOVE WS-EDIT-DEC3 TO WS-VALUE-TEXT
               WHEN OTHER
                   COMPUTE WS-FMT-DECIMAL = WS-FMT-INTEGER / 10000
                   MOVE WS-FMT-DECIMAL TO WS-EDIT-DEC4
                   MOVE WS-EDIT-DEC4 TO WS-VALUE-TEXT
           END-EVALUATE.

      * X'...' FORM OF THE FIELD, AS MANY BYTES AS FIT THE COLUMN.
       4400-FORMAT-HEX.
           MOVE 1 TO WS-HEX-PTR
           STRING 'X''' DELIMITED BY SIZE
               INTO WS-VALUE-TEXT WITH POINTER WS-HEX-PTR
           PERFORM VARYING WS-HEX-IX FROM 1 BY 1
                   UNTIL WS-HEX-IX > WS-FLD-LENGTH
                      OR WS-HEX-PTR > LENGTH OF WS-VALUE-TEXT - 2
               COMPUTE WS-HEX-BYTE-VALUE =
                   FUNCTION ORD (WS-FMT-FIELD (WS-HEX-IX:1)) - 1
               DIVIDE WS-HEX-BYTE-VALUE BY 16
                   GIVING WS-HEX-HIGH REMAINDER WS-HEX-LOW
               STRING WS-HEX-DIGITS (WS-HEX-HIGH + 1:1)
                      WS-HEX-DIGITS (WS-HEX-LOW + 1:1)
                   DELIMITED BY SIZE
                   INTO WS-VALUE-TEXT WITH POINTER WS-HEX-PTR
           END-PERFORM
           STRING '''' DELIMITED BY SIZE
               INTO WS-VALUE-TEXT WITH POINTER WS-HEX-PTR.

       8000-TERMINATE.
           WRITE JRQ-RPT-LINE FROM WS-RPT-BLANK-LINE
           MOVE 'REQUEST CARDS READ' TO RPT-TOT-LABEL
           MOVE WS-CARDS-READ TO RPT-TOT-COUNT
           WRITE JRQ-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'REQUEST CARDS REJECTED' TO RPT-TOT-LABEL
           MOVE WS-CARDS-REJECTED TO RPT-TOT-COUNT
           WRITE JRQ-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'JOURNAL ROWS READ' TO RPT-TOT-LABEL
           MOVE WS-JRN-ROWS-READ TO RPT-TOT-COUNT
           WRITE JRQ-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'JOURNAL ROWS MATCHED' TO RPT-TOT-LABEL
           MOVE WS-ROWS-MATCHED TO RPT-TOT-COUNT
           WRITE JRQ-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'ROWS NOT SHOWN - TABLE FULL (3000)' TO RPT-TOT-LABEL
           MOVE WS-MATCH-OVERFLOW TO RPT-TOT-COUNT
           WRITE JRQ-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'RECORDS SHOWN' TO RPT-TOT-LABEL
           MOVE WS-RECORDS-SHOWN TO RPT-TOT-COUNT
           WRITE JRQ-RPT-LINE FROM WS-RPT-TOTAL-LINE
           MOVE 'FIELD CHANGES PRINTED' TO RPT-TOT-LABEL
           MOVE WS-CHANGES-PRINTED TO RPT-TOT-COUNT
           WRITE JRQ-RPT-LINE FROM WS-RPT-TOTAL-LINE
           DISPLAY 'F5920RQ3 CARDS READ       = ' WS-CARDS-READ
           DISPLAY 'F5920RQ3 CARDS REJECTED   = ' WS-CARDS-REJECTED
           DISPLAY 'F5920RQ3 JOURNAL READ     = ' WS-JRN-ROWS-READ
           DISPLAY 'F5920RQ3 ROWS MATCHED     = ' WS-ROWS-MATCHED
           DISPLAY 'F5920RQ3 CHANGES PRINTED  = ' WS-CHANGES-PRINTED
           IF WS-CARDS-REJECTED > 0 OR WS-MATCH-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE JRQ-JRN-FILE
           CLOSE JRQ-HIS-FILE
           CLOSE JRQ-PAY-FILE
           CLOSE JRQ-CMA-FILE
           CLOSE JRQ-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RQ3' TO RUN-JOB-NAME
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
           MOVE WS-CARDS-READ TO RUN-CTR-VALUE (1)
           MOVE 'REJECTED' TO RUN-CTR-LABEL (2)
           MOVE WS-CARDS-REJECTED TO RUN-CTR-VALUE (2)
           MOVE 'JRN READ' TO RUN-CTR-LABEL (3)
           MOVE WS-JRN-ROWS-READ TO RUN-CTR-VALUE (3)
           MOVE 'JRN MATCHED' TO RUN-CTR-LABEL (4)
           MOVE WS-ROWS-MATCHED TO RUN-CTR-VALUE (4)
           MOVE 'RECORDS' TO RUN-CTR-LABEL (5)
           MOVE WS-RECORDS-SHOWN TO RUN-CTR-VALUE (5)
           MOVE 'CHANGES' TO RUN-CTR-LABEL (6)
           MOVE WS-CHANGES-PRINTED TO RUN-CTR-VALUE (6)
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
