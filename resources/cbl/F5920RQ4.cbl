      ****************************************************************
      * PROGRAM F5920RQ4 - F5750HIS STRUCTURAL INTEGRITY SWEEP       *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750024/   *
      *                    F5750025/F5750040                         *
      *                                                               *
      * WEEKLY VALIDATION OF THE LIVE HISTORY CLUSTER. EVERY RECORD  *
      * IS BROWSED IN KEY ORDER AND CHECKED AGAINST ITS COPYBOOK SO  *
      * BAD DATA IS FOUND AND FIXED BEFORE A PRODUCTION JOB TRIPS    *
      * OVER IT. NOTHING IS UPDATED.                                 *
      *                                                               *
      * RECORD CHECKS:                                               *
      *   ALL  - THE PACKED FIELDS OF THE F5750HIS COMMON KEY ARE    *
      *          VALID; HIS-RECORD-TYPE IS NUMERIC. TYPES OTHER THAN *
      *          024/025/040 ARE COUNTED BUT NOT CHECKED FURTHER.    *
      *   040  - HIST-DSUB-SEG-COUNT IS 0-53 AND EQUALS THE SEGMENTS *
      *          IN USE, WHICH RUN UNBROKEN FROM OCCURRENCE 1 (A     *
      *          SEGMENT IS UNUSED WHEN IT IS ALL SPACES OR ALL LOW- *
      *          VALUES); EVERY SEGMENT IN USE HAS A KNOWN HIST-DSUB-*
      *          SEG-ID ('P', 'T', 'A' OR A CHARGE-SEGMENT ID FROM   *
      *          SYSIN); AND EVERY PACKED FIELD OF THE FIXED AREA,   *
      *          AND OF EACH SEGMENT IN USE UNDER THE LAYOUT ITS     *
      *          SEG-ID SELECTS, IS VALID.                           *
      *   024  - PC-NBR-CHGS IS 0-90 AND EQUALS THE PC-CHG-HIST      *
      *          ENTRIES OCCUPIED, WHICH RUN UNBROKEN FROM ENTRY 1;  *
      *          THE PACKED FIELDS OF THE RECORD AND OF EACH         *
      *          OCCUPIED ENTRY ARE VALID.                           *
      *   025  - HIST-PAT-DCOV-NUMBER IS 0-5 AND EQUALS THE COVERAGE *
      *          WINDOWS POPULATED (START DATE PRESENT); THE PACKED  *
      *          FIELDS OF THE RECORD ARE VALID.                     *
      * CROSS-RECORD CHECKS (THE CLUSTER IS IN MEMBER/CLAIM ORDER):  *
      *   - A MEMBER WITH 040 OR 024 RECORDS BUT NO 025.             *
      *   - A 024 WHOSE PURGED CHARGES BELONG TO A CLAIM-SEQ THAT    *
      *     HAS NO 040 FOR THE MEMBER (F5910PX6 FILES A CLAIM'S      *
      *     PURGED CHARGES UNDER THE CLAIM'S OWN KEY).               *
      *                                                               *
      * PACKED FIELDS ARE FOUND THROUGH THE F5750JFD FIELD           *
      * DICTIONARY. A RECORD WITH SEVERAL BAD PACKED FIELDS IN ONE   *
      * AREA GETS ONE EXCEPTION CARRYING THE COUNT AND THE FIRST.    *
      *                                                               *
      * OUTPUT IS THE EXCEPTION FILE (HSWEXC), ONE RECORD PER ERROR  *
      * FOUND CARRYING ITS ERROR TYPE, AND A REPORT (HSWRPT) OF THE  *
      * COUNT PER ERROR TYPE. RETURN CODE 4 WHEN ANY ERROR IS FOUND. *
      *                                                               *
      * SYSIN CARD: COLS 1-10 THE HIST-DSUB-SEG-ID VALUES THAT MARK  *
      * A CHARGE SEGMENT, ONE PER COLUMN, '*' STANDING FOR A BLANK   *
      * ID (BLANK CARD = 'C' AND BLANK). 'P', 'T' AND 'A' ARE ALWAYS *
      * KNOWN AND MAY NOT BE PUNCHED. AN INVALID CARD ENDS THE RUN   *
      * WITH RETURN CODE 8.                                          *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
HSWP00* 101526 RCC F5750HIS STRUCTURAL INTEGRITY SWEEP                *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5920RQ4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSW-HIS-FILE ASSIGN TO HSWHIS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-COMMON-KEY OF HSW-HIS-REC
               FILE STATUS IS WS-HIS-STATUS.

           SELECT HSW-EXC-FILE ASSIGN TO HSWEXC
               ORGANIZATION IS SEQUENTIAL.

           SELECT HSW-RPT-FILE ASSIGN TO HSWRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD AREA PER RECORD TYPE CHECKED.
       FD  HSW-HIS-FILE
           RECORDING MODE IS F.
       01  HSW-HIS-REC.
           COPY F5750HIS.
           COPY F5750040.
       01  HSW-024-REC.
           COPY F5750HIS.
           COPY F5750024.
       01  HSW-025-REC.
           COPY F5750HIS.
           COPY F5750025.

      * EXCEPTION RECORD. THE KEY IS SHOWN IN DISPLAY FORM; WHEN ITS
      * PACKED FIELDS ARE THEMSELVES BAD THEY ARE ZERO HERE AND THE
      * RAW KEY IS IN EXC-RAW-KEY.
       FD  HSW-EXC-FILE
           RECORDING MODE IS F.
       01  HSW-EXC-REC.
           05  EXC-ERROR-TYPE          PIC 9(2).
           05  EXC-ERROR-DESC          PIC X(40).
           05  EXC-GROUP-NO            PIC 9(7).
           05  EXC-SUB-DIV             PIC X(4).
           05  EXC-BRANCH              PIC X(4).
           05  EXC-CERT-NO             PIC 9(9).
           05  EXC-PATIENT-NO          PIC 9(3).
           05  EXC-CLAIM-SEQ-NO        PIC 9(5).
           05  EXC-RECORD-TYPE         PIC X(3).
           05  EXC-LAST-MAINT-DATE     PIC 9(7).
           05  EXC-DETAIL              PIC X(80).
           05  EXC-RAW-KEY             PIC X(29).
           05  FILLER                  PIC X(7).

       FD  HSW-RPT-FILE
           RECORDING MODE IS F.
       01  HSW-RPT-LINE                PIC X(132).

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
       01  WS-BROWSE-EOF-SW            PIC X     VALUE 'N'.
           88  WS-END-OF-BROWSE                  VALUE 'Y'.
       01  WS-FIRST-RECORD-SW          PIC X     VALUE 'Y'.
           88  WS-FIRST-RECORD                   VALUE 'Y'.
       01  WS-RECORD-IN-ERROR-SW       PIC X     VALUE 'N'.
           88  WS-RECORD-IN-ERROR                VALUE 'Y'.
       01  WS-COUNT-VALID-SW           PIC X     VALUE 'N'.
           88  WS-COUNT-VALID                    VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-CHG-IDS         PIC X(10) VALUE SPACES.
       01  WS-PARM-ERROR-SW            PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                     VALUE 'Y'.
       01  WS-PARM-IX                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-PARM-CHAR                PIC X(1)  VALUE SPACES.

      * SEG-ID VALUES THAT MARK A CHARGE SEGMENT.
       01  WS-CHG-ID-LIST              PIC X(10) VALUE SPACES.
       01  WS-CHG-ID-COUNT             PIC S9(3) COMP-3 VALUE 0.
       01  WS-CHG-ID-IX                PIC S9(3) COMP-3 VALUE 0.
       01  WS-CHG-ID-FOUND-SW          PIC X     VALUE 'N'.
           88  WS-CHG-ID-FOUND                   VALUE 'Y'.

      * FIELD DICTIONARY OF THE RECORD LAYOUTS.
       01  JFD-FIELD-DICTIONARY.
           COPY F5750JFD.
       01  WS-JFD-IX                   PIC S9(5) COMP-3 VALUE 0.
       01  WS-SEG-AREA-OFFSET          PIC S9(5) COMP-3 VALUE 0.
       01  WS-PC-TABLE-OFFSET          PIC S9(5) COMP-3 VALUE 0.

      * THE RECORD BEING CHECKED.
       01  WS-REC-ID                   PIC X(3)  VALUE SPACES.
       01  WS-SEG-IX                   PIC S9(3) COMP-3 VALUE 0.
       01  WS-THIS-SEG-ID              PIC X(1)  VALUE SPACES.
       01  WS-SEGS-IN-USE              PIC S9(3) COMP-3 VALUE 0.
       01  WS-LAST-IN-USE              PIC S9(3) COMP-3 VALUE 0.
       01  WS-BAD-SEG-IDS              PIC S9(3) COMP-3 VALUE 0.
       01  WS-FIRST-BAD-SEG            PIC S9(3) COMP-3 VALUE 0.
       01  WS-WINDOWS-SET              PIC S9(3) COMP-3 VALUE 0.
      * LAYOUT EACH HIST040 SEGMENT IS READ UNDER ('C', 'P', 'T',
      * 'A'), OR SPACE WHEN IT IS UNUSED OR ITS SEG-ID IS UNKNOWN;
      * FOR A 024, 'Y' FOR EACH OCCUPIED PC-CHG-HIST ENTRY.
       01  WS-OCCURRENCE-VIEWS.
           05  WS-OCC-VIEW             PIC X(1)  OCCURS 90 TIMES.

      * PACKED-FIELD FINDINGS FOR THE RECORD, BY ERROR TYPE.
       01  WS-PACK-FINDINGS.
           05  WS-PACK-FINDING OCCURS 15 TIMES.
               10  WS-PACK-BAD-COUNT   PIC S9(5) COMP-3.
               10  WS-PACK-FIRST-LABEL PIC X(40).
               10  WS-PACK-FIRST-HEX   PIC X(24).
       01  WS-PACK-TYPE                PIC S9(3) COMP-3 VALUE 0.
       01  WS-OCC1-IX                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-OCC2-IX                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-FLD-OFFSET               PIC S9(5) COMP-3 VALUE 0.
       01  WS-FLD-LENGTH               PIC S9(5) COMP-3 VALUE 0.
       01  WS-OCC-APPLIES-SW           PIC X     VALUE 'N'.
           88  WS-OCC-APPLIES                    VALUE 'Y'.
       01  WS-PACK-AREA                PIC X(9)  VALUE LOW-VALUES.
       01  WS-PACK-NUM REDEFINES WS-PACK-AREA
                                       PIC S9(17) COMP-3.
       01  WS-OCC-DISPLAY              PIC 9(2)  VALUE ZEROS.
       01  WS-LABEL-PTR                PIC S9(3) COMP-3 VALUE 0.
       01  WS-FIELD-LABEL              PIC X(40) VALUE SPACES.

      * HEX FORM OF A FIELD FOR THE EXCEPTION DETAIL.
       01  WS-HEX-SOURCE               PIC X(10) VALUE SPACES.
       01  WS-HEX-LENGTH               PIC S9(3) COMP-3 VALUE 0.
       01  WS-HEX-TEXT                 PIC X(24) VALUE SPACES.
       01  WS-HEX-DIGITS               PIC X(16)
                                       VALUE '0123456789ABCDEF'.
       01  WS-HEX-IX                   PIC S9(3) COMP-3 VALUE 0.
       01  WS-HEX-PTR                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-HEX-BYTE-VALUE           PIC S9(3) COMP-3 VALUE 0.
       01  WS-HEX-HIGH                 PIC S9(3) COMP-3 VALUE 0.
       01  WS-HEX-LOW                  PIC S9(3) COMP-3 VALUE 0.

      * MEMBER AND CLAIM BEING ACCUMULATED FOR THE CROSS-RECORD
      * CHECKS. THE MEMBER IS KEY BYTES 1-19 (GROUP THROUGH
      * PATIENT), THE CLAIM-SEQ BYTES 20-22.
       01  WS-CUR-MEMBER-KEY           PIC X(19) VALUE LOW-VALUES.
       01  WS-CUR-CLAIM-SEQ            PIC X(3)  VALUE LOW-VALUES.
       01  WS-MBR-HAS-025-SW           PIC X     VALUE 'N'.
           88  WS-MBR-HAS-025                    VALUE 'Y'.
       01  WS-MBR-CLAIM-RECS           PIC S9(5) COMP-3 VALUE 0.
       01  WS-MBR-FIRST-CLAIM-KEY      PIC X(29) VALUE SPACES.
       01  WS-CLM-HAS-024-SW           PIC X     VALUE 'N'.
           88  WS-CLM-HAS-024                    VALUE 'Y'.
       01  WS-CLM-HAS-040-SW           PIC X     VALUE 'N'.
           88  WS-CLM-HAS-040                    VALUE 'Y'.
       01  WS-CLM-024-KEY              PIC X(29) VALUE SPACES.

      * EXCEPTION BEING WRITTEN.
       01  WS-EXC-TYPE                 PIC S9(3) COMP-3 VALUE 0.
       01  WS-EXC-KEY                  PIC X(29) VALUE SPACES.
       01  WS-EXC-DETAIL               PIC X(80) VALUE SPACES.
       01  WS-EXC-PTR                  PIC S9(3) COMP-3 VALUE 0.
       01  WS-EXC-HIS-KEY.
           COPY F5750HIS.
       01  WS-DISPLAY-COUNT            PIC ZZZZ9.
       01  WS-DISPLAY-COUNT2           PIC ZZZZ9.
       01  WS-DISPLAY-COUNT3           PIC ZZZZ9.

      * ERROR TYPES. WS-ERR-COUNT IS THE RUN TOTAL FOR EACH.
       01  WS-ERROR-TYPE-VALUES.
           05  FILLER PIC X(40) VALUE
               'KEY PACKED FIELD NOT VALID'.
           05  FILLER PIC X(40) VALUE
               'RECORD TYPE NOT NUMERIC'.
           05  FILLER PIC X(40) VALUE
               'HIST040 SEG-COUNT NOT VALID'.
           05  FILLER PIC X(40) VALUE
               'HIST040 SEG-COUNT NOT = SEGMENTS IN USE'.
           05  FILLER PIC X(40) VALUE
               'HIST040 SEG-ID NOT A KNOWN VALUE'.
           05  FILLER PIC X(40) VALUE
               'HIST040 FIXED-AREA PACKED FIELD BAD'.
           05  FILLER PIC X(40) VALUE
               'HIST040 SEGMENT PACKED FIELD BAD'.
           05  FILLER PIC X(40) VALUE
               'HIST024 PC-NBR-CHGS NOT VALID'.
           05  FILLER PIC X(40) VALUE
               'HIST024 PC-NBR-CHGS NOT = ENTRIES USED'.
           05  FILLER PIC X(40) VALUE
               'HIST024 PACKED FIELD BAD'.
           05  FILLER PIC X(40) VALUE
               'HIST025 DCOV-NUMBER NOT VALID'.
           05  FILLER PIC X(40) VALUE
               'HIST025 DCOV-NUMBER NOT = WINDOWS SET'.
           05  FILLER PIC X(40) VALUE
               'HIST025 PACKED FIELD BAD'.
           05  FILLER PIC X(40) VALUE
               'MEMBER HAS 040/024 BUT NO 025'.
           05  FILLER PIC X(40) VALUE
               'HIST024 CLAIM-SEQ HAS NO 040'.
       01  WS-ERROR-TYPE-TABLE REDEFINES WS-ERROR-TYPE-VALUES.
           05  WS-ERR-DESC             PIC X(40) OCCURS 15 TIMES.
       01  WS-ERROR-COUNTS.
           05  WS-ERR-COUNT            PIC S9(9) COMP-3 OCCURS 15 TIMES.
       01  WS-ERR-IX                   PIC S9(3) COMP-3 VALUE 0.
      * ERROR TYPE NUMBERS.
       01  WS-ERR-KEY-PACKED           PIC S9(3) COMP-3 VALUE 1.
       01  WS-ERR-REC-TYPE             PIC S9(3) COMP-3 VALUE 2.
       01  WS-ERR-SEG-COUNT            PIC S9(3) COMP-3 VALUE 3.
       01  WS-ERR-SEGS-IN-USE          PIC S9(3) COMP-3 VALUE 4.
       01  WS-ERR-SEG-ID               PIC S9(3) COMP-3 VALUE 5.
       01  WS-ERR-040-FIXED            PIC S9(3) COMP-3 VALUE 6.
       01  WS-ERR-040-SEGMENT          PIC S9(3) COMP-3 VALUE 7.
       01  WS-ERR-NBR-CHGS             PIC S9(3) COMP-3 VALUE 8.
       01  WS-ERR-CHGS-USED            PIC S9(3) COMP-3 VALUE 9.
       01  WS-ERR-024-PACKED           PIC S9(3) COMP-3 VALUE 10.
       01  WS-ERR-DCOV-NUMBER          PIC S9(3) COMP-3 VALUE 11.
       01  WS-ERR-WINDOWS-SET          PIC S9(3) COMP-3 VALUE 12.
       01  WS-ERR-025-PACKED           PIC S9(3) COMP-3 VALUE 13.
       01  WS-ERR-NO-025               PIC S9(3) COMP-3 VALUE 14.
       01  WS-ERR-ORPHAN-024           PIC S9(3) COMP-3 VALUE 15.

       01  WS-COUNTERS.
           05  WS-RECS-READ            PIC S9(9) COMP-3 VALUE 0.
           05  WS-040-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-024-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-025-READ             PIC S9(9) COMP-3 VALUE 0.
           05  WS-OTHER-READ           PIC S9(9) COMP-3 VALUE 0.
           05  WS-MEMBERS-READ         PIC S9(9) COMP-3 VALUE 0.
           05  WS-RECS-IN-ERROR        PIC S9(9) COMP-3 VALUE 0.
           05  WS-EXCEPTIONS-WRITTEN   PIC S9(9) COMP-3 VALUE 0.

       01  WS-RPT-HEADING1.
           05  FILLER                  PIC X(56) VALUE
               'F5920RQ4 - F5750HIS STRUCTURAL INTEGRITY SWEEP'.
       01  WS-RPT-HEADING2.
           05  FILLER                  PIC X(6)  VALUE 'TYPE'.
           05  FILLER                  PIC X(42) VALUE 'ERROR'.
           05  FILLER                  PIC X(10) VALUE '     COUNT'.
       01  WS-RPT-BLANK-LINE           PIC X(132) VALUE SPACES.
       01  WS-RPT-ERROR-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  RPT-ERR-TYPE            PIC 9(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  RPT-ERR-DESC            PIC X(42).
           05  RPT-ERR-COUNT           PIC ZZZZZZZZZ9.
       01  WS-RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL           PIC X(48).
           05  RPT-TOT-COUNT           PIC ZZZZZZZZZ9.
       01  WS-RPT-PARM-LINE.
           05  FILLER                  PIC X(5)  VALUE 'PARM '.
           05  RPT-PARM-NAME           PIC X(20).
           05  RPT-PARM-VALUE          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RPT-PARM-NOTE           PIC X(14).
       01  WS-RPT-PARM-ERR-LINE.
           05  FILLER                  PIC X(48) VALUE
               '** PARM CARD INVALID - RUN TERMINATED, RC=8 **'.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-PARM-ERROR
               PERFORM UNTIL WS-END-OF-BROWSE
                   PERFORM 2000-CHECK-ONE-RECORD
                   PERFORM 2900-READ-NEXT-RECORD
               END-PERFORM
               IF NOT WS-FIRST-RECORD
                   PERFORM 2800-END-OF-CLAIM
                   PERFORM 2850-END-OF-MEMBER
               END-IF
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT HSW-RPT-FILE
           WRITE HSW-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE HSW-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               INITIALIZE WS-ERROR-COUNTS
               PERFORM VARYING WS-JFD-IX FROM 1 BY 1
                       UNTIL WS-JFD-IX > JFD-ENTRY-COUNT
                   EVALUATE JFD-FIELD-NAME (WS-JFD-IX)
                       WHEN 'HIST-DSUB-SEG-ID'
                           MOVE JFD-OFFSET (WS-JFD-IX)
                               TO WS-SEG-AREA-OFFSET
                       WHEN 'PC-START-EXPDT'
                           MOVE JFD-OFFSET (WS-JFD-IX)
                               TO WS-PC-TABLE-OFFSET
                   END-EVALUATE
               END-PERFORM
               OPEN INPUT  HSW-HIS-FILE
               OPEN OUTPUT HSW-EXC-FILE
               MOVE LOW-VALUES TO HIS-COMMON-KEY OF HSW-HIS-REC
               START HSW-HIS-FILE
                   KEY IS NOT LESS THAN HIS-COMMON-KEY OF HSW-HIS-REC
                   INVALID KEY
                       SET WS-END-OF-BROWSE TO TRUE
               END-START
               IF WS-HIS-STATUS NOT = '00'
                   SET WS-END-OF-BROWSE TO TRUE
               END-IF
               PERFORM 2900-READ-NEXT-RECORD
           END-IF.

      * THE CHARGE-SEGMENT SEG-ID LIST. '*' STANDS FOR A BLANK ID;
      * 'P', 'T' AND 'A' ALREADY HAVE THEIR OWN LAYOUTS.
       1050-EDIT-PARM-CARD.
           MOVE 'CHARGE SEG-IDS' TO RPT-PARM-NAME
           MOVE SPACES TO WS-CHG-ID-LIST
           MOVE 0 TO WS-CHG-ID-COUNT
           IF WS-PARM-CHG-IDS = SPACES
               MOVE 'C ' TO WS-CHG-ID-LIST
               MOVE 2 TO WS-CHG-ID-COUNT
               MOVE 'C*' TO RPT-PARM-VALUE
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               PERFORM VARYING WS-PARM-IX FROM 1 BY 1
                       UNTIL WS-PARM-IX > LENGTH OF WS-PARM-CHG-IDS
                   MOVE WS-PARM-CHG-IDS (WS-PARM-IX:1) TO WS-PARM-CHAR
                   EVALUATE WS-PARM-CHAR
                       WHEN SPACE
                           CONTINUE
                       WHEN 'P'
                       WHEN 'T'
                       WHEN 'A'
                           SET WS-PARM-ERROR TO TRUE
                       WHEN OTHER
                           IF WS-PARM-CHAR = '*'
                               MOVE SPACE TO WS-PARM-CHAR
                           END-IF
                           ADD 1 TO WS-CHG-ID-COUNT
                           MOVE WS-PARM-CHAR
                               TO WS-CHG-ID-LIST (WS-CHG-ID-COUNT:1)
                   END-EVALUATE
               END-PERFORM
               MOVE WS-PARM-CHG-IDS TO RPT-PARM-VALUE
               IF WS-PARM-ERROR
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               ELSE
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE HSW-RPT-LINE FROM WS-RPT-PARM-LINE.

      *****************************************************************
      * ONE F5750HIS RECORD.                                          *
      *****************************************************************
       2000-CHECK-ONE-RECORD.
           ADD 1 TO WS-RECS-READ
           MOVE 'N' TO WS-RECORD-IN-ERROR-SW
           PERFORM 2050-CHECK-MEMBER-BREAK
           INITIALIZE WS-PACK-FINDINGS
           MOVE SPACES TO WS-OCCURRENCE-VIEWS
           MOVE HIS-COMMON-KEY OF HSW-HIS-REC TO WS-EXC-KEY
           MOVE HIS-RECORD-TYPE OF HSW-HIS-REC TO WS-REC-ID
           EVALUATE TRUE
               WHEN HIS-RECTYP-DSUB OF HSW-HIS-REC
                   ADD 1 TO WS-040-READ
                   ADD 1 TO WS-MBR-CLAIM-RECS
                   SET WS-CLM-HAS-040 TO TRUE
                   PERFORM 2100-CHECK-040-RECORD
               WHEN HIS-RECTYP-PURGE OF HSW-HIS-REC
                   ADD 1 TO WS-024-READ
                   ADD 1 TO WS-MBR-CLAIM-RECS
                   SET WS-CLM-HAS-024 TO TRUE
                   MOVE HIS-COMMON-KEY OF HSW-HIS-REC TO WS-CLM-024-KEY
                   PERFORM 2200-CHECK-024-RECORD
               WHEN HIS-RECTYP-DCOV OF HSW-HIS-REC
                   ADD 1 TO WS-025-READ
                   SET WS-MBR-HAS-025 TO TRUE
                   PERFORM 2300-CHECK-025-RECORD
               WHEN OTHER
                   ADD 1 TO WS-OTHER-READ
                   IF HIS-RECORD-TYPE OF HSW-HIS-REC NOT NUMERIC
                       MOVE WS-ERR-REC-TYPE TO WS-EXC-TYPE
                       MOVE SPACES TO WS-EXC-DETAIL
                       PERFORM 7000-WRITE-EXCEPTION
                   END-IF
           END-EVALUATE
           IF WS-MBR-CLAIM-RECS = 1
              AND (HIS-RECTYP-DSUB OF HSW-HIS-REC
                   OR HIS-RECTYP-PURGE OF HSW-HIS-REC)
               MOVE HIS-COMMON-KEY OF HSW-HIS-REC
                   TO WS-MBR-FIRST-CLAIM-KEY
           END-IF
           PERFORM 2500-CHECK-PACKED-FIELDS
           PERFORM 2600-WRITE-PACKED-EXCEPTIONS
           IF WS-RECORD-IN-ERROR
               ADD 1 TO WS-RECS-IN-ERROR
           END-IF.

      * A NEW MEMBER OR CLAIM-SEQ CLOSES OFF THE ONE BEFORE IT.
       2050-CHECK-MEMBER-BREAK.
           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-SW
               PERFORM 2860-START-MEMBER
           ELSE
               IF HIS-COMMON-KEY OF HSW-HIS-REC (1:19)
                  NOT = WS-CUR-MEMBER-KEY
                   PERFORM 2800-END-OF-CLAIM
                   PERFORM 2850-END-OF-MEMBER
                   PERFORM 2860-START-MEMBER
               ELSE
                   IF HIS-COMMON-KEY OF HSW-HIS-REC (20:3)
                      NOT = WS-CUR-CLAIM-SEQ
                       PERFORM 2800-END-OF-CLAIM
                       PERFORM 2870-START-CLAIM
                   END-IF
               END-IF
           END-IF.

      * HIST040 - SEGMENT COUNT, SEGMENTS IN USE AND THEIR SEG-IDS.
       2100-CHECK-040-RECORD.
           MOVE 0 TO WS-SEGS-IN-USE
           MOVE 0 TO WS-LAST-IN-USE
           MOVE 0 TO WS-BAD-SEG-IDS
           MOVE 0 TO WS-FIRST-BAD-SEG
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1 UNTIL WS-SEG-IX > 53
               IF HIST-DSUB-SEGMENT OF HSW-HIS-REC (WS-SEG-IX)
                      NOT = SPACES
                  AND HIST-DSUB-SEGMENT OF HSW-HIS-REC (WS-SEG-IX)
                      NOT = LOW-VALUES
                   ADD 1 TO WS-SEGS-IN-USE
                   MOVE WS-SEG-IX TO WS-LAST-IN-USE
                   PERFORM 2150-CLASSIFY-SEGMENT
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-COUNT-VALID-SW
           IF HIST-DSUB-SEG-COUNT OF HSW-HIS-REC NUMERIC
               IF HIST-DSUB-SEG-COUNT OF HSW-HIS-REC NOT < 0
                  AND HIST-DSUB-SEG-COUNT OF HSW-HIS-REC NOT > 53
                   SET WS-COUNT-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-COUNT-VALID
               MOVE WS-ERR-SEG-COUNT TO WS-EXC-TYPE
               MOVE HIST-DSUB-SEG-COUNT OF HSW-HIS-REC TO WS-HEX-SOURCE
               MOVE LENGTH OF HIST-DSUB-SEG-COUNT OF HSW-HIS-REC
                   TO WS-HEX-LENGTH
               PERFORM 7100-FORMAT-HEX
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'SEG-COUNT = ' WS-HEX-TEXT DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM 7000-WRITE-EXCEPTION
           ELSE
               IF WS-SEGS-IN-USE NOT = HIST-DSUB-SEG-COUNT
                                       OF HSW-HIS-REC
                  OR WS-LAST-IN-USE NOT = HIST-DSUB-SEG-COUNT
                                       OF HSW-HIS-REC
                   MOVE WS-ERR-SEGS-IN-USE TO WS-EXC-TYPE
                   MOVE HIST-DSUB-SEG-COUNT OF HSW-HIS-REC
                       TO WS-DISPLAY-COUNT
                   MOVE WS-SEGS-IN-USE TO WS-DISPLAY-COUNT2
                   MOVE WS-LAST-IN-USE TO WS-DISPLAY-COUNT3
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'SEG-COUNT ' WS-DISPLAY-COUNT
                          '  SEGMENTS IN USE ' WS-DISPLAY-COUNT2
                          '  LAST IN USE ' WS-DISPLAY-COUNT3
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   PERFORM 7000-WRITE-EXCEPTION
               END-IF
           END-IF
           IF WS-BAD-SEG-IDS > 0
               MOVE WS-ERR-SEG-ID TO WS-EXC-TYPE
               MOVE HIST-DSUB-SEG-ID OF HSW-HIS-REC (WS-FIRST-BAD-SEG)
                   TO WS-HEX-SOURCE
               MOVE 1 TO WS-HEX-LENGTH
               PERFORM 7100-FORMAT-HEX
               MOVE WS-BAD-SEG-IDS TO WS-DISPLAY-COUNT
               MOVE WS-FIRST-BAD-SEG TO WS-DISPLAY-COUNT2
               MOVE SPACES TO WS-EXC-DETAIL
               STRING WS-DISPLAY-COUNT ' SEGMENTS - FIRST IS SEGMENT'
                      WS-DISPLAY-COUNT2 ' SEG-ID ' WS-HEX-TEXT
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.

      * THE LAYOUT A SEGMENT IN USE IS READ UNDER. AN UNKNOWN SEG-ID
      * LEAVES IT UNCLASSIFIED, SO ITS PACKED FIELDS ARE NOT TESTED.
       2150-CLASSIFY-SEGMENT.
           MOVE HIST-DSUB-SEG-ID OF HSW-HIS-REC (WS-SEG-IX)
               TO WS-THIS-SEG-ID
           EVALUATE WS-THIS-SEG-ID
               WHEN 'P'
               WHEN 'T'
               WHEN 'A'
                   MOVE WS-THIS-SEG-ID TO WS-OCC-VIEW (WS-SEG-IX)
               WHEN OTHER
                   MOVE 'N' TO WS-CHG-ID-FOUND-SW
                   PERFORM VARYING WS-CHG-ID-IX FROM 1 BY 1
                           UNTIL WS-CHG-ID-IX > WS-CHG-ID-COUNT
                       IF WS-CHG-ID-LIST (WS-CHG-ID-IX:1)
                          = WS-THIS-SEG-ID
                           SET WS-CHG-ID-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-CHG-ID-FOUND
                       MOVE 'C' TO WS-OCC-VIEW (WS-SEG-IX)
                   ELSE
                       ADD 1 TO WS-BAD-SEG-IDS
                       IF WS-FIRST-BAD-SEG = 0
                           MOVE WS-SEG-IX TO WS-FIRST-BAD-SEG
                       END-IF
                   END-IF
           END-EVALUATE.

      * HIST024 - PC-NBR-CHGS AGAINST THE OCCUPIED ENTRIES.
       2200-CHECK-024-RECORD.
           MOVE 0 TO WS-SEGS-IN-USE
           MOVE 0 TO WS-LAST-IN-USE
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1 UNTIL WS-SEG-IX > 90
               IF PC-CHG-RECORD OF HSW-024-REC (WS-SEG-IX)
                      NOT = SPACES
                  AND PC-CHG-RECORD OF HSW-024-REC (WS-SEG-IX)
                      NOT = LOW-VALUES
                   ADD 1 TO WS-SEGS-IN-USE
                   MOVE WS-SEG-IX TO WS-LAST-IN-USE
                   MOVE 'Y' TO WS-OCC-VIEW (WS-SEG-IX)
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-COUNT-VALID-SW
           IF PC-NBR-CHGS OF HSW-024-REC NUMERIC
               IF PC-NBR-CHGS OF HSW-024-REC NOT < 0
                  AND PC-NBR-CHGS OF HSW-024-REC NOT > 90
                   SET WS-COUNT-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-COUNT-VALID
               MOVE WS-ERR-NBR-CHGS TO WS-EXC-TYPE
               MOVE PC-NBR-CHGS OF HSW-024-REC TO WS-HEX-SOURCE
               MOVE LENGTH OF PC-NBR-CHGS OF HSW-024-REC
                   TO WS-HEX-LENGTH
               PERFORM 7100-FORMAT-HEX
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'PC-NBR-CHGS = ' WS-HEX-TEXT DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM 7000-WRITE-EXCEPTION
           ELSE
               IF WS-SEGS-IN-USE NOT = PC-NBR-CHGS OF HSW-024-REC
                  OR WS-LAST-IN-USE NOT = PC-NBR-CHGS OF HSW-024-REC
                   MOVE WS-ERR-CHGS-USED TO WS-EXC-TYPE
                   MOVE PC-NBR-CHGS OF HSW-024-REC TO WS-DISPLAY-COUNT
                   MOVE WS-SEGS-IN-USE TO WS-DISPLAY-COUNT2
                   MOVE WS-LAST-IN-USE TO WS-DISPLAY-COUNT3
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'PC-NBR-CHGS ' WS-DISPLAY-COUNT
                          '  ENTRIES USED ' WS-DISPLAY-COUNT2
                          '  LAST USED ' WS-DISPLAY-COUNT3
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   PERFORM 7000-WRITE-EXCEPTION
               END-IF
           END-IF.

      * HIST025 - DCOV-NUMBER AGAINST THE POPULATED WINDOWS.
       2300-CHECK-025-RECORD.
           MOVE 0 TO WS-WINDOWS-SET
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1 UNTIL WS-SEG-IX > 5
               IF HIST-PAT-DCOV-COVERAGE-START OF HSW-025-REC
                      (WS-SEG-IX) NUMERIC
                   IF HIST-PAT-DCOV-COVERAGE-START OF HSW-025-REC
                          (WS-SEG-IX) NOT = 0
                       ADD 1 TO WS-WINDOWS-SET
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-COUNT-VALID-SW
           IF HIST-PAT-DCOV-NUMBER OF HSW-025-REC NUMERIC
               IF HIST-PAT-DCOV-NUMBER OF HSW-025-REC NOT < 0
                  AND HIST-PAT-DCOV-NUMBER OF HSW-025-REC NOT > 5
                   SET WS-COUNT-VALID TO TRUE
               END-IF
           END-IF
           IF NOT WS-COUNT-VALID
               MOVE WS-ERR-DCOV-NUMBER TO WS-EXC-TYPE
               MOVE HIST-PAT-DCOV-NUMBER OF HSW-025-REC
                   TO WS-HEX-SOURCE
               MOVE LENGTH OF HIST-PAT-DCOV-NUMBER OF HSW-025-REC
                   TO WS-HEX-LENGTH
               PERFORM 7100-FORMAT-HEX
               MOVE SPACES TO WS-EXC-DETAIL
               STRING 'DCOV-NUMBER = ' WS-HEX-TEXT DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               PERFORM 7000-WRITE-EXCEPTION
           ELSE
               IF WS-WINDOWS-SET NOT = HIST-PAT-DCOV-NUMBER
                                       OF HSW-025-REC
                   MOVE WS-ERR-WINDOWS-SET TO WS-EXC-TYPE
                   MOVE HIST-PAT-DCOV-NUMBER OF HSW-025-REC
                       TO WS-DISPLAY-COUNT
                   MOVE WS-WINDOWS-SET TO WS-DISPLAY-COUNT2
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'DCOV-NUMBER ' WS-DISPLAY-COUNT
                          '  WINDOWS WITH A START DATE '
                          WS-DISPLAY-COUNT2
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   PERFORM 7000-WRITE-EXCEPTION
               END-IF
           END-IF.

      *****************************************************************
      * PACKED-FIELD VALIDITY THROUGH THE F5750JFD DICTIONARY: THE    *
      * COMMON KEY ON EVERY RECORD, THE BODY FOR 024/025/040.         *
      *****************************************************************
       2500-CHECK-PACKED-FIELDS.
           PERFORM VARYING WS-JFD-IX FROM 1 BY 1
                   UNTIL WS-JFD-IX > JFD-ENTRY-COUNT
               IF JFD-PACKED (WS-JFD-IX)
                   MOVE 0 TO WS-PACK-TYPE
                   EVALUATE TRUE
                       WHEN JFD-REC-ID (WS-JFD-IX) = 'HIS'
                           MOVE WS-ERR-KEY-PACKED TO WS-PACK-TYPE
                       WHEN JFD-REC-ID (WS-JFD-IX) NOT = WS-REC-ID
                           CONTINUE
                       WHEN WS-REC-ID = '040'
                           IF JFD-OFFSET (WS-JFD-IX)
                              < WS-SEG-AREA-OFFSET
                               MOVE WS-ERR-040-FIXED TO WS-PACK-TYPE
                           ELSE
                               MOVE WS-ERR-040-SEGMENT TO WS-PACK-TYPE
                           END-IF
                       WHEN WS-REC-ID = '024'
                           MOVE WS-ERR-024-PACKED TO WS-PACK-TYPE
                       WHEN WS-REC-ID = '025'
                           MOVE WS-ERR-025-PACKED TO WS-PACK-TYPE
                   END-EVALUATE
                   IF WS-PACK-TYPE > 0
                       PERFORM 2550-CHECK-ONE-PACKED-FIELD
                   END-IF
               END-IF
           END-PERFORM.

       2550-CHECK-ONE-PACKED-FIELD.
           PERFORM VARYING WS-OCC1-IX FROM 1 BY 1
                   UNTIL WS-OCC1-IX > JFD-OCC1 (WS-JFD-IX)
               PERFORM 2560-CHECK-OCCURRENCE-APPLIES
               IF WS-OCC-APPLIES
                   PERFORM VARYING WS-OCC2-IX FROM 1 BY 1
                           UNTIL WS-OCC2-IX > JFD-OCC2 (WS-JFD-IX)
                       COMPUTE WS-FLD-OFFSET =
                           JFD-OFFSET (WS-JFD-IX)
                           + (WS-OCC1-IX - 1) * JFD-STRIDE1 (WS-JFD-IX)
                           + (WS-OCC2-IX - 1) * JFD-STRIDE2 (WS-JFD-IX)
                       MOVE JFD-LENGTH (WS-JFD-IX) TO WS-FLD-LENGTH
                       MOVE LOW-VALUES TO WS-PACK-AREA
                       MOVE HSW-HIS-REC (WS-FLD-OFFSET:WS-FLD-LENGTH)
                           TO WS-PACK-AREA
                               (LENGTH OF WS-PACK-AREA - WS-FLD-LENGTH
                                + 1:WS-FLD-LENGTH)
                       IF WS-PACK-NUM NOT NUMERIC
                           PERFORM 2570-NOTE-BAD-PACKED-FIELD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * A HIST040 SEGMENT FIELD IS TESTED ONLY IN A SEGMENT IN USE
      * WHOSE SEG-ID SELECTS ITS LAYOUT; A PC-CHG-HIST FIELD ONLY IN
      * AN OCCUPIED ENTRY.
       2560-CHECK-OCCURRENCE-APPLIES.
           SET WS-OCC-APPLIES TO TRUE
           EVALUATE TRUE
               WHEN WS-PACK-TYPE = WS-ERR-040-SEGMENT
                   EVALUATE TRUE
                       WHEN WS-OCC-VIEW (WS-OCC1-IX) = SPACE
                           MOVE 'N' TO WS-OCC-APPLIES-SW
                       WHEN JFD-VIEW (WS-JFD-IX) NOT = SPACE
                        AND JFD-VIEW (WS-JFD-IX)
                            NOT = WS-OCC-VIEW (WS-OCC1-IX)
                           MOVE 'N' TO WS-OCC-APPLIES-SW
                   END-EVALUATE
               WHEN WS-PACK-TYPE = WS-ERR-024-PACKED
                AND JFD-OFFSET (WS-JFD-IX) NOT < WS-PC-TABLE-OFFSET
                   IF WS-OCC-VIEW (WS-OCC1-IX) NOT = 'Y'
                       MOVE 'N' TO WS-OCC-APPLIES-SW
                   END-IF
           END-EVALUATE.

       2570-NOTE-BAD-PACKED-FIELD.
           ADD 1 TO WS-PACK-BAD-COUNT (WS-PACK-TYPE)
           IF WS-PACK-BAD-COUNT (WS-PACK-TYPE) = 1
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
                           INTO WS-FIELD-LABEL
                           WITH POINTER WS-LABEL-PTR
                   END-IF
                   STRING ')' DELIMITED BY SIZE
                       INTO WS-FIELD-LABEL WITH POINTER WS-LABEL-PTR
               END-IF
               MOVE WS-FIELD-LABEL TO WS-PACK-FIRST-LABEL (WS-PACK-TYPE)
               MOVE HSW-HIS-REC (WS-FLD-OFFSET:WS-FLD-LENGTH)
                   TO WS-HEX-SOURCE
               MOVE WS-FLD-LENGTH TO WS-HEX-LENGTH
               PERFORM 7100-FORMAT-HEX
               MOVE WS-HEX-TEXT TO WS-PACK-FIRST-HEX (WS-PACK-TYPE)
           END-IF.

      * ONE EXCEPTION PER AREA WITH BAD PACKED DATA.
       2600-WRITE-PACKED-EXCEPTIONS.
           PERFORM VARYING WS-ERR-IX FROM 1 BY 1 UNTIL WS-ERR-IX > 15
               IF WS-PACK-BAD-COUNT (WS-ERR-IX) > 0
                   MOVE WS-ERR-IX TO WS-EXC-TYPE
                   MOVE WS-PACK-BAD-COUNT (WS-ERR-IX)
                       TO WS-DISPLAY-COUNT
                   MOVE SPACES TO WS-EXC-DETAIL
                   MOVE 1 TO WS-EXC-PTR
                   STRING WS-DISPLAY-COUNT ' BAD - FIRST '
                          DELIMITED BY SIZE
                          WS-PACK-FIRST-LABEL (WS-ERR-IX)
                          DELIMITED BY SPACE
                          ' = ' WS-PACK-FIRST-HEX (WS-ERR-IX)
                          DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL WITH POINTER WS-EXC-PTR
                   PERFORM 7000-WRITE-EXCEPTION
               END-IF
           END-PERFORM.

      *****************************************************************
      * CROSS-RECORD CHECKS AT CLAIM-SEQ AND MEMBER BREAKS.           *
      *****************************************************************
       2800-END-OF-CLAIM.
           IF WS-CLM-HAS-024 AND NOT WS-CLM-HAS-040
               MOVE WS-ERR-ORPHAN-024 TO WS-EXC-TYPE
               MOVE WS-CLM-024-KEY TO WS-EXC-KEY
               MOVE 'NO HIST040 RECORD FOR THIS MEMBER AND CLAIM-SEQ'
                   TO WS-EXC-DETAIL
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.

       2850-END-OF-MEMBER.
           IF WS-MBR-CLAIM-RECS > 0 AND NOT WS-MBR-HAS-025
               MOVE WS-ERR-NO-025 TO WS-EXC-TYPE
               MOVE WS-MBR-FIRST-CLAIM-KEY TO WS-EXC-KEY
               MOVE WS-MBR-CLAIM-RECS TO WS-DISPLAY-COUNT
               MOVE SPACES TO WS-EXC-DETAIL
               STRING WS-DISPLAY-COUNT ' 040/024 RECORDS, NO 025 -'
                      ' KEY SHOWN IS THE FIRST'
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.

       2860-START-MEMBER.
           ADD 1 TO WS-MEMBERS-READ
           MOVE HIS-COMMON-KEY OF HSW-HIS-REC (1:19)
               TO WS-CUR-MEMBER-KEY
           MOVE 'N' TO WS-MBR-HAS-025-SW
           MOVE 0 TO WS-MBR-CLAIM-RECS
           MOVE SPACES TO WS-MBR-FIRST-CLAIM-KEY
           PERFORM 2870-START-CLAIM.

       2870-START-CLAIM.
           MOVE HIS-COMMON-KEY OF HSW-HIS-REC (20:3)
               TO WS-CUR-CLAIM-SEQ
           MOVE 'N' TO WS-CLM-HAS-024-SW
           MOVE 'N' TO WS-CLM-HAS-040-SW
           MOVE SPACES TO WS-CLM-024-KEY.

       2900-READ-NEXT-RECORD.
           IF NOT WS-END-OF-BROWSE
               READ HSW-HIS-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-BROWSE TO TRUE
               END-READ
               IF WS-HIS-STATUS NOT = '00'
                  AND WS-HIS-STATUS NOT = '04'
                   SET WS-END-OF-BROWSE TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * EXCEPTION OUTPUT.                                             *
      *****************************************************************
      * WRITES ERROR TYPE WS-EXC-TYPE FOR KEY WS-EXC-KEY.
       7000-WRITE-EXCEPTION.
           SET WS-RECORD-IN-ERROR TO TRUE
           ADD 1 TO WS-ERR-COUNT (WS-EXC-TYPE)
           ADD 1 TO WS-EXCEPTIONS-WRITTEN
           MOVE SPACES TO HSW-EXC-REC
           MOVE WS-EXC-TYPE TO EXC-ERROR-TYPE
           MOVE WS-ERR-DESC (WS-EXC-TYPE) TO EXC-ERROR-DESC
           MOVE WS-EXC-KEY TO WS-EXC-HIS-KEY
           MOVE WS-EXC-KEY TO EXC-RAW-KEY
           MOVE 0 TO EXC-GROUP-NO
           MOVE 0 TO EXC-CERT-NO
           MOVE 0 TO EXC-PATIENT-NO
           MOVE 0 TO EXC-CLAIM-SEQ-NO
           MOVE 0 TO EXC-LAST-MAINT-DATE
           IF HIS-GROUP-NO OF WS-EXC-HIS-KEY NUMERIC
               MOVE HIS-GROUP-NO OF WS-EXC-HIS-KEY TO EXC-GROUP-NO
           END-IF
           MOVE HIS-SUB-DIV OF WS-EXC-HIS-KEY TO EXC-SUB-DIV
           MOVE HIS-BRANCH OF WS-EXC-HIS-KEY TO EXC-BRANCH
           IF HIS-CERT-NO OF WS-EXC-HIS-KEY NUMERIC
               MOVE HIS-CERT-NO OF WS-EXC-HIS-KEY TO EXC-CERT-NO
           END-IF
           IF HIS-PATIENT-NO OF WS-EXC-HIS-KEY NUMERIC
               MOVE HIS-PATIENT-NO OF WS-EXC-HIS-KEY TO EXC-PATIENT-NO
           END-IF
           IF HIS-CLAIM-SEQ-NO OF WS-EXC-HIS-KEY NUMERIC
               MOVE HIS-CLAIM-SEQ-NO OF WS-EXC-HIS-KEY
                   TO EXC-CLAIM-SEQ-NO
           END-IF
           MOVE HIS-RECORD-TYPE OF WS-EXC-HIS-KEY TO EXC-RECORD-TYPE
           IF HIS-LAST-MAINT-DATE OF WS-EXC-HIS-KEY NUMERIC
               MOVE HIS-LAST-MAINT-DATE OF WS-EXC-HIS-KEY
                   TO EXC-LAST-MAINT-DATE
           END-IF
           MOVE WS-EXC-DETAIL TO EXC-DETAIL
           WRITE HSW-EXC-REC.

      * X'...' FORM OF WS-HEX-SOURCE (1:WS-HEX-LENGTH).
       7100-FORMAT-HEX.
           MOVE SPACES TO WS-HEX-TEXT
           MOVE 1 TO WS-HEX-PTR
           STRING 'X''' DELIMITED BY SIZE
               INTO WS-HEX-TEXT WITH POINTER WS-HEX-PTR
           PERFORM VARYING WS-HEX-IX FROM 1 BY 1
                   UNTIL WS-HEX-IX > WS-HEX-LENGTH
                      OR WS-HEX-PTR > LENGTH OF WS-HEX-TEXT - 2
               COMPUTE WS-HEX-BYTE-VALUE =
                   FUNCTION ORD (WS-HEX-SOURCE (WS-HEX-IX:1)) - 1
               DIVIDE WS-HEX-BYTE-VALUE BY 16
                   GIVING WS-HEX-HIGH REMAINDER WS-HEX-LOW
               STRING WS-HEX-DIGITS (WS-HEX-HIGH + 1:1)
                      WS-HEX-DIGITS (WS-HEX-LOW + 1:1)
                   DELIMITED BY SIZE
                   INTO WS-HEX-TEXT WITH POINTER WS-HEX-PTR
           END-PERFORM
           STRING '''' DELIMITED BY SIZE
               INTO WS-HEX-TEXT WITH POINTER WS-HEX-PTR.

       8000-TERMINATE.
           IF NOT WS-PARM-ERROR
               WRITE HSW-RPT-LINE FROM WS-RPT-BLANK-LINE
               WRITE HSW-RPT-LINE FROM WS-RPT-HEADING2
               PERFORM VARYING WS-ERR-IX FROM 1 BY 1
                       UNTIL WS-ERR-IX > 15
                   MOVE WS-ERR-IX TO RPT-ERR-TYPE
                   MOVE WS-ERR-DESC (WS-ERR-IX) TO RPT-ERR-DESC
                   MOVE WS-ERR-COUNT (WS-ERR-IX) TO RPT-ERR-COUNT
                   WRITE HSW-RPT-LINE FROM WS-RPT-ERROR-LINE
               END-PERFORM
               WRITE HSW-RPT-LINE FROM WS-RPT-BLANK-LINE
               MOVE 'HISTORY RECORDS READ' TO RPT-TOT-LABEL
               MOVE WS-RECS-READ TO RPT-TOT-COUNT
               WRITE HSW-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  040 SUBMISSION DETAIL' TO RPT-TOT-LABEL
               MOVE WS-040-READ TO RPT-TOT-COUNT
               WRITE HSW-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  024 PURGED CHARGES' TO RPT-TOT-LABEL
               MOVE WS-024-READ TO RPT-TOT-COUNT
               WRITE HSW-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  025 DENTAL COVERAGE' TO RPT-TOT-LABEL
               MOVE WS-025-READ TO RPT-TOT-COUNT
               WRITE HSW-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE '  OTHER TYPES (KEY CHECKED ONLY)' TO RPT-TOT-LABEL
               MOVE WS-OTHER-READ TO RPT-TOT-COUNT
               WRITE HSW-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'MEMBERS READ' TO RPT-TOT-LABEL
               MOVE WS-MEMBERS-READ TO RPT-TOT-COUNT
               WRITE HSW-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'RECORDS WITH AN ERROR' TO RPT-TOT-LABEL
               MOVE WS-RECS-IN-ERROR TO RPT-TOT-COUNT
               WRITE HSW-RPT-LINE FROM WS-RPT-TOTAL-LINE
               MOVE 'EXCEPTION RECORDS WRITTEN' TO RPT-TOT-LABEL
               MOVE WS-EXCEPTIONS-WRITTEN TO RPT-TOT-COUNT
               WRITE HSW-RPT-LINE FROM WS-RPT-TOTAL-LINE
               CLOSE HSW-HIS-FILE
               CLOSE HSW-EXC-FILE
               IF WS-EXCEPTIONS-WRITTEN > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'F5920RQ4 RECORDS READ     = ' WS-RECS-READ
           DISPLAY 'F5920RQ4 RECORDS IN ERROR = ' WS-RECS-IN-ERROR
           DISPLAY 'F5920RQ4 EXCEPTIONS       = ' WS-EXCEPTIONS-WRITTEN
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE HSW-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5920RQ4' TO RUN-JOB-NAME
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
           MOVE 'RECS READ' TO RUN-CTR-LABEL (1)
           MOVE WS-RECS-READ TO RUN-CTR-VALUE (1)
           MOVE '040 READ' TO RUN-CTR-LABEL (2)
           MOVE WS-040-READ TO RUN-CTR-VALUE (2)
           MOVE '024 READ' TO RUN-CTR-LABEL (3)
           MOVE WS-024-READ TO RUN-CTR-VALUE (3)
           MOVE '025 READ' TO RUN-CTR-LABEL (4)
           MOVE WS-025-READ TO RUN-CTR-VALUE (4)
           MOVE 'RECS IN ERR' TO RUN-CTR-LABEL (5)
           MOVE WS-RECS-IN-ERROR TO RUN-CTR-VALUE (5)
           MOVE 'EXCEPTIONS' TO RUN-CTR-LABEL (6)
           MOVE WS-EXCEPTIONS-WRITTEN TO RUN-CTR-VALUE (6)
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
