      * AN ADD OR CHANGE IS A TWO-CARD TRANSACTION: CARD 1 CARRIES   *
      * THE FUNCTION, NPI, TIN, LICENSE, LAST NAME, AND FIRST NAME;  *
      * CARD 2 (BLANK IN COLUMN 1) CARRIES THE LEGAL NAME, STATE,    *
      * 5-BYTE ADDRESS KEY, AND LICENSE EXPIRATION DATE (CCYYMMDD,   *
      * CALENDAR-EDITED; BLANK ON AN ADD LEAVES IT ZERO). A DELETE   *
      * IS A SINGLE CARD. ON A CHANGE, ONLY NON-BLANK CARD FIELDS    *
      * REPLACE MASTER VALUES.                                       *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
      *            BALANCE THE F5910XT1 MANIFEST TRAILER ON THE       *
      *            EXTRACT BEFORE PROCESSING; RETURN CODE 8 ON A      *
      *            MISMATCH OR A MISSING TRAILER.                     *
LICX00* 101526 RCC PROVIDER LICENSE EXPIRY                            *
      *            CARD 2 CARRIES PROV-LIC-EXP-DATE IN COLUMNS 41-48, *
      *            CALENDAR-EDITED, WITH A FIELD-LEVEL AUDIT LINE     *
      *            LIKE EVERY OTHER MASTER FIELD.                     *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5910PM1.
           05  TRN2-LEGAL-NAME         PIC X(32).
           05  TRN2-ST-CD              PIC X(2).
           05  TRN2-ADR-5              PIC X(5).
           05  TRN2-LIC-EXP-DATE       PIC X(8).
           05  TRN2-LIC-EXP-DATE-N REDEFINES TRN2-LIC-EXP-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X(32).
       01  WS-CARD2-PRESENT-SW         PIC X     VALUE 'N'.
           88  WS-CARD2-PRESENT                  VALUE 'Y'.
       01  WS-CARD-PENDING-SW          PIC X     VALUE 'N'.
       01  WS-MASTER-FOUND-SW          PIC X     VALUE 'N'.
           88  WS-MASTER-FOUND                   VALUE 'Y'.
       01  WS-FIELDS-CHANGED           PIC S9(3) COMP-3 VALUE 0.
       01  WS-EXP-DATE-OK-SW           PIC X     VALUE 'Y'.
           88  WS-EXP-DATE-OK                    VALUE 'Y'.
       01  WS-EDIT-DATE-NUM            PIC 9(8)  VALUE ZEROS.
       01  FILLER REDEFINES WS-EDIT-DATE-NUM.
           05  WS-EDIT-YEAR            PIC 9(4).
           05  WS-EDIT-MM              PIC 9(2).
           05  WS-EDIT-DD              PIC 9(2).
       01  WS-EDIT-MAX-DD              PIC 9(2)  VALUE ZEROS.
       01  WS-DATE-VALID-SW            PIC X     VALUE 'N'.
           88  WS-DATE-VALID                     VALUE 'Y'.
       01  WS-AUDIT-DATE               PIC 9(8)  VALUE ZEROS.

       01  WS-RPT-HEADING1.
           05  FILLER                  PIC X(52) VALUE
           END-EVALUATE
           PERFORM 2800-READ-NEXT-CARD.

      * A BLANK EXPIRY DATE IS ACCEPTED (ZERO ON AN ADD, NO CHANGE
      * ON A CHANGE); A PUNCHED ONE MUST BE A REAL CCYYMMDD DATE.
       2600-EDIT-LIC-EXP-DATE.
           SET WS-EXP-DATE-OK TO TRUE
           IF TRN2-LIC-EXP-DATE NOT = SPACES
               MOVE 'N' TO WS-DATE-VALID-SW
               IF TRN2-LIC-EXP-DATE-N NUMERIC
                   MOVE TRN2-LIC-EXP-DATE-N TO WS-EDIT-DATE-NUM
                   PERFORM 2650-EDIT-CALENDAR-DATE
               END-IF
               IF NOT WS-DATE-VALID
                   MOVE 'N' TO WS-EXP-DATE-OK-SW
               END-IF
           END-IF.

      * EXPLICIT CCYYMMDD CALENDAR EDIT (MONTH 01-12, DAY VALID FOR
      * THE MONTH, LEAP YEARS HONORED) - SAME DERIVATION AS
      * F5920RP3'S 1070-EDIT-CALENDAR-DATE.
       2650-EDIT-CALENDAR-DATE.
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
               END-IF
           END-IF.

      * AN ADD OR CHANGE NEEDS ITS CONTINUATION CARD (BLANK COLUMN 1)
      * BEFORE ANY EDITING; A MISSING CONTINUATION REJECTS THE
      * TRANSACTION AND LEAVES THE OFFENDING CARD TO BE PROCESSED ON
               PERFORM 2901-REJECT-WITHOUT-READ
           ELSE
               MOVE TRN2-ST-CD TO WS-STATE-EDIT
               PERFORM 2600-EDIT-LIC-EXP-DATE
               IF NOT WS-VALID-STATE
                   MOVE 'INVALID STATE CODE' TO RPT-REJ-REASON
                   PERFORM 2901-REJECT-WITHOUT-READ
               ELSE
                   IF NOT WS-EXP-DATE-OK
                       MOVE 'INVALID LICENSE EXPIRY DATE'
                           TO RPT-REJ-REASON
                       PERFORM 2901-REJECT-WITHOUT-READ
                   ELSE
                       PERFORM 3200-WRITE-NEW-PROVIDER
                   END-IF
               END-IF
           END-IF.

               MOVE TRN2-LEGAL-NAME TO PROV-LEGAL-NAME
               MOVE TRN2-ST-CD TO PROV-ST-CD
               MOVE TRN2-ADR-5 TO PROV-ADR-5
               IF TRN2-LIC-EXP-DATE = SPACES
                   MOVE 0 TO PROV-LIC-EXP-DATE
               ELSE
                   MOVE TRN2-LIC-EXP-DATE-N TO PROV-LIC-EXP-DATE
               END-IF
               WRITE PRV-MAST-REC
               ADD 1 TO WS-PROVS-ADDED
               MOVE 'ADDED' TO RPT-ACTION
               MOVE 'ST-CD' TO RPT-FIELD-NAME
               MOVE TRN2-ST-CD TO RPT-AFTER-VALUE
               WRITE PRV-RPT-LINE FROM WS-RPT-AUDIT
               IF PROV-LIC-EXP-DATE > 0
                   MOVE 'LIC-EXP-DT' TO RPT-FIELD-NAME
                   MOVE PROV-LIC-EXP-DATE TO WS-AUDIT-DATE
                   MOVE WS-AUDIT-DATE TO RPT-AFTER-VALUE
                   WRITE PRV-RPT-LINE FROM WS-RPT-AUDIT
               END-IF
           END-IF.

       4000-CHANGE-PROVIDER.
                   MOVE 'N' TO WS-MASTER-FOUND-SW
               END-IF
           END-IF
           IF WS-MASTER-FOUND
               PERFORM 2600-EDIT-LIC-EXP-DATE
               IF NOT WS-EXP-DATE-OK
                   MOVE 'INVALID LICENSE EXPIRY DATE' TO RPT-REJ-REASON
                   PERFORM 2901-REJECT-WITHOUT-READ
                   MOVE 'N' TO WS-MASTER-FOUND-SW
               END-IF
           END-IF
           IF WS-MASTER-FOUND
               PERFORM 4300-REWRITE-CHANGED-PROVIDER
           END-IF.
               MOVE TRN2-ADR-5 TO PROV-ADR-5
               ADD 1 TO WS-FIELDS-CHANGED
           END-IF
           IF TRN2-LIC-EXP-DATE NOT = SPACES
              AND TRN2-LIC-EXP-DATE-N NOT = PROV-LIC-EXP-DATE
               MOVE 'LIC-EXP-DT' TO RPT-FIELD-NAME
               MOVE PROV-LIC-EXP-DATE TO WS-AUDIT-DATE
               MOVE WS-AUDIT-DATE TO RPT-BEFORE-VALUE
               MOVE TRN2-LIC-EXP-DATE TO RPT-AFTER-VALUE
               WRITE PRV-RPT-LINE FROM WS-RPT-AUDIT
               MOVE TRN2-LIC-EXP-DATE-N TO PROV-LIC-EXP-DATE
               ADD 1 TO WS-FIELDS-CHANGED
           END-IF

           IF WS-FIELDS-CHANGED > 0
               REWRITE PRV-MAST-REC
