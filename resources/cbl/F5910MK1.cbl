      ****************************************************************
      * PROGRAM F5910MK1 - DE-IDENTIFIED TEST-REGION COPY OF         *
      *                    F5750HIS AND ITS SATELLITE FILES          *
      *                    BATCH DRIVER AGAINST F5750HIS/F5750PAY/   *
      *                    F5750PRV/F5750OOP/F5750ESC/F5750COB/      *
      *                    F5750CMA/F5750PAA/F5750XRF/F5750SUB       *
      *                                                               *
      * BUILDS A TEST COPY OF THE HISTORY CLUSTER AND THE KEYED      *
      * FILES THAT HANG OFF IT, WITH EVERY MEMBER'S PERSONAL DATA    *
      * REPLACED BY REALISTIC FAKE VALUES, SO TEST REGIONS CAN RUN   *
      * AGAINST PRODUCTION-SHAPED DATA. EACH SOURCE FILE IS BROWSED  *
      * IN KEY ORDER AND EVERY RECORD IS WRITTEN, MASKED, TO ITS     *
      * COPY. THE COPIES ARE OPENED OUTPUT, SO EACH RUN REPLACES THE *
      * PREVIOUS COPY WHOLE - THE ...O DD NAMES MUST POINT AT THE    *
      * TEST-REGION CLUSTERS, NEVER AT THE LIVE ONES.                *
      *                                                               *
      * CERTIFICATE NUMBERS ARE SCRAMBLED BY ONE RULE IN EVERY FILE  *
      * (HIS, OOP, ESC, COB, CMA, PAA, SUB, AND BOTH SIDES OF XRF),  *
      * SO A MEMBER'S RECORDS STILL MATCH ACROSS FILES IN THE COPY.  *
      * THE RULE MULTIPLIES THE CERT BY THE SCRAMBLE KEY AND KEEPS   *
      * THE LOW NINE DIGITS. THE KEY MUST END IN 1, 3, 7 OR 9, WHICH *
      * MAKES THE RULE ONE-TO-ONE: NO TWO CERTS SCRAMBLE TO THE SAME *
      * NUMBER, AND A ZERO CERT STAYS ZERO. SCRAMBLED CERTS SORT     *
      * DIFFERENTLY, SO THE COPIES ARE LOADED BY RANDOM WRITE.       *
      *                                                               *
      * FIELDS REPLACED (A BLANK OR ZERO SOURCE FIELD STAYS BLANK OR *
      * ZERO):                                                       *
      *   HIST040  PATIENT FIRST AND LAST NAME, SURVIVING-SPOUSE     *
      *            NAME, CARE-OF AND STREET ADDRESS, PHONE, SOCIAL   *
      *            SECURITY NUMBER, PATIENT ID, MEMBER ADMIN ID,     *
      *            THE DAY OF THE BIRTH DATE (THE BIRTH YEAR IS      *
      *            KEPT SO AGE EDITS STILL BEHAVE), AND THE          *
      *            THIRD-PARTY PAYEE NAME ON EACH PAYMENT SEGMENT.   *
      *   HIST025  CONSULTANT MESSAGE TEXT.                          *
      *   F5750PAY PAYEE NAME, ADDRESS, CITY, AND THE LAST DIGITS OF *
      *            THE ZIP (THE STATE AND 3-DIGIT ZIP PREFIX ARE     *
      *            KEPT FOR THE STATE AND REGION EDITS).             *
      *   F5750CMA CONSULTANT MESSAGE TEXT.                          *
      *   F5750SUB ATTORNEY NAME AND STATUS NOTE.                    *
      * FAKE NAMES AND ADDRESSES ARE DRAWN FROM THE SCRAMBLED CERT,  *
      * FROM THE PAYEE ID FOR PAYEES, AND FROM THE SOURCE VALUE FOR  *
      * FREE TEXT, SO A MEMBER HAS THE SAME FAKE NAME ON EVERY CLAIM *
      * AND A PAYEE THE SAME FAKE NAME ON THE CLAIMS AND F5750PAY (A *
      * CLAIM WITH NO THIRD-PARTY SEGMENT FALLS BACK TO THE PAYEE    *
      * NAME). DOLLAR AMOUNTS, DATES OF SERVICE, PROCEDURE CODES,    *
      * GROUP NUMBERS, CHECK NUMBERS AND PAYEE IDS ARE NOT TOUCHED.  *
      * PROVIDER DATA (NPI, TIN, LICENSE, PROVIDER NAMES) IS PUBLIC  *
      * REGISTRY INFORMATION AND IS COPIED AS IT STANDS, SO PROVIDER *
      * MATCHES STILL WORK.                                          *
      *                                                               *
      * CONTROL REPORT: AFTER ALL COPIES ARE BUILT EACH ONE IS READ  *
      * BACK, AND ONE LINE PER FILE SHOWS THE SOURCE RECORD COUNT,   *
      * THE COPY RECORD COUNT, WRITE ERRORS, AND THE SOURCE AND COPY *
      * TOTALS OF THE FILE'S DOLLAR FIELD. A FILE IS IN BALANCE WHEN *
      * THE COUNTS AND TOTALS AGREE AND NO WRITE FAILED. ANY FILE    *
      * OUT OF BALANCE OR NOT COPIED ENDS THE RUN WITH RETURN CODE 8.*
      *                                                               *
      * SYSIN CARD:                                                  *
      *   COLS 1-9   SCRAMBLE KEY, 9(9) ZERO-FILLED, LAST DIGIT 1, 3,*
      *              7 OR 9, NOT 000000001 (BLANK = HOUSE DEFAULT)   *
      * A PUNCHED KEY THAT FAILS ITS EDIT ENDS THE RUN WITH RETURN   *
      * CODE 8 BEFORE ANY COPY IS OPENED.                            *
      *                                                               *
      * CHANGE HISTORY:                                              *
      *                                                               *
MASK00* 101526 RCC DE-IDENTIFIED TEST-REGION COPY                     *
      *            INITIAL VERSION CREATED                           *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. F5910MK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSK-HIS-IN ASSIGN TO MSKHISI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-COMMON-KEY OF MSK-HIS-IN-REC
               FILE STATUS IS WS-IN-STATUS.

           SELECT MSK-HIS-OUT ASSIGN TO MSKHISO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-COMMON-KEY OF MSK-HIS-OUT-REC
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MSK-PAY-IN ASSIGN TO MSKPAYI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-ID OF MSK-PAY-IN-REC
               FILE STATUS IS WS-IN-STATUS.

           SELECT MSK-PAY-OUT ASSIGN TO MSKPAYO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-ID OF MSK-PAY-OUT-REC
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MSK-PRV-IN ASSIGN TO MSKPRVI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-NPI OF MSK-PRV-IN-REC
               FILE STATUS IS WS-IN-STATUS.

           SELECT MSK-PRV-OUT ASSIGN TO MSKPRVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROV-NPI OF MSK-PRV-OUT-REC
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MSK-OOP-IN ASSIGN TO MSKOOPI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OOP-ACCUM-KEY OF MSK-OOP-IN-REC
               FILE STATUS IS WS-IN-STATUS.

           SELECT MSK-OOP-OUT ASSIGN TO MSKOOPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OOP-ACCUM-KEY OF MSK-OOP-OUT-REC
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MSK-ESC-IN ASSIGN TO MSKESCI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ITEM-KEY OF MSK-ESC-IN-REC
               FILE STATUS IS WS-IN-STATUS.

           SELECT MSK-ESC-OUT ASSIGN TO MSKESCO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-ITEM-KEY OF MSK-ESC-OUT-REC
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MSK-COB-IN ASSIGN TO MSKCOBI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-PURSUIT-KEY OF MSK-COB-IN-REC
               FILE STATUS IS WS-IN-STATUS.

           SELECT MSK-COB-OUT ASSIGN TO MSKCOBO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COB-PURSUIT-KEY OF MSK-COB-OUT-REC
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MSK-CMA-IN ASSIGN TO MSKCMAI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMA-ARCHIVE-KEY OF MSK-CMA-IN-REC
               FILE STATUS IS WS-IN-STATUS.

           SELECT MSK-CMA-OUT ASSIGN TO MSKCMAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMA-ARCHIVE-KEY OF MSK-CMA-OUT-REC
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MSK-PAA-IN ASSIGN TO MSKPAAI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAA-ARCHIVE-KEY OF MSK-PAA-IN-REC
               FILE STATUS IS WS-IN-STATUS.

           SELECT MSK-PAA-OUT ASSIGN TO MSKPAAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAA-ARCHIVE-KEY OF MSK-PAA-OUT-REC
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MSK-XRF-IN ASSIGN TO MSKXRFI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-KEY OF MSK-XRF-IN-REC
               FILE STATUS IS WS-IN-STATUS.

           SELECT MSK-XRF-OUT ASSIGN TO MSKXRFO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-OLD-KEY OF MSK-XRF-OUT-REC
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MSK-SUB-IN ASSIGN TO MSKSUBI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-KEY OF MSK-SUB-IN-REC
               FILE STATUS IS WS-IN-STATUS.

           SELECT MSK-SUB-OUT ASSIGN TO MSKSUBO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-KEY OF MSK-SUB-OUT-REC
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MSK-RPT-FILE ASSIGN TO MSKRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-LOG-KEY OF RUN-LOG-REC
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ALL HISTORY RECORD TYPES PASS THROUGH THE LARGEST LAYOUT
      * (040) AS WHOLE IMAGES. THE COPY HAS A SECOND RECORD AREA SO
      * THE 025 CONSULTANT MESSAGES CAN BE MASKED IN PLACE; THE 024
      * CARRIES NO MEMBER DATA AND IS COPIED AS IT STANDS.
       FD  MSK-HIS-IN
           RECORDING MODE IS F.
       01  MSK-HIS-IN-REC.
           COPY F5750HIS.
           COPY F5750040.

       FD  MSK-HIS-OUT
           RECORDING MODE IS F.
       01  MSK-HIS-OUT-REC.
           COPY F5750HIS.
           COPY F5750040.
       01  MSK-025-OUT-REC.
           COPY F5750HIS.
           COPY F5750025.

       FD  MSK-PAY-IN
           RECORDING MODE IS F.
       01  MSK-PAY-IN-REC.
           COPY F5750PAY.

       FD  MSK-PAY-OUT
           RECORDING MODE IS F.
       01  MSK-PAY-OUT-REC.
           COPY F5750PAY.

       FD  MSK-PRV-IN
           RECORDING MODE IS F.
       01  MSK-PRV-IN-REC.
           COPY F5750PRV.

       FD  MSK-PRV-OUT
           RECORDING MODE IS F.
       01  MSK-PRV-OUT-REC.
           COPY F5750PRV.

       FD  MSK-OOP-IN
           RECORDING MODE IS F.
       01  MSK-OOP-IN-REC.
           COPY F5750OOP.

       FD  MSK-OOP-OUT
           RECORDING MODE IS F.
       01  MSK-OOP-OUT-REC.
           COPY F5750OOP.

       FD  MSK-ESC-IN
           RECORDING MODE IS F.
       01  MSK-ESC-IN-REC.
           COPY F5750ESC.

       FD  MSK-ESC-OUT
           RECORDING MODE IS F.
       01  MSK-ESC-OUT-REC.
           COPY F5750ESC.

       FD  MSK-COB-IN
           RECORDING MODE IS F.
       01  MSK-COB-IN-REC.
           COPY F5750COB.

       FD  MSK-COB-OUT
           RECORDING MODE IS F.
       01  MSK-COB-OUT-REC.
           COPY F5750COB.

       FD  MSK-CMA-IN
           RECORDING MODE IS F.
       01  MSK-CMA-IN-REC.
           COPY F5750CMA.

       FD  MSK-CMA-OUT
           RECORDING MODE IS F.
       01  MSK-CMA-OUT-REC.
           COPY F5750CMA.

       FD  MSK-PAA-IN
           RECORDING MODE IS F.
       01  MSK-PAA-IN-REC.
           COPY F5750PAA.

       FD  MSK-PAA-OUT
           RECORDING MODE IS F.
       01  MSK-PAA-OUT-REC.
           COPY F5750PAA.

       FD  MSK-XRF-IN
           RECORDING MODE IS F.
       01  MSK-XRF-IN-REC.
           COPY F5750XRF.

       FD  MSK-XRF-OUT
           RECORDING MODE IS F.
       01  MSK-XRF-OUT-REC.
           COPY F5750XRF.

       FD  MSK-SUB-IN
           RECORDING MODE IS F.
       01  MSK-SUB-IN-REC.
           COPY F5750SUB.

       FD  MSK-SUB-OUT
           RECORDING MODE IS F.
       01  MSK-SUB-OUT-REC.
           COPY F5750SUB.

       FD  MSK-RPT-FILE
           RECORDING MODE IS F.
       01  MSK-RPT-LINE                PIC X(132).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  RUN-LOG-REC.
           COPY F5750RUN.

       WORKING-STORAGE SECTION.
      * THE FILES ARE COPIED ONE PAIR AT A TIME, SO EVERY SOURCE
      * SHARES ONE STATUS FIELD AND EVERY COPY ANOTHER.
       01  WS-IN-STATUS                PIC XX    VALUE SPACES.
       01  WS-OUT-STATUS               PIC XX    VALUE SPACES.
       01  WS-RUN-STATUS               PIC XX    VALUE SPACES.
       01  WS-RUN-CTR-IX               PIC S9(3) COMP-3 VALUE 0.
       01  WS-CURR-DATE-BRK.
           05  WS-CURR-CCYY            PIC 9(4).
           05  WS-CURR-MM              PIC 9(2).
           05  WS-CURR-DD              PIC 9(2).
       01  WS-CURR-CYYMMDD             PIC S9(7) COMP-3 VALUE 0.
       01  WS-BROWSE-EOF-SW            PIC X     VALUE 'N'.
           88  WS-END-OF-BROWSE                  VALUE 'Y'.

       01  WS-PARM-CARD.
           05  WS-PARM-SCRAMBLE-KEY     PIC 9(9)  VALUE ZEROS.
       01  WS-PARM-CARD-X REDEFINES WS-PARM-CARD.
           05  WS-PARM-SCRAMBLE-KEY-X   PIC X(9).
       01  WS-PARM-CARD-D REDEFINES WS-PARM-CARD.
           05  FILLER                   PIC X(8).
           05  WS-PARM-KEY-LAST-DIGIT   PIC X(1).
               88  WS-PARM-KEY-ODD-NOT-5          VALUE '1' '3' '7'
                                                        '9'.
       01  WS-PARM-ERROR-SW             PIC X     VALUE 'N'.
           88  WS-PARM-ERROR                      VALUE 'Y'.

      * CERTIFICATE SCRAMBLE: CERT TIMES KEY, LOW NINE DIGITS.
       01  WS-SCRAMBLE-KEY              PIC S9(9) COMP-3
                                                  VALUE 7654321.
       01  WS-MSK-CERT-IN               PIC S9(9) COMP-3 VALUE 0.
       01  WS-MSK-CERT-OUT              PIC S9(9) COMP-3 VALUE 0.
       01  WS-MSK-PRODUCT               PIC S9(18) COMP-3 VALUE 0.
       01  WS-MSK-QUOTIENT              PIC S9(18) COMP-3 VALUE 0.
       01  WS-MSK-PATIENT               PIC S9(3) COMP-3 VALUE 0.
       01  WS-MSK-WORK                  PIC S9(15) COMP-3 VALUE 0.
       01  WS-MSK-HASH                  PIC S9(15) COMP-3 VALUE 0.
       01  WS-MSK-TEXT                  PIC X(72) VALUE SPACES.
       01  WS-MSK-PAYEE-ID              PIC X(10) VALUE SPACES.
       01  WS-MSK-CHAR-IX               PIC S9(3) COMP-3 VALUE 0.
       01  WS-MSK-PICK-IX               PIC S9(3) COMP-3 VALUE 0.
       01  WS-MSK-BIRTH-YY              PIC S9(3) COMP-3 VALUE 0.
       01  WS-SEG-IX                    PIC S9(3) COMP-3 VALUE 0.
       01  WS-MSG-IX                    PIC S9(3) COMP-3 VALUE 0.

      * FAKE MEMBER IDENTITY, BUILT FROM THE SCRAMBLED CERT AND THE
      * PATIENT NUMBER BY 5100-BUILD-MEMBER-IDENTITY.
       01  WS-FAKE-MEMBER.
           05  WS-FAKE-FIRST            PIC X(12).
           05  WS-FAKE-LAST             PIC X(20).
           05  WS-FAKE-SPOUSE-FIRST     PIC X(12).
           05  WS-FAKE-HOUSE-NO         PIC 9(4).
           05  WS-FAKE-STREET           PIC X(32).
           05  WS-FAKE-CAREOF           PIC X(32).
           05  WS-FAKE-PHONE            PIC S9(15) COMP-3.
           05  WS-FAKE-SSN              PIC S9(9) COMP-3.
           05  WS-FAKE-BIRTH-DDD        PIC S9(3) COMP-3.
           05  WS-FAKE-PAT-ID.
               10  FILLER               PIC X(1)  VALUE 'T'.
               10  WS-FAKE-PAT-ID-NO    PIC 9(9).
           05  WS-FAKE-ADMIN-ID.
               10  FILLER               PIC X(1)  VALUE 'M'.
               10  WS-FAKE-ADMIN-CERT   PIC 9(9).
               10  WS-FAKE-ADMIN-PAT    PIC 9(1).

      * FAKE PAYEE, BUILT FROM A HASH OF THE SOURCE VALUE BY
      * 5300-BUILD-PAYEE-IDENTITY.
       01  WS-FAKE-PAYEE.
           05  WS-PAYEE-FIRST           PIC X(12).
           05  WS-PAYEE-LAST            PIC X(20).
           05  WS-PAYEE-FULL-NAME       PIC X(30).
           05  WS-PAYEE-HOUSE-NO        PIC 9(4).
           05  WS-PAYEE-STREET          PIC X(30).
           05  WS-PAYEE-CITY            PIC X(20).
       01  WS-FAKE-TEXT                 PIC X(72) VALUE SPACES.

       01  WS-FIRST-NAME-VALUES.
           05  FILLER                   PIC X(12) VALUE 'JAMES'.
           05  FILLER                   PIC X(12) VALUE 'MARY'.
           05  FILLER                   PIC X(12) VALUE 'ROBERT'.
           05  FILLER                   PIC X(12) VALUE 'PATRICIA'.
           05  FILLER                   PIC X(12) VALUE 'JOHN'.
           05  FILLER                   PIC X(12) VALUE 'JENNIFER'.
           05  FILLER                   PIC X(12) VALUE 'MICHAEL'.
           05  FILLER                   PIC X(12) VALUE 'LINDA'.
           05  FILLER                   PIC X(12) VALUE 'DAVID'.
           05  FILLER                   PIC X(12) VALUE 'ELIZABETH'.
           05  FILLER                   PIC X(12) VALUE 'WILLIAM'.
           05  FILLER                   PIC X(12) VALUE 'BARBARA'.
           05  FILLER                   PIC X(12) VALUE 'RICHARD'.
           05  FILLER                   PIC X(12) VALUE 'SUSAN'.
           05  FILLER                   PIC X(12) VALUE 'JOSEPH'.
           05  FILLER                   PIC X(12) VALUE 'JESSICA'.
           05  FILLER                   PIC X(12) VALUE 'THOMAS'.
           05  FILLER                   PIC X(12) VALUE 'SARAH'.
           05  FILLER                   PIC X(12) VALUE 'CHARLES'.
           05  FILLER                   PIC X(12) VALUE 'KAREN'.
           05  FILLER                   PIC X(12) VALUE 'DANIEL'.
           05  FILLER                   PIC X(12) VALUE 'NANCY'.
           05  FILLER                   PIC X(12) VALUE 'MATTHEW'.
           05  FILLER                   PIC X(12) VALUE 'LISA'.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME            PIC X(12) OCCURS 24 TIMES.

       01  WS-LAST-NAME-VALUES.
           05  FILLER                   PIC X(20) VALUE 'SMITH'.
           05  FILLER                   PIC X(20) VALUE 'JOHNSON'.
           05  FILLER                   PIC X(20) VALUE 'WILLIAMS'.
           05  FILLER                   PIC X(20) VALUE 'BROWN'.
           05  FILLER                   PIC X(20) VALUE 'JONES'.
           05  FILLER                   PIC X(20) VALUE 'GARCIA'.
           05  FILLER                   PIC X(20) VALUE 'MILLER'.
           05  FILLER                   PIC X(20) VALUE 'DAVIS'.
           05  FILLER                   PIC X(20) VALUE 'RODRIGUEZ'.
           05  FILLER                   PIC X(20) VALUE 'MARTINEZ'.
           05  FILLER                   PIC X(20) VALUE 'HERNANDEZ'.
           05  FILLER                   PIC X(20) VALUE 'LOPEZ'.
           05  FILLER                   PIC X(20) VALUE 'GONZALEZ'.
           05  FILLER                   PIC X(20) VALUE 'WILSON'.
           05  FILLER                   PIC X(20) VALUE 'ANDERSON'.
           05  FILLER                   PIC X(20) VALUE 'THOMAS'.
           05  FILLER                   PIC X(20) VALUE 'TAYLOR'.
           05  FILLER                   PIC X(20) VALUE 'MOORE'.
           05  FILLER                   PIC X(20) VALUE 'JACKSON'.
           05  FILLER                   PIC X(20) VALUE 'MARTIN'.
           05  FILLER                   PIC X(20) VALUE 'LEE'.
           05  FILLER                   PIC X(20) VALUE 'PEREZ'.
           05  FILLER                   PIC X(20) VALUE 'THOMPSON'.
           05  FILLER                   PIC X(20) VALUE 'WHITE'.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05  WS-LAST-NAME             PIC X(20) OCCURS 24 TIMES.

       01  WS-STREET-VALUES.
           05  FILLER                   PIC X(20) VALUE 'MAPLE AVE'.
           05  FILLER                   PIC X(20) VALUE 'OAK ST'.
           05  FILLER                   PIC X(20) VALUE 'PINE RD'.
           05  FILLER                   PIC X(20) VALUE 'CEDAR LN'.
           05  FILLER                   PIC X(20) VALUE 'ELM ST'.
           05  FILLER                   PIC X(20) VALUE
               'WASHINGTON BLVD'.
           05  FILLER                   PIC X(20) VALUE 'LAKE DR'.
           05  FILLER                   PIC X(20) VALUE 'HILLCREST RD'.
           05  FILLER                   PIC X(20) VALUE 'PARK AVE'.
           05  FILLER                   PIC X(20) VALUE 'MAIN ST'.
           05  FILLER                   PIC X(20) VALUE 'RIVER RD'.
           05  FILLER                   PIC X(20) VALUE 'SUNSET DR'.
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05  WS-STREET-NAME           PIC X(20) OCCURS 12 TIMES.

       01  WS-CITY-VALUES.
           05  FILLER                   PIC X(20) VALUE 'SPRINGFIELD'.
           05  FILLER                   PIC X(20) VALUE 'FAIRVIEW'.
           05  FILLER                   PIC X(20) VALUE 'FRANKLIN'.
           05  FILLER                   PIC X(20) VALUE 'GREENVILLE'.
           05  FILLER                   PIC X(20) VALUE 'CLINTON'.
           05  FILLER                   PIC X(20) VALUE 'MADISON'.
           05  FILLER                   PIC X(20) VALUE 'GEORGETOWN'.
           05  FILLER                   PIC X(20) VALUE 'SALEM'.
           05  FILLER                   PIC X(20) VALUE 'ARLINGTON'.
           05  FILLER                   PIC X(20) VALUE 'ASHLAND'.
           05  FILLER                   PIC X(20) VALUE 'BRISTOL'.
           05  FILLER                   PIC X(20) VALUE 'DOVER'.
       01  WS-CITY-TABLE REDEFINES WS-CITY-VALUES.
           05  WS-CITY-NAME             PIC X(20) OCCURS 12 TIMES.

      * STOCK CONSULTANT WORDING. THE SAME SOURCE MESSAGE ALWAYS
      * PICKS THE SAME STOCK LINE.
       01  WS-CONSULT-VALUES.
           05  FILLER                   PIC X(72) VALUE
               'RADIOGRAPHS DO NOT SUPPORT THE SERVICE AS SUBMITTED'.
           05  FILLER                   PIC X(72) VALUE
               'SUBMIT PERIODONTAL CHARTING FOR CONSULTANT REVIEW'.
           05  FILLER                   PIC X(72) VALUE
               'NARRATIVE REQUIRED - REPLACEMENT WITHIN 5 YEARS'.
           05  FILLER                   PIC X(72) VALUE
               'ALTERNATE BENEFIT APPLIED - AMALGAM ALLOWANCE'.
           05  FILLER                   PIC X(72) VALUE
               'PRE-OPERATIVE X-RAY REQUIRED FOR CROWN REVIEW'.
           05  FILLER                   PIC X(72) VALUE
               'TREATMENT APPEARS COSMETIC - NOT A COVERED BENEFIT'.
           05  FILLER                   PIC X(72) VALUE
               'TOOTH NUMBER ON CLAIM DOES NOT MATCH RADIOGRAPH'.
           05  FILLER                   PIC X(72) VALUE
               'CONSULTANT APPROVES SERVICE AS SUBMITTED'.
       01  WS-CONSULT-TABLE REDEFINES WS-CONSULT-VALUES.
           05  WS-CONSULT-TEXT          PIC X(72) OCCURS 8 TIMES.

       01  WS-SUB-NOTE-VALUES.
           05  FILLER                   PIC X(29) VALUE
               'LETTER SENT TO ADJUSTER'.
           05  FILLER                   PIC X(29) VALUE
               'AWAITING SETTLEMENT DETAIL'.
           05  FILLER                   PIC X(29) VALUE
               'CALLED ATTORNEY OFFICE'.
           05  FILLER                   PIC X(29) VALUE
               'LIEN FILED WITH CARRIER'.
       01  WS-SUB-NOTE-TABLE REDEFINES WS-SUB-NOTE-VALUES.
           05  WS-SUB-NOTE-TEXT         PIC X(29) OCCURS 4 TIMES.

      * ONE CONTROL ENTRY PER FILE COPIED, IN THE ORDER COPIED.
       01  WS-CTL-NAME-VALUES.
           05  FILLER                   PIC X(8)  VALUE 'F5750HIS'.
           05  FILLER                   PIC X(20) VALUE
               'TOT-BENEFIT-AMT'.
           05  FILLER                   PIC X(8)  VALUE 'F5750PAY'.
           05  FILLER                   PIC X(20) VALUE
               '(RECORD COUNT ONLY)'.
           05  FILLER                   PIC X(8)  VALUE 'F5750PRV'.
           05  FILLER                   PIC X(20) VALUE
               '(RECORD COUNT ONLY)'.
           05  FILLER                   PIC X(8)  VALUE 'F5750OOP'.
           05  FILLER                   PIC X(20) VALUE
               'OOP-ACCUM-AMT'.
           05  FILLER                   PIC X(8)  VALUE 'F5750ESC'.
           05  FILLER                   PIC X(20) VALUE
               'ESC-CHECK-AMOUNT'.
           05  FILLER                   PIC X(8)  VALUE 'F5750COB'.
           05  FILLER                   PIC X(20) VALUE
               'COB-BENEFIT-AT-STAKE'.
           05  FILLER                   PIC X(8)  VALUE 'F5750CMA'.
           05  FILLER                   PIC X(20) VALUE
               '(RECORD COUNT ONLY)'.
           05  FILLER                   PIC X(8)  VALUE 'F5750PAA'.
           05  FILLER                   PIC X(20) VALUE
               '(RECORD COUNT ONLY)'.
           05  FILLER                   PIC X(8)  VALUE 'F5750XRF'.
           05  FILLER                   PIC X(20) VALUE
               '(RECORD COUNT ONLY)'.
           05  FILLER                   PIC X(8)  VALUE 'F5750SUB'.
           05  FILLER                   PIC X(20) VALUE
               'SUB-PAID-BENEFIT'.
       01  WS-CTL-NAME-TABLE REDEFINES WS-CTL-NAME-VALUES.
           05  WS-CTL-NAME-ENTRY OCCURS 10 TIMES.
               10  WS-CTL-FILE-ID       PIC X(8).
               10  WS-CTL-AMT-NAME      PIC X(20).
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 10 TIMES.
               10  WS-CTL-SRC-RECS      PIC S9(9) COMP-3.
               10  WS-CTL-WRITTEN       PIC S9(9) COMP-3.
               10  WS-CTL-WRITE-ERRS    PIC S9(9) COMP-3.
               10  WS-CTL-COPY-RECS     PIC S9(9) COMP-3.
               10  WS-CTL-SRC-AMT       PIC S9(11)V99 COMP-3.
               10  WS-CTL-COPY-AMT      PIC S9(11)V99 COMP-3.
               10  WS-CTL-OPEN-SW       PIC X.
                   88  WS-CTL-OPEN-FAILED         VALUE 'Y'.
               10  WS-CTL-RESULT        PIC X(14).
       01  WS-CTL-IX                    PIC S9(3) COMP-3 VALUE 0.
      * CONTROL ENTRY NUMBERS.
       01  WS-CTL-HIS                   PIC S9(3) COMP-3 VALUE 1.
       01  WS-CTL-PAY                   PIC S9(3) COMP-3 VALUE 2.
       01  WS-CTL-PRV                   PIC S9(3) COMP-3 VALUE 3.
       01  WS-CTL-OOP                   PIC S9(3) COMP-3 VALUE 4.
       01  WS-CTL-ESC                   PIC S9(3) COMP-3 VALUE 5.
       01  WS-CTL-COB                   PIC S9(3) COMP-3 VALUE 6.
       01  WS-CTL-CMA                   PIC S9(3) COMP-3 VALUE 7.
       01  WS-CTL-PAA                   PIC S9(3) COMP-3 VALUE 8.
       01  WS-CTL-XRF                   PIC S9(3) COMP-3 VALUE 9.
       01  WS-CTL-SUB                   PIC S9(3) COMP-3 VALUE 10.

       01  WS-COUNTERS.
           05  WS-FILES-IN-BALANCE      PIC S9(9) COMP-3 VALUE 0.
           05  WS-FILES-OUT-OF-BALANCE  PIC S9(9) COMP-3 VALUE 0.
           05  WS-RECORDS-COPIED        PIC S9(9) COMP-3 VALUE 0.
           05  WS-WRITE-ERRORS          PIC S9(9) COMP-3 VALUE 0.
           05  WS-CERTS-SCRAMBLED       PIC S9(9) COMP-3 VALUE 0.
           05  WS-FIELDS-MASKED         PIC S9(9) COMP-3 VALUE 0.

       01  WS-RPT-HEADING1.
           05  FILLER                   PIC X(60) VALUE
               'F5910MK1 - DE-IDENTIFIED TEST COPY CONTROL REPORT'.
      * THE KEY ITSELF IS NOT PRINTED: WITH IT, A SCRAMBLED CERT
      * CAN BE TURNED BACK INTO THE REAL ONE.
       01  WS-RPT-PARM-LINE.
           05  FILLER                   PIC X(5)  VALUE 'PARM '.
           05  RPT-PARM-NAME            PIC X(20).
           05  RPT-PARM-NOTE            PIC X(14).
       01  WS-RPT-PARM-ERR-LINE.
           05  FILLER                   PIC X(60) VALUE
               '** PARM CARD INVALID - RUN TERMINATED, RC=8 **'.
       01  WS-RPT-HEADING2.
           05  FILLER                   PIC X(10) VALUE 'FILE'.
           05  FILLER                   PIC X(13) VALUE ' SOURCE RECS'.
           05  FILLER                   PIC X(13) VALUE '   COPY RECS'.
           05  FILLER                   PIC X(9)  VALUE ' WRT ERR'.
           05  FILLER                   PIC X(22) VALUE
               'AMOUNT FIELD'.
           05  FILLER                   PIC X(16) VALUE
               '   SOURCE AMOUNT'.
           05  FILLER                   PIC X(16) VALUE
               '     COPY AMOUNT'.
           05  FILLER                   PIC X(16) VALUE '  STATUS'.
       01  WS-RPT-CTL-LINE.
           05  RPT-CTL-FILE-ID          PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-CTL-SRC-RECS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-CTL-COPY-RECS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-CTL-WRITE-ERRS       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-CTL-AMT-NAME         PIC X(20).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-CTL-SRC-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  RPT-CTL-COPY-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  RPT-CTL-RESULT           PIC X(14).
       01  WS-RPT-TRAILER.
           05  FILLER                   PIC X(18) VALUE
               'FILES IN BALANCE: '.
           05  RPT-FILES-OK             PIC Z9.
           05  FILLER                   PIC X(18) VALUE
               '  OUT OF BALANCE: '.
           05  RPT-FILES-OUT            PIC Z9.
           05  FILLER                   PIC X(19) VALUE
               '  CERTS SCRAMBLED: '.
           05  RPT-CERTS-SCRAMBLED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(17) VALUE
               '  FIELDS MASKED: '.
           05  RPT-FIELDS-MASKED        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT WS-PARM-ERROR
               PERFORM 2000-COPY-HIS-FILE
               PERFORM 3000-COPY-PAY-FILE
               PERFORM 3100-COPY-PRV-FILE
               PERFORM 3200-COPY-OOP-FILE
               PERFORM 3300-COPY-ESC-FILE
               PERFORM 3400-COPY-COB-FILE
               PERFORM 3500-COPY-CMA-FILE
               PERFORM 3600-COPY-PAA-FILE
               PERFORM 3700-COPY-XRF-FILE
               PERFORM 3800-COPY-SUB-FILE
               PERFORM 6000-VERIFY-COPIES
               PERFORM 7000-WRITE-CONTROL-SECTION
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-PARM-CARD FROM SYSIN
           OPEN OUTPUT MSK-RPT-FILE
           WRITE MSK-RPT-LINE FROM WS-RPT-HEADING1
           PERFORM 8150-BUILD-CYYMMDD-DATE
           INITIALIZE WS-CTL-TABLE
           PERFORM 1050-EDIT-PARM-CARD
           IF WS-PARM-ERROR
               WRITE MSK-RPT-LINE FROM WS-RPT-PARM-ERR-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A KEY ENDING IN 1, 3, 7 OR 9 SHARES NO FACTOR WITH 10, SO
      * MULTIPLYING BY IT NEVER SENDS TWO CERTS TO THE SAME LOW NINE
      * DIGITS. A KEY OF 1 WOULD LEAVE EVERY CERT AS IT IS.
       1050-EDIT-PARM-CARD.
           MOVE 'SCRAMBLE KEY' TO RPT-PARM-NAME
           IF WS-PARM-SCRAMBLE-KEY-X = SPACES
               MOVE '(DEFAULTED)' TO RPT-PARM-NOTE
           ELSE
               IF WS-PARM-SCRAMBLE-KEY NUMERIC
                  AND WS-PARM-KEY-ODD-NOT-5
                  AND WS-PARM-SCRAMBLE-KEY > 1
                   MOVE WS-PARM-SCRAMBLE-KEY TO WS-SCRAMBLE-KEY
                   MOVE '(SUPPLIED)' TO RPT-PARM-NOTE
               ELSE
                   SET WS-PARM-ERROR TO TRUE
                   MOVE '** INVALID **' TO RPT-PARM-NOTE
               END-IF
           END-IF
           WRITE MSK-RPT-LINE FROM WS-RPT-PARM-LINE.

      * F5750HIS. THE SOURCE TOTAL IS TAKEN BEFORE ANY MASKING, FROM
      * THE 040 RECORDS ONLY (THE OTHER TYPES HAVE NO BENEFIT TOTAL).
       2000-COPY-HIS-FILE.
           MOVE WS-CTL-HIS TO WS-CTL-IX
           OPEN INPUT  MSK-HIS-IN
           OPEN OUTPUT MSK-HIS-OUT
           IF WS-IN-STATUS NOT = '00'
              OR WS-OUT-STATUS NOT = '00'
               SET WS-CTL-OPEN-FAILED (WS-CTL-IX) TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-HIS-IN NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           PERFORM 2100-MASK-HIS-RECORD
                   END-READ
                   IF WS-IN-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MSK-HIS-IN
           CLOSE MSK-HIS-OUT.

       2100-MASK-HIS-RECORD.
           ADD 1 TO WS-CTL-SRC-RECS (WS-CTL-IX)
           IF HIS-RECTYP-DSUB OF MSK-HIS-IN-REC
               ADD HIST-DSUB-TOT-BENEFIT-AMT OF MSK-HIS-IN-REC
                   TO WS-CTL-SRC-AMT (WS-CTL-IX)
           END-IF
           MOVE MSK-HIS-IN-REC TO MSK-HIS-OUT-REC
           MOVE HIS-CERT-NO OF MSK-HIS-IN-REC TO WS-MSK-CERT-IN
           PERFORM 5000-SCRAMBLE-CERT
           MOVE WS-MSK-CERT-OUT TO HIS-CERT-NO OF MSK-HIS-OUT-REC
           EVALUATE TRUE
               WHEN HIS-RECTYP-DSUB OF MSK-HIS-OUT-REC
                   MOVE HIS-PATIENT-NO OF MSK-HIS-OUT-REC
                       TO WS-MSK-PATIENT
                   PERFORM 5100-BUILD-MEMBER-IDENTITY
                   PERFORM 2200-MASK-HIS-040
                   PERFORM 2300-MASK-HIS-PAYMENTS
               WHEN HIS-RECTYP-DCOV OF MSK-HIS-OUT-REC
                   PERFORM 2400-MASK-HIS-025
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE MSK-HIS-OUT-REC
               INVALID KEY
                   ADD 1 TO WS-CTL-WRITE-ERRS (WS-CTL-IX)
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-WRITTEN (WS-CTL-IX)
           END-WRITE.

       2200-MASK-HIS-040.
           IF HIST-DSUB-PAT-FIRST-NM OF MSK-HIS-OUT-REC NOT = SPACES
               MOVE WS-FAKE-FIRST
                   TO HIST-DSUB-PAT-FIRST-NM OF MSK-HIS-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF HIST-DSUB-PAT-LAST-NAME OF MSK-HIS-OUT-REC NOT = SPACES
               MOVE WS-FAKE-LAST
                   TO HIST-DSUB-PAT-LAST-NAME OF MSK-HIS-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF HIST-DSUB-SURVIVING-SP-FNME OF MSK-HIS-OUT-REC
                   NOT = SPACES
               MOVE WS-FAKE-SPOUSE-FIRST
                   TO HIST-DSUB-SURVIVING-SP-FNME OF MSK-HIS-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF HIST-DSUB-SURVIVING-SP-LNME OF MSK-HIS-OUT-REC
                   NOT = SPACES
               MOVE WS-FAKE-LAST
                   TO HIST-DSUB-SURVIVING-SP-LNME OF MSK-HIS-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
      *    BIRTH DATE IS JULIAN YYDDD; THE YEAR IS KEPT.
           IF HIST-DSUB-PAT-BIRTH-DT OF MSK-HIS-OUT-REC > 0
               COMPUTE WS-MSK-BIRTH-YY =
                   HIST-DSUB-PAT-BIRTH-DT OF MSK-HIS-OUT-REC / 1000
               COMPUTE HIST-DSUB-PAT-BIRTH-DT OF MSK-HIS-OUT-REC =
                   WS-MSK-BIRTH-YY * 1000 + WS-FAKE-BIRTH-DDD
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF HIST-DSUB-PAT-SS-NO OF MSK-HIS-OUT-REC NOT = 0
               MOVE WS-FAKE-SSN
                   TO HIST-DSUB-PAT-SS-NO OF MSK-HIS-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF HIST-DSUB-PAT-ID OF MSK-HIS-OUT-REC NOT = SPACES
               MOVE WS-FAKE-PAT-ID
                   TO HIST-DSUB-PAT-ID OF MSK-HIS-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF HIST-DSUB-MBR-ADMIN-ID OF MSK-HIS-OUT-REC NOT = SPACES
               MOVE WS-FAKE-ADMIN-ID
                   TO HIST-DSUB-MBR-ADMIN-ID OF MSK-HIS-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF HIST-DSUB-PAT-CAREOF OF MSK-HIS-OUT-REC NOT = SPACES
               MOVE WS-FAKE-CAREOF
                   TO HIST-DSUB-PAT-CAREOF-ADDR OF MSK-HIS-OUT-REC
               MOVE SPACES
                   TO HIST-DSUB-PAT-CAREOF-ADDR-EXTN OF MSK-HIS-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF HIST-DSUB-PAT-STREET OF MSK-HIS-OUT-REC NOT = SPACES
               MOVE WS-FAKE-STREET
                   TO HIST-DSUB-PAT-STREET-ADDR OF MSK-HIS-OUT-REC
               MOVE SPACES
                   TO HIST-DSUB-PAT-STREET-ADDR-EXTN OF MSK-HIS-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF HIST-DSUB-PAT-PHONE-NUMBER OF MSK-HIS-OUT-REC NOT = 0
               MOVE WS-FAKE-PHONE
                   TO HIST-DSUB-PAT-PHONE-NUMBER OF MSK-HIS-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF.

      * THE THIRD-PARTY PAYEE NAME RIDES ON THE PAYMENT SEGMENTS
      * (SEG-ID 'P'). THE FAKE NAME IS DRAWN FROM THE PAYEE ID ON THE
      * CLAIM'S THIRD-PARTY ('T') SEGMENT - THE SAME SOURCE 3010- USES
      * FOR THE F5750PAY COPY - SO ONE PAYEE GETS ONE FAKE NAME IN
      * BOTH FILES. A CLAIM WITH NO 'T' SEGMENT FALLS BACK TO THE
      * SOURCE NAME.
       2300-MASK-HIS-PAYMENTS.
           MOVE SPACES TO WS-MSK-PAYEE-ID
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX >
                         HIST-DSUB-SEG-COUNT OF MSK-HIS-OUT-REC
                      OR WS-SEG-IX > 53
               IF HIST-DSUB-THIRD-PARTY-ADDR OF MSK-HIS-OUT-REC
                       (WS-SEG-IX)
                  AND WS-MSK-PAYEE-ID = SPACES
                  AND HIST-DSUB-THDPRTY-PAYEE-ID
                          OF MSK-HIS-OUT-REC (WS-SEG-IX) NOT = SPACES
                   MOVE HIST-DSUB-THDPRTY-PAYEE-ID
                           OF MSK-HIS-OUT-REC (WS-SEG-IX)
                       TO WS-MSK-PAYEE-ID
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                   UNTIL WS-SEG-IX >
                         HIST-DSUB-SEG-COUNT OF MSK-HIS-OUT-REC
                      OR WS-SEG-IX > 53
               IF HIST-DSUB-SEG-ID OF MSK-HIS-OUT-REC (WS-SEG-IX) = 'P'
                  AND HIST-DSUB-TRI-PAYEE-NAME OF MSK-HIS-OUT-REC
                          (WS-SEG-IX) NOT = SPACES
                   IF WS-MSK-PAYEE-ID NOT = SPACES
                       MOVE WS-MSK-PAYEE-ID TO WS-MSK-TEXT
                   ELSE
                       MOVE HIST-DSUB-TRI-PAYEE-NAME OF MSK-HIS-OUT-REC
                               (WS-SEG-IX)
                           TO WS-MSK-TEXT
                   END-IF
                   PERFORM 5200-HASH-TEXT
                   PERFORM 5300-BUILD-PAYEE-IDENTITY
                   MOVE WS-PAYEE-FIRST
                       TO HIST-DSUB-TRI-PAYEE-FIRST OF MSK-HIS-OUT-REC
                              (WS-SEG-IX)
                   MOVE WS-PAYEE-LAST
                       TO HIST-DSUB-TRI-PAYEE-LAST OF MSK-HIS-OUT-REC
                              (WS-SEG-IX)
                   ADD 1 TO WS-FIELDS-MASKED
               END-IF
           END-PERFORM.

       2400-MASK-HIS-025.
           PERFORM VARYING WS-MSG-IX FROM 1 BY 1
                   UNTIL WS-MSG-IX > 10
               IF HIST-PAT-DCOV-CONSULT-MSG OF MSK-025-OUT-REC
                       (WS-MSG-IX) NOT = SPACES
                   MOVE HIST-PAT-DCOV-CONSULT-MSG OF MSK-025-OUT-REC
                           (WS-MSG-IX)
                       TO WS-MSK-TEXT
                   PERFORM 5400-PICK-CONSULT-TEXT
                   MOVE WS-FAKE-TEXT
                       TO HIST-PAT-DCOV-CONSULT-MSG OF MSK-025-OUT-REC
                              (WS-MSG-IX)
                   ADD 1 TO WS-FIELDS-MASKED
               END-IF
           END-PERFORM.

      * F5750PAY. THE PAYEE ID IS THE KEY THE THIRD-PARTY SEGMENTS
      * POINT AT, SO IT STAYS; THE FAKE NAME AND ADDRESS ARE DRAWN
      * FROM IT.
       3000-COPY-PAY-FILE.
           MOVE WS-CTL-PAY TO WS-CTL-IX
           OPEN INPUT  MSK-PAY-IN
           OPEN OUTPUT MSK-PAY-OUT
           IF WS-IN-STATUS NOT = '00'
              OR WS-OUT-STATUS NOT = '00'
               SET WS-CTL-OPEN-FAILED (WS-CTL-IX) TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-PAY-IN NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           PERFORM 3010-MASK-PAY-ROW
                   END-READ
                   IF WS-IN-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MSK-PAY-IN
           CLOSE MSK-PAY-OUT.

       3010-MASK-PAY-ROW.
           ADD 1 TO WS-CTL-SRC-RECS (WS-CTL-IX)
           MOVE MSK-PAY-IN-REC TO MSK-PAY-OUT-REC
           MOVE PAYEE-ID OF MSK-PAY-IN-REC TO WS-MSK-TEXT
           PERFORM 5200-HASH-TEXT
           PERFORM 5300-BUILD-PAYEE-IDENTITY
           IF PAYEE-NAME OF MSK-PAY-OUT-REC NOT = SPACES
               MOVE WS-PAYEE-FULL-NAME TO PAYEE-NAME OF MSK-PAY-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF PAYEE-ADDR-LINE1 OF MSK-PAY-OUT-REC NOT = SPACES
               MOVE WS-PAYEE-STREET
                   TO PAYEE-ADDR-LINE1 OF MSK-PAY-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF PAYEE-ADDR-LINE2 OF MSK-PAY-OUT-REC NOT = SPACES
               MOVE SPACES TO PAYEE-ADDR-LINE2 OF MSK-PAY-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF PAYEE-CITY OF MSK-PAY-OUT-REC NOT = SPACES
               MOVE WS-PAYEE-CITY TO PAYEE-CITY OF MSK-PAY-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           IF PAYEE-ZIP OF MSK-PAY-OUT-REC NOT = SPACES
               MOVE '01' TO PAYEE-ZIP OF MSK-PAY-OUT-REC (4:2)
               MOVE SPACES TO PAYEE-ZIP OF MSK-PAY-OUT-REC (6:4)
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           WRITE MSK-PAY-OUT-REC
               INVALID KEY
                   ADD 1 TO WS-CTL-WRITE-ERRS (WS-CTL-IX)
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-WRITTEN (WS-CTL-IX)
           END-WRITE.

      * F5750PRV. PUBLIC PROVIDER DATA - COPIED AS IT STANDS.
       3100-COPY-PRV-FILE.
           MOVE WS-CTL-PRV TO WS-CTL-IX
           OPEN INPUT  MSK-PRV-IN
           OPEN OUTPUT MSK-PRV-OUT
           IF WS-IN-STATUS NOT = '00'
              OR WS-OUT-STATUS NOT = '00'
               SET WS-CTL-OPEN-FAILED (WS-CTL-IX) TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-PRV-IN NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-SRC-RECS (WS-CTL-IX)
                           MOVE MSK-PRV-IN-REC TO MSK-PRV-OUT-REC
                           WRITE MSK-PRV-OUT-REC
                               INVALID KEY
                                   ADD 1
                                     TO WS-CTL-WRITE-ERRS (WS-CTL-IX)
                               NOT INVALID KEY
                                   ADD 1 TO WS-CTL-WRITTEN (WS-CTL-IX)
                           END-WRITE
                   END-READ
                   IF WS-IN-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MSK-PRV-IN
           CLOSE MSK-PRV-OUT.

       3200-COPY-OOP-FILE.
           MOVE WS-CTL-OOP TO WS-CTL-IX
           OPEN INPUT  MSK-OOP-IN
           OPEN OUTPUT MSK-OOP-OUT
           IF WS-IN-STATUS NOT = '00'
              OR WS-OUT-STATUS NOT = '00'
               SET WS-CTL-OPEN-FAILED (WS-CTL-IX) TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-OOP-IN NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           PERFORM 3210-MASK-OOP-ROW
                   END-READ
                   IF WS-IN-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MSK-OOP-IN
           CLOSE MSK-OOP-OUT.

       3210-MASK-OOP-ROW.
           ADD 1 TO WS-CTL-SRC-RECS (WS-CTL-IX)
           ADD OOP-ACCUM-AMT OF MSK-OOP-IN-REC
               TO WS-CTL-SRC-AMT (WS-CTL-IX)
           MOVE MSK-OOP-IN-REC TO MSK-OOP-OUT-REC
           MOVE OOP-CERT-NO OF MSK-OOP-IN-REC TO WS-MSK-CERT-IN
           PERFORM 5000-SCRAMBLE-CERT
           MOVE WS-MSK-CERT-OUT TO OOP-CERT-NO OF MSK-OOP-OUT-REC
           WRITE MSK-OOP-OUT-REC
               INVALID KEY
                   ADD 1 TO WS-CTL-WRITE-ERRS (WS-CTL-IX)
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-WRITTEN (WS-CTL-IX)
           END-WRITE.

      * F5750ESC. THE KEY IS THE CHECK NUMBER; ONLY THE CERT MOVES.
       3300-COPY-ESC-FILE.
           MOVE WS-CTL-ESC TO WS-CTL-IX
           OPEN INPUT  MSK-ESC-IN
           OPEN OUTPUT MSK-ESC-OUT
           IF WS-IN-STATUS NOT = '00'
              OR WS-OUT-STATUS NOT = '00'
               SET WS-CTL-OPEN-FAILED (WS-CTL-IX) TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-ESC-IN NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           PERFORM 3310-MASK-ESC-ROW
                   END-READ
                   IF WS-IN-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MSK-ESC-IN
           CLOSE MSK-ESC-OUT.

       3310-MASK-ESC-ROW.
           ADD 1 TO WS-CTL-SRC-RECS (WS-CTL-IX)
           ADD ESC-CHECK-AMOUNT OF MSK-ESC-IN-REC
               TO WS-CTL-SRC-AMT (WS-CTL-IX)
           MOVE MSK-ESC-IN-REC TO MSK-ESC-OUT-REC
           MOVE ESC-CERT-NO OF MSK-ESC-IN-REC TO WS-MSK-CERT-IN
           PERFORM 5000-SCRAMBLE-CERT
           MOVE WS-MSK-CERT-OUT TO ESC-CERT-NO OF MSK-ESC-OUT-REC
           WRITE MSK-ESC-OUT-REC
               INVALID KEY
                   ADD 1 TO WS-CTL-WRITE-ERRS (WS-CTL-IX)
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-WRITTEN (WS-CTL-IX)
           END-WRITE.

       3400-COPY-COB-FILE.
           MOVE WS-CTL-COB TO WS-CTL-IX
           OPEN INPUT  MSK-COB-IN
           OPEN OUTPUT MSK-COB-OUT
           IF WS-IN-STATUS NOT = '00'
              OR WS-OUT-STATUS NOT = '00'
               SET WS-CTL-OPEN-FAILED (WS-CTL-IX) TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-COB-IN NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           PERFORM 3410-MASK-COB-ROW
                   END-READ
                   IF WS-IN-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MSK-COB-IN
           CLOSE MSK-COB-OUT.

       3410-MASK-COB-ROW.
           ADD 1 TO WS-CTL-SRC-RECS (WS-CTL-IX)
           ADD COB-BENEFIT-AT-STAKE OF MSK-COB-IN-REC
               TO WS-CTL-SRC-AMT (WS-CTL-IX)
           MOVE MSK-COB-IN-REC TO MSK-COB-OUT-REC
           MOVE COB-CERT-NO OF MSK-COB-IN-REC TO WS-MSK-CERT-IN
           PERFORM 5000-SCRAMBLE-CERT
           MOVE WS-MSK-CERT-OUT TO COB-CERT-NO OF MSK-COB-OUT-REC
           WRITE MSK-COB-OUT-REC
               INVALID KEY
                   ADD 1 TO WS-CTL-WRITE-ERRS (WS-CTL-IX)
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-WRITTEN (WS-CTL-IX)
           END-WRITE.

       3500-COPY-CMA-FILE.
           MOVE WS-CTL-CMA TO WS-CTL-IX
           OPEN INPUT  MSK-CMA-IN
           OPEN OUTPUT MSK-CMA-OUT
           IF WS-IN-STATUS NOT = '00'
              OR WS-OUT-STATUS NOT = '00'
               SET WS-CTL-OPEN-FAILED (WS-CTL-IX) TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-CMA-IN NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           PERFORM 3510-MASK-CMA-ROW
                   END-READ
                   IF WS-IN-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MSK-CMA-IN
           CLOSE MSK-CMA-OUT.

       3510-MASK-CMA-ROW.
           ADD 1 TO WS-CTL-SRC-RECS (WS-CTL-IX)
           MOVE MSK-CMA-IN-REC TO MSK-CMA-OUT-REC
           MOVE CMA-CERT-NO OF MSK-CMA-IN-REC TO WS-MSK-CERT-IN
           PERFORM 5000-SCRAMBLE-CERT
           MOVE WS-MSK-CERT-OUT TO CMA-CERT-NO OF MSK-CMA-OUT-REC
           IF CMA-MESSAGE-TEXT OF MSK-CMA-OUT-REC NOT = SPACES
               MOVE CMA-MESSAGE-TEXT OF MSK-CMA-OUT-REC TO WS-MSK-TEXT
               PERFORM 5400-PICK-CONSULT-TEXT
               MOVE WS-FAKE-TEXT TO CMA-MESSAGE-TEXT OF MSK-CMA-OUT-REC
               ADD 1 TO WS-FIELDS-MASKED
           END-IF
           WRITE MSK-CMA-OUT-REC
               INVALID KEY
                   ADD 1 TO WS-CTL-WRITE-ERRS (WS-CTL-IX)
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-WRITTEN (WS-CTL-IX)
           END-WRITE.

       3600-COPY-PAA-FILE.
           MOVE WS-CTL-PAA TO WS-CTL-IX
           OPEN INPUT  MSK-PAA-IN
           OPEN OUTPUT MSK-PAA-OUT
           IF WS-IN-STATUS NOT = '00'
              OR WS-OUT-STATUS NOT = '00'
               SET WS-CTL-OPEN-FAILED (WS-CTL-IX) TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-PAA-IN NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           PERFORM 3610-MASK-PAA-ROW
                   END-READ
                   IF WS-IN-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MSK-PAA-IN
           CLOSE MSK-PAA-OUT.

       3610-MASK-PAA-ROW.
           ADD 1 TO WS-CTL-SRC-RECS (WS-CTL-IX)
           MOVE MSK-PAA-IN-REC TO MSK-PAA-OUT-REC
           MOVE PAA-CERT-NO OF MSK-PAA-IN-REC TO WS-MSK-CERT-IN
           PERFORM 5000-SCRAMBLE-CERT
           MOVE WS-MSK-CERT-OUT TO PAA-CERT-NO OF MSK-PAA-OUT-REC
           WRITE MSK-PAA-OUT-REC
               INVALID KEY
                   ADD 1 TO WS-CTL-WRITE-ERRS (WS-CTL-IX)
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-WRITTEN (WS-CTL-IX)
           END-WRITE.

      * F5750XRF. BOTH SIDES OF THE CROSS-REFERENCE ARE SCRAMBLED, SO
      * AN OLD-TO-NEW LOOKUP IN THE COPY STILL LANDS ON THE COPY'S
      * HISTORY.
       3700-COPY-XRF-FILE.
           MOVE WS-CTL-XRF TO WS-CTL-IX
           OPEN INPUT  MSK-XRF-IN
           OPEN OUTPUT MSK-XRF-OUT
           IF WS-IN-STATUS NOT = '00'
              OR WS-OUT-STATUS NOT = '00'
               SET WS-CTL-OPEN-FAILED (WS-CTL-IX) TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-XRF-IN NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           PERFORM 3710-MASK-XRF-ROW
                   END-READ
                   IF WS-IN-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MSK-XRF-IN
           CLOSE MSK-XRF-OUT.

       3710-MASK-XRF-ROW.
           ADD 1 TO WS-CTL-SRC-RECS (WS-CTL-IX)
           MOVE MSK-XRF-IN-REC TO MSK-XRF-OUT-REC
           MOVE XRF-OLD-CERT-NO OF MSK-XRF-IN-REC TO WS-MSK-CERT-IN
           PERFORM 5000-SCRAMBLE-CERT
           MOVE WS-MSK-CERT-OUT TO XRF-OLD-CERT-NO OF MSK-XRF-OUT-REC
           MOVE XRF-NEW-CERT-NO OF MSK-XRF-IN-REC TO WS-MSK-CERT-IN
           PERFORM 5000-SCRAMBLE-CERT
           MOVE WS-MSK-CERT-OUT TO XRF-NEW-CERT-NO OF MSK-XRF-OUT-REC
           WRITE MSK-XRF-OUT-REC
               INVALID KEY
                   ADD 1 TO WS-CTL-WRITE-ERRS (WS-CTL-IX)
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-WRITTEN (WS-CTL-IX)
           END-WRITE.

      * F5750SUB. THE CONTROL TOTAL IS THE PAID BENEFIT CARRIED ON
      * THE CASE ROWS.
       3800-COPY-SUB-FILE.
           MOVE WS-CTL-SUB TO WS-CTL-IX
           OPEN INPUT  MSK-SUB-IN
           OPEN OUTPUT MSK-SUB-OUT
           IF WS-IN-STATUS NOT = '00'
              OR WS-OUT-STATUS NOT = '00'
               SET WS-CTL-OPEN-FAILED (WS-CTL-IX) TO TRUE
           ELSE
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-SUB-IN NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           PERFORM 3810-MASK-SUB-ROW
                   END-READ
                   IF WS-IN-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MSK-SUB-IN
           CLOSE MSK-SUB-OUT.

       3810-MASK-SUB-ROW.
           ADD 1 TO WS-CTL-SRC-RECS (WS-CTL-IX)
           MOVE MSK-SUB-IN-REC TO MSK-SUB-OUT-REC
           MOVE SUB-CERT-NO OF MSK-SUB-IN-REC TO WS-MSK-CERT-IN
           PERFORM 5000-SCRAMBLE-CERT
           MOVE WS-MSK-CERT-OUT TO SUB-CERT-NO OF MSK-SUB-OUT-REC
           IF SUB-CASE-ROW OF MSK-SUB-OUT-REC
               ADD SUB-PAID-BENEFIT OF MSK-SUB-IN-REC
                   TO WS-CTL-SRC-AMT (WS-CTL-IX)
               IF SUB-ATTORNEY-NAME OF MSK-SUB-OUT-REC NOT = SPACES
                   MOVE SUB-ATTORNEY-NAME OF MSK-SUB-OUT-REC
                       TO WS-MSK-TEXT
                   PERFORM 5200-HASH-TEXT
                   PERFORM 5300-BUILD-PAYEE-IDENTITY
                   MOVE SPACES TO SUB-ATTORNEY-NAME OF MSK-SUB-OUT-REC
                   STRING WS-PAYEE-LAST DELIMITED BY SPACE
                          ' LAW OFFICE' DELIMITED BY SIZE
                       INTO SUB-ATTORNEY-NAME OF MSK-SUB-OUT-REC
                   END-STRING
                   ADD 1 TO WS-FIELDS-MASKED
               END-IF
               IF SUB-STATUS-NOTE OF MSK-SUB-OUT-REC NOT = SPACES
                   MOVE SUB-STATUS-NOTE OF MSK-SUB-OUT-REC
                       TO WS-MSK-TEXT
                   PERFORM 5200-HASH-TEXT
                   COMPUTE WS-MSK-PICK-IX =
                       FUNCTION MOD (WS-MSK-HASH, 4) + 1
                   MOVE WS-SUB-NOTE-TEXT (WS-MSK-PICK-IX)
                       TO SUB-STATUS-NOTE OF MSK-SUB-OUT-REC
                   ADD 1 TO WS-FIELDS-MASKED
               END-IF
           END-IF
           WRITE MSK-SUB-OUT-REC
               INVALID KEY
                   ADD 1 TO WS-CTL-WRITE-ERRS (WS-CTL-IX)
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-WRITTEN (WS-CTL-IX)
           END-WRITE.

      * CERT TIMES KEY, KEEPING THE LOW NINE DIGITS (SEE 1050).
       5000-SCRAMBLE-CERT.
           COMPUTE WS-MSK-PRODUCT = WS-MSK-CERT-IN * WS-SCRAMBLE-KEY
           DIVIDE WS-MSK-PRODUCT BY 1000000000
               GIVING WS-MSK-QUOTIENT
               REMAINDER WS-MSK-CERT-OUT
           IF WS-MSK-CERT-IN NOT = 0
               ADD 1 TO WS-CERTS-SCRAMBLED
           END-IF.

      * THE FAMILY SHARES THE SCRAMBLED CERT, SO IT SHARES A LAST
      * NAME, ADDRESS AND PHONE; FIRST NAME, BIRTH DAY AND SSN ALSO
      * VARY WITH THE PATIENT NUMBER. PHONES ARE IN THE 555-01XX
      * RANGE RESERVED FOR FICTION, AND SSNS START WITH 9, WHICH IS
      * NEVER ISSUED AS A SOCIAL SECURITY NUMBER.
       5100-BUILD-MEMBER-IDENTITY.
           COMPUTE WS-MSK-WORK = WS-MSK-CERT-OUT + WS-MSK-PATIENT * 7
           COMPUTE WS-MSK-PICK-IX = FUNCTION MOD (WS-MSK-WORK, 24) + 1
           MOVE WS-FIRST-NAME (WS-MSK-PICK-IX) TO WS-FAKE-FIRST
           COMPUTE WS-MSK-WORK = WS-MSK-CERT-OUT + 11
           COMPUTE WS-MSK-PICK-IX = FUNCTION MOD (WS-MSK-WORK, 24) + 1
           MOVE WS-FIRST-NAME (WS-MSK-PICK-IX) TO WS-FAKE-SPOUSE-FIRST
           COMPUTE WS-MSK-WORK = WS-MSK-CERT-OUT / 24
           COMPUTE WS-MSK-PICK-IX = FUNCTION MOD (WS-MSK-WORK, 24) + 1
           MOVE WS-LAST-NAME (WS-MSK-PICK-IX) TO WS-FAKE-LAST
           COMPUTE WS-MSK-WORK = WS-MSK-CERT-OUT / 576
           COMPUTE WS-MSK-PICK-IX = FUNCTION MOD (WS-MSK-WORK, 12) + 1
           COMPUTE WS-FAKE-HOUSE-NO =
               FUNCTION MOD (WS-MSK-CERT-OUT, 9800) + 100
           MOVE SPACES TO WS-FAKE-STREET
           STRING WS-FAKE-HOUSE-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STREET-NAME (WS-MSK-PICK-IX) DELIMITED BY '  '
               INTO WS-FAKE-STREET
           END-STRING
           MOVE SPACES TO WS-FAKE-CAREOF
           STRING 'C/O ' DELIMITED BY SIZE
                  WS-FAKE-SPOUSE-FIRST DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-FAKE-LAST DELIMITED BY SPACE
               INTO WS-FAKE-CAREOF
           END-STRING
           COMPUTE WS-FAKE-PHONE =
               (FUNCTION MOD (WS-MSK-CERT-OUT, 800) + 200) * 10000000
               + 5550100 + FUNCTION MOD (WS-MSK-CERT-OUT, 100)
           COMPUTE WS-MSK-WORK = WS-MSK-CERT-OUT * 1000 + WS-MSK-PATIENT
           COMPUTE WS-FAKE-BIRTH-DDD =
               FUNCTION MOD (WS-MSK-WORK, 365) + 1
           COMPUTE WS-FAKE-SSN =
               900000000 + FUNCTION MOD (WS-MSK-WORK, 100000000)
           MOVE WS-MSK-CERT-OUT TO WS-FAKE-PAT-ID-NO
           MOVE WS-MSK-CERT-OUT TO WS-FAKE-ADMIN-CERT
           MOVE WS-MSK-PATIENT TO WS-FAKE-ADMIN-PAT.

      * A REPEATABLE NUMBER DRAWN FROM WS-MSK-TEXT, SO THE SAME
      * SOURCE VALUE ALWAYS PICKS THE SAME FAKE VALUE.
       5200-HASH-TEXT.
           MOVE 0 TO WS-MSK-HASH
           PERFORM VARYING WS-MSK-CHAR-IX FROM 1 BY 1
                   UNTIL WS-MSK-CHAR-IX > 72
               COMPUTE WS-MSK-HASH =
                   FUNCTION MOD (WS-MSK-HASH * 31
                       + FUNCTION ORD (WS-MSK-TEXT (WS-MSK-CHAR-IX:1)),
                       999999937)
           END-PERFORM.

       5300-BUILD-PAYEE-IDENTITY.
           COMPUTE WS-MSK-PICK-IX = FUNCTION MOD (WS-MSK-HASH, 24) + 1
           MOVE WS-FIRST-NAME (WS-MSK-PICK-IX) TO WS-PAYEE-FIRST
           COMPUTE WS-MSK-WORK = WS-MSK-HASH / 24
           COMPUTE WS-MSK-PICK-IX = FUNCTION MOD (WS-MSK-WORK, 24) + 1
           MOVE WS-LAST-NAME (WS-MSK-PICK-IX) TO WS-PAYEE-LAST
           MOVE SPACES TO WS-PAYEE-FULL-NAME
           STRING WS-PAYEE-FIRST DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-PAYEE-LAST DELIMITED BY SPACE
               INTO WS-PAYEE-FULL-NAME
           END-STRING
           COMPUTE WS-MSK-WORK = WS-MSK-HASH / 576
           COMPUTE WS-MSK-PICK-IX = FUNCTION MOD (WS-MSK-WORK, 12) + 1
           COMPUTE WS-PAYEE-HOUSE-NO =
               FUNCTION MOD (WS-MSK-HASH, 9800) + 100
           MOVE SPACES TO WS-PAYEE-STREET
           STRING WS-PAYEE-HOUSE-NO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-STREET-NAME (WS-MSK-PICK-IX) DELIMITED BY '  '
               INTO WS-PAYEE-STREET
           END-STRING
           COMPUTE WS-MSK-WORK = WS-MSK-HASH / 6912
           COMPUTE WS-MSK-PICK-IX = FUNCTION MOD (WS-MSK-WORK, 12) + 1
           MOVE WS-CITY-NAME (WS-MSK-PICK-IX) TO WS-PAYEE-CITY.

       5400-PICK-CONSULT-TEXT.
           PERFORM 5200-HASH-TEXT
           COMPUTE WS-MSK-PICK-IX = FUNCTION MOD (WS-MSK-HASH, 8) + 1
           MOVE WS-CONSULT-TEXT (WS-MSK-PICK-IX) TO WS-FAKE-TEXT.

      * EACH COPY IS READ BACK FROM THE TEST CLUSTER ITSELF, SO THE
      * COUNTS AND TOTALS PROVE WHAT LANDED, NOT WHAT WAS SENT.
       6000-VERIFY-COPIES.
           PERFORM 6100-VERIFY-HIS-COPY
           PERFORM 6200-VERIFY-PAY-COPY
           PERFORM 6300-VERIFY-PRV-COPY
           PERFORM 6400-VERIFY-OOP-COPY
           PERFORM 6500-VERIFY-ESC-COPY
           PERFORM 6600-VERIFY-COB-COPY
           PERFORM 6700-VERIFY-CMA-COPY
           PERFORM 6800-VERIFY-PAA-COPY
           PERFORM 6850-VERIFY-XRF-COPY
           PERFORM 6870-VERIFY-SUB-COPY
           PERFORM 6900-SET-BALANCE-RESULTS.

       6100-VERIFY-HIS-COPY.
           MOVE WS-CTL-HIS TO WS-CTL-IX
           OPEN INPUT MSK-HIS-OUT
           IF WS-OUT-STATUS = '00'
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-HIS-OUT NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COPY-RECS (WS-CTL-IX)
                           IF HIS-RECTYP-DSUB OF MSK-HIS-OUT-REC
                               ADD HIST-DSUB-TOT-BENEFIT-AMT
                                       OF MSK-HIS-OUT-REC
                                   TO WS-CTL-COPY-AMT (WS-CTL-IX)
                           END-IF
                   END-READ
                   IF WS-OUT-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MSK-HIS-OUT
           END-IF.

       6200-VERIFY-PAY-COPY.
           MOVE WS-CTL-PAY TO WS-CTL-IX
           OPEN INPUT MSK-PAY-OUT
           IF WS-OUT-STATUS = '00'
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-PAY-OUT NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COPY-RECS (WS-CTL-IX)
                   END-READ
                   IF WS-OUT-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MSK-PAY-OUT
           END-IF.

       6300-VERIFY-PRV-COPY.
           MOVE WS-CTL-PRV TO WS-CTL-IX
           OPEN INPUT MSK-PRV-OUT
           IF WS-OUT-STATUS = '00'
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-PRV-OUT NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COPY-RECS (WS-CTL-IX)
                   END-READ
                   IF WS-OUT-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MSK-PRV-OUT
           END-IF.

       6400-VERIFY-OOP-COPY.
           MOVE WS-CTL-OOP TO WS-CTL-IX
           OPEN INPUT MSK-OOP-OUT
           IF WS-OUT-STATUS = '00'
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-OOP-OUT NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COPY-RECS (WS-CTL-IX)
                           ADD OOP-ACCUM-AMT OF MSK-OOP-OUT-REC
                               TO WS-CTL-COPY-AMT (WS-CTL-IX)
                   END-READ
                   IF WS-OUT-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MSK-OOP-OUT
           END-IF.

       6500-VERIFY-ESC-COPY.
           MOVE WS-CTL-ESC TO WS-CTL-IX
           OPEN INPUT MSK-ESC-OUT
           IF WS-OUT-STATUS = '00'
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-ESC-OUT NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COPY-RECS (WS-CTL-IX)
                           ADD ESC-CHECK-AMOUNT OF MSK-ESC-OUT-REC
                               TO WS-CTL-COPY-AMT (WS-CTL-IX)
                   END-READ
                   IF WS-OUT-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MSK-ESC-OUT
           END-IF.

       6600-VERIFY-COB-COPY.
           MOVE WS-CTL-COB TO WS-CTL-IX
           OPEN INPUT MSK-COB-OUT
           IF WS-OUT-STATUS = '00'
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-COB-OUT NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COPY-RECS (WS-CTL-IX)
                           ADD COB-BENEFIT-AT-STAKE OF MSK-COB-OUT-REC
                               TO WS-CTL-COPY-AMT (WS-CTL-IX)
                   END-READ
                   IF WS-OUT-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MSK-COB-OUT
           END-IF.

       6700-VERIFY-CMA-COPY.
           MOVE WS-CTL-CMA TO WS-CTL-IX
           OPEN INPUT MSK-CMA-OUT
           IF WS-OUT-STATUS = '00'
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-CMA-OUT NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COPY-RECS (WS-CTL-IX)
                   END-READ
                   IF WS-OUT-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MSK-CMA-OUT
           END-IF.

       6800-VERIFY-PAA-COPY.
           MOVE WS-CTL-PAA TO WS-CTL-IX
           OPEN INPUT MSK-PAA-OUT
           IF WS-OUT-STATUS = '00'
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-PAA-OUT NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COPY-RECS (WS-CTL-IX)
                   END-READ
                   IF WS-OUT-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MSK-PAA-OUT
           END-IF.

       6850-VERIFY-XRF-COPY.
           MOVE WS-CTL-XRF TO WS-CTL-IX
           OPEN INPUT MSK-XRF-OUT
           IF WS-OUT-STATUS = '00'
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-XRF-OUT NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COPY-RECS (WS-CTL-IX)
                   END-READ
                   IF WS-OUT-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MSK-XRF-OUT
           END-IF.

       6870-VERIFY-SUB-COPY.
           MOVE WS-CTL-SUB TO WS-CTL-IX
           OPEN INPUT MSK-SUB-OUT
           IF WS-OUT-STATUS = '00'
               MOVE 'N' TO WS-BROWSE-EOF-SW
               PERFORM UNTIL WS-END-OF-BROWSE
                   READ MSK-SUB-OUT NEXT RECORD
                       AT END
                           SET WS-END-OF-BROWSE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CTL-COPY-RECS (WS-CTL-IX)
                           IF SUB-CASE-ROW OF MSK-SUB-OUT-REC
                               ADD SUB-PAID-BENEFIT OF MSK-SUB-OUT-REC
                                   TO WS-CTL-COPY-AMT (WS-CTL-IX)
                           END-IF
                   END-READ
                   IF WS-OUT-STATUS NOT = '00'
                       SET WS-END-OF-BROWSE TO TRUE
                   END-IF
               END-PERFORM
               CLOSE MSK-SUB-OUT
           END-IF.

       6900-SET-BALANCE-RESULTS.
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > 10
               ADD WS-CTL-WRITTEN (WS-CTL-IX) TO WS-RECORDS-COPIED
               ADD WS-CTL-WRITE-ERRS (WS-CTL-IX) TO WS-WRITE-ERRORS
               IF WS-CTL-OPEN-FAILED (WS-CTL-IX)
                   MOVE 'NOT COPIED' TO WS-CTL-RESULT (WS-CTL-IX)
                   ADD 1 TO WS-FILES-OUT-OF-BALANCE
               ELSE
                   IF WS-CTL-WRITE-ERRS (WS-CTL-IX) = 0
                      AND WS-CTL-COPY-RECS (WS-CTL-IX) =
                          WS-CTL-SRC-RECS (WS-CTL-IX)
                      AND WS-CTL-COPY-AMT (WS-CTL-IX) =
                          WS-CTL-SRC-AMT (WS-CTL-IX)
                       MOVE 'IN BALANCE' TO WS-CTL-RESULT (WS-CTL-IX)
                       ADD 1 TO WS-FILES-IN-BALANCE
                   ELSE
                       MOVE 'OUT OF BALANCE'
                           TO WS-CTL-RESULT (WS-CTL-IX)
                       ADD 1 TO WS-FILES-OUT-OF-BALANCE
                   END-IF
               END-IF
           END-PERFORM.

       7000-WRITE-CONTROL-SECTION.
           WRITE MSK-RPT-LINE FROM WS-RPT-HEADING2
           PERFORM VARYING WS-CTL-IX FROM 1 BY 1
                   UNTIL WS-CTL-IX > 10
               MOVE WS-CTL-FILE-ID (WS-CTL-IX) TO RPT-CTL-FILE-ID
               MOVE WS-CTL-SRC-RECS (WS-CTL-IX) TO RPT-CTL-SRC-RECS
               MOVE WS-CTL-COPY-RECS (WS-CTL-IX) TO RPT-CTL-COPY-RECS
               MOVE WS-CTL-WRITE-ERRS (WS-CTL-IX)
                   TO RPT-CTL-WRITE-ERRS
               MOVE WS-CTL-AMT-NAME (WS-CTL-IX) TO RPT-CTL-AMT-NAME
               MOVE WS-CTL-SRC-AMT (WS-CTL-IX) TO RPT-CTL-SRC-AMT
               MOVE WS-CTL-COPY-AMT (WS-CTL-IX) TO RPT-CTL-COPY-AMT
               MOVE WS-CTL-RESULT (WS-CTL-IX) TO RPT-CTL-RESULT
               WRITE MSK-RPT-LINE FROM WS-RPT-CTL-LINE
           END-PERFORM
           MOVE WS-FILES-IN-BALANCE TO RPT-FILES-OK
           MOVE WS-FILES-OUT-OF-BALANCE TO RPT-FILES-OUT
           MOVE WS-CERTS-SCRAMBLED TO RPT-CERTS-SCRAMBLED
           MOVE WS-FIELDS-MASKED TO RPT-FIELDS-MASKED
           WRITE MSK-RPT-LINE FROM WS-RPT-TRAILER.

       8000-TERMINATE.
           DISPLAY 'F5910MK1 RECORDS COPIED   = ' WS-RECORDS-COPIED
           DISPLAY 'F5910MK1 WRITE ERRORS     = ' WS-WRITE-ERRORS
           DISPLAY 'F5910MK1 CERTS SCRAMBLED  = ' WS-CERTS-SCRAMBLED
           DISPLAY 'F5910MK1 FIELDS MASKED    = ' WS-FIELDS-MASKED
           DISPLAY 'F5910MK1 FILES IN BALANCE = ' WS-FILES-IN-BALANCE
           DISPLAY 'F5910MK1 FILES OUT        = '
               WS-FILES-OUT-OF-BALANCE
           IF WS-FILES-OUT-OF-BALANCE > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8100-WRITE-RUN-LOG
           CLOSE MSK-RPT-FILE.

      * ONE RUN-STATISTICS ROW PER EXECUTION - SEE F5750RUN. THE
      * LOG IS OPENED ONLY HERE, AT END OF JOB, AND CREATED ON
      * FIRST USE (FILE STATUS 35).
       8100-WRITE-RUN-LOG.
           OPEN I-O RUN-LOG-FILE
           IF WS-RUN-STATUS = '35'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'F5910MK1' TO RUN-JOB-NAME
           PERFORM 8150-BUILD-CYYMMDD-DATE
           MOVE WS-CURR-CYYMMDD TO RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RUN-TIME
           IF WS-PARM-ERROR
              OR WS-FILES-OUT-OF-BALANCE > 0
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
           MOVE 'FILES OK' TO RUN-CTR-LABEL (1)
           MOVE WS-FILES-IN-BALANCE TO RUN-CTR-VALUE (1)
           MOVE 'FILES OUT' TO RUN-CTR-LABEL (2)
           MOVE WS-FILES-OUT-OF-BALANCE TO RUN-CTR-VALUE (2)
           MOVE 'RECS COPIED' TO RUN-CTR-LABEL (3)
           MOVE WS-RECORDS-COPIED TO RUN-CTR-VALUE (3)
           MOVE 'WRITE ERRORS' TO RUN-CTR-LABEL (4)
           MOVE WS-WRITE-ERRORS TO RUN-CTR-VALUE (4)
           MOVE 'CERTS SCRAMB' TO RUN-CTR-LABEL (5)
           MOVE WS-CERTS-SCRAMBLED TO RUN-CTR-VALUE (5)
           MOVE 'FLDS MASKED' TO RUN-CTR-LABEL (6)
           MOVE WS-FIELDS-MASKED TO RUN-CTR-VALUE (6)
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
