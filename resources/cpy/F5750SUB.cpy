      ****************************************************************  00480100
      * COPYBOOK F5750SUB - ACCIDENT / WORKERS-COMP SUBROGATION CASE    00480200
      *                     KEYED BY MEMBER AND ACCIDENT DATE           00480300
      *                                                                 00480400
      * ONE CASE ROW (SUB-CLAIM-SEQ-NO ZERO) PER MEMBER AND ACCIDENT    00480500
      * DATE, FOLLOWED IN KEY ORDER BY ONE CLAIM ROW PER CLAIM FILED    00480600
      * AGAINST IT. F5910SB1 OPENS CASES AND ADDS CLAIMS FROM THE       00480700
      * HIST040 EXTRACT; THE CLAIM ROW KEEPS THE BENEFIT ALREADY        00480800
      * COUNTED, SO A CLAIM SEEN AGAIN ON A LATER RUN ONLY MOVES THE    00480900
      * CASE TOTAL BY ITS CHANGE. F5910SB2 POSTS THE FOLLOW-UP STATUS   00481000
      * FROM CARDS AND F5920RQ6 AGES THE OPEN CASES.                    00481100
      *                                                                 00481200
      * SUB-ACCIDENT-DATE IS HIST-DSUB-ACCIDENT-DATE (YYDDD JULIAN);    00481300
      * ZERO WHEN A WORKERS-COMP CLAIM CARRIED NONE. ALL OTHER DATES    00481400
      * ARE CYYMMDD. SUB-STATUS-DATE IS THE LAST STATUS CHANGE (THE     00481500
      * OPENED DATE UNTIL THE FIRST CARD IS POSTED). OPEN DOLLARS ARE   00481600
      * SUB-PAID-BENEFIT LESS SUB-RECOVERED-AMT.                        00481700
      *                                                                 00481800
      * CHANGE HISTORY:                                                 00481900
      *                                                                 00482000
SUBR00* 101526 RCC ACCIDENT AND WORKERS-COMP SUBROGATION TRACKING       00482100
      *            INITIAL VERSION CREATED                              00482200
      *                                                                 00482300
      ****************************************************************  00482400
           03  SUB-RECORD.                                              00482500
               04  SUB-KEY.                                             00482600
                   08  SUB-GROUP-NO         PIC S9(7) COMP-3.           00482700
                   08  SUB-SUB-DIV          PIC X(4).                   00482800
                   08  SUB-BRANCH           PIC X(4).                   00482900
                   08  SUB-CERT-NO          PIC S9(9) COMP-3.           00483000
                   08  SUB-PATIENT-NO       PIC S9(3) COMP-3.           00483100
                   08  SUB-ACCIDENT-DATE    PIC S9(5) COMP-3.           00483200
                   08  SUB-CLAIM-SEQ-NO     PIC S9(5) COMP-3.           00483300
               04  SUB-ROW-TYPE             PIC X(1).                   00483400
                   88  SUB-CASE-ROW             VALUE 'C'.              00483500
                   88  SUB-CLAIM-ROW            VALUE 'L'.              00483600
               04  SUB-CASE-DATA.                                       00483700
                   08  SUB-CASE-TYPE        PIC X(1).                   00483800
                       88  SUB-WORK-COMP-CASE   VALUE 'W'.              00483900
                       88  SUB-ACCIDENT-CASE    VALUE 'A'.              00484000
                   08  SUB-CASE-STATUS      PIC X(1).                   00484100
                       88  SUB-STAT-OPEN        VALUE 'O'.              00484200
                       88  SUB-STAT-QUESTNR     VALUE 'Q'.              00484300
                       88  SUB-STAT-ATTORNEY    VALUE 'A'.              00484400
                       88  SUB-STAT-LIEN        VALUE 'L'.              00484500
                       88  SUB-STAT-RECOVERY    VALUE 'R'.              00484600
                       88  SUB-STAT-CLOSED      VALUE 'C'.              00484700
                   08  SUB-OPENED-DATE      PIC S9(7) COMP-3.           00484800
                   08  SUB-STATUS-DATE      PIC S9(7) COMP-3.           00484900
                   08  SUB-LAST-CLAIM-DATE  PIC S9(7) COMP-3.           00485000
                   08  SUB-CLAIM-COUNT      PIC S9(5) COMP-3.           00485100
                   08  SUB-PAID-BENEFIT     PIC S9(9)V99 COMP-3.        00485200
                   08  SUB-RECOVERED-AMT    PIC S9(9)V99 COMP-3.        00485300
                   08  SUB-FIRST-DT-SERV    PIC S9(5) COMP-3.           00485400
                   08  SUB-QUESTNR-DATE     PIC S9(7) COMP-3.           00485500
                   08  SUB-ATTORNEY-DATE    PIC S9(7) COMP-3.           00485600
                   08  SUB-LIEN-DATE        PIC S9(7) COMP-3.           00485700
                   08  SUB-RECOVERY-DATE    PIC S9(7) COMP-3.           00485800
                   08  SUB-CLOSED-DATE      PIC S9(7) COMP-3.           00485900
                   08  SUB-ATTORNEY-NAME    PIC X(29).                  00486000
                   08  SUB-STATUS-CLERK     PIC X(8).                   00486100
                   08  SUB-STATUS-NOTE      PIC X(29).                  00486200
                   08  FILLER               PIC X(22).                  00486300
               04  SUB-CLAIM-DATA REDEFINES SUB-CASE-DATA.              00486400
                   08  SUB-CLM-WORK-COMP    PIC X(1).                   00486500
                   08  SUB-CLM-ACC-CHARGES  PIC S9(3) COMP-3.           00486600
                   08  SUB-CLM-DT-SERV      PIC S9(5) COMP-3.           00486700
                   08  SUB-CLM-DATE-PROC    PIC S9(5) COMP-3.           00486800
                   08  SUB-CLM-BENEFIT      PIC S9(7)V99 COMP-3.        00486900
                   08  SUB-CLM-ADDED-DATE   PIC S9(7) COMP-3.           00487000
                   08  SUB-CLM-REVISED-DATE PIC S9(7) COMP-3.           00487100
                   08  FILLER               PIC X(118).                 00487200
               04  FILLER                   PIC X(20).                  00487300
