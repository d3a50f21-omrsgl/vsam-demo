      ****************************************************************  00360100
      * COPYBOOK F5750FSA - FSA VENDOR SENT LEDGER RECORD               00360200
      *                     ONE ROW PER CLAIM SENT, KEYED BY CLAIM      00360300
      *                                                                 00360400
      * F5920RQ1 WRITES A ROW FOR EVERY CLAIM IT PUTS ON THE DAILY      00360500
      * FSA VENDOR FEED AND NEVER SENDS A CLAIM THAT ALREADY HAS ONE,   00360600
      * SO A CLAIM GOES TO ITS FSA ADMINISTRATOR EXACTLY ONCE.          00360700
      * F5920RQ2 POSTS THE VENDOR'S ACKNOWLEDGEMENT OR REJECT ONTO THE  00360800
      * SAME ROW AND LISTS WHAT WAS REJECTED OR NEVER ACKNOWLEDGED.     00360900
      *                                                                 00361000
      * FSA-SENT-AMT IS THE PATIENT-RESPONSIBILITY AMOUNT SENT:         00361100
      * FSA-PAT-RESP-AMT (HIST-DSUB-PAT-RESP-AMT, OR THE SUM OF THE     00361200
      * CHARGE-LEVEL HIST-DSUB-CHG-PAT-RESP-AMT WHEN THE CLAIM-LEVEL    00361300
      * AMOUNT IS ZERO) LESS FSA-OI-AMT (HIST-DSUB-FSA-OI-AMT).         00361400
      * FSA-SENT-DATE AND FSA-ACK-DATE ARE CYYMMDD.                     00361500
      *                                                                 00361600
      * CHANGE HISTORY:                                                 00361700
      *                                                                 00361800
FSAV00* 101526 RCC FSA VENDOR PATIENT-RESPONSIBILITY FEED               00361900
      *            INITIAL VERSION CREATED                              00362000
      *                                                                 00362100
      ****************************************************************  00362200
           03  FSA-RECORD.                                              00362300
               04  FSA-KEY.                                             00362400
                   08  FSA-GROUP-NO         PIC S9(7) COMP-3.           00362500
                   08  FSA-SUB-DIV          PIC X(4).                   00362600
                   08  FSA-BRANCH           PIC X(4).                   00362700
                   08  FSA-CERT-NO          PIC S9(9) COMP-3.           00362800
                   08  FSA-PATIENT-NO       PIC S9(3) COMP-3.           00362900
                   08  FSA-CLAIM-SEQ-NO     PIC S9(5) COMP-3.           00363000
               04  FSA-VENDOR-ID            PIC X(3).                   00363100
               04  FSA-SENT-DATE            PIC S9(7) COMP-3.           00363200
               04  FSA-DATE-PROCESSED       PIC S9(5) COMP-3.           00363300
               04  FSA-PAT-RESP-AMT         PIC S9(7)V99 COMP-3.        00363400
               04  FSA-OI-AMT               PIC S9(7)V99 COMP-3.        00363500
               04  FSA-SENT-AMT             PIC S9(7)V99 COMP-3.        00363600
               04  FSA-LINE-COUNT           PIC S9(3) COMP-3.           00363700
               04  FSA-ACK-STATUS           PIC X(1).                   00363800
                   88  FSA-AWAITING-ACK         VALUE ' '.              00363900
                   88  FSA-ACCEPTED             VALUE 'A'.              00364000
                   88  FSA-REJECTED             VALUE 'R'.              00364100
               04  FSA-ACK-DATE             PIC S9(7) COMP-3.           00364200
               04  FSA-REJECT-CODE          PIC X(4).                   00364300
               04  FSA-REJECT-TEXT          PIC X(30).                  00364400
               04  FILLER                   PIC X(20).                  00364500
