      ****************************************************************  00490100
      * COPYBOOK F5750EDG - ACA EDGE SERVER SUBMISSION LEDGER           00490200
      *                     ONE ROW PER ENROLLEE AND PER CLAIM SENT     00490300
      *                                                                 00490400
      * ONE ENROLLMENT ROW (EDG-CLAIM-SEQ-NO ZERO) PER MEMBER ON AN     00490500
      * ACA PLAN, FOLLOWED IN KEY ORDER BY ONE CLAIM ROW PER CLAIM      00490600
      * SUBMITTED FOR THAT MEMBER. F5920RQ9 WRITES OR REFRESHES A ROW   00490700
      * EVERY TIME IT PUTS THE MEMBER OR CLAIM ON THE EDGE ENROLLMENT   00490800
      * OR CLAIMS FILE; F5920RQA POSTS THE EDGE ACCEPT OR REJECT ONTO   00490900
      * THE SAME ROW AND LISTS THE REJECTS FOR CORRECTION.              00491000
      *                                                                 00491100
      * A MEMBER IS ON AN ACA PLAN ONCE ONE OF ITS CLAIMS CARRIES       00491200
      * HIST-DSUB-HCR-PLAN-TYPE; THE ENROLLMENT ROW THEN KEEPS THE      00491300
      * MEMBER IN EVERY LATER ENROLLMENT SNAPSHOT. THE CLAIM ROW KEEPS  00491400
      * THE EHB AND NON-EHB PAID LAST SENT, SO A CLAIM IS SENT AGAIN    00491500
      * (AS A REPLACEMENT) ONLY WHEN AN ADJUSTMENT OR REVERSAL HAS      00491600
      * CHANGED WHAT EDGE HOLDS, OR WHEN EDGE REJECTED IT.              00491700
      *                                                                 00491800
      * EDG-SENT-DATE AND EDG-RESP-DATE ARE CYYMMDD; EDG-DATE-          00491900
      * PROCESSED AND EDG-BIRTH-DT ARE YYDDD JULIAN.                    00492000
      *                                                                 00492100
      * CHANGE HISTORY:                                                 00492200
      *                                                                 00492300
EDGE00* 101526 RCC ACA EDGE SERVER SUBMISSION                           00492400
      *            INITIAL VERSION CREATED                              00492500
      *                                                                 00492600
      ****************************************************************  00492700
           03  EDG-RECORD.                                              00492800
               04  EDG-KEY.                                             00492900
                   08  EDG-GROUP-NO         PIC S9(7) COMP-3.           00493000
                   08  EDG-SUB-DIV          PIC X(4).                   00493100
                   08  EDG-BRANCH           PIC X(4).                   00493200
                   08  EDG-CERT-NO          PIC S9(9) COMP-3.           00493300
                   08  EDG-PATIENT-NO       PIC S9(3) COMP-3.           00493400
                   08  EDG-CLAIM-SEQ-NO     PIC S9(5) COMP-3.           00493500
               04  EDG-ROW-TYPE             PIC X(1).                   00493600
                   88  EDG-ENROLLEE-ROW         VALUE 'E'.              00493700
                   88  EDG-CLAIM-ROW            VALUE 'C'.              00493800
               04  EDG-PLAN-TYPE            PIC X(5).                   00493900
               04  EDG-SENT-DATE            PIC S9(7) COMP-3.           00494000
               04  EDG-SEND-COUNT           PIC S9(3) COMP-3.           00494100
               04  EDG-RESP-STATUS          PIC X(1).                   00494200
                   88  EDG-AWAITING-RESP        VALUE ' '.              00494300
                   88  EDG-ACCEPTED             VALUE 'A'.              00494400
                   88  EDG-REJECTED             VALUE 'R'.              00494500
               04  EDG-EVER-ACCEPTED        PIC X(1).                   00494600
                   88  EDG-ON-EDGE              VALUE 'Y'.              00494700
               04  EDG-RESP-DATE            PIC S9(7) COMP-3.           00494800
               04  EDG-ERROR-CODE           PIC X(6).                   00494900
               04  EDG-ERROR-TEXT           PIC X(40).                  00495000
               04  EDG-ENROLLEE-DATA.                                   00495100
                   08  EDG-BIRTH-DT         PIC S9(5) COMP-3.           00495200
                   08  EDG-SEX              PIC X(1).                   00495300
                   08  EDG-PERIOD-COUNT     PIC S9(3) COMP-3.           00495400
                   08  FILLER               PIC X(28).                  00495500
               04  EDG-CLAIM-DATA REDEFINES EDG-ENROLLEE-DATA.          00495600
                   08  EDG-SUBMIT-TYPE      PIC X(1).                   00495700
                       88  EDG-SENT-ORIGINAL    VALUE 'O'.              00495800
                       88  EDG-SENT-REPLACEMENT VALUE 'R'.              00495900
                   08  EDG-DATE-PROCESSED   PIC S9(5) COMP-3.           00496000
                   08  EDG-LINE-COUNT       PIC S9(3) COMP-3.           00496100
                   08  EDG-EHB-PAID         PIC S9(7)V99 COMP-3.        00496200
                   08  EDG-NON-EHB-PAID     PIC S9(7)V99 COMP-3.        00496300
                   08  FILLER               PIC X(18).                  00496400
               04  FILLER                   PIC X(20).                  00496500
