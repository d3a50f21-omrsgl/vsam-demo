      ****************************************************************  00350100
      * COPYBOOK F5750QAS - EXAMINER QUALITY-AUDIT SAMPLE RECORD        00350200
      *                     ONE ROW PER SAMPLED CLAIM, KEYED BY CLAIM   00350300
      *                                                                 00350400
      * F5910QS1 WRITES A ROW FOR EVERY CLAIM IT DRAWS INTO AN          00350500
      * EXAMINER'S QA SAMPLE, CARRYING WHO WORKED THE CLAIM, WHEN,      00350600
      * WHY IT WAS DRAWN, AND THE DOLLARS AT RISK. F5910QR1 POSTS THE   00350700
      * REVIEWER'S FINDING ONTO THE SAME ROW; F5920RPZ REPORTS ERROR    00350800
      * RATES AND DOLLAR ACCURACY FROM IT. A CLAIM IS SAMPLED AT MOST   00350900
      * ONCE - THE KEY IS THE HIST040 CLAIM KEY.                        00351000
      *                                                                 00351100
      * QAS-EXAMINER-ID IS HIST-DSUB-ADJUSTMENT-CLERK WHEN THE CLAIM    00351200
      * WAS LAST WORKED AS AN ADJUSTMENT, OTHERWISE HIST-DSUB-MCR-      00351300
      * RACF-ID; QAS-WORK-DATE IS THE MATCHING ADJUSTMENT OR PROCESSED  00351400
      * DATE (YYDDD JULIAN).                                            00351500
      *                                                                 00351600
      * QAS-DOLLAR-IMPACT IS SIGNED: POSITIVE WHEN THE CLAIM WAS        00351700
      * OVERPAID, NEGATIVE WHEN UNDERPAID. IT IS ZERO UNLESS THE        00351800
      * FINDING IS A FINANCIAL ERROR.                                   00351900
      *                                                                 00352000
      * CHANGE HISTORY:                                                 00352100
      *                                                                 00352200
QAS000* 101526 RCC EXAMINER QUALITY-AUDIT SAMPLING                      00352300
      *            INITIAL VERSION CREATED                              00352400
      *                                                                 00352500
      ****************************************************************  00352600
           03  QAS-RECORD.                                              00352700
               04  QAS-KEY.                                             00352800
                   08  QAS-GROUP-NO         PIC S9(7) COMP-3.           00352900
                   08  QAS-SUB-DIV          PIC X(4).                   00353000
                   08  QAS-BRANCH           PIC X(4).                   00353100
                   08  QAS-CERT-NO          PIC S9(9) COMP-3.           00353200
                   08  QAS-PATIENT-NO       PIC S9(3) COMP-3.           00353300
                   08  QAS-CLAIM-SEQ-NO     PIC S9(5) COMP-3.           00353400
               04  QAS-EXAMINER-ID          PIC X(8).                   00353500
               04  QAS-WORK-TYPE            PIC X(1).                   00353600
                   88  QAS-WORKED-ORIGINAL      VALUE 'O'.              00353700
                   88  QAS-WORKED-ADJUSTMENT    VALUE 'A'.              00353800
               04  QAS-WORK-DATE            PIC S9(5) COMP-3.           00353900
               04  QAS-SELECT-REASON        PIC X(1).                   00354000
                   88  QAS-RANDOM-DRAW          VALUE 'R'.              00354100
                   88  QAS-HIGH-DOLLAR          VALUE 'H'.              00354200
               04  QAS-SAMPLE-DATE          PIC S9(7) COMP-3.           00354300
               04  QAS-TOT-BENEFIT-AMT      PIC S9(7)V99 COMP-3.        00354400
               04  QAS-PROV-NPI             PIC X(10).                  00354500
               04  QAS-FINDING              PIC X(1).                   00354600
                   88  QAS-NOT-REVIEWED         VALUE ' '.              00354700
                   88  QAS-PASSED               VALUE 'P'.              00354800
                   88  QAS-FINANCIAL-ERROR      VALUE 'F'.              00354900
                   88  QAS-PROCEDURAL-ERROR     VALUE 'E'.              00355000
               04  QAS-DOLLAR-IMPACT        PIC S9(7)V99 COMP-3.        00355100
               04  QAS-REVIEWER-ID          PIC X(8).                   00355200
               04  QAS-REVIEW-DATE          PIC S9(7) COMP-3.           00355300
               04  QAS-FINDING-NOTE         PIC X(28).                  00355400
               04  FILLER                   PIC X(20).                  00355500
