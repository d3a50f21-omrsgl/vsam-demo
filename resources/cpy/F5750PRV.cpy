      *                                                                 00301700
PRVM00* 090226 RCC PROVIDER MASTER                                      00301800
      *            INITIAL VERSION CREATED                              00301900
LICX00* 101526 RCC PROVIDER LICENSE EXPIRY                              00301910
      *            PROV-LIC-EXP-DATE (CCYYMMDD, THE FORM HIST-DSUB-     00301920
      *            PROV-LIC-EXP-DATE CARRIES) TAKEN FROM FILLER.        00301930
      *            ZERO MEANS NOT YET KNOWN. SEE F5920RPV.              00301940
      *                                                                 00302000
      ****************************************************************  00302100
           03  PROV-MASTER-RECORD.                                      00302200
               04  PROV-LEGAL-NAME          PIC X(32).                  00302800
               04  PROV-ST-CD               PIC X(2).                   00302900
               04  PROV-ADR-5               PIC X(5).                   00303000
LICX00         04  PROV-LIC-EXP-DATE        PIC 9(8).                   00303050
LICX00         04  FILLER                   PIC X(7).                   00303100
