      ****************************************************************  00370100
      * COPYBOOK F5750JFD - JOURNAL IMAGE FIELD DICTIONARY              00370200
      *                     ONE ENTRY PER ELEMENTARY FIELD OF THE       00370300
      *                     LIVE RECORDS F5750JRN CAN HOLD              00370400
      *                                                                 00370500
      * A F5750JRN ROW CARRIES A WHOLE RECORD AS ONE X(13700) IMAGE.    00370600
      * THIS TABLE LETS A PROGRAM FIND EACH NAMED FIELD INSIDE AN       00370700
      * IMAGE: ITS 1-BASED OFFSET AND LENGTH IN THE RECORD, ITS DATA    00370800
      * TYPE (X = CHARACTER, P = PACKED, Z = ZONED) AND DECIMAL         00370900
      * PLACES. F5920RQ3 USES IT TO COMPARE SUCCESSIVE IMAGES OF A      00371000
      * RECORD FIELD BY FIELD; F5920RQ4 USES IT TO FIND EVERY PACKED    00371100
      * FIELD OF A F5750HIS RECORD AND TEST ITS CONTENTS.               00371110
      *                                                                 00371200
      * JFD-REC-ID SAYS WHICH LAYOUT THE FIELD BELONGS TO:              00371300
      *   'HIS' - F5750HIS COMMON KEY, ON EVERY HISTORY RECORD          00371400
      *   '024' / '025' / '040' - F5750024 / F5750025 / F5750040,       00371500
      *           CHOSEN BY HIS-RECORD-TYPE (OFFSETS INCLUDE THE KEY)   00371600
      *   'PAY' - F5750PAY     'CMA' - F5750CMA                         00371700
      * A FIELD INSIDE AN OCCURS CARRIES THE OCCURRENCE COUNT AND THE   00371800
      * DISTANCE BETWEEN OCCURRENCES (OCC1/STRIDE1); A SECOND, INNER    00371900
      * OCCURS LEVEL USES OCC2/STRIDE2. THE OFFSET IS THAT OF THE       00372000
      * FIRST OCCURRENCE.                                               00372100
      *                                                                 00372200
      * ONLY THE BASE VIEW OF EACH LAYOUT IS LISTED - REDEFINITIONS     00372300
      * ARE LEFT OUT - EXCEPT THE HIST040 VARIABLE SEGMENT, WHOSE       00372400
      * FIELDS CARRY JFD-VIEW: 'C' CHARGE (HIST-DSUB-CHG), 'P'          00372500
      * PAYMENT, 'T' THIRD-PARTY, 'A' ADJUSTMENT REASON. THE VIEW       00372600
      * THAT APPLIES TO AN OCCURRENCE FOLLOWS ITS HIST-DSUB-SEG-ID.     00372700
      * FILLER ITEMS ARE NOT LISTED.                                    00372800
      *                                                                 00372900
      * THIS TABLE MUST BE KEPT IN STEP WITH THE RECORD COPYBOOKS -     00373000
      * A FIELD ADDED TO ANY OF THEM IS ADDED HERE AT ITS OFFSET.       00373100
      *                                                                 00373200
      * CHANGE HISTORY:                                                 00373300
      *                                                                 00373400
JRNH00* 101526 RCC JOURNAL CHANGE-HISTORY INQUIRY                       00373500
      *            INITIAL VERSION CREATED                              00373600
HSWP00* 101526 RCC F5750HIS STRUCTURAL INTEGRITY SWEEP                  00373610
      *            PACKED-FIELD VALIDATION USE NOTED ABOVE              00373620
      *                                                                 00373700
      ****************************************************************  00373800
           03  JFD-DICT-VALUES.                                         00373900
               05  FILLER PIC X(30) VALUE 'HIS-GROUP-NO'.               00374000
               05  FILLER PIC X(26) VALUE 'HIS 000010004P001000001000'. 00374100
               05  FILLER PIC X(30) VALUE 'HIS-SUB-DIV'.                00374200
               05  FILLER PIC X(26) VALUE 'HIS 000050004X001000001000'. 00374300
               05  FILLER PIC X(30) VALUE 'HIS-BRANCH'.                 00374400
               05  FILLER PIC X(26) VALUE 'HIS 000090004X001000001000'. 00374500
               05  FILLER PIC X(30) VALUE 'HIS-CERT-NO'.                00374600
               05  FILLER PIC X(26) VALUE 'HIS 000130005P001000001000'. 00374700
               05  FILLER PIC X(30) VALUE 'HIS-PATIENT-NO'.             00374800
               05  FILLER PIC X(26) VALUE 'HIS 000180002P001000001000'. 00374900
               05  FILLER PIC X(30) VALUE 'HIS-CLAIM-SEQ-NO'.           00375000
               05  FILLER PIC X(26) VALUE 'HIS 000200003P001000001000'. 00375100
               05  FILLER PIC X(30) VALUE 'HIS-RECORD-TYPE'.            00375200
               05  FILLER PIC X(26) VALUE 'HIS 000230003X001000001000'. 00375300
               05  FILLER PIC X(30) VALUE 'HIS-LAST-MAINT-DATE'.        00375400
               05  FILLER PIC X(26) VALUE 'HIS 000260004P001000001000'. 00375500
               05  FILLER PIC X(30) VALUE 'PC-NBR-CHGS'.                00375600
               05  FILLER PIC X(26) VALUE '024 000300002P001000001000'. 00375700
               05  FILLER PIC X(30) VALUE 'PC-START-EXPDT'.             00375800
               05  FILLER PIC X(26) VALUE '024 000320003P090008101000'. 00375900
               05  FILLER PIC X(30) VALUE 'PC-COORD-BENE'.              00376000
               05  FILLER PIC X(26) VALUE '024 000350001X090008101000'. 00376100
               05  FILLER PIC X(30) VALUE 'PC-CYCLE-DT'.                00376200
               05  FILLER PIC X(26) VALUE '024 000360003P090008101000'. 00376300
               05  FILLER PIC X(30) VALUE 'PC-DT-SERV'.                 00376400
               05  FILLER PIC X(26) VALUE '024 000390003P090008101000'. 00376500
               05  FILLER PIC X(30) VALUE 'PC-CHG-FEE'.                 00376600
               05  FILLER PIC X(26) VALUE '024 000420004P290008101000'. 00376700
               05  FILLER PIC X(30) VALUE 'PC-PROC-RENDERED'.           00376800
               05  FILLER PIC X(26) VALUE '024 000460005X090008101000'. 00376900
               05  FILLER PIC X(30) VALUE 'PC-PROC-BENEFIT'.            00377000
               05  FILLER PIC X(26) VALUE '024 000510005X090008101000'. 00377100
               05  FILLER PIC X(30) VALUE 'PC-PROC-DED-TYPE'.           00377200
               05  FILLER PIC X(26) VALUE '024 000560001X090008101000'. 00377300
               05  FILLER PIC X(30) VALUE 'PC-PROC-MAX-TYPE'.           00377400
               05  FILLER PIC X(26) VALUE '024 000570001X090008101000'. 00377500
               05  FILLER PIC X(30) VALUE 'PC-PROS-DATE'.               00377600
               05  FILLER PIC X(26) VALUE '024 000580003P090008101000'. 00377700
               05  FILLER PIC X(30) VALUE 'PC-TOOTH'.                   00377800
               05  FILLER PIC X(26) VALUE '024 000610002X090008101000'. 00377900
               05  FILLER PIC X(30) VALUE 'PC-UNITS-QUAD-ARCH'.         00378000
               05  FILLER PIC X(26) VALUE '024 000630002X090008101000'. 00378100
               05  FILLER PIC X(30) VALUE 'PC-HOWPROC'.                 00378200
               05  FILLER PIC X(26) VALUE '024 000650001X090008101000'. 00378300
               05  FILLER PIC X(30) VALUE 'PC-OTHER-INS'.               00378400
               05  FILLER PIC X(26) VALUE '024 000660001X090008101000'. 00378500
               05  FILLER PIC X(30) VALUE 'PC-PROV-NAME'.               00378600
               05  FILLER PIC X(26) VALUE '024 000670006X090008101000'. 00378700
               05  FILLER PIC X(30) VALUE 'PC-PROV-PHONE'.              00378800
               05  FILLER PIC X(26) VALUE '024 000730007X090008101000'. 00378900
               05  FILLER PIC X(30) VALUE 'PC-PROV-STATE'.              00379000
               05  FILLER PIC X(26) VALUE '024 000800002X090008101000'. 00379100
               05  FILLER PIC X(30) VALUE 'PC-MEC-USED'.                00379200
               05  FILLER PIC X(26) VALUE '024 000820001X090008101000'. 00379300
               05  FILLER PIC X(30) VALUE 'PC-TH-SURFACES'.             00379400
               05  FILLER PIC X(26) VALUE '024 000830005X090008101000'. 00379500
               05  FILLER PIC X(30) VALUE 'PC-UPDATE'.                  00379600
               05  FILLER PIC X(26) VALUE '024 000880001X090008101000'. 00379700
               05  FILLER PIC X(30) VALUE 'PC-STATUS'.                  00379800
               05  FILLER PIC X(26) VALUE '024 000890002X090008101000'. 00379900
               05  FILLER PIC X(30) VALUE 'PC-CHG-ERROR'.               00380000
               05  FILLER PIC X(26) VALUE '024 000910002X090008101000'. 00380100
               05  FILLER PIC X(30) VALUE 'PC-DIC-CODE-1'.              00380200
               05  FILLER PIC X(26) VALUE '024 000930001X090008101000'. 00380300
               05  FILLER PIC X(30) VALUE 'PC-DIC-CODE-2'.              00380400
               05  FILLER PIC X(26) VALUE '024 000940001X090008101000'. 00380500
               05  FILLER PIC X(30) VALUE 'PC-DIC-REASON-1'.            00380600
               05  FILLER PIC X(26) VALUE '024 000950001X090008101000'. 00380700
               05  FILLER PIC X(30) VALUE 'PC-DIC-REASON-2'.            00380800
               05  FILLER PIC X(26) VALUE '024 000960001X090008101000'. 00380900
               05  FILLER PIC X(30) VALUE 'PC-FILE-CONTROL-DATE'.       00381000
               05  FILLER PIC X(26) VALUE '024 000970004P090008101000'. 00381100
               05  FILLER PIC X(30) VALUE 'PC-FILE-CONTROL-SEQ'.        00381200
               05  FILLER PIC X(26) VALUE '024 001010003P090008101000'. 00381300
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-NUMBER'.       00381400
               05  FILLER PIC X(26) VALUE '025 000300001P001000001000'. 00381500
               05  FILLER PIC X(30) VALUE                               00381600
                   'HIST-PAT-DCOV-COVERAGE-START'.                      00381700
               05  FILLER PIC X(26) VALUE '025 000310003P005000601000'. 00381800
               05  FILLER PIC X(30) VALUE                               00381900
                   'HIST-PAT-DCOV-COVERAGE-STOP'.                       00382000
               05  FILLER PIC X(26) VALUE '025 000340003P005000601000'. 00382100
               05  FILLER PIC X(30) VALUE 'THMP-PAT-DCOV-TOOTH-COND'.   00382200
               05  FILLER PIC X(26) VALUE '025 000610001X032000401000'. 00382300
               05  FILLER PIC X(30) VALUE 'THMP-PAT-DCOV-TOOTH-DATE'.   00382400
               05  FILLER PIC X(26) VALUE '025 000620003P032000401000'. 00382500
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-LIFE-TOT-TYP'. 00382600
               05  FILLER PIC X(26) VALUE '025 001890005P208000501000'. 00382700
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-LIFE-DED'.     00382800
               05  FILLER PIC X(26) VALUE '025 002290004P207000401000'. 00382900
               05  FILLER PIC X(30) VALUE 'THMP-PAT-DCOV-PRIOR-DT-UPR'. 00383000
               05  FILLER PIC X(26) VALUE '025 002570003P001000001000'. 00383100
               05  FILLER PIC X(30) VALUE 'THMP-PAT-DCOV-TYPE-UPR'.     00383200
               05  FILLER PIC X(26) VALUE '025 002600001X001000001000'. 00383300
               05  FILLER PIC X(30) VALUE                               00383400
                   'THMP-PAT-DCOV-PRIOR-DT-LOWER'.                      00383500
               05  FILLER PIC X(26) VALUE '025 002610003P001000001000'. 00383600
               05  FILLER PIC X(30) VALUE 'THMP-PAT-DCOV-TYPE-LWR'.     00383700
               05  FILLER PIC X(26) VALUE '025 002640001X001000001000'. 00383800
               05  FILLER PIC X(30) VALUE                               00383900
                   'HIST-PAT-DCOV-COB-SAVINGS-AMT'.                     00384000
               05  FILLER PIC X(26) VALUE '025 002650004P201000001000'. 00384100
               05  FILLER PIC X(30) VALUE                               00384200
                   'HIST-PAT-DCOV-COB-SAVE-EXT-MAX'.                    00384300
               05  FILLER PIC X(26) VALUE '025 002690004P201000001000'. 00384400
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-NET-CHK-AMT'.  00384500
               05  FILLER PIC X(26) VALUE '025 002730005P201000001000'. 00384600
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-PAY-REDUC'.    00384700
               05  FILLER PIC X(26) VALUE '025 002780005P201000001000'. 00384800
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-OP-AMT'.       00384900
               05  FILLER PIC X(26) VALUE '025 002830005P201000001000'. 00385000
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-PURGE-IND'.    00385100
               05  FILLER PIC X(26) VALUE '025 002880001X001000001000'. 00385200
               05  FILLER PIC X(30) VALUE                               00385300
                   'THMP-PAT-DCOV-FULL-MOUTH-XR-DT'.                    00385400
               05  FILLER PIC X(26) VALUE '025 002890003P001000001000'. 00385500
               05  FILLER PIC X(30) VALUE                               00385600
                   'THMP-PAT-DCOV-PRIOR-PERIO-IND'.                     00385700
               05  FILLER PIC X(26) VALUE '025 002920001X001000001000'. 00385800
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-FILLER'.       00385900
               05  FILLER PIC X(26) VALUE '025 002930001X001000001000'. 00386000
               05  FILLER PIC X(30) VALUE                               00386100
                   'THMP-PAT-DCOV-PERIO-FM-PROC'.                       00386200
               05  FILLER PIC X(26) VALUE '025 002940005X004000801000'. 00386300
               05  FILLER PIC X(30) VALUE                               00386400
                   'THMP-PAT-DCOV-PERIO-FM-DATE'.                       00386500
               05  FILLER PIC X(26) VALUE '025 002990003P004000801000'. 00386600
               05  FILLER PIC X(30) VALUE                               00386700
                   'HIST-PAT-DCOV-PERIO-FULL-FILL'.                     00386800
               05  FILLER PIC X(26) VALUE '025 003260064X001000001000'. 00386900
               05  FILLER PIC X(30) VALUE                               00387000
                   'THMP-PAT-DCOV-PERIO-QUAD-PROC'.                     00387100
               05  FILLER PIC X(26) VALUE '025 003900005X010002001000'. 00387200
               05  FILLER PIC X(30) VALUE                               00387300
                   'THMP-PAT-DCOV-PERIO-QUAD-UR-DT'.                    00387400
               05  FILLER PIC X(26) VALUE '025 003950003P010002001000'. 00387500
               05  FILLER PIC X(30) VALUE                               00387600
                   'THMP-PAT-DCOV-PERIO-QUAD-LR-DT'.                    00387700
               05  FILLER PIC X(26) VALUE '025 003980003P010002001000'. 00387800
               05  FILLER PIC X(30) VALUE                               00387900
                   'THMP-PAT-DCOV-PERIO-QUAD-UL-DT'.                    00388000
               05  FILLER PIC X(26) VALUE '025 004010003P010002001000'. 00388100
               05  FILLER PIC X(30) VALUE                               00388200
                   'THMP-PAT-DCOV-PERIO-QUAD-LL-DT'.                    00388300
               05  FILLER PIC X(26) VALUE '025 004040003P010002001000'. 00388400
               05  FILLER PIC X(30) VALUE                               00388500
                   'THMP-PAT-DCOV-PERIO-QUAD-CC-DT'.                    00388600
               05  FILLER PIC X(26) VALUE '025 004070003P010002001000'. 00388700
               05  FILLER PIC X(30) VALUE                               00388800
                   'HIST-PAT-DCOV-PERIO-QUAD-FILL'.                     00388900
               05  FILLER PIC X(26) VALUE '025 005900400X001000001000'. 00389000
               05  FILLER PIC X(30) VALUE                               00389100
                   'THMP-PAT-DCOV-PERIO-TOOTH-PROC'.                    00389200
               05  FILLER PIC X(26) VALUE '025 009900005X016010401000'. 00389300
               05  FILLER PIC X(30) VALUE                               00389400
                   'THMP-PAT-DCOV-PERIO-TOOTH-DT'.                      00389500
               05  FILLER PIC X(26) VALUE '025 009950003P016010433003'. 00389600
               05  FILLER PIC X(30) VALUE                               00389700
                   'HIST-PAT-DCOV-PERIO-TOOT-FILL'.                     00389800
               05  FILLER PIC X(26) VALUE '025 026543536X001000001000'. 00389900
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-CONV-TOT-TYP'. 00390000
               05  FILLER PIC X(26) VALUE '025 061900005P208000501000'. 00390100
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-CONV-DED'.     00390200
               05  FILLER PIC X(26) VALUE '025 062300004P207000401000'. 00390300
               05  FILLER PIC X(30) VALUE                               00390400
                   'THMP-PAT-DCOV-FULLM-XR-DT-PR'.                      00390500
               05  FILLER PIC X(26) VALUE '025 062580003P001000001000'. 00390600
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-RSK-GUID-IND'. 00390700
               05  FILLER PIC X(26) VALUE '025 062610001X001000001000'. 00390800
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-RSK-GUID'.     00390900
               05  FILLER PIC X(26) VALUE '025 062620036X001000001000'. 00391000
               05  FILLER PIC X(30) VALUE                               00391100
                   'HIST-PAT-DCOV-RSK-FLAG-ORIG'.                       00391200
               05  FILLER PIC X(26) VALUE '025 062980001X001000001000'. 00391300
               05  FILLER PIC X(30) VALUE                               00391400
                   'HIST-PAT-DCOV-RSK-TAX-ID-ORIG'.                     00391500
               05  FILLER PIC X(26) VALUE '025 062990005P001000001000'. 00391600
               05  FILLER PIC X(30) VALUE                               00391700
                   'HIST-PAT-DCOV-RSK-DATE-ORIG'.                       00391800
               05  FILLER PIC X(26) VALUE '025 063040004P001000001000'. 00391900
               05  FILLER PIC X(30) VALUE                               00392000
                   'HIST-PAT-DCOV-RSK-RISK-ORIG'.                       00392100
               05  FILLER PIC X(26) VALUE '025 063080002P001000001000'. 00392200
               05  FILLER PIC X(30) VALUE                               00392300
                   'HIST-PAT-DCOV-RSK-DSTATE-ORIG'.                     00392400
               05  FILLER PIC X(26) VALUE '025 063100002P001000001000'. 00392500
               05  FILLER PIC X(30) VALUE                               00392600
                   'HIST-PAT-DCOV-RSK-FLAG-ONGO'.                       00392700
               05  FILLER PIC X(26) VALUE '025 063120001X009001401000'. 00392800
               05  FILLER PIC X(30) VALUE                               00392900
                   'HIST-PAT-DCOV-RSK-TAX-ID-ONGO'.                     00393000
               05  FILLER PIC X(26) VALUE '025 063130005P009001401000'. 00393100
               05  FILLER PIC X(30) VALUE                               00393200
                   'HIST-PAT-DCOV-RSK-DATE-ONGO'.                       00393300
               05  FILLER PIC X(26) VALUE '025 063180004P009001401000'. 00393400
               05  FILLER PIC X(30) VALUE                               00393500
                   'HIST-PAT-DCOV-RSK-RISK-ONGO'.                       00393600
               05  FILLER PIC X(26) VALUE '025 063220002P009001401000'. 00393700
               05  FILLER PIC X(30) VALUE                               00393800
                   'HIST-PAT-DCOV-RSK-DSTATE-ONGO'.                     00393900
               05  FILLER PIC X(26) VALUE '025 063240002P009001401000'. 00394000
               05  FILLER PIC X(30) VALUE                               00394100
                   'HIST-PAT-DCOV-RSK-EVAL-ORIG'.                       00394200
               05  FILLER PIC X(26) VALUE '025 064380036X001000001000'. 00394300
               05  FILLER PIC X(30) VALUE                               00394400
                   'HIST-PAT-DCOV-RSK-EVAL-PREV'.                       00394500
               05  FILLER PIC X(26) VALUE '025 064740036X001000001000'. 00394600
               05  FILLER PIC X(30) VALUE                               00394700
                   'HIST-PAT-DCOV-RSK-EVAL-CURR'.                       00394800
               05  FILLER PIC X(26) VALUE '025 065100036X001000001000'. 00394900
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-QUAD'.         00395000
               05  FILLER PIC X(26) VALUE '025 065460002X004003901000'. 00395100
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-PROC'.         00395200
               05  FILLER PIC X(26) VALUE '025 065480005X004003901000'. 00395300
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-CON'.          00395400
               05  FILLER PIC X(26) VALUE '025 065530003X004003901000'. 00395500
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-AUTH-DATE'.    00395600
               05  FILLER PIC X(26) VALUE '025 065560005P004003901000'. 00395700
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-DCN-DT'.       00395800
               05  FILLER PIC X(26) VALUE '025 065610004P004003901000'. 00395900
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-DCN-SEQ'.      00396000
               05  FILLER PIC X(26) VALUE '025 065650006X004003901000'. 00396100
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-FCN-DT'.       00396200
               05  FILLER PIC X(26) VALUE '025 065710003P004003901000'. 00396300
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-FCN-SEQ'.      00396400
               05  FILLER PIC X(26) VALUE '025 065740003P004003901000'. 00396500
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-DELETED'.      00396600
               05  FILLER PIC X(26) VALUE '025 065770008X004003901000'. 00396700
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-CONSULT-MSG'.  00396800
               05  FILLER PIC X(26) VALUE '025 067020072X010007201000'. 00396900
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-PREAUTH-IND'.  00397000
               05  FILLER PIC X(26) VALUE '025 074220001X001000001000'. 00397100
               05  FILLER PIC X(30) VALUE 'HIST-PAT-DCOV-FILLER-2'.     00397200
               05  FILLER PIC X(26) VALUE '025 074230338X001000001000'. 00397300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PLAN'.             00397400
               05  FILLER PIC X(26) VALUE '040 000300002X001000001000'. 00397500
               05  FILLER PIC X(30) VALUE                               00397600
                   'HIST-DSUB-START-EXPENSE-DATE'.                      00397700
               05  FILLER PIC X(26) VALUE '040 000320003P001000001000'. 00397800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DATE-ENT'.         00397900
               05  FILLER PIC X(26) VALUE '040 000350003P001000001000'. 00398000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OTHER-INS'.        00398100
               05  FILLER PIC X(26) VALUE '040 000380001X001000001000'. 00398200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-WORK-COMP'.        00398300
               05  FILLER PIC X(26) VALUE '040 000390001X001000001000'. 00398400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-STUDENT'.          00398500
               05  FILLER PIC X(26) VALUE '040 000400001X001000001000'. 00398600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-HANDICAP'.         00398700
               05  FILLER PIC X(26) VALUE '040 000410001X001000001000'. 00398800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-NARR-IND'.         00398900
               05  FILLER PIC X(26) VALUE '040 000420001X001000001000'. 00399000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ACCIDENT-DATE'.    00399100
               05  FILLER PIC X(26) VALUE '040 000430003P001000001000'. 00399200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-INIT-PLACEMENT'.   00399300
               05  FILLER PIC X(26) VALUE '040 000460001X001000001000'. 00399400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-IMG-DOC-SEQ'.      00399500
               05  FILLER PIC X(26) VALUE '040 000470006X001000001000'. 00399600
               05  FILLER PIC X(30) VALUE                               00399700
                   'HIST-DSUB-CCD-CLAIM-LEVEL-IND'.                     00399800
               05  FILLER PIC X(26) VALUE '040 000530001X001000001000'. 00399900
               05  FILLER PIC X(30) VALUE                               00400000
                   'HIST-DSUB-UIS-SPECIAL-STATUS'.                      00400100
               05  FILLER PIC X(26) VALUE '040 000540001X001000001000'. 00400200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-EFT-IND'.     00400300
               05  FILLER PIC X(26) VALUE '040 000550001X001000001000'. 00400400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-UIS-FSA-IND'.      00400500
               05  FILLER PIC X(26) VALUE '040 000560001X001000001000'. 00400600
               05  FILLER PIC X(30) VALUE                               00400700
                   'HIST-DSUB-XRAY-PICKLIST-IND'.                       00400800
               05  FILLER PIC X(26) VALUE '040 000570001X001000001000'. 00400900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-COORD-BENE'.       00401000
               05  FILLER PIC X(26) VALUE '040 000580001X001000001000'. 00401100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-AMT-PD-EMP'.       00401200
               05  FILLER PIC X(26) VALUE '040 000590004P201000001000'. 00401300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-NC-ALLOW'.         00401400
               05  FILLER PIC X(26) VALUE '040 000630004P201000001000'. 00401500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OI-AMOUNT'.        00401600
               05  FILLER PIC X(26) VALUE '040 000670004P201000001000'. 00401700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAY-REDUC'.        00401800
               05  FILLER PIC X(26) VALUE '040 000710004P201000001000'. 00401900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-BYPASS-1'.         00402000
               05  FILLER PIC X(26) VALUE '040 000750001X001000001000'. 00402100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-BYPASS-2'.         00402200
               05  FILLER PIC X(26) VALUE '040 000760001X001000001000'. 00402300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-HOW-PROCESSED'.    00402400
               05  FILLER PIC X(26) VALUE '040 000770001X001000001000'. 00402500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ASSIGNED'.         00402600
               05  FILLER PIC X(26) VALUE '040 000780001X001000001000'. 00402700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-PHONE'.       00402800
               05  FILLER PIC X(26) VALUE '040 000790004P001000001000'. 00402900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-ST'.          00403000
               05  FILLER PIC X(26) VALUE '040 000830002X001000001000'. 00403100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-LSTINIT'.     00403200
               05  FILLER PIC X(26) VALUE '040 000850001X001000001000'. 00403300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-LSTREST'.     00403400
               05  FILLER PIC X(26) VALUE '040 000860004X001000001000'. 00403500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-F-INIT'.      00403600
               05  FILLER PIC X(26) VALUE '040 000900001X001000001000'. 00403700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-UNIQUE'.      00403800
               05  FILLER PIC X(26) VALUE '040 000910002P001000001000'. 00403900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FC-POINTER-DATE'.  00404000
               05  FILLER PIC X(26) VALUE '040 000930004P001000001000'. 00404100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FC-POINTER-SEQ'.   00404200
               05  FILLER PIC X(26) VALUE '040 000970003P001000001000'. 00404300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FC-POINTER-OFF'.   00404400
               05  FILLER PIC X(26) VALUE '040 001000002P001000001000'. 00404500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FC-POINTER-ESEQ'.  00404600
               05  FILLER PIC X(26) VALUE '040 001020001P001000001000'. 00404700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FC-POINTER-CONT'.  00404800
               05  FILLER PIC X(26) VALUE '040 001030001P001000001000'. 00404900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ADJUSTMENT-CLERK'. 00405000
               05  FILLER PIC X(26) VALUE '040 001040003X001000001000'. 00405100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ADJUSTMENT-DATE'.  00405200
               05  FILLER PIC X(26) VALUE '040 001070003P001000001000'. 00405300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ORTHO-PAY-IND'.    00405400
               05  FILLER PIC X(26) VALUE '040 001100001X001000001000'. 00405500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-COB-SAVINGS-AMT'.  00405600
               05  FILLER PIC X(26) VALUE '040 001110004P201000001000'. 00405700
               05  FILLER PIC X(30) VALUE                               00405800
                   'HIST-DSUB-COB-SAVE-EXTEND-MAX'.                     00405900
               05  FILLER PIC X(26) VALUE '040 001150004P201000001000'. 00406000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TOT-BENEFIT-AMT'.  00406100
               05  FILLER PIC X(26) VALUE '040 001190004P201000001000'. 00406200
               05  FILLER PIC X(30) VALUE                               00406300
                   'HIST-DSUB-ORIG-BATCH-CYCLE-DT'.                     00406400
               05  FILLER PIC X(26) VALUE '040 001230003P001000001000'. 00406500
               05  FILLER PIC X(30) VALUE                               00406600
                   'HIST-DSUB-TOT-PREVIOUS-ADJ-AMT'.                    00406700
               05  FILLER PIC X(26) VALUE '040 001260004P201000001000'. 00406800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CLAIM-STATUS'.     00406900
               05  FILLER PIC X(26) VALUE '040 001300001X001000001000'. 00407000
               05  FILLER PIC X(30) VALUE                               00407100
                   'HIST-DSUB-ORTHO-OI-INIT-PAY'.                       00407200
               05  FILLER PIC X(26) VALUE '040 001310004P201000001000'. 00407300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ORTHO-OI-MONTHLY'. 00407400
               05  FILLER PIC X(26) VALUE '040 001350004P201000001000'. 00407500
               05  FILLER PIC X(30) VALUE                               00407600
                   'HIST-DSUB-ORTHO-LETTER-SENT'.                       00407700
               05  FILLER PIC X(26) VALUE '040 001390003P001000001000'. 00407800
               05  FILLER PIC X(30) VALUE                               00407900
                   'HIST-DSUB-ORTHO-LETTER-RETURN'.                     00408000
               05  FILLER PIC X(26) VALUE '040 001420003P001000001000'. 00408100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TCA-INDICATOR'.    00408200
               05  FILLER PIC X(26) VALUE '040 001450001X001000001000'. 00408300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-EFF-DT'.           00408400
               05  FILLER PIC X(26) VALUE '040 001460003P001000001000'. 00408500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CANC-DT'.          00408600
               05  FILLER PIC X(26) VALUE '040 001490003P001000001000'. 00408700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OVERPAY-IND'.      00408800
               05  FILLER PIC X(26) VALUE '040 001520001X001000001000'. 00408900
               05  FILLER PIC X(30) VALUE                               00409000
                   'HIST-DSUB-J-DED-TABLE-ENTRIES'.                     00409100
               05  FILLER PIC X(26) VALUE '040 001530002P001000001000'. 00409200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-DED-TYPE'.       00409300
               05  FILLER PIC X(26) VALUE '040 001550001X008001201000'. 00409400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-DED-USED-AMT'.   00409500
               05  FILLER PIC X(26) VALUE '040 001560005P208001201000'. 00409600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-DED-PLAN-AMT'.   00409700
               05  FILLER PIC X(26) VALUE '040 001610005P208001201000'. 00409800
               05  FILLER PIC X(30) VALUE                               00409900
                   'HIST-DSUB-J-DED-TYPE-OF-AMT'.                       00410000
               05  FILLER PIC X(26) VALUE '040 001660001X008001201000'. 00410100
               05  FILLER PIC X(30) VALUE                               00410200
                   'HIST-DSUB-J-MAX-TABLE-ENTRIES'.                     00410300
               05  FILLER PIC X(26) VALUE '040 002510002P001000001000'. 00410400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-MAX-TYPE'.       00410500
               05  FILLER PIC X(26) VALUE '040 002530001X008001201000'. 00410600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-MAX-USED-AMT'.   00410700
               05  FILLER PIC X(26) VALUE '040 002540005P208001201000'. 00410800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-MAX-PLAN-AMT'.   00410900
               05  FILLER PIC X(26) VALUE '040 002590005P208001201000'. 00411000
               05  FILLER PIC X(30) VALUE                               00411100
                   'HIST-DSUB-J-MAX-TYPE-OF-AMT'.                       00411200
               05  FILLER PIC X(26) VALUE '040 002640001X008001201000'. 00411300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-ALLOW-EXP-PREV'. 00411400
               05  FILLER PIC X(26) VALUE '040 003490005P201000001000'. 00411500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-OI-AMT-PREV'.    00411600
               05  FILLER PIC X(26) VALUE '040 003540005P201000001000'. 00411700
               05  FILLER PIC X(30) VALUE                               00411800
                   'HIST-DSUB-J-NET-EXPENSE-PREV'.                      00411900
               05  FILLER PIC X(26) VALUE '040 003590005P201000001000'. 00412000
               05  FILLER PIC X(30) VALUE                               00412100
                   'HIST-DSUB-J-REG-BENEFIT-PREV'.                      00412200
               05  FILLER PIC X(26) VALUE '040 003640005P201000001000'. 00412300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-ALLOW-EXP-CURR'. 00412400
               05  FILLER PIC X(26) VALUE '040 003690005P201000001000'. 00412500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-OI-AMT-CURR'.    00412600
               05  FILLER PIC X(26) VALUE '040 003740005P201000001000'. 00412700
               05  FILLER PIC X(30) VALUE                               00412800
                   'HIST-DSUB-J-NET-EXPENSE-CURR'.                      00412900
               05  FILLER PIC X(26) VALUE '040 003790005P201000001000'. 00413000
               05  FILLER PIC X(30) VALUE                               00413100
                   'HIST-DSUB-J-REG-BENEFIT-CURR'.                      00413200
               05  FILLER PIC X(26) VALUE '040 003840005P201000001000'. 00413300
               05  FILLER PIC X(30) VALUE                               00413400
                   'HIST-DSUB-J-BENEFIT-PAYABLE'.                       00413500
               05  FILLER PIC X(26) VALUE '040 003890005P201000001000'. 00413600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-PRIOR-PAYMENT'.  00413700
               05  FILLER PIC X(26) VALUE '040 003940005P201000001000'. 00413800
               05  FILLER PIC X(30) VALUE                               00413900
                   'HIST-DSUB-J-BENEFIT-NOW-DUE'.                       00414000
               05  FILLER PIC X(26) VALUE '040 003990005P201000001000'. 00414100
               05  FILLER PIC X(30) VALUE                               00414200
                   'HIST-DSUB-J-EOB-SCHED-R-IND'.                       00414300
               05  FILLER PIC X(26) VALUE '040 004040001X001000001000'. 00414400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-FIRST-AMT-CLM'.  00414500
               05  FILLER PIC X(26) VALUE '040 004050003P201000001000'. 00414600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-SECOND-AMT-CLM'. 00414700
               05  FILLER PIC X(26) VALUE '040 004080003P201000001000'. 00414800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-THIRD-AMT-CLM'.  00414900
               05  FILLER PIC X(26) VALUE '040 004110003P001000001000'. 00415000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-FIRST-AMT-PER'.  00415100
               05  FILLER PIC X(26) VALUE '040 004140003P201000001000'. 00415200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-SECOND-AMT-PER'. 00415300
               05  FILLER PIC X(26) VALUE '040 004170003P201000001000'. 00415400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-J-THIRD-AMT-PER'.  00415500
               05  FILLER PIC X(26) VALUE '040 004200003P001000001000'. 00415600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TOT-CHG-BEN'.      00415700
               05  FILLER PIC X(26) VALUE '040 004230004P201000001000'. 00415800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PREV-PAY-TOT'.     00415900
               05  FILLER PIC X(26) VALUE '040 004270004P201000001000'. 00416000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-BENEFIT-DUE'.      00416100
               05  FILLER PIC X(26) VALUE '040 004310004P201000001000'. 00416200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TEMP-SUB-IND'.     00416300
               05  FILLER PIC X(26) VALUE '040 004350001X001000001000'. 00416400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OVERPAY-ALLOW'.    00416500
               05  FILLER PIC X(26) VALUE '040 004360004P201000001000'. 00416600
               05  FILLER PIC X(30) VALUE                               00416700
                   'HIST-DSUB-ORTHO-ADJUSTED-IND'.                      00416800
               05  FILLER PIC X(26) VALUE '040 004400001X001000001000'. 00416900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ORTHO-MAX-PREP'.   00417000
               05  FILLER PIC X(26) VALUE '040 004410004P201000001000'. 00417100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ORTHO-MONTHLY'.    00417200
               05  FILLER PIC X(26) VALUE '040 004450004P201000001000'. 00417300
               05  FILLER PIC X(30) VALUE                               00417400
                   'HIST-DSUB-CONVERS-MON-ORTH-IND'.                    00417500
               05  FILLER PIC X(26) VALUE '040 004490001X001000001000'. 00417600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-SURVIVING-SP-IND'. 00417700
               05  FILLER PIC X(26) VALUE '040 004500001X001000001000'. 00417800
               05  FILLER PIC X(30) VALUE                               00417900
                   'HIST-DSUB-SURVIVING-SP-LNME'.                       00418000
               05  FILLER PIC X(26) VALUE '040 004510020X001000001000'. 00418100
               05  FILLER PIC X(30) VALUE                               00418200
                   'HIST-DSUB-SURVIVING-SP-FNME'.                       00418300
               05  FILLER PIC X(26) VALUE '040 004710012X001000001000'. 00418400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-BIRTH-DT'.     00418500
               05  FILLER PIC X(26) VALUE '040 004830003P001000001000'. 00418600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-FIRST-NM'.     00418700
               05  FILLER PIC X(26) VALUE '040 004860012X001000001000'. 00418800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-SEX'.          00418900
               05  FILLER PIC X(26) VALUE '040 004980001X001000001000'. 00419000
               05  FILLER PIC X(30) VALUE                               00419100
                   'HIST-DSUB-PAT-CHILD-OTH-MOD'.                       00419200
               05  FILLER PIC X(26) VALUE '040 004990001X001000001000'. 00419300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-INFORCE-NUMBER'.   00419400
               05  FILLER PIC X(26) VALUE '040 005000004P001000001000'. 00419500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MET-FAM-DED'.      00419600
               05  FILLER PIC X(26) VALUE '040 005040001X001000001000'. 00419700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OTHER-FC-DIGIT'.   00419800
               05  FILLER PIC X(26) VALUE '040 005050001X001000001000'. 00419900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OTHER-REL'.        00420000
               05  FILLER PIC X(26) VALUE '040 005060001X001000001000'. 00420100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OTHER-REL-SEQ'.    00420200
               05  FILLER PIC X(26) VALUE '040 005070002P001000001000'. 00420300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DPLN-CUS-PCAS-BY'. 00420400
               05  FILLER PIC X(26) VALUE '040 005090001X001000001000'. 00420500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-XRAYS-INCLUDED'.   00420600
               05  FILLER PIC X(26) VALUE '040 005100001X001000001000'. 00420700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OTHER-COVERAGES'.  00420800
               05  FILLER PIC X(26) VALUE '040 005110001X001000001000'. 00420900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ECS-INDICATOR'.    00421000
               05  FILLER PIC X(26) VALUE '040 005120001X001000001000'. 00421100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-EFT-DAYS'.         00421200
               05  FILLER PIC X(26) VALUE '040 005130001X001000001000'. 00421300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-APPEAL-LEVEL'.     00421400
               05  FILLER PIC X(26) VALUE '040 005140001X001000001000'. 00421500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-APPEAL-CATEGORY'.  00421600
               05  FILLER PIC X(26) VALUE '040 005150001X001000001000'. 00421700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-APPEAL-SUBMITTER'. 00421800
               05  FILLER PIC X(26) VALUE '040 005160001X001000001000'. 00421900
               05  FILLER PIC X(30) VALUE                               00422000
                   'HIST-DSUB-APPEAL-START-DATE'.                       00422100
               05  FILLER PIC X(26) VALUE '040 005170004P001000001000'. 00422200
               05  FILLER PIC X(30) VALUE                               00422300
                   'HIST-DSUB-APPEAL-COMPLETE-DT'.                      00422400
               05  FILLER PIC X(26) VALUE '040 005210004P001000001000'. 00422500
               05  FILLER PIC X(30) VALUE                               00422600
                   'HIST-DSUB-DOMESTIC-PART-IND'.                       00422700
               05  FILLER PIC X(26) VALUE '040 005250001X001000001000'. 00422800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-SS-NO'.        00422900
               05  FILLER PIC X(26) VALUE '040 005260005P001000001000'. 00423000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ORIG-REPT-ORTHO'.  00423100
               05  FILLER PIC X(26) VALUE '040 005310001X001000001000'. 00423200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ORIG-APPL-FST'.    00423300
               05  FILLER PIC X(26) VALUE '040 005320001X001000001000'. 00423400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PPAY-DAYS-LATE'.   00423500
               05  FILLER PIC X(26) VALUE '040 005330003Z001000001000'. 00423600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PPAY-BULKOVR'.     00423700
               05  FILLER PIC X(26) VALUE '040 005360001X001000001000'. 00423800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PPAY-ACK-IND'.     00423900
               05  FILLER PIC X(26) VALUE '040 005370001X001000001000'. 00424000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PPAY-SITUS-STATE'. 00424100
               05  FILLER PIC X(26) VALUE '040 005380002X001000001000'. 00424200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PPAY-STATE-CLASS'. 00424300
               05  FILLER PIC X(26) VALUE '040 005400001X001000001000'. 00424400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PPAY-PERCENT'.     00424500
               05  FILLER PIC X(26) VALUE '040 005410005Z301000001000'. 00424600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FINALIZE-ORTHO'.   00424700
               05  FILLER PIC X(26) VALUE '040 005460001X001000001000'. 00424800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OFAC-SUSP'.        00424900
               05  FILLER PIC X(26) VALUE '040 005470001X001000001000'. 00425000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-ALT-ST'.      00425100
               05  FILLER PIC X(26) VALUE '040 005480002X001000001000'. 00425200
               05  FILLER PIC X(30) VALUE                               00425300
                   'HIST-DSUB-FSA-VENDOR-ID-OLD'.                       00425400
               05  FILLER PIC X(26) VALUE '040 005500001X001000001000'. 00425500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-NPI'.         00425600
               05  FILLER PIC X(26) VALUE '040 005510010X001000001000'. 00425700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-TIN'.         00425800
               05  FILLER PIC X(26) VALUE '040 005610009X001000001000'. 00425900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-LIC'.         00426000
               05  FILLER PIC X(26) VALUE '040 005700015X001000001000'. 00426100
               05  FILLER PIC X(30) VALUE                               00426200
                   'HIST-DSUB-PROV-EHT-ORIG-NPI'.                       00426300
               05  FILLER PIC X(26) VALUE '040 005850010X001000001000'. 00426400
               05  FILLER PIC X(30) VALUE                               00426500
                   'HIST-DSUB-PROV-EHT-ORIG-LIC'.                       00426600
               05  FILLER PIC X(26) VALUE '040 005950015X001000001000'. 00426700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-QUE-WORKPLACE'.    00426800
               05  FILLER PIC X(26) VALUE '040 006100001X001000001000'. 00426900
               05  FILLER PIC X(30) VALUE                               00427000
                   'HIST-DSUB-QUE-WORKPLACE-REASON'.                    00427100
               05  FILLER PIC X(26) VALUE '040 006110001X001000001000'. 00427200
               05  FILLER PIC X(30) VALUE                               00427300
                   'HIST-DSUB-FEDERAL-FEHB-PLAN'.                       00427400
               05  FILLER PIC X(26) VALUE '040 006120003X001000001000'. 00427500
               05  FILLER PIC X(30) VALUE                               00427600
                   'HIST-DSUB-ALT-ADDR-INDICATOR'.                      00427700
               05  FILLER PIC X(26) VALUE '040 006150001X001000001000'. 00427800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PKT-IND'.          00427900
               05  FILLER PIC X(26) VALUE '040 006160001X001000001000'. 00428000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-SLI-IND'.          00428100
               05  FILLER PIC X(26) VALUE '040 006170001X001000001000'. 00428200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FSA-VENDOR-ID'.    00428300
               05  FILLER PIC X(26) VALUE '040 006180003X001000001000'. 00428400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FSA-ALT-ID'.       00428500
               05  FILLER PIC X(26) VALUE '040 006210001X001000001000'. 00428600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-RISK-MGT-IND'.     00428700
               05  FILLER PIC X(26) VALUE '040 006220001X001000001000'. 00428800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FSA-OI-AMT'.       00428900
               05  FILLER PIC X(26) VALUE '040 006230004P201000001000'. 00429000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-GOSC-MSG-IND'.     00429100
               05  FILLER PIC X(26) VALUE '040 006270001X001000001000'. 00429200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PDPNCS-MSG-IND'.   00429300
               05  FILLER PIC X(26) VALUE '040 006280001X001000001000'. 00429400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MCR-RACF-ID'.      00429500
               05  FILLER PIC X(26) VALUE '040 006290008X001000001000'. 00429600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MCR-REV-CY'.       00429700
               05  FILLER PIC X(26) VALUE '040 006370002Z001000001000'. 00429800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MCR-REV-YY'.       00429900
               05  FILLER PIC X(26) VALUE '040 006390002Z001000001000'. 00430000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MCR-REV-MM'.       00430100
               05  FILLER PIC X(26) VALUE '040 006410002Z001000001000'. 00430200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MCR-REV-DD'.       00430300
               05  FILLER PIC X(26) VALUE '040 006430002Z001000001000'. 00430400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PDP-WOULD-SAVE'.   00430500
               05  FILLER PIC X(26) VALUE '040 006450005P201000001000'. 00430600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PDP-HAS-SAVED'.    00430700
               05  FILLER PIC X(26) VALUE '040 006500005P201000001000'. 00430800
               05  FILLER PIC X(30) VALUE                               00430900
                   'HIST-DSUB-BILL-PROV-CTRY-CDE'.                      00431000
               05  FILLER PIC X(26) VALUE '040 006550003X001000001000'. 00431100
               05  FILLER PIC X(30) VALUE                               00431200
                   'HIST-DSUB-REND-PROV-CTRY-CDE'.                      00431300
               05  FILLER PIC X(26) VALUE '040 006580003X001000001000'. 00431400
               05  FILLER PIC X(30) VALUE                               00431500
                   'HIST-DSUB-FULL-ORTHO-MAX-IND'.                      00431600
               05  FILLER PIC X(26) VALUE '040 006610001X001000001000'. 00431700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FRGNCURNCY-IND'.   00431800
               05  FILLER PIC X(26) VALUE '040 006620001X001000001000'. 00431900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FRGNPROV-IND'.     00432000
               05  FILLER PIC X(26) VALUE '040 006630001X001000001000'. 00432100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CONUS-OCONUS'.     00432200
               05  FILLER PIC X(26) VALUE '040 006640001X001000001000'. 00432300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OCONUS-INVOICE'.   00432400
               05  FILLER PIC X(26) VALUE '040 006650001X001000001000'. 00432500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-LAST-NAME'.    00432600
               05  FILLER PIC X(26) VALUE '040 006660020X001000001000'. 00432700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-ID'.           00432800
               05  FILLER PIC X(26) VALUE '040 006860010X001000001000'. 00432900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-CAREOF-ADDR'.  00433000
               05  FILLER PIC X(26) VALUE '040 006960032X001000001000'. 00433100
               05  FILLER PIC X(30) VALUE                               00433200
                   'HIST-DSUB-PAT-CAREOF-ADDR-EXTN'.                    00433300
               05  FILLER PIC X(26) VALUE '040 007280008X001000001000'. 00433400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-STREET-ADDR'.  00433500
               05  FILLER PIC X(26) VALUE '040 007360032X001000001000'. 00433600
               05  FILLER PIC X(30) VALUE                               00433700
                   'HIST-DSUB-PAT-STREET-ADDR-EXTN'.                    00433800
               05  FILLER PIC X(26) VALUE '040 007680008X001000001000'. 00433900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-PHONE-NUMBER'. 00434000
               05  FILLER PIC X(26) VALUE '040 007760008P001000001000'. 00434100
               05  FILLER PIC X(30) VALUE                               00434200
                   'HIST-DSUB-PROV-LIC-EXP-DATE'.                       00434300
               05  FILLER PIC X(26) VALUE '040 007840008Z001000001000'. 00434400
               05  FILLER PIC X(30) VALUE                               00434500
                   'HIST-DSUB-EMP-ADD-START-DATE'.                      00434600
               05  FILLER PIC X(26) VALUE '040 007920004P001000001000'. 00434700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-EMP-COUNTRY-CODE'. 00434800
               05  FILLER PIC X(26) VALUE '040 007960003X001000001000'. 00434900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-EMP-FOREIGN-ZIP'.  00435000
               05  FILLER PIC X(26) VALUE '040 007990009X001000001000'. 00435100
               05  FILLER PIC X(30) VALUE                               00435200
                   'HIST-DSUB-BRANCH-OF-SERVICE'.                       00435300
               05  FILLER PIC X(26) VALUE '040 008080001X001000001000'. 00435400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-READINESS-IND'.    00435500
               05  FILLER PIC X(26) VALUE '040 008090001X001000001000'. 00435600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MBR-ADMIN-ID'.     00435700
               05  FILLER PIC X(26) VALUE '040 008100011X001000001000'. 00435800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-NEA-NBR'.          00435900
               05  FILLER PIC X(26) VALUE '040 008210010X001000001000'. 00436000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TRI-OHI-IND'.      00436100
               05  FILLER PIC X(26) VALUE '040 008310001X001000001000'. 00436200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-MAJOR-IND'.    00436300
               05  FILLER PIC X(26) VALUE '040 008320001X001000001000'. 00436400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PLN-ACC-TYPE'.     00436500
               05  FILLER PIC X(26) VALUE '040 008330001X001000001000'. 00436600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TOT-INV-AMT'.      00436700
               05  FILLER PIC X(26) VALUE '040 008340004P201000001000'. 00436800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CHK-CHECK-NUMBER'. 00436900
               05  FILLER PIC X(26) VALUE '040 008380009X004001401000'. 00437000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CHK-BLOCK-NUMBER'. 00437100
               05  FILLER PIC X(26) VALUE '040 008470004X004001401000'. 00437200
               05  FILLER PIC X(30) VALUE                               00437300
                   'HIST-DSUB-CHK-PAYEE-INDICATOR'.                     00437400
               05  FILLER PIC X(26) VALUE '040 008510001X004001401000'. 00437500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-RESP-AMT'.     00437600
               05  FILLER PIC X(26) VALUE '040 008940004P201000001000'. 00437700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-VENDOR-ID'.        00437800
               05  FILLER PIC X(26) VALUE '040 008980003Z001000001000'. 00437900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-VENDOR-PMT-PCT'.   00438000
               05  FILLER PIC X(26) VALUE '040 009010002P301000001000'. 00438100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MAX-SUPPR-IND'.    00438200
               05  FILLER PIC X(26) VALUE '040 009030001X001000001000'. 00438300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PREV-NET-FEE'.     00438400
               05  FILLER PIC X(26) VALUE '040 009040004P201000001000'. 00438500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CURR-NET-FEE'.     00438600
               05  FILLER PIC X(26) VALUE '040 009080004P201000001000'. 00438700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MEDICAL-EXP'.      00438800
               05  FILLER PIC X(26) VALUE '040 009120004P201000001000'. 00438900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MEDICAL-COB-IND'.  00439000
               05  FILLER PIC X(26) VALUE '040 009160001X001000001000'. 00439100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-RESP-ACTION'.  00439200
               05  FILLER PIC X(26) VALUE '040 009170001X001000001000'. 00439300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PAT-RESP-ADJUST'.  00439400
               05  FILLER PIC X(26) VALUE '040 009180001X001000001000'. 00439500
               05  FILLER PIC X(30) VALUE                               00439600
                   'HIST-DSUB-EFT-TRACE-1ST-SIX'.                       00439700
               05  FILLER PIC X(26) VALUE '040 009190006X004000601000'. 00439800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-HCR-PLAN-TYPE'.    00439900
               05  FILLER PIC X(26) VALUE '040 009430005X001000001000'. 00440000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-IND-OOP-MAX'.      00440100
               05  FILLER PIC X(26) VALUE '040 009480005P201000001000'. 00440200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FAM-OOP-MAX'.      00440300
               05  FILLER PIC X(26) VALUE '040 009530005P201000001000'. 00440400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-IND-OOP-ACC-MAX'.  00440500
               05  FILLER PIC X(26) VALUE '040 009580005P201000001000'. 00440600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FAM-OOP-ACC-MAX'.  00440700
               05  FILLER PIC X(26) VALUE '040 009630005P201000001000'. 00440800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-INS-PDF-KEY'.      00440900
               05  FILLER PIC X(26) VALUE '040 009680038X001000001000'. 00441000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MUR-STATE'.        00441100
               05  FILLER PIC X(26) VALUE '040 010060002X001000001000'. 00441200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MCR-EOB-CRED-IND'. 00441300
               05  FILLER PIC X(26) VALUE '040 010080001X001000001000'. 00441400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DATE-PROCESSED'.   00441500
               05  FILLER PIC X(26) VALUE '040 010090003P001000001000'. 00441600
               05  FILLER PIC X(30) VALUE                               00441700
                   'HIST-DSUB-NET-VENDOR-NET-BYP'.                      00441800
               05  FILLER PIC X(26) VALUE '040 010120001X001000001000'. 00441900
               05  FILLER PIC X(30) VALUE                               00442000
                   'HIST-DSUB-NET-VENDOR-RET-BYP'.                      00442100
               05  FILLER PIC X(26) VALUE '040 010130001X001000001000'. 00442200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CTADJ-IND'.        00442300
               05  FILLER PIC X(26) VALUE '040 010140001X001000001000'. 00442400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ADJUSTED-CLAIM'.   00442500
               05  FILLER PIC X(26) VALUE '040 010150001X001000001000'. 00442600
               05  FILLER PIC X(30) VALUE                               00442700
                   'HIST-DSUB-OVRPAY-PROJECT-TYP'.                      00442800
               05  FILLER PIC X(26) VALUE '040 010160001X001000001000'. 00442900
               05  FILLER PIC X(30) VALUE                               00443000
                   'HIST-DSUB-OVRPAY-REASON-TYP'.                       00443100
               05  FILLER PIC X(26) VALUE '040 010170002X001000001000'. 00443200
               05  FILLER PIC X(30) VALUE                               00443300
                   'HIST-DSUB-OVRPAY-LETTER-TYP'.                       00443400
               05  FILLER PIC X(26) VALUE '040 010190001X001000001000'. 00443500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DISCOVERY-DATE'.   00443600
               05  FILLER PIC X(26) VALUE '040 010200003P001000001000'. 00443700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MYBENEFITS-IND'.   00443800
               05  FILLER PIC X(26) VALUE '040 010230001X001000001000'. 00443900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PRVD-ID'.          00444000
               05  FILLER PIC X(26) VALUE '040 010240005P001000001000'. 00444100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-LOC-ID'.           00444200
               05  FILLER PIC X(26) VALUE '040 010290005P001000001000'. 00444300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-LGL-ENTY-ID'.      00444400
               05  FILLER PIC X(26) VALUE '040 010340005P001000001000'. 00444500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-FRST-NM'.     00444600
               05  FILLER PIC X(26) VALUE '040 010390012X001000001000'. 00444700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROV-LAST-NM'.     00444800
               05  FILLER PIC X(26) VALUE '040 010510020X001000001000'. 00444900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-LEGAL-NAME'.       00445000
               05  FILLER PIC X(26) VALUE '040 010710032X001000001000'. 00445100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-REND-ST-CD'.       00445200
               05  FILLER PIC X(26) VALUE '040 011030002X001000001000'. 00445300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-REND-ADR-5'.       00445400
               05  FILLER PIC X(26) VALUE '040 011050005X001000001000'. 00445500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ST-RULE-IND'.      00445600
               05  FILLER PIC X(26) VALUE '040 011100001X001000001000'. 00445700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FILLER'.           00445800
               05  FILLER PIC X(26) VALUE '040 011113037X001000001000'. 00445900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-SEG-COUNT'.        00446000
               05  FILLER PIC X(26) VALUE '040 041480002P001000001000'. 00446100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-SEG-ID'.           00446200
               05  FILLER PIC X(26) VALUE '040 041500001X053018001000'. 00446300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CHARGE-STATUS'.    00446400
               05  FILLER PIC X(26) VALUE '040C041510001X053018001000'. 00446500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DT-SERV'.          00446600
               05  FILLER PIC X(26) VALUE '040C041520003P053018001000'. 00446700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROCDUR'.          00446800
               05  FILLER PIC X(26) VALUE '040C041550005X053018001000'. 00446900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROC-DED-TYPE'.    00447000
               05  FILLER PIC X(26) VALUE '040C041600001X053018001000'. 00447100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROC-MAX-TYPE'.    00447200
               05  FILLER PIC X(26) VALUE '040C041610001X053018001000'. 00447300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-APRV-REF'.         00447400
               05  FILLER PIC X(26) VALUE '040C041620002X053018001000'. 00447500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CMPR-REF'.         00447600
               05  FILLER PIC X(26) VALUE '040C041640002X053018001000'. 00447700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CHG-COMMENT'.      00447800
               05  FILLER PIC X(26) VALUE '040C041660002X053018001000'. 00447900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CO-INS-PCT'.       00448000
               05  FILLER PIC X(26) VALUE '040C041680002P253018001000'. 00448100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-HOW-CALC'.         00448200
               05  FILLER PIC X(26) VALUE '040C041700001X053018001000'. 00448300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-UNITS'.            00448400
               05  FILLER PIC X(26) VALUE '040C041710002P053018001000'. 00448500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-SURFACE'.          00448600
               05  FILLER PIC X(26) VALUE '040C041730001X053018001000'. 00448700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TOOTH'.            00448800
               05  FILLER PIC X(26) VALUE '040C041740002X053018001000'. 00448900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PROS-DATE'.        00449000
               05  FILLER PIC X(26) VALUE '040C041760003P053018001000'. 00449100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DUPE-DATE'.        00449200
               05  FILLER PIC X(26) VALUE '040C041790003P053018001000'. 00449300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ACCIDENT'.         00449400
               05  FILLER PIC X(26) VALUE '040C041820001X053018001000'. 00449500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PLACE-SER'.        00449600
               05  FILLER PIC X(26) VALUE '040C041830001X053018001000'. 00449700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CHARGE-FEE'.       00449800
               05  FILLER PIC X(26) VALUE '040C041840004P253018001000'. 00449900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-NON-DUP'.          00450000
               05  FILLER PIC X(26) VALUE '040C041880004P253018001000'. 00450100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-COVERED-EXP'.      00450200
               05  FILLER PIC X(26) VALUE '040C041920004P253018001000'. 00450300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DEDUCTIBLE'.       00450400
               05  FILLER PIC X(26) VALUE '040C041960004P253018001000'. 00450500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MAX-EXCEED-NC'.    00450600
               05  FILLER PIC X(26) VALUE '040C042000004P253018001000'. 00450700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CUTBACK-IND'.      00450800
               05  FILLER PIC X(26) VALUE '040C042040001X053018001000'. 00450900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-LIMIT-TYPE'.       00451000
               05  FILLER PIC X(26) VALUE '040C042050001X053018001000'. 00451100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-RC-PRO'.           00451200
               05  FILLER PIC X(26) VALUE '040C042060004P253018001000'. 00451300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-BENEFIT-AMT'.      00451400
               05  FILLER PIC X(26) VALUE '040C042100004P253018001000'. 00451500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-RC-PRO-IND'.       00451600
               05  FILLER PIC X(26) VALUE '040C042140001X053018001000'. 00451700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-LAST-CHG-IN-LUMP'. 00451800
               05  FILLER PIC X(26) VALUE '040C042150001X053018001000'. 00451900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-KEY-NUM'.          00452000
               05  FILLER PIC X(26) VALUE '040C042160003P053018001000'. 00452100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CHG-GROUP'.        00452200
               05  FILLER PIC X(26) VALUE '040C042190004P053018001000'. 00452300
               05  FILLER PIC X(30) VALUE                               00452400
                   'HIST-DSUB-CHG-ORTHO-EOB-IND'.                       00452500
               05  FILLER PIC X(26) VALUE '040C042230001X053018001000'. 00452600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-SCHED-NO'.         00452700
               05  FILLER PIC X(26) VALUE '040C042240002P053018001000'. 00452800
               05  FILLER PIC X(30) VALUE                               00452900
                   'HIST-DSUB-CHG-ORIG-B-CYCLE-DT'.                     00453000
               05  FILLER PIC X(26) VALUE '040C042260003P053018001000'. 00453100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CHG-ALPHA-DIGIT'.  00453200
               05  FILLER PIC X(26) VALUE '040C042290001X053018001000'. 00453300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MULTI-SCHED-AMT'.  00453400
               05  FILLER PIC X(26) VALUE '040C042300004P253018001000'. 00453500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ORIGINAL-FEE'.     00453600
               05  FILLER PIC X(26) VALUE '040C042340004P253018001000'. 00453700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PPO-NUMBER'.       00453800
               05  FILLER PIC X(26) VALUE '040C042380002P053018001000'. 00453900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MEC-INDICATOR'.    00454000
               05  FILLER PIC X(26) VALUE '040C042400001Z053018001000'. 00454100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DIC-CODE-1'.       00454200
               05  FILLER PIC X(26) VALUE '040C042410001X053018001000'. 00454300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DIC-CODE-2'.       00454400
               05  FILLER PIC X(26) VALUE '040C042420001X053018001000'. 00454500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DIC-REASON-1'.     00454600
               05  FILLER PIC X(26) VALUE '040C042430001X053018001000'. 00454700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DIC-REASON-2'.     00454800
               05  FILLER PIC X(26) VALUE '040C042440001X053018001000'. 00454900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TOOTH-SURFACES'.   00455000
               05  FILLER PIC X(26) VALUE '040C042450005X053018001000'. 00455100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MCR-REP'.          00455200
               05  FILLER PIC X(26) VALUE '040C042500001X053018001000'. 00455300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FEE-DIFF-AMT'.     00455400
               05  FILLER PIC X(26) VALUE '040C042510004P253018001000'. 00455500
               05  FILLER PIC X(30) VALUE                               00455600
                   'HIST-DSUB-PAT-COST-SHARE-AMT'.                      00455700
               05  FILLER PIC X(26) VALUE '040C042550004P253018001000'. 00455800
               05  FILLER PIC X(30) VALUE                               00455900
                   'HIST-DSUB-ORTHO-MAX-INV-AMT'.                       00456000
               05  FILLER PIC X(26) VALUE '040C042590004P253018001000'. 00456100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MANUAL-INV'.       00456200
               05  FILLER PIC X(26) VALUE '040C042630001X053018001000'. 00456300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-NET-FEE-PCT'.      00456400
               05  FILLER PIC X(26) VALUE '040C042640002P253018001000'. 00456500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OUT-NET-EXP'.      00456600
               05  FILLER PIC X(26) VALUE '040C042660004P253018001000'. 00456700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-VENDOR-SAVING'.    00456800
               05  FILLER PIC X(26) VALUE '040C042700004P253018001000'. 00456900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TYPE-SCHED'.       00457000
               05  FILLER PIC X(26) VALUE '040C042740001X053018001000'. 00457100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CHG-PAT-RESP-AMT'. 00457200
               05  FILLER PIC X(26) VALUE '040C042750004P253018001000'. 00457300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CHG-PR-ACTION'.    00457400
               05  FILLER PIC X(26) VALUE '040C042790001X053018001000'. 00457500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CHG-PDP-SAVE'.     00457600
               05  FILLER PIC X(26) VALUE '040C042800004P253018001000'. 00457700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PRT-CHARGE'.       00457800
               05  FILLER PIC X(26) VALUE '040C042840001X053018001000'. 00457900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PRT-CONTRACT'.     00458000
               05  FILLER PIC X(26) VALUE '040C042850001X053018001000'. 00458100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PRT-COVERED'.      00458200
               05  FILLER PIC X(26) VALUE '040C042860001X053018001000'. 00458300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PRT-PERCENT'.      00458400
               05  FILLER PIC X(26) VALUE '040C042870001X053018001000'. 00458500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PRT-BENEFIT'.      00458600
               05  FILLER PIC X(26) VALUE '040C042880001X053018001000'. 00458700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-OOP-EXP-AMT'.      00458800
               05  FILLER PIC X(26) VALUE '040C042890004P253018001000'. 00458900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ADDL-BEN-AMT'.     00459000
               05  FILLER PIC X(26) VALUE '040C042930004P253018001000'. 00459100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-EHB-PROC-CD'.      00459200
               05  FILLER PIC X(26) VALUE '040C042970001X053018001000'. 00459300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-EHB-ELG'.          00459400
               05  FILLER PIC X(26) VALUE '040C042980001X053018001000'. 00459500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PREV-VEN-SAVING'.  00459600
               05  FILLER PIC X(26) VALUE '040C042990004P253018001000'. 00459700
               05  FILLER PIC X(30) VALUE                               00459800
                   'HIST-DSUB-VENDOR-SAVING-ADJ'.                       00459900
               05  FILLER PIC X(26) VALUE '040C043030004P253018001000'. 00460000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-RETAINED-SAVING'.  00460100
               05  FILLER PIC X(26) VALUE '040C043070004P253018001000'. 00460200
               05  FILLER PIC X(30) VALUE                               00460300
                   'HIST-DSUB-RETAINED-SAVING-ADJ'.                     00460400
               05  FILLER PIC X(26) VALUE '040C043110004P253018001000'. 00460500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-NETWORK-ID'.       00460600
               05  FILLER PIC X(26) VALUE '040C043150002P053018001000'. 00460700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-VEND-TYPE'.        00460800
               05  FILLER PIC X(26) VALUE '040C043170001X053018001000'. 00460900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-GHOST-LINE-IND'.   00461000
               05  FILLER PIC X(26) VALUE '040C043180001X053018001000'. 00461100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-SYS-DOWNCD-IND'.   00461200
               05  FILLER PIC X(26) VALUE '040C043190001X053018001000'. 00461300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-CHG-FILLER'.       00461400
               05  FILLER PIC X(26) VALUE '040C043200010X053018001000'. 00461500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DATE-PAID'.        00461600
               05  FILLER PIC X(26) VALUE '040P041510003P053018001000'. 00461700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PMT-PROV-PHONE'.   00461800
               05  FILLER PIC X(26) VALUE '040P041540004P053018001000'. 00461900
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PMT-PROV-ST'.      00462000
               05  FILLER PIC X(26) VALUE '040P041580002X053018001000'. 00462100
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PMT-PROV-LSTNAME'. 00462200
               05  FILLER PIC X(26) VALUE '040P041600005X053018001000'. 00462300
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PMT-F-INIT'.       00462400
               05  FILLER PIC X(26) VALUE '040P041650001X053018001000'. 00462500
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PMT-PROV-UNIQUE'.  00462600
               05  FILLER PIC X(26) VALUE '040P041660002P053018001000'. 00462700
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-AMT-PD'.           00462800
               05  FILLER PIC X(26) VALUE '040P041680004P253018001000'. 00462900
               05  FILLER PIC X(30) VALUE                               00463000
                   'HIST-DSUB-HISTORY-UPDATE-IND'.                      00463100
               05  FILLER PIC X(26) VALUE '040P041720001X053018001000'. 00463200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-DT-RETURN'.        00463300
               05  FILLER PIC X(26) VALUE '040P041730003P053018001000'. 00463400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-AMT-RETURN'.       00463500
               05  FILLER PIC X(26) VALUE '040P041760004P253018001000'. 00463600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PYMT-FC-DATE'.     00463700
               05  FILLER PIC X(26) VALUE '040P041800004P053018001000'. 00463800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PYMT-FC-SEQ'.      00463900
               05  FILLER PIC X(26) VALUE '040P041840003P053018001000'. 00464000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PYMT-FC-OFF'.      00464100
               05  FILLER PIC X(26) VALUE '040P041870002P053018001000'. 00464200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-SQUEEZE-IND'.      00464300
               05  FILLER PIC X(26) VALUE '040P041890001X053018001000'. 00464400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-BULK-PAY-DATE'.    00464500
               05  FILLER PIC X(26) VALUE '040P041900004P053018001000'. 00464600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-MAIL-CODE'.        00464700
               05  FILLER PIC X(26) VALUE '040P041940001X053018001000'. 00464800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-PYMT-FC-ENTRY'.    00464900
               05  FILLER PIC X(26) VALUE '040P041950002X053018001000'. 00465000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TOT-FEE-DIFF'.     00465100
               05  FILLER PIC X(26) VALUE '040P041970004P253018001000'. 00465200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TOT-COST-SHARE'.   00465300
               05  FILLER PIC X(26) VALUE '040P042010004P253018001000'. 00465400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TOT-MAX-EXCEED'.   00465500
               05  FILLER PIC X(26) VALUE '040P042050004P253018001000'. 00465600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-RET-FEE-DIFF'.     00465700
               05  FILLER PIC X(26) VALUE '040P042090004P253018001000'. 00465800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-RET-COST-SHARE'.   00465900
               05  FILLER PIC X(26) VALUE '040P042130004P253018001000'. 00466000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-RET-MAX-EXCEED'.   00466100
               05  FILLER PIC X(26) VALUE '040P042170004P253018001000'. 00466200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TRI-PAYEE-FIRST'.  00466300
               05  FILLER PIC X(26) VALUE '040P042210012X053018001000'. 00466400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-TRI-PAYEE-LAST'.   00466500
               05  FILLER PIC X(26) VALUE '040P042330020X053018001000'. 00466600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FILLER-PAYMENT1'.  00466700
               05  FILLER PIC X(26) VALUE '040P043090006X053018001000'. 00466800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FILLER-PAYMENT'.   00466900
               05  FILLER PIC X(26) VALUE '040P043150015X053018001000'. 00467000
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-THDPRTY-SEQ'.      00467100
               05  FILLER PIC X(26) VALUE '040T041510001X053018001000'. 00467200
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-THDPRTY-PAYEE-ID'. 00467300
               05  FILLER PIC X(26) VALUE '040T041520010X053018001000'. 00467400
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-FILLER-TPRTY'.     00467500
               05  FILLER PIC X(26) VALUE '040T041620168X053018001000'. 00467600
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ADJ-REASON-CD'.    00467700
               05  FILLER PIC X(26) VALUE '040A041510002X053018001000'. 00467800
               05  FILLER PIC X(30) VALUE 'HIST-DSUB-ADJ-CLERK'.        00467900
               05  FILLER PIC X(26) VALUE '040A041530003X053018001000'. 00468000
               05  FILLER PIC X(30) VALUE                               00468100
                   'HIST-DSUB-ADJ-BENEFIT-BEFORE'.                      00468200
               05  FILLER PIC X(26) VALUE '040A041560004P253018001000'. 00468300
               05  FILLER PIC X(30) VALUE                               00468400
                   'HIST-DSUB-ADJ-BENEFIT-AFTER'.                       00468500
               05  FILLER PIC X(26) VALUE '040A041600004P253018001000'. 00468600
               05  FILLER PIC X(30) VALUE 'PAYEE-ID'.                   00468700
               05  FILLER PIC X(26) VALUE 'PAY 000010010X001000001000'. 00468800
               05  FILLER PIC X(30) VALUE 'PAYEE-NAME'.                 00468900
               05  FILLER PIC X(26) VALUE 'PAY 000110030X001000001000'. 00469000
               05  FILLER PIC X(30) VALUE 'PAYEE-ADDR-LINE1'.           00469100
               05  FILLER PIC X(26) VALUE 'PAY 000410030X001000001000'. 00469200
               05  FILLER PIC X(30) VALUE 'PAYEE-ADDR-LINE2'.           00469300
               05  FILLER PIC X(26) VALUE 'PAY 000710030X001000001000'. 00469400
               05  FILLER PIC X(30) VALUE 'PAYEE-CITY'.                 00469500
               05  FILLER PIC X(26) VALUE 'PAY 001010020X001000001000'. 00469600
               05  FILLER PIC X(30) VALUE 'PAYEE-STATE'.                00469700
               05  FILLER PIC X(26) VALUE 'PAY 001210002X001000001000'. 00469800
               05  FILLER PIC X(30) VALUE 'PAYEE-ZIP'.                  00469900
               05  FILLER PIC X(26) VALUE 'PAY 001230009X001000001000'. 00470000
               05  FILLER PIC X(30) VALUE 'CMA-GROUP-NO'.               00470100
               05  FILLER PIC X(26) VALUE 'CMA 000010004P001000001000'. 00470200
               05  FILLER PIC X(30) VALUE 'CMA-SUB-DIV'.                00470300
               05  FILLER PIC X(26) VALUE 'CMA 000050004X001000001000'. 00470400
               05  FILLER PIC X(30) VALUE 'CMA-BRANCH'.                 00470500
               05  FILLER PIC X(26) VALUE 'CMA 000090004X001000001000'. 00470600
               05  FILLER PIC X(30) VALUE 'CMA-CERT-NO'.                00470700
               05  FILLER PIC X(26) VALUE 'CMA 000130005P001000001000'. 00470800
               05  FILLER PIC X(30) VALUE 'CMA-PATIENT-NO'.             00470900
               05  FILLER PIC X(26) VALUE 'CMA 000180002P001000001000'. 00471000
               05  FILLER PIC X(30) VALUE 'CMA-ARCHIVE-SEQ'.            00471100
               05  FILLER PIC X(26) VALUE 'CMA 000200004P001000001000'. 00471200
               05  FILLER PIC X(30) VALUE 'CMA-ARCHIVE-DATE'.           00471300
               05  FILLER PIC X(26) VALUE 'CMA 000240004P001000001000'. 00471400
               05  FILLER PIC X(30) VALUE 'CMA-MESSAGE-TEXT'.           00471500
               05  FILLER PIC X(26) VALUE 'CMA 000280072X001000001000'. 00471600
           03  JFD-DICT-TABLE REDEFINES JFD-DICT-VALUES.                00471700
               05  JFD-ENTRY OCCURS 442 TIMES.                          00471800
                   08  JFD-FIELD-NAME       PIC X(30).                  00471900
                   08  JFD-REC-ID           PIC X(3).                   00472000
                   08  JFD-VIEW             PIC X(1).                   00472100
                   08  JFD-OFFSET           PIC 9(5).                   00472200
                   08  JFD-LENGTH           PIC 9(4).                   00472300
                   08  JFD-TYPE             PIC X(1).                   00472400
                       88  JFD-CHARACTER        VALUE 'X'.              00472500
                       88  JFD-PACKED           VALUE 'P'.              00472600
                       88  JFD-ZONED            VALUE 'Z'.              00472700
                   08  JFD-SCALE            PIC 9(1).                   00472800
                   08  JFD-OCC1             PIC 9(2).                   00472900
                   08  JFD-STRIDE1          PIC 9(4).                   00473000
                   08  JFD-OCC2             PIC 9(2).                   00473100
                   08  JFD-STRIDE2          PIC 9(3).                   00473200
           03  JFD-ENTRY-COUNT              PIC S9(5) COMP-3 VALUE 442. 00473300
