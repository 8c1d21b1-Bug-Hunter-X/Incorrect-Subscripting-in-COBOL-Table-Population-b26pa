000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL410.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  DAILY LOAD PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                    *
000090*----------------------------------------------------------*
000100*  DATE     BY   DESCRIPTION                                *
000110*  -------- ---- -------------------------------------------*
000120*  10/15/26 RGH  INITIAL VERSION. CROSS-DAY DUPLICATE HOLD,  *
000130*                RUN BETWEEN THE CORRECTIONS VERIFY AND THE  *
000140*                POSTING STEP. EACH ENTRY ON THE DAY'S TABLE *
000150*                EXTRACT (TBLOUT) IS COMPARED -- ACCOUNT,    *
000160*                TRANSACTION CODE, SIGNED AMOUNT, AND        *
000170*                EFFECTIVE DATE -- WITH EVERY ENTRY OF THE   *
000180*                NEWEST GENERATIONS ON THE ARCHIVE MASTER    *
000190*                (ARCHIN, COPY DL100AR) WITHIN THE LOOK-BACK *
000200*                WINDOW ON THE PARM CARD (DUPPARM,           *
000210*                LOOKBACK=NN GENERATIONS). A SUSPECTED       *
000220*                REPEAT IS FLAGGED HELD ON THE TABLE, SO     *
000230*                DL400 KEEPS IT OFF THE GL EXTRACT AND DL180 *
000240*                OFF THE POSITIONS, AND IS CARRIED ON THE    *
000250*                HELD-ENTRY MASTER (HOLDMI/HOLDMO, COPY      *
000260*                DL100HM) UNTIL OPERATIONS DISPOSE OF IT. A  *
000270*                RELEASE CARD (HOLDCRD, ACTION R) NAMING ITS *
000280*                BUSINESS DATE AND SLOT SENDS IT THROUGH ON  *
000290*                THE RELEASED-ENTRY FILE (HOLDRLS) FOR THAT  *
000300*                NIGHT'S POSTING AND GL EXTRACT; A DECLINE   *
000310*                CARD (ACTION D) DROPS IT. THE EXCEPTION     *
000320*                REPORT (DUPRPT) NAMES THE EARLIER DATE AND  *
000330*                SLOT EACH HOLD MATCHED.                     *
000340*  10/15/26 RGH  HIGH-VALUE HOLD. AN ENTRY THAT IS NOT A     *
000350*                SUSPECTED REPEAT BUT WHOSE AMOUNT, DEBIT OR *
000360*                CREDIT, IS ABOVE ITS HOLD LIMIT -- THE      *
000370*                SOURCE'S OWN ON THE REGISTRY (SRCREG, COPY  *
000380*                DL100SR) WHEN IT HAS ONE, ELSE THE          *
000390*                TRANSACTION CODE'S (TRANCD, COPY DL100TC)   *
000400*                -- IS FLAGGED H AND CARRIED ON THE HOLD     *
000410*                MASTER WITH REASON HIVL, AND IS RELEASED OR *
000420*                DECLINED BY THE SAME CARDS. THE LIMITS ARE  *
000430*                RE-APPLIED EVERY RUN, SO AN AMOUNT CHANGED  *
000440*                BY A CORRECTION IS JUDGED AGAIN. THE        *
000450*                CATCH-UP SPILL DL100 WRITES WHEN A FEED     *
000460*                CLOSES OUT EARLIER BUSINESS DATES (CUPIN,   *
000470*                DL100AR LAYOUT) IS JUDGED FOR BOTH KINDS OF *
000480*                HOLD AHEAD OF TODAY'S TABLE: A HELD         *
000490*                CATCH-UP ENTRY IS FLAGGED IN PLACE ON THE   *
000500*                SPILL AND CARRIED ON THE HOLD MASTER UNDER  *
000510*                ITS OWN DATE AND SLOT. EACH CATCH-UP ENTRY  *
000520*                IS COMPARED WITH THE WINDOW AND THE         *
000530*                CATCH-UP DATES BEFORE IT, AND JOINS THE     *
000540*                WINDOW FOR THE DATES AFTER IT AND TODAY'S   *
000550*                TABLE; THE WINDOW ENDS AT THE FIRST         *
000560*                CATCH-UP DATE. THE REPORT SHOWS EACH HOLD'S *
000570*                REASON AND THE HIGH-VALUE COUNT AND AMOUNT. *
000580*----------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.   IBM-370.
000620 OBJECT-COMPUTER.   IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT PARM-FILE    ASSIGN TO DUPPARM
000660                         ORGANIZATION IS LINE SEQUENTIAL
000670                         FILE STATUS IS WS-PARM-STATUS.
000680     SELECT HIST-FILE    ASSIGN TO RUNHIST
000690                         ORGANIZATION IS SEQUENTIAL
000700                         FILE STATUS IS WS-HIST-STATUS.
000710     SELECT ARCH-IN-FILE ASSIGN TO ARCHIN
000720                         ORGANIZATION IS SEQUENTIAL
000730                         FILE STATUS IS WS-ARCHIN-STATUS.
000740     SELECT TBL-OUT-FILE ASSIGN TO TBLOUT
000750                         ORGANIZATION IS RELATIVE
000760                         ACCESS MODE IS SEQUENTIAL
000770                         RELATIVE KEY IS WS-TBL-REL-KEY
000780                         FILE STATUS IS WS-TBL-STATUS.
000790     SELECT CUP-IN-FILE  ASSIGN TO CUPIN
000800                         ORGANIZATION IS SEQUENTIAL
000810                         FILE STATUS IS WS-CUPIN-STATUS.
000820     SELECT HOLD-IN-FILE ASSIGN TO HOLDMI
000830                         ORGANIZATION IS SEQUENTIAL
000840                         FILE STATUS IS WS-HOLDIN-STATUS.
000850     SELECT HOLD-OUT-FILE ASSIGN TO HOLDMO
000860                         ORGANIZATION IS SEQUENTIAL
000870                         FILE STATUS IS WS-HOLDOUT-STATUS.
000880     SELECT RLS-FILE     ASSIGN TO HOLDRLS
000890                         ORGANIZATION IS SEQUENTIAL
000900                         FILE STATUS IS WS-RLS-STATUS.
000910     SELECT CARD-FILE    ASSIGN TO HOLDCRD
000920                         ORGANIZATION IS SEQUENTIAL
000930                         FILE STATUS IS WS-CARD-STATUS.
000940     SELECT RPT-FILE     ASSIGN TO DUPRPT
000950                         ORGANIZATION IS LINE SEQUENTIAL
000960                         FILE STATUS IS WS-RPT-STATUS.
000970     SELECT TC-FILE      ASSIGN TO TRANCD
000980                         ORGANIZATION IS INDEXED
000990                         ACCESS MODE IS SEQUENTIAL
001000                         RECORD KEY IS DL100-TC-CODE
001010                         FILE STATUS IS WS-TC-STATUS.
001020     SELECT REG-FILE     ASSIGN TO SRCREG
001030                         ORGANIZATION IS SEQUENTIAL
001040                         FILE STATUS IS WS-REG-STATUS.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  PARM-FILE
001080     LABEL RECORDS ARE OMITTED
001090     RECORD CONTAINS 80 CHARACTERS.
001100 01  PARM-RECORD.
001110     05  PARM-KEYWORD            PIC X(09).
001120     05  PARM-LOOKBACK-VALUE     PIC X(02).
001130     05  FILLER                  PIC X(69).
001140 FD  HIST-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 50 CHARACTERS.
001170     COPY DL100RH.
001180 FD  ARCH-IN-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 94 CHARACTERS.
001210     COPY DL100AR.
001220 FD  TBL-OUT-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 80 CHARACTERS.
001250     COPY DL100TR.
001260 FD  CUP-IN-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 94 CHARACTERS.
001290 01  CUP-IN-RECORD.
001300     05  CUP-REC-TYPE            PIC X(01).
001310         88  CUP-IS-GEN-HDR               VALUE 'G'.
001320         88  CUP-IS-ENTRY                 VALUE 'E'.
001330     05  CUP-GEN-DATE            PIC 9(08).
001340     05  CUP-RECNO               PIC 9(05).
001350     05  CUP-ENTRY               PIC X(80).
001360 FD  HOLD-IN-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 130 CHARACTERS.
001390 01  HOLD-IN-RECORD              PIC X(130).
001400 FD  HOLD-OUT-FILE
001410     LABEL RECORDS ARE STANDARD
001420     RECORD CONTAINS 130 CHARACTERS.
001430     COPY DL100HM.
001440 FD  RLS-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 130 CHARACTERS.
001470 01  RLS-RECORD                  PIC X(130).
001480 FD  CARD-FILE
001490     LABEL RECORDS ARE STANDARD
001500     RECORD CONTAINS 80 CHARACTERS.
001510 01  CARD-RECORD.
001520     05  CARD-ACTION             PIC X(01).
001530         88  CARD-IS-RELEASE              VALUE 'R'.
001540         88  CARD-IS-DECLINE              VALUE 'D'.
001550     05  CARD-BUS-DATE           PIC 9(08).
001560     05  CARD-BUS-DATE-X REDEFINES CARD-BUS-DATE
001570                                 PIC X(08).
001580     05  CARD-SLOT               PIC 9(05).
001590     05  CARD-SLOT-X REDEFINES CARD-SLOT
001600                                 PIC X(05).
001610     05  CARD-OPERATOR           PIC X(08).
001620     05  FILLER                  PIC X(58).
001630 FD  RPT-FILE
001640     LABEL RECORDS ARE OMITTED
001650     RECORD CONTAINS 100 CHARACTERS.
001660 01  RPT-LINE                    PIC X(100).
001670 FD  TC-FILE
001680     LABEL RECORDS ARE STANDARD
001690     RECORD CONTAINS 60 CHARACTERS.
001700     COPY DL100TC.
001710 FD  REG-FILE
001720     LABEL RECORDS ARE STANDARD
001730     RECORD CONTAINS 80 CHARACTERS.
001740     COPY DL100SR.
001750 WORKING-STORAGE SECTION.
001760 01  WS-FILE-CONTROLS.
001770     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
001780     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
001790     05  WS-ARCHIN-STATUS        PIC X(02) VALUE '00'.
001800     05  WS-TBL-REL-KEY          PIC 9(5) COMP VALUE ZERO.
001810     05  WS-TBL-STATUS           PIC X(02) VALUE '00'.
001820     05  WS-CUPIN-STATUS         PIC X(02) VALUE '00'.
001830     05  WS-HOLDIN-STATUS        PIC X(02) VALUE '00'.
001840     05  WS-HOLDOUT-STATUS       PIC X(02) VALUE '00'.
001850     05  WS-RLS-STATUS           PIC X(02) VALUE '00'.
001860     05  WS-CARD-STATUS          PIC X(02) VALUE '00'.
001870     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
001880     05  WS-TC-STATUS            PIC X(02) VALUE '00'.
001890     05  WS-REG-STATUS           PIC X(02) VALUE '00'.
001900 01  WS-AREA.
001910     05  WS-LOOKBACK             PIC 9(02) VALUE 05.
001920     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001930     05  WS-BUS-DATE             PIC 9(08) VALUE ZERO.
001940     05  WS-PRIOR-GENS           PIC 9(5) COMP VALUE ZERO.
001950     05  WS-GENS-TO-SKIP         PIC 9(5) COMP VALUE ZERO.
001960     05  WS-GENS-SEEN            PIC 9(5) COMP VALUE ZERO.
001970     05  WS-GENS-SCANNED         PIC 9(5) COMP VALUE ZERO.
001980     05  WS-FIRST-GEN-DATE       PIC 9(08) VALUE ZERO.
001990     05  WS-LAST-GEN-DATE        PIC 9(08) VALUE ZERO.
002000     05  WS-CUP-FIRST-DATE       PIC 9(08) VALUE ZERO.
002010     05  WS-WINDOW-END           PIC 9(08) VALUE ZERO.
002020     05  WS-CUP-GEN-DATE         PIC 9(08) VALUE ZERO.
002030     05  WS-CUP-GENS             PIC 9(3) COMP VALUE ZERO.
002040     05  WS-CUP-CHECKED          PIC 9(5) COMP VALUE ZERO.
002050     05  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
002060     05  WS-CHECK-SLOT           PIC 9(5) COMP VALUE ZERO.
002070     05  WS-CHECKED-COUNT        PIC 9(5) COMP VALUE ZERO.
002080     05  WS-CARRIED-COUNT        PIC 9(5) COMP VALUE ZERO.
002090     05  WS-NEW-HOLD-COUNT       PIC 9(5) COMP VALUE ZERO.
002100     05  WS-RELEASED-COUNT       PIC 9(5) COMP VALUE ZERO.
002110     05  WS-DECLINED-COUNT       PIC 9(5) COMP VALUE ZERO.
002120     05  WS-STILL-COUNT          PIC 9(5) COMP VALUE ZERO.
002130     05  WS-CARD-COUNT           PIC 9(5) COMP VALUE ZERO.
002140     05  WS-CARD-ERR-COUNT       PIC 9(5) COMP VALUE ZERO.
002150     05  WS-NEW-HOLD-AMOUNT      PIC S9(13)V99 COMP-3
002160                                 VALUE ZERO.
002170     05  WS-NEW-HV-COUNT         PIC 9(5) COMP VALUE ZERO.
002180     05  WS-NEW-HV-AMOUNT        PIC S9(13)V99 COMP-3
002190                                 VALUE ZERO.
002200     05  WS-RELEASED-AMOUNT      PIC S9(13)V99 COMP-3
002210                                 VALUE ZERO.
002220     05  WS-STILL-AMOUNT         PIC S9(13)V99 COMP-3
002230                                 VALUE ZERO.
002240     05  WS-EDIT-COUNT           PIC ZZZZ9.
002250     05  WS-EDIT-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002260     05  WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
002270     05  WS-EDIT-SLOT            PIC 9(05).
002280     05  WS-MATCH-DISPLAY.
002290         10  WS-MD-DATE          PIC 9(08).
002300         10  FILLER              PIC X(01) VALUE SPACE.
002310         10  WS-MD-SLOT          PIC 9(05).
002320     05  WS-EDIT-AGE             PIC ZZ9.
002330     05  WS-DISPOSITION          PIC X(12) VALUE SPACES.
002340     05  WS-MATCH-DATE           PIC 9(08) VALUE ZERO.
002350     05  WS-MATCH-SLOT           PIC 9(5) COMP VALUE ZERO.
002360     05  WS-FIND-DATE            PIC 9(08) VALUE ZERO.
002370     05  WS-FIND-SLOT            PIC 9(5) COMP VALUE ZERO.
002380     05  WS-NEW-FLAG             PIC X(01) VALUE SPACE.
002390     05  WS-ENTRY-WORK           PIC X(80) VALUE SPACES.
002400     05  WS-ENTRY-WORK-R REDEFINES WS-ENTRY-WORK.
002410         10  WS-EW-ACCT-NO       PIC X(10).
002420         10  WS-EW-TRAN-CODE     PIC X(02).
002430         10  WS-EW-AMOUNT        PIC S9(09)V99.
002440         10  WS-EW-EFF-DATE      PIC 9(08).
002450         10  WS-EW-SOURCE        PIC X(03).
002460         10  WS-EW-HOLD-FLAG     PIC X(01).
002470         10  FILLER              PIC X(45).
002480     05  WS-AR-MAX-ALLOWED       PIC 9(5) COMP VALUE 2000.
002490     05  WS-AR-COUNT             PIC 9(5) COMP VALUE ZERO.
002500     05  WS-AR-SUB               PIC 9(5) COMP VALUE ZERO.
002510     05  WS-ARCH-TBL OCCURS 2000 TIMES.
002520         10  WS-AT-ACCT-NO       PIC X(10).
002530         10  WS-AT-TRAN-CODE     PIC X(02).
002540         10  WS-AT-AMOUNT        PIC S9(09)V99 COMP-3.
002550         10  WS-AT-EFF-DATE      PIC 9(08).
002560         10  WS-AT-GEN-DATE      PIC 9(08).
002570         10  WS-AT-SLOT          PIC 9(5) COMP.
002580     05  WS-HD-MAX-ALLOWED       PIC 9(5) COMP VALUE 500.
002590     05  WS-HD-COUNT             PIC 9(5) COMP VALUE ZERO.
002600     05  WS-HD-SUB               PIC 9(5) COMP VALUE ZERO.
002610     05  WS-HOLD-TBL OCCURS 500 TIMES.
002620         10  WS-HD-BUS-DATE      PIC 9(08).
002630         10  WS-HD-SLOT          PIC 9(5) COMP.
002640         10  WS-HD-REASON        PIC X(04).
002650         10  WS-HD-AGE           PIC 9(3) COMP.
002660         10  WS-HD-MATCH-DATE    PIC 9(08).
002670         10  WS-HD-MATCH-SLOT    PIC 9(5) COMP.
002680         10  WS-HD-ENTRY         PIC X(80).
002690         10  WS-HD-RELEASED-BY   PIC X(08).
002700         10  WS-HD-NEW-SW        PIC X(01).
002710             88  WS-HD-IS-NEW             VALUE 'Y'.
002720         10  WS-HD-STATUS        PIC X(01).
002730             88  WS-HD-HELD                   VALUE 'H'.
002740             88  WS-HD-RELEASED               VALUE 'R'.
002750             88  WS-HD-DECLINED               VALUE 'D'.
002760     05  WS-CD-MAX-ALLOWED       PIC 9(3) COMP VALUE 100.
002770     05  WS-CD-COUNT             PIC 9(3) COMP VALUE ZERO.
002780     05  WS-CD-SUB               PIC 9(3) COMP VALUE ZERO.
002790     05  WS-CD-CUR               PIC 9(3) COMP VALUE ZERO.
002800     05  WS-CARD-TBL OCCURS 100 TIMES.
002810         10  WS-CD-ACTION        PIC X(01).
002820             88  WS-CD-IS-RELEASE             VALUE 'R'.
002830         10  WS-CD-BUS-DATE      PIC 9(08).
002840         10  WS-CD-SLOT          PIC 9(5) COMP.
002850         10  WS-CD-OPERATOR      PIC X(08).
002860         10  WS-CD-USED-SW       PIC X(01).
002870             88  WS-CD-USED                   VALUE 'Y'.
002880     05  WS-TC-MAX-ALLOWED       PIC 9(2) COMP VALUE 50.
002890     05  WS-TC-COUNT             PIC 9(2) COMP VALUE ZERO.
002900     05  WS-TC-TBL OCCURS 50 TIMES.
002910         10  WS-TC-CODE          PIC X(02).
002920         10  WS-TC-LIMIT         PIC 9(09)V99 COMP-3.
002930     05  WS-RG-MAX-ALLOWED       PIC 9(2) COMP VALUE 30.
002940     05  WS-RG-COUNT             PIC 9(2) COMP VALUE ZERO.
002950     05  WS-RG-TBL OCCURS 30 TIMES.
002960         10  WS-RG-CODE          PIC X(03).
002970         10  WS-RG-LIMIT         PIC 9(09)V99 COMP-3.
002980     05  WS-HV-SUB               PIC 9(2) COMP VALUE ZERO.
002990     05  WS-HV-LIMIT             PIC 9(09)V99 COMP-3
003000                                 VALUE ZERO.
003010     05  WS-HV-AMOUNT            PIC 9(09)V99 COMP-3
003020                                 VALUE ZERO.
003030 01  WS-REPORT-DATE.
003040     05  WS-RPT-YY               PIC 9(2).
003050     05  WS-RPT-MM               PIC 9(2).
003060     05  WS-RPT-DD               PIC 9(2).
003070 01  WS-REPORT-TIME.
003080     05  WS-RPT-HH               PIC 9(2).
003090     05  WS-RPT-MN               PIC 9(2).
003100     05  WS-RPT-SS               PIC 9(2).
003110     05  WS-RPT-HS               PIC 9(2).
003120 01  WS-SWITCHES.
003130     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
003140         88  WS-HIST-AT-EOF               VALUE 'Y'.
003150     05  WS-HIST-FOUND-SW        PIC X(01) VALUE 'N'.
003160         88  WS-HIST-FOUND                VALUE 'Y'.
003170     05  WS-ARCH-EOF-SW          PIC X(01) VALUE 'N'.
003180         88  WS-ARCH-AT-EOF               VALUE 'Y'.
003190     05  WS-CUP-EOF-SW           PIC X(01) VALUE 'N'.
003200         88  WS-CUP-AT-EOF                VALUE 'Y'.
003210     05  WS-CUP-SEEN-SW          PIC X(01) VALUE 'N'.
003220         88  WS-CUP-FILE-SEEN             VALUE 'Y'.
003230     05  WS-MASTER-SW            PIC X(01) VALUE 'N'.
003240         88  WS-ARCHIVE-EXISTS            VALUE 'Y'.
003250     05  WS-LOAD-GEN-SW          PIC X(01) VALUE 'N'.
003260         88  WS-LOADING-GEN               VALUE 'Y'.
003270     05  WS-TBL-EOF-SW           PIC X(01) VALUE 'N'.
003280         88  WS-TBL-AT-EOF                VALUE 'Y'.
003290     05  WS-HOLD-EOF-SW          PIC X(01) VALUE 'N'.
003300         88  WS-HOLD-AT-EOF               VALUE 'Y'.
003310     05  WS-CARD-EOF-SW          PIC X(01) VALUE 'N'.
003320         88  WS-CARD-AT-EOF               VALUE 'Y'.
003330     05  WS-MATCH-SW             PIC X(01) VALUE 'N'.
003340         88  WS-MATCH-FOUND               VALUE 'Y'.
003350     05  WS-TC-EOF-SW            PIC X(01) VALUE 'N'.
003360         88  WS-TC-AT-EOF                 VALUE 'Y'.
003370     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
003380         88  WS-REG-AT-EOF                VALUE 'Y'.
003390     05  WS-HV-FOUND-SW          PIC X(01) VALUE 'N'.
003400         88  WS-HV-LIMIT-FOUND            VALUE 'Y'.
003410     05  WS-OVER-LIMIT-SW        PIC X(01) VALUE 'N'.
003420         88  WS-OVER-LIMIT                VALUE 'Y'.
003430 PROCEDURE DIVISION.
003440*----------------------------------------------------------*
003450* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE HOLD STEP.  *
003460*----------------------------------------------------------*
003470 0000-MAINLINE.
003480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003490     PERFORM 2000-DISPOSE-CARRIED THRU 2000-EXIT
003500         VARYING WS-HD-SUB FROM 1 BY 1
003510         UNTIL WS-HD-SUB > WS-HD-COUNT.
003520     PERFORM 2500-CHECK-CATCHUP THRU 2500-EXIT.
003530     PERFORM 3000-CHECK-TODAY THRU 3000-EXIT.
003540     PERFORM 4000-WRITE-OUTPUTS THRU 4000-EXIT.
003550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003560     GOBACK.
003570 0000-EXIT.
003580     EXIT.
003590*----------------------------------------------------------*
003600* 1000-INITIALIZE PICKS UP THE LOOK-BACK PARM AND THE        *
003610* BUSINESS DATE, LOADS THE HOLDS CARRIED FROM THE LAST RUN   *
003620* AND THE RELEASE CARDS, NOTES WHERE ANY CATCH-UP SPILL      *
003630* STARTS, LOADS THE LOOK-BACK WINDOW OFF THE ARCHIVE MASTER, *
003640* AND LOADS THE HIGH-VALUE HOLD LIMITS.                      *
003650*----------------------------------------------------------*
003660 1000-INITIALIZE.
003670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003680     PERFORM 1100-READ-PARM THRU 1100-EXIT.
003690     PERFORM 1200-READ-RUN-HISTORY THRU 1200-EXIT.
003700     PERFORM 1300-LOAD-PRIOR-HOLDS THRU 1300-EXIT.
003710     PERFORM 1400-LOAD-CARDS THRU 1400-EXIT.
003720     PERFORM 1450-FIND-CATCHUP-START THRU 1450-EXIT.
003730     PERFORM 1500-LOAD-ARCHIVE-WINDOW THRU 1500-EXIT.
003740     PERFORM 1600-LOAD-CODE-LIMITS THRU 1600-EXIT.
003750     PERFORM 1700-LOAD-SOURCE-LIMITS THRU 1700-EXIT.
003760 1000-EXIT.
003770     EXIT.
003780*----------------------------------------------------------*
003790* 1100-READ-PARM READS THE LOOKBACK=NN CONTROL CARD FROM THE *
003800* STEP'S OWN CARD FILE (DUPPARM), KEPT APART FROM THE        *
003810* PARMIN CARDS THE OTHER STEPS READ. A MISSING OR            *
003820* UNREADABLE CARD FALLS BACK TO THE DEFAULT WINDOW WITH A    *
003830* WARNING RATHER THAN STOPPING THE STEP.                     *
003840*----------------------------------------------------------*
003850 1100-READ-PARM.
003860     OPEN INPUT PARM-FILE.
003870     IF WS-PARM-STATUS NOT = '00'
003880         DISPLAY 'DL410090W NO PARM CARD, LOOK-BACK DEFAULTS TO '
003890                 WS-LOOKBACK
003900     ELSE
003910         READ PARM-FILE
003920             AT END
003930                 DISPLAY 'DL410089W EMPTY PARM CARD, LOOK-BACK '
003940                         'DEFAULTS TO ' WS-LOOKBACK
003950             NOT AT END
003960                 IF PARM-KEYWORD = 'LOOKBACK='
003970                    AND PARM-LOOKBACK-VALUE NUMERIC
003980                    AND PARM-LOOKBACK-VALUE NOT = '00'
003990                     MOVE PARM-LOOKBACK-VALUE TO WS-LOOKBACK
004000                 ELSE
004010                     DISPLAY 'DL410088W BAD PARM CARD, LOOK-BACK '
004020                             'DEFAULTS TO ' WS-LOOKBACK
004030                 END-IF
004040         END-READ
004050         CLOSE PARM-FILE
004060     END-IF.
004070 1100-EXIT.
004080     EXIT.
004090*----------------------------------------------------------*
004100* 1200-READ-RUN-HISTORY KEEPS THE LAST RUNHIST RECORD'S      *
004110* BUSINESS DATE -- THE DAY BEING CHECKED, AND THE DATE THE   *
004120* RELEASE CARDS NAME FOR TODAY'S SLOTS. WITHOUT IT THERE IS  *
004130* NO TELLING EARLIER GENERATIONS FROM TODAY AND THE STEP     *
004140* REFUSES TO RUN.                                            *
004150*----------------------------------------------------------*
004160 1200-READ-RUN-HISTORY.
004170     OPEN INPUT HIST-FILE.
004180     IF WS-HIST-STATUS NOT = '00'
004190         DISPLAY 'DL410099E HIST-FILE OPEN FAILED, STATUS = '
004200                 WS-HIST-STATUS
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004240     PERFORM 1210-READ-ONE-HISTORY THRU 1210-EXIT
004250         UNTIL WS-HIST-AT-EOF.
004260     CLOSE HIST-FILE.
004270     IF NOT WS-HIST-FOUND
004280         DISPLAY 'DL410098E RUN-HISTORY FILE IS EMPTY, '
004290                 'NO BUSINESS DATE TO CHECK'
004300         MOVE 16 TO RETURN-CODE
004310         STOP RUN
004320     END-IF.
004330 1200-EXIT.
004340     EXIT.
004350 1210-READ-ONE-HISTORY.
004360     READ HIST-FILE
004370         AT END SET WS-HIST-AT-EOF TO TRUE
004380         NOT AT END
004390             SET WS-HIST-FOUND TO TRUE
004400             MOVE DL100-RH-BUS-DATE TO WS-BUS-DATE
004410     END-READ.
004420 1210-EXIT.
004430     EXIT.
004440*----------------------------------------------------------*
004450* 1300-LOAD-PRIOR-HOLDS LOADS THE HELD-ENTRY MASTER CARRIED  *
004460* FORWARD FROM THE LAST RUN. NO MASTER YET IS THE NORMAL     *
004470* FIRST-RUN CASE.                                            *
004480*----------------------------------------------------------*
004490 1300-LOAD-PRIOR-HOLDS.
004500     OPEN INPUT HOLD-IN-FILE.
004510     IF WS-HOLDIN-STATUS NOT = '00'
004520         DISPLAY 'DL410086I NO PRIOR HOLD MASTER, STATUS = '
004530                 WS-HOLDIN-STATUS
004540     ELSE
004550         PERFORM 1310-LOAD-ONE-HOLD THRU 1310-EXIT
004560             UNTIL WS-HOLD-AT-EOF
004570         CLOSE HOLD-IN-FILE
004580     END-IF.
004590 1300-EXIT.
004600     EXIT.
004610 1310-LOAD-ONE-HOLD.
004620     READ HOLD-IN-FILE
004630         AT END SET WS-HOLD-AT-EOF TO TRUE
004640         NOT AT END
004650             MOVE HOLD-IN-RECORD TO DL100-HM-RECORD
004660             PERFORM 1350-VERIFY-HOLD-ROOM THRU 1350-EXIT
004670             ADD 1 TO WS-HD-COUNT
004680             ADD 1 TO WS-CARRIED-COUNT
004690             MOVE DL100-HM-BUS-DATE
004700                 TO WS-HD-BUS-DATE(WS-HD-COUNT)
004710             MOVE DL100-HM-SLOT TO WS-HD-SLOT(WS-HD-COUNT)
004720             MOVE DL100-HM-REASON TO WS-HD-REASON(WS-HD-COUNT)
004730             MOVE DL100-HM-AGE TO WS-HD-AGE(WS-HD-COUNT)
004740             MOVE DL100-HM-MATCH-DATE
004750                 TO WS-HD-MATCH-DATE(WS-HD-COUNT)
004760             MOVE DL100-HM-MATCH-SLOT
004770                 TO WS-HD-MATCH-SLOT(WS-HD-COUNT)
004780             MOVE DL100-HM-ENTRY TO WS-HD-ENTRY(WS-HD-COUNT)
004790             MOVE SPACES TO WS-HD-RELEASED-BY(WS-HD-COUNT)
004800             MOVE 'N' TO WS-HD-NEW-SW(WS-HD-COUNT)
004810             MOVE 'H' TO WS-HD-STATUS(WS-HD-COUNT)
004820     END-READ.
004830 1310-EXIT.
004840     EXIT.
004850*----------------------------------------------------------*
004860* 1350-VERIFY-HOLD-ROOM ABENDS WHEN THE HOLD WORK TABLE      *
004870* WOULD OVERFLOW, RATHER THAN LETTING THE SUBSCRIPT RUN PAST *
004880* THE END. A MASTER THAT DEEP MEANS HOLDS ARE NOT BEING      *
004890* WORKED AND WANTS LOOKING AT.                               *
004900*----------------------------------------------------------*
004910 1350-VERIFY-HOLD-ROOM.
004920     IF WS-HD-COUNT = WS-HD-MAX-ALLOWED
004930         DISPLAY 'DL410096E TOO MANY HELD ENTRIES, MAX = '
004940                 WS-HD-MAX-ALLOWED
004950         MOVE 16 TO RETURN-CODE
004960         STOP RUN
004970     END-IF.
004980 1350-EXIT.
004990     EXIT.
005000*----------------------------------------------------------*
005010* 1400-LOAD-CARDS LOADS THE RELEASE AND DECLINE CARDS. EACH  *
005020* NAMES A HELD ENTRY BY ITS BUSINESS DATE AND SLOT AND       *
005030* CARRIES THE OPERATOR'S ID. A CARD THAT FAILS THE EDITS IS  *
005040* REPORTED AND SKIPPED. NO CARD FILE IS THE NORMAL NIGHT.    *
005050*----------------------------------------------------------*
005060 1400-LOAD-CARDS.
005070     OPEN INPUT CARD-FILE.
005080     IF WS-CARD-STATUS NOT = '00'
005090         DISPLAY 'DL410085I NO RELEASE CARDS, STATUS = '
005100                 WS-CARD-STATUS
005110     ELSE
005120         PERFORM 1410-LOAD-ONE-CARD THRU 1410-EXIT
005130             UNTIL WS-CARD-AT-EOF
005140         CLOSE CARD-FILE
005150     END-IF.
005160 1400-EXIT.
005170     EXIT.
005180 1410-LOAD-ONE-CARD.
005190     READ CARD-FILE
005200         AT END SET WS-CARD-AT-EOF TO TRUE
005210         NOT AT END
005220             ADD 1 TO WS-CARD-COUNT
005230             IF (CARD-IS-RELEASE OR CARD-IS-DECLINE)
005240                AND CARD-BUS-DATE-X NUMERIC
005250                AND CARD-SLOT-X NUMERIC
005260                AND CARD-OPERATOR NOT = SPACES
005270                 IF WS-CD-COUNT = WS-CD-MAX-ALLOWED
005280                     DISPLAY 'DL410091E TOO MANY RELEASE CARDS, '
005290                             'MAX = ' WS-CD-MAX-ALLOWED
005300                     CLOSE CARD-FILE
005310                     MOVE 16 TO RETURN-CODE
005320                     STOP RUN
005330                 END-IF
005340                 ADD 1 TO WS-CD-COUNT
005350                 MOVE CARD-ACTION TO WS-CD-ACTION(WS-CD-COUNT)
005360                 MOVE CARD-BUS-DATE
005370                     TO WS-CD-BUS-DATE(WS-CD-COUNT)
005380                 MOVE CARD-SLOT TO WS-CD-SLOT(WS-CD-COUNT)
005390                 MOVE CARD-OPERATOR
005400                     TO WS-CD-OPERATOR(WS-CD-COUNT)
005410                 MOVE 'N' TO WS-CD-USED-SW(WS-CD-COUNT)
005420             ELSE
005430                 ADD 1 TO WS-CARD-ERR-COUNT
005440                 DISPLAY 'DL410084W RELEASE CARD IN ERROR, '
005450                         'CARD = ' CARD-RECORD
005460             END-IF
005470     END-READ.
005480 1410-EXIT.
005490     EXIT.
005500*----------------------------------------------------------*
005510* 1450-FIND-CATCHUP-START READS THE FIRST GENERATION DATE ON *
005520* THE CATCH-UP SPILL DL100 WRITES WHEN A FEED CLOSES OUT     *
005530* EARLIER BUSINESS DATES (CUPIN, COPY DL100AR LAYOUT). THE   *
005540* LOOK-BACK WINDOW ENDS THERE RATHER THAN AT TODAY'S DATE,   *
005550* SO A RERUN AFTER DL120 HAS ARCHIVED THOSE DATES DOES NOT   *
005560* COMPARE A CATCH-UP ENTRY WITH ITS OWN ARCHIVED COPY. NO    *
005570* SPILL FILE IS THE NORMAL SINGLE-DATE NIGHT.                *
005580*----------------------------------------------------------*
005590 1450-FIND-CATCHUP-START.
005600     MOVE WS-BUS-DATE TO WS-WINDOW-END.
005610     OPEN INPUT CUP-IN-FILE.
005620     IF WS-CUPIN-STATUS NOT = '00'
005630         DISPLAY 'DL410074I NO CATCH-UP SPILL, STATUS = '
005640                 WS-CUPIN-STATUS
005650     ELSE
005660         SET WS-CUP-FILE-SEEN TO TRUE
005670         READ CUP-IN-FILE
005680             AT END SET WS-CUP-AT-EOF TO TRUE
005690             NOT AT END
005700                 IF CUP-IS-GEN-HDR
005710                     MOVE CUP-GEN-DATE TO WS-CUP-FIRST-DATE
005720                 END-IF
005730         END-READ
005740         CLOSE CUP-IN-FILE
005750     END-IF.
005760     IF WS-CUP-FIRST-DATE > ZERO
005770        AND WS-CUP-FIRST-DATE < WS-BUS-DATE
005780         MOVE WS-CUP-FIRST-DATE TO WS-WINDOW-END
005790     END-IF.
005800 1450-EXIT.
005810     EXIT.
005820*----------------------------------------------------------*
005830* 1500-LOAD-ARCHIVE-WINDOW LOADS THE ENTRIES OF THE NEWEST   *
005840* LOOKBACK GENERATIONS ON THE ARCHIVE MASTER THAT PREDATE    *
005850* TODAY'S BUSINESS DATE AND ANY CATCH-UP DATE. A FIRST PASS  *
005860* COUNTS THOSE GENERATIONS SO THE SECOND KNOWS HOW MANY      *
005870* OLDER ONES TO PASS OVER, THE SAME WAY DL120 SIZES ITS      *
005880* RETENTION. NO ARCHIVE MASTER YET MEANS NOTHING TO COMPARE  *
005890* AGAINST.                                                   *
005900*----------------------------------------------------------*
005910 1500-LOAD-ARCHIVE-WINDOW.
005920     OPEN INPUT ARCH-IN-FILE.
005930     IF WS-ARCHIN-STATUS NOT = '00'
005940         DISPLAY 'DL410087I NO ARCHIVE MASTER, NOTHING TO '
005950                 'COMPARE, STATUS = ' WS-ARCHIN-STATUS
005960     ELSE
005970         SET WS-ARCHIVE-EXISTS TO TRUE
005980         PERFORM 1510-COUNT-ONE-RECORD THRU 1510-EXIT
005990             UNTIL WS-ARCH-AT-EOF
006000         CLOSE ARCH-IN-FILE
006010     END-IF.
006020     IF WS-ARCHIVE-EXISTS
006030         IF WS-PRIOR-GENS > WS-LOOKBACK
006040             SUBTRACT WS-LOOKBACK FROM WS-PRIOR-GENS
006050                 GIVING WS-GENS-TO-SKIP
006060         ELSE
006070             MOVE ZERO TO WS-GENS-TO-SKIP
006080         END-IF
006090         OPEN INPUT ARCH-IN-FILE
006100         IF WS-ARCHIN-STATUS NOT = '00'
006110             DISPLAY 'DL410080E ARCH-IN-FILE REOPEN FAILED, '
006120                     'STATUS = ' WS-ARCHIN-STATUS
006130             MOVE 16 TO RETURN-CODE
006140             STOP RUN
006150         END-IF
006160         MOVE 'N' TO WS-ARCH-EOF-SW
006170         PERFORM 1520-LOAD-ONE-RECORD THRU 1520-EXIT
006180             UNTIL WS-ARCH-AT-EOF
006190         CLOSE ARCH-IN-FILE
006200     END-IF.
006210 1500-EXIT.
006220     EXIT.
006230 1510-COUNT-ONE-RECORD.
006240     READ ARCH-IN-FILE
006250         AT END SET WS-ARCH-AT-EOF TO TRUE
006260         NOT AT END
006270             IF DL100-AR-IS-GEN-HDR
006280                AND DL100-AR-GEN-DATE < WS-WINDOW-END
006290                 ADD 1 TO WS-PRIOR-GENS
006300             END-IF
006310     END-READ.
006320 1510-EXIT.
006330     EXIT.
006340 1520-LOAD-ONE-RECORD.
006350     READ ARCH-IN-FILE
006360         AT END SET WS-ARCH-AT-EOF TO TRUE
006370         NOT AT END
006380             EVALUATE TRUE
006390                 WHEN DL100-AR-IS-GEN-HDR
006400                     PERFORM 1530-START-GENERATION THRU 1530-EXIT
006410                 WHEN DL100-AR-IS-ENTRY
006420                  AND WS-LOADING-GEN
006430                     PERFORM 1540-LOAD-ONE-ENTRY THRU 1540-EXIT
006440                 WHEN OTHER
006450                     CONTINUE
006460             END-EVALUATE
006470     END-READ.
006480 1520-EXIT.
006490     EXIT.
006500*----------------------------------------------------------*
006510* 1530-START-GENERATION DECIDES, AT EACH GENERATION HEADER,  *
006520* WHETHER THE GENERATION FALLS INSIDE THE LOOK-BACK WINDOW.  *
006530* A GENERATION FOR TODAY, FOR A CATCH-UP DATE, OR LATER IS   *
006540* NEVER COMPARED.                                            *
006550*----------------------------------------------------------*
006560 1530-START-GENERATION.
006570     MOVE 'N' TO WS-LOAD-GEN-SW.
006580     IF DL100-AR-GEN-DATE < WS-WINDOW-END
006590         ADD 1 TO WS-GENS-SEEN
006600         IF WS-GENS-SEEN > WS-GENS-TO-SKIP
006610             SET WS-LOADING-GEN TO TRUE
006620             ADD 1 TO WS-GENS-SCANNED
006630             IF WS-FIRST-GEN-DATE = ZERO
006640                 MOVE DL100-AR-GEN-DATE TO WS-FIRST-GEN-DATE
006650             END-IF
006660             MOVE DL100-AR-GEN-DATE TO WS-LAST-GEN-DATE
006670         END-IF
006680     END-IF.
006690 1530-EXIT.
006700     EXIT.
006710 1540-LOAD-ONE-ENTRY.
006720     IF WS-AR-COUNT = WS-AR-MAX-ALLOWED
006730         DISPLAY 'DL410095E TOO MANY ARCHIVED ENTRIES IN THE '
006740                 'LOOK-BACK WINDOW, MAX = ' WS-AR-MAX-ALLOWED
006750         CLOSE ARCH-IN-FILE
006760         MOVE 16 TO RETURN-CODE
006770         STOP RUN
006780     END-IF.
006790     MOVE DL100-AR-ENTRY TO WS-ENTRY-WORK.
006800     ADD 1 TO WS-AR-COUNT.
006810     MOVE WS-EW-ACCT-NO TO WS-AT-ACCT-NO(WS-AR-COUNT).
006820     MOVE WS-EW-TRAN-CODE TO WS-AT-TRAN-CODE(WS-AR-COUNT).
006830     MOVE WS-EW-AMOUNT TO WS-AT-AMOUNT(WS-AR-COUNT).
006840     MOVE WS-EW-EFF-DATE TO WS-AT-EFF-DATE(WS-AR-COUNT).
006850     MOVE WS-LAST-GEN-DATE TO WS-AT-GEN-DATE(WS-AR-COUNT).
006860     MOVE DL100-AR-RECNO TO WS-AT-SLOT(WS-AR-COUNT).
006870 1540-EXIT.
006880     EXIT.
006890*----------------------------------------------------------*
006900* 1600-LOAD-CODE-LIMITS LOADS EACH TRANSACTION CODE'S        *
006910* HIGH-VALUE HOLD LIMIT OFF THE TRANSACTION-CODE MASTER. A   *
006920* BLANK LIMIT ON AN OLDER RECORD MEANS NONE. WITHOUT THE     *
006930* MASTER THE LIMITS CANNOT BE JUDGED AND THE STEP REFUSES,   *
006940* RATHER THAN LET A HELD ENTRY THROUGH UNJUDGED.             *
006950*----------------------------------------------------------*
006960 1600-LOAD-CODE-LIMITS.
006970     OPEN INPUT TC-FILE.
006980     IF WS-TC-STATUS NOT = '00'
006990         DISPLAY 'DL410079E TRAN-CODE MASTER OPEN FAILED, '
007000                 'STATUS = ' WS-TC-STATUS
007010         MOVE 16 TO RETURN-CODE
007020         STOP RUN
007030     END-IF.
007040     PERFORM 1610-LOAD-ONE-CODE THRU 1610-EXIT
007050         UNTIL WS-TC-AT-EOF.
007060     CLOSE TC-FILE.
007070 1600-EXIT.
007080     EXIT.
007090 1610-LOAD-ONE-CODE.
007100     READ TC-FILE
007110         AT END SET WS-TC-AT-EOF TO TRUE
007120         NOT AT END
007130             IF WS-TC-COUNT = WS-TC-MAX-ALLOWED
007140                 DISPLAY 'DL410078E TOO MANY TRANSACTION '
007150                         'CODES, MAX = ' WS-TC-MAX-ALLOWED
007160                 CLOSE TC-FILE
007170                 MOVE 16 TO RETURN-CODE
007180                 STOP RUN
007190             END-IF
007200             ADD 1 TO WS-TC-COUNT
007210             MOVE DL100-TC-CODE TO WS-TC-CODE(WS-TC-COUNT)
007220             IF DL100-TC-HOLD-LIMIT-X NUMERIC
007230                 MOVE DL100-TC-HOLD-LIMIT
007240                     TO WS-TC-LIMIT(WS-TC-COUNT)
007250             ELSE
007260                 MOVE ZERO TO WS-TC-LIMIT(WS-TC-COUNT)
007270             END-IF
007280     END-READ.
007290 1610-EXIT.
007300     EXIT.
007310*----------------------------------------------------------*
007320* 1700-LOAD-SOURCE-LIMITS LOADS THE HIGH-VALUE HOLD LIMIT    *
007330* EACH REGIONAL SOURCE CARRIES ON THE REGISTRY IN PLACE OF   *
007340* THE CODE LIMITS. NO REGISTRY MEANS ONLY THE CODE LIMITS    *
007350* APPLY.                                                     *
007360*----------------------------------------------------------*
007370 1700-LOAD-SOURCE-LIMITS.
007380     OPEN INPUT REG-FILE.
007390     IF WS-REG-STATUS NOT = '00'
007400         DISPLAY 'DL410076I NO SOURCE REGISTRY, STATUS = '
007410                 WS-REG-STATUS ', CODE LIMITS ONLY'
007420     ELSE
007430         PERFORM 1710-LOAD-ONE-SOURCE THRU 1710-EXIT
007440             UNTIL WS-REG-AT-EOF
007450         CLOSE REG-FILE
007460     END-IF.
007470 1700-EXIT.
007480     EXIT.
007490 1710-LOAD-ONE-SOURCE.
007500     READ REG-FILE
007510         AT END SET WS-REG-AT-EOF TO TRUE
007520         NOT AT END
007530             IF WS-RG-COUNT = WS-RG-MAX-ALLOWED
007540                 DISPLAY 'DL410077E SOURCE REGISTRY TABLE '
007550                         'FULL, MAX = ' WS-RG-MAX-ALLOWED
007560                 CLOSE REG-FILE
007570                 MOVE 16 TO RETURN-CODE
007580                 STOP RUN
007590             END-IF
007600             ADD 1 TO WS-RG-COUNT
007610             MOVE DL100-SR-CODE TO WS-RG-CODE(WS-RG-COUNT)
007620             IF DL100-SR-HOLD-LIMIT-X NUMERIC
007630                 MOVE DL100-SR-HOLD-LIMIT
007640                     TO WS-RG-LIMIT(WS-RG-COUNT)
007650             ELSE
007660                 MOVE ZERO TO WS-RG-LIMIT(WS-RG-COUNT)
007670             END-IF
007680     END-READ.
007690 1710-EXIT.
007700     EXIT.
007710*----------------------------------------------------------*
007720* 2000-DISPOSE-CARRIED APPLIES ANY RELEASE OR DECLINE CARD   *
007730* NAMING A HOLD CARRIED FROM AN EARLIER RUN. A RELEASED HOLD *
007740* GOES OUT ON TONIGHT'S RELEASED-ENTRY FILE; A DECLINED ONE  *
007750* IS DROPPED. EITHER WAY IT LEAVES THE MASTER.               *
007760*----------------------------------------------------------*
007770 2000-DISPOSE-CARRIED.
007780     MOVE WS-HD-BUS-DATE(WS-HD-SUB) TO WS-FIND-DATE.
007790     MOVE WS-HD-SLOT(WS-HD-SUB) TO WS-FIND-SLOT.
007800     PERFORM 2100-FIND-CARD THRU 2100-EXIT.
007810     IF WS-CD-CUR > ZERO
007820         PERFORM 2200-APPLY-CARD THRU 2200-EXIT
007830     END-IF.
007840 2000-EXIT.
007850     EXIT.
007860*----------------------------------------------------------*
007870* 2100-FIND-CARD LOOKS FOR AN UNUSED CARD NAMING WS-FIND-    *
007880* DATE AND WS-FIND-SLOT, LEAVING ITS SUBSCRIPT IN WS-CD-CUR  *
007890* (ZERO WHEN THERE IS NONE).                                 *
007900*----------------------------------------------------------*
007910 2100-FIND-CARD.
007920     MOVE ZERO TO WS-CD-CUR.
007930     PERFORM 2110-TEST-ONE-CARD THRU 2110-EXIT
007940         VARYING WS-CD-SUB FROM 1 BY 1
007950         UNTIL WS-CD-SUB > WS-CD-COUNT
007960            OR WS-CD-CUR > ZERO.
007970 2100-EXIT.
007980     EXIT.
007990 2110-TEST-ONE-CARD.
008000     IF WS-CD-BUS-DATE(WS-CD-SUB) = WS-FIND-DATE
008010        AND WS-CD-SLOT(WS-CD-SUB) = WS-FIND-SLOT
008020        AND NOT WS-CD-USED(WS-CD-SUB)
008030         MOVE WS-CD-SUB TO WS-CD-CUR
008040     END-IF.
008050 2110-EXIT.
008060     EXIT.
008070*----------------------------------------------------------*
008080* 2200-APPLY-CARD APPLIES CARD WS-CD-CUR TO HOLD WS-HD-SUB.  *
008090*----------------------------------------------------------*
008100 2200-APPLY-CARD.
008110     SET WS-CD-USED(WS-CD-CUR) TO TRUE.
008120     MOVE WS-HD-ENTRY(WS-HD-SUB) TO WS-ENTRY-WORK.
008130     IF WS-CD-IS-RELEASE(WS-CD-CUR)
008140         MOVE 'R' TO WS-HD-STATUS(WS-HD-SUB)
008150         MOVE WS-CD-OPERATOR(WS-CD-CUR)
008160             TO WS-HD-RELEASED-BY(WS-HD-SUB)
008170         ADD 1 TO WS-RELEASED-COUNT
008180         ADD WS-EW-AMOUNT TO WS-RELEASED-AMOUNT
008190     ELSE
008200         MOVE 'D' TO WS-HD-STATUS(WS-HD-SUB)
008210         ADD 1 TO WS-DECLINED-COUNT
008220     END-IF.
008230 2200-EXIT.
008240     EXIT.
008250*----------------------------------------------------------*
008260* 2500-CHECK-CATCHUP JUDGES EVERY ENTRY ON THE CATCH-UP      *
008270* SPILL THE SAME WAY AS TODAY'S TABLE, GENERATION BY         *
008280* GENERATION IN DATE ORDER, AHEAD OF TODAY'S TABLE. EACH     *
008290* ENTRY IS HELD UNDER ITS OWN GENERATION'S DATE AND SLOT,    *
008300* AND ITS FLAG IS SET FRESH IN PLACE ON THE SPILL, SO DL400  *
008310* AND DL180 LEAVE A HELD ONE OUT AND DL120 ARCHIVES IT AS    *
008320* HELD. ONCE JUDGED, THE ENTRY JOINS THE WINDOW, SO A LATER  *
008330* CATCH-UP DATE AND TODAY'S TABLE ARE COMPARED WITH IT TOO.  *
008340*----------------------------------------------------------*
008350 2500-CHECK-CATCHUP.
008360     IF WS-CUP-FILE-SEEN
008370         OPEN I-O CUP-IN-FILE
008380         IF WS-CUPIN-STATUS NOT = '00'
008390             DISPLAY 'DL410073E CUP-IN-FILE OPEN FAILED, '
008400                     'STATUS = ' WS-CUPIN-STATUS
008410             MOVE 16 TO RETURN-CODE
008420             STOP RUN
008430         END-IF
008440         MOVE 'N' TO WS-CUP-EOF-SW
008450         PERFORM 2510-CHECK-ONE-CUP THRU 2510-EXIT
008460             UNTIL WS-CUP-AT-EOF
008470         CLOSE CUP-IN-FILE
008480     END-IF.
008490 2500-EXIT.
008500     EXIT.
008510 2510-CHECK-ONE-CUP.
008520     READ CUP-IN-FILE
008530         AT END SET WS-CUP-AT-EOF TO TRUE
008540         NOT AT END
008550             EVALUATE TRUE
008560                 WHEN CUP-IS-GEN-HDR
008570                     ADD 1 TO WS-CUP-GENS
008580                     MOVE CUP-GEN-DATE TO WS-CUP-GEN-DATE
008590                 WHEN CUP-IS-ENTRY
008600                  AND WS-CUP-GENS > ZERO
008610                     PERFORM 2520-CHECK-CUP-ENTRY THRU 2520-EXIT
008620                 WHEN OTHER
008630                     CONTINUE
008640             END-EVALUATE
008650     END-READ.
008660 2510-EXIT.
008670     EXIT.
008680*----------------------------------------------------------*
008690* 2520-CHECK-CUP-ENTRY JUDGES ONE CATCH-UP ENTRY, REWRITES   *
008700* IT WHEN ITS FLAG CHANGES, AND ADDS IT TO THE WINDOW.       *
008710*----------------------------------------------------------*
008720 2520-CHECK-CUP-ENTRY.
008730     ADD 1 TO WS-CUP-CHECKED.
008740     MOVE CUP-ENTRY TO WS-ENTRY-WORK.
008750     MOVE WS-CUP-GEN-DATE TO WS-CHECK-DATE.
008760     MOVE CUP-RECNO TO WS-CHECK-SLOT.
008770     PERFORM 3150-JUDGE-ENTRY THRU 3150-EXIT.
008780     MOVE CUP-ENTRY TO WS-ENTRY-WORK.
008790     IF WS-AR-COUNT = WS-AR-MAX-ALLOWED
008800         DISPLAY 'DL410072E TOO MANY ARCHIVED AND CATCH-UP '
008810                 'ENTRIES TO COMPARE, MAX = ' WS-AR-MAX-ALLOWED
008820         CLOSE CUP-IN-FILE
008830         MOVE 16 TO RETURN-CODE
008840         STOP RUN
008850     END-IF.
008860     ADD 1 TO WS-AR-COUNT.
008870     MOVE WS-EW-ACCT-NO TO WS-AT-ACCT-NO(WS-AR-COUNT).
008880     MOVE WS-EW-TRAN-CODE TO WS-AT-TRAN-CODE(WS-AR-COUNT).
008890     MOVE WS-EW-AMOUNT TO WS-AT-AMOUNT(WS-AR-COUNT).
008900     MOVE WS-EW-EFF-DATE TO WS-AT-EFF-DATE(WS-AR-COUNT).
008910     MOVE WS-CUP-GEN-DATE TO WS-AT-GEN-DATE(WS-AR-COUNT).
008920     MOVE CUP-RECNO TO WS-AT-SLOT(WS-AR-COUNT).
008930     IF WS-EW-HOLD-FLAG NOT = WS-NEW-FLAG
008940         MOVE WS-NEW-FLAG TO WS-EW-HOLD-FLAG
008950         MOVE WS-ENTRY-WORK TO CUP-ENTRY
008960         REWRITE CUP-IN-RECORD
008970         IF WS-CUPIN-STATUS NOT = '00'
008980             DISPLAY 'DL410071E CUPIN REWRITE FAILED, STATUS = '
008990                     WS-CUPIN-STATUS
009000             CLOSE CUP-IN-FILE
009010             MOVE 16 TO RETURN-CODE
009020             STOP RUN
009030         END-IF
009040     END-IF.
009050 2520-EXIT.
009060     EXIT.
009070*----------------------------------------------------------*
009080* 3000-CHECK-TODAY COMPARES EVERY ENTRY ON THE DAY'S TABLE   *
009090* EXTRACT WITH THE LOOK-BACK WINDOW AND ITS HIGH-VALUE HOLD  *
009100* LIMIT AND SETS OR CLEARS ITS HOLD FLAG.                    *
009110*----------------------------------------------------------*
009120 3000-CHECK-TODAY.
009130     OPEN I-O TBL-OUT-FILE.
009140     IF WS-TBL-STATUS NOT = '00'
009150         DISPLAY 'DL410097E TBL-OUT-FILE OPEN FAILED, STATUS = '
009160                 WS-TBL-STATUS
009170         MOVE 16 TO RETURN-CODE
009180         STOP RUN
009190     END-IF.
009200     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
009210         UNTIL WS-TBL-AT-EOF.
009220     CLOSE TBL-OUT-FILE.
009230 3000-EXIT.
009240     EXIT.
009250*----------------------------------------------------------*
009260* 3100-CHECK-ONE-ENTRY JUDGES ONE ENTRY OF TODAY'S TABLE     *
009270* UNDER TODAY'S DATE AND ITS SLOT. A SUSPECTED REPEAT, OR AN *
009280* ENTRY ABOVE ITS HIGH-VALUE HOLD LIMIT, IS HELD AND ADDED   *
009290* TO THE HOLD TABLE -- UNLESS A RELEASE CARD FOR TODAY'S     *
009300* DATE AND SLOT ALREADY SENDS IT THROUGH. THE FLAG IS SET    *
009310* FRESH EACH TIME, SO A RERUN AFTER A RELEASE CLEARS WHAT    *
009320* THE FIRST RUN SET, AND DL100'S OWN HIGH-VALUE MARK IS      *
009330* JUDGED AGAIN ON THE AMOUNT AS CORRECTED. THE SLOT IS       *
009340* REWRITTEN ONLY WHEN ITS FLAG CHANGES.                      *
009350*----------------------------------------------------------*
009360 3100-CHECK-ONE-ENTRY.
009370     READ TBL-OUT-FILE
009380         AT END SET WS-TBL-AT-EOF TO TRUE
009390         NOT AT END
009400             ADD 1 TO WS-CHECKED-COUNT
009410             MOVE DL100-TBL-ENTRY TO WS-ENTRY-WORK
009420             MOVE WS-BUS-DATE TO WS-CHECK-DATE
009430             MOVE WS-TBL-REL-KEY TO WS-CHECK-SLOT
009440             PERFORM 3150-JUDGE-ENTRY THRU 3150-EXIT
009450             IF DL100-TBL-HOLD-FLAG NOT = WS-NEW-FLAG
009460                 MOVE WS-NEW-FLAG TO DL100-TBL-HOLD-FLAG
009470                 REWRITE DL100-TBL-RECORD
009480                     INVALID KEY
009490                         DISPLAY 'DL410082E TBLOUT REWRITE '
009500                                 'FAILED, STATUS = '
009510                                 WS-TBL-STATUS
009520                         CLOSE TBL-OUT-FILE
009530                         MOVE 16 TO RETURN-CODE
009540                         STOP RUN
009550                 END-REWRITE
009560             END-IF
009570     END-READ.
009580 3100-EXIT.
009590     EXIT.
009600*----------------------------------------------------------*
009610* 3150-JUDGE-ENTRY LOOKS THE ENTRY IN WS-ENTRY-WORK UP IN    *
009620* THE WINDOW AND HOLDS IT, UNDER WS-CHECK-DATE AND           *
009630* WS-CHECK-SLOT, AS A SUSPECTED REPEAT OR, FAILING A MATCH,  *
009640* WHEN IT IS ABOVE ITS HIGH-VALUE HOLD LIMIT. THE FLAG IT    *
009650* SHOULD NOW CARRY IS LEFT IN WS-NEW-FLAG.                   *
009660*----------------------------------------------------------*
009670 3150-JUDGE-ENTRY.
009680     MOVE SPACE TO WS-NEW-FLAG.
009690     PERFORM 3200-SEARCH-WINDOW THRU 3200-EXIT.
009700     IF WS-MATCH-FOUND
009710         PERFORM 3300-HOLD-TODAY THRU 3300-EXIT
009720     ELSE
009730         PERFORM 3400-JUDGE-HIGH-VALUE THRU 3400-EXIT
009740         IF WS-OVER-LIMIT
009750             MOVE ZERO TO WS-MATCH-DATE
009760             MOVE ZERO TO WS-MATCH-SLOT
009770             PERFORM 3300-HOLD-TODAY THRU 3300-EXIT
009780         END-IF
009790     END-IF.
009800 3150-EXIT.
009810     EXIT.
009820*----------------------------------------------------------*
009830* 3200-SEARCH-WINDOW SEARCHES THE LOOK-BACK WINDOW NEWEST    *
009840* FIRST FOR AN ENTRY FROM A DATE BEFORE WS-CHECK-DATE WITH   *
009850* THE SAME ACCOUNT, TRANSACTION CODE, SIGNED AMOUNT, AND     *
009860* EFFECTIVE DATE, AND KEEPS THE DATE AND SLOT OF THE ONE     *
009870* FOUND.                                                     *
009880*----------------------------------------------------------*
009890 3200-SEARCH-WINDOW.
009900     MOVE 'N' TO WS-MATCH-SW.
009910     PERFORM 3210-TEST-ONE-ARCHIVED THRU 3210-EXIT
009920         VARYING WS-AR-SUB FROM WS-AR-COUNT BY -1
009930         UNTIL WS-AR-SUB < 1
009940            OR WS-MATCH-FOUND.
009950 3200-EXIT.
009960     EXIT.
009970 3210-TEST-ONE-ARCHIVED.
009980     IF WS-AT-ACCT-NO(WS-AR-SUB) = WS-EW-ACCT-NO
009990        AND WS-AT-TRAN-CODE(WS-AR-SUB) = WS-EW-TRAN-CODE
010000        AND WS-AT-AMOUNT(WS-AR-SUB) = WS-EW-AMOUNT
010010        AND WS-AT-EFF-DATE(WS-AR-SUB) = WS-EW-EFF-DATE
010020        AND WS-AT-GEN-DATE(WS-AR-SUB) < WS-CHECK-DATE
010030         SET WS-MATCH-FOUND TO TRUE
010040         MOVE WS-AT-GEN-DATE(WS-AR-SUB) TO WS-MATCH-DATE
010050         MOVE WS-AT-SLOT(WS-AR-SUB) TO WS-MATCH-SLOT
010060     END-IF.
010070 3210-EXIT.
010080     EXIT.
010090*----------------------------------------------------------*
010100* 3300-HOLD-TODAY ADDS A SUSPECTED REPEAT (REASON DUPL, FLAG *
010110* D) OR A HIGH-VALUE ENTRY (REASON HIVL, FLAG H, NO MATCH    *
010120* DATE OR SLOT) FROM TODAY'S TABLE OR THE CATCH-UP SPILL TO  *
010130* THE HOLD TABLE UNDER ITS OWN BUSINESS DATE AND SLOT, AND   *
010140* FLAGS IT HELD. A RELEASE CARD FOR THAT DATE AND SLOT       *
010150* LEAVES THE FLAG CLEAR -- THE ENTRY GOES THROUGH WITH THE   *
010160* REST OF ITS DATE -- AND A DECLINE CARD LEAVES IT HELD ON   *
010170* THE FILE BUT OFF THE MASTER.                               *
010180*----------------------------------------------------------*
010190 3300-HOLD-TODAY.
010200     PERFORM 1350-VERIFY-HOLD-ROOM THRU 1350-EXIT.
010210     ADD 1 TO WS-HD-COUNT.
010220     MOVE WS-HD-COUNT TO WS-HD-SUB.
010230     IF WS-MATCH-FOUND
010240         ADD 1 TO WS-NEW-HOLD-COUNT
010250         ADD WS-EW-AMOUNT TO WS-NEW-HOLD-AMOUNT
010260         MOVE 'DUPL' TO WS-HD-REASON(WS-HD-SUB)
010270     ELSE
010280         ADD 1 TO WS-NEW-HV-COUNT
010290         ADD WS-EW-AMOUNT TO WS-NEW-HV-AMOUNT
010300         MOVE 'HIVL' TO WS-HD-REASON(WS-HD-SUB)
010310     END-IF.
010320     MOVE WS-CHECK-DATE TO WS-HD-BUS-DATE(WS-HD-SUB).
010330     MOVE WS-CHECK-SLOT TO WS-HD-SLOT(WS-HD-SUB).
010340     MOVE ZERO TO WS-HD-AGE(WS-HD-SUB).
010350     MOVE WS-MATCH-DATE TO WS-HD-MATCH-DATE(WS-HD-SUB).
010360     MOVE WS-MATCH-SLOT TO WS-HD-MATCH-SLOT(WS-HD-SUB).
010370     MOVE SPACE TO WS-EW-HOLD-FLAG.
010380     MOVE WS-ENTRY-WORK TO WS-HD-ENTRY(WS-HD-SUB).
010390     MOVE SPACES TO WS-HD-RELEASED-BY(WS-HD-SUB).
010400     MOVE 'Y' TO WS-HD-NEW-SW(WS-HD-SUB).
010410     MOVE 'H' TO WS-HD-STATUS(WS-HD-SUB).
010420     IF WS-MATCH-FOUND
010430         MOVE 'D' TO WS-NEW-FLAG
010440     ELSE
010450         MOVE 'H' TO WS-NEW-FLAG
010460     END-IF.
010470     MOVE WS-CHECK-DATE TO WS-FIND-DATE.
010480     MOVE WS-CHECK-SLOT TO WS-FIND-SLOT.
010490     PERFORM 2100-FIND-CARD THRU 2100-EXIT.
010500     IF WS-CD-CUR > ZERO
010510         PERFORM 2200-APPLY-CARD THRU 2200-EXIT
010520         IF WS-HD-RELEASED(WS-HD-SUB)
010530             MOVE SPACE TO WS-NEW-FLAG
010540         END-IF
010550     END-IF.
010560 3300-EXIT.
010570     EXIT.
010580*----------------------------------------------------------*
010590* 3400-JUDGE-HIGH-VALUE SETS WS-OVER-LIMIT WHEN THE ENTRY'S  *
010600* AMOUNT, DEBIT OR CREDIT, IS ABOVE ITS HIGH-VALUE HOLD      *
010610* LIMIT -- THE SOURCE'S OWN WHEN IT HAS ONE, ELSE THE        *
010620* TRANSACTION CODE'S. NO LIMIT ON EITHER MEANS NOT HELD.     *
010630*----------------------------------------------------------*
010640 3400-JUDGE-HIGH-VALUE.
010650     MOVE 'N' TO WS-OVER-LIMIT-SW.
010660     MOVE ZERO TO WS-HV-LIMIT.
010670     MOVE 'N' TO WS-HV-FOUND-SW.
010680     PERFORM 3420-MATCH-SOURCE-LIMIT THRU 3420-EXIT
010690         VARYING WS-HV-SUB FROM 1 BY 1
010700         UNTIL WS-HV-SUB > WS-RG-COUNT
010710            OR WS-HV-LIMIT-FOUND.
010720     IF WS-HV-LIMIT = ZERO
010730         MOVE 'N' TO WS-HV-FOUND-SW
010740         PERFORM 3410-MATCH-CODE-LIMIT THRU 3410-EXIT
010750             VARYING WS-HV-SUB FROM 1 BY 1
010760             UNTIL WS-HV-SUB > WS-TC-COUNT
010770                OR WS-HV-LIMIT-FOUND
010780     END-IF.
010790     IF WS-HV-LIMIT > ZERO
010800         MOVE WS-EW-AMOUNT TO WS-HV-AMOUNT
010810         IF WS-HV-AMOUNT > WS-HV-LIMIT
010820             SET WS-OVER-LIMIT TO TRUE
010830         END-IF
010840     END-IF.
010850 3400-EXIT.
010860     EXIT.
010870 3410-MATCH-CODE-LIMIT.
010880     IF WS-TC-CODE(WS-HV-SUB) = WS-EW-TRAN-CODE
010890         SET WS-HV-LIMIT-FOUND TO TRUE
010900         MOVE WS-TC-LIMIT(WS-HV-SUB) TO WS-HV-LIMIT
010910     END-IF.
010920 3410-EXIT.
010930     EXIT.
010940 3420-MATCH-SOURCE-LIMIT.
010950     IF WS-RG-CODE(WS-HV-SUB) = WS-EW-SOURCE
010960         SET WS-HV-LIMIT-FOUND TO TRUE
010970         MOVE WS-RG-LIMIT(WS-HV-SUB) TO WS-HV-LIMIT
010980     END-IF.
010990 3420-EXIT.
011000     EXIT.
011010*----------------------------------------------------------*
011020* 4000-WRITE-OUTPUTS WRITES THE CARRY-FORWARD HOLD MASTER -- *
011030* ONLY WHAT IS STILL HELD, EACH AGED BY ONE RUN -- AND THE   *
011040* RELEASED-ENTRY FILE OF CARRIED HOLDS RELEASED TONIGHT FOR  *
011050* DL180 AND DL400. THE FILE IS WRITTEN EVERY RUN, EMPTY WHEN *
011060* NOTHING WAS RELEASED, SO LAST NIGHT'S RELEASES CANNOT GO   *
011070* THROUGH TWICE.                                             *
011080*----------------------------------------------------------*
011090 4000-WRITE-OUTPUTS.
011100     OPEN OUTPUT HOLD-OUT-FILE.
011110     IF WS-HOLDOUT-STATUS NOT = '00'
011120         DISPLAY 'DL410094E HOLD-OUT-FILE OPEN FAILED, STATUS = '
011130                 WS-HOLDOUT-STATUS
011140         MOVE 16 TO RETURN-CODE
011150         STOP RUN
011160     END-IF.
011170     OPEN OUTPUT RLS-FILE.
011180     IF WS-RLS-STATUS NOT = '00'
011190         DISPLAY 'DL410093E RLS-FILE OPEN FAILED, STATUS = '
011200                 WS-RLS-STATUS
011210         CLOSE HOLD-OUT-FILE
011220         MOVE 16 TO RETURN-CODE
011230         STOP RUN
011240     END-IF.
011250     PERFORM 4100-WRITE-ONE-HOLD THRU 4100-EXIT
011260         VARYING WS-HD-SUB FROM 1 BY 1
011270         UNTIL WS-HD-SUB > WS-HD-COUNT.
011280     CLOSE HOLD-OUT-FILE.
011290     CLOSE RLS-FILE.
011300 4000-EXIT.
011310     EXIT.
011320 4100-WRITE-ONE-HOLD.
011330     IF WS-HD-HELD(WS-HD-SUB)
011340         ADD 1 TO WS-HD-AGE(WS-HD-SUB)
011350         ADD 1 TO WS-STILL-COUNT
011360         MOVE WS-HD-ENTRY(WS-HD-SUB) TO WS-ENTRY-WORK
011370         ADD WS-EW-AMOUNT TO WS-STILL-AMOUNT
011380     END-IF.
011390     IF WS-HD-HELD(WS-HD-SUB)
011400        OR (WS-HD-RELEASED(WS-HD-SUB)
011410            AND NOT WS-HD-IS-NEW(WS-HD-SUB))
011420         MOVE SPACES TO DL100-HM-RECORD
011430         MOVE WS-HD-BUS-DATE(WS-HD-SUB) TO DL100-HM-BUS-DATE
011440         MOVE WS-HD-SLOT(WS-HD-SUB) TO DL100-HM-SLOT
011450         MOVE WS-HD-REASON(WS-HD-SUB) TO DL100-HM-REASON
011460         MOVE WS-HD-AGE(WS-HD-SUB) TO DL100-HM-AGE
011470         MOVE WS-HD-MATCH-DATE(WS-HD-SUB) TO DL100-HM-MATCH-DATE
011480         MOVE WS-HD-MATCH-SLOT(WS-HD-SUB) TO DL100-HM-MATCH-SLOT
011490         MOVE WS-HD-ENTRY(WS-HD-SUB) TO DL100-HM-ENTRY
011500         MOVE WS-HD-RELEASED-BY(WS-HD-SUB)
011510             TO DL100-HM-RELEASED-BY
011520         IF WS-HD-HELD(WS-HD-SUB)
011530             WRITE DL100-HM-RECORD
011540         ELSE
011550             MOVE DL100-HM-RECORD TO RLS-RECORD
011560             WRITE RLS-RECORD
011570         END-IF
011580     END-IF.
011590 4100-EXIT.
011600     EXIT.
011610*----------------------------------------------------------*
011620* 9000-TERMINATE WRITES THE EXCEPTION REPORT. NEW HOLDS OF   *
011630* EITHER KIND, OR A CARD THAT WAS IN ERROR OR NAMED NO HELD  *
011640* ENTRY, LEAVE RC 4 SO OPERATIONS LOOK AT THE REPORT.        *
011650*----------------------------------------------------------*
011660 9000-TERMINATE.
011670     PERFORM 9100-BUILD-EXCEPTION-RPT THRU 9100-EXIT.
011680     DISPLAY 'DL410 DUPLICATE HOLD CHECK COMPLETE FOR '
011690             WS-BUS-DATE.
011700     IF WS-NEW-HOLD-COUNT > ZERO
011710         DISPLAY 'DL410081W ' WS-NEW-HOLD-COUNT ' SUSPECTED '
011720                 'REPEAT(S) HELD OFF THE GL -- SEE DUPRPT'
011730         MOVE 4 TO RETURN-CODE
011740     END-IF.
011750     IF WS-NEW-HV-COUNT > ZERO
011760         DISPLAY 'DL410075W ' WS-NEW-HV-COUNT ' HIGH-VALUE '
011770                 'ENTRY(IES) HELD FOR REVIEW -- SEE DUPRPT'
011780         MOVE 4 TO RETURN-CODE
011790     END-IF.
011800     IF WS-CARD-ERR-COUNT > ZERO
011810         MOVE 4 TO RETURN-CODE
011820     END-IF.
011830 9000-EXIT.
011840     EXIT.
011850*----------------------------------------------------------*
011860* 9100-BUILD-EXCEPTION-RPT WRITES THE HOLD REPORT -- THE     *
011870* WINDOW SEARCHED, THE COUNTS, ONE LINE PER HOLD SHOWING     *
011880* ITS REASON, THE EARLIER DATE AND SLOT A REPEAT MATCHED,    *
011890* AND WHERE IT ENDED UP, AND ANY CARD THAT NAMED NO HELD     *
011900* ENTRY.                                                     *
011910*----------------------------------------------------------*
011920 9100-BUILD-EXCEPTION-RPT.
011930     ACCEPT WS-REPORT-DATE FROM DATE.
011940     ACCEPT WS-REPORT-TIME FROM TIME.
011950     OPEN OUTPUT RPT-FILE.
011960     IF WS-RPT-STATUS NOT = '00'
011970         DISPLAY 'DL410092E RPT-FILE OPEN FAILED, STATUS = '
011980                 WS-RPT-STATUS
011990         MOVE 16 TO RETURN-CODE
012000         STOP RUN
012010     END-IF.
012020     MOVE SPACES TO RPT-LINE.
012030     STRING 'DL410 DUPLICATE AND HIGH-VALUE HOLD REPORT FOR '
012040             WS-BUS-DATE
012050             DELIMITED BY SIZE INTO RPT-LINE.
012060     WRITE RPT-LINE.
012070     MOVE SPACES TO RPT-LINE.
012080     STRING 'RUN DATE (YYMMDD) : ' WS-REPORT-DATE
012090             '   RUN TIME (HHMMSSHH) : ' WS-REPORT-TIME
012100             DELIMITED BY SIZE INTO RPT-LINE.
012110     WRITE RPT-LINE.
012120     MOVE SPACES TO RPT-LINE.
012130     WRITE RPT-LINE.
012140     MOVE WS-GENS-SCANNED TO WS-EDIT-COUNT.
012150     MOVE SPACES TO RPT-LINE.
012160     STRING '    LOOK-BACK GENERATIONS        : ' WS-EDIT-COUNT
012170             '  OF ' WS-LOOKBACK
012180             '  (' WS-FIRST-GEN-DATE ' THRU '
012190             WS-LAST-GEN-DATE ')'
012200             DELIMITED BY SIZE INTO RPT-LINE.
012210     WRITE RPT-LINE.
012220     SUBTRACT WS-CUP-CHECKED FROM WS-AR-COUNT
012230         GIVING WS-EDIT-COUNT.
012240     MOVE SPACES TO RPT-LINE.
012250     STRING '    ARCHIVED ENTRIES COMPARED    : ' WS-EDIT-COUNT
012260             DELIMITED BY SIZE INTO RPT-LINE.
012270     WRITE RPT-LINE.
012280     MOVE WS-CHECKED-COUNT TO WS-EDIT-COUNT.
012290     MOVE SPACES TO RPT-LINE.
012300     STRING '    TODAY''S ENTRIES CHECKED      : ' WS-EDIT-COUNT
012310             DELIMITED BY SIZE INTO RPT-LINE.
012320     WRITE RPT-LINE.
012330     MOVE WS-CUP-GENS TO WS-EDIT-COUNT.
012340     MOVE SPACES TO RPT-LINE.
012350     STRING '    CATCH-UP GENERATIONS CHECKED : ' WS-EDIT-COUNT
012360             DELIMITED BY SIZE INTO RPT-LINE.
012370     WRITE RPT-LINE.
012380     MOVE WS-CUP-CHECKED TO WS-EDIT-COUNT.
012390     MOVE SPACES TO RPT-LINE.
012400     STRING '    CATCH-UP ENTRIES CHECKED     : ' WS-EDIT-COUNT
012410             DELIMITED BY SIZE INTO RPT-LINE.
012420     WRITE RPT-LINE.
012430     MOVE WS-NEW-HOLD-COUNT TO WS-EDIT-COUNT.
012440     MOVE WS-NEW-HOLD-AMOUNT TO WS-EDIT-TOTAL.
012450     MOVE SPACES TO RPT-LINE.
012460     STRING '    SUSPECTED REPEATS TODAY      : ' WS-EDIT-COUNT
012470             '  AMOUNT ' WS-EDIT-TOTAL
012480             DELIMITED BY SIZE INTO RPT-LINE.
012490     WRITE RPT-LINE.
012500     MOVE WS-NEW-HV-COUNT TO WS-EDIT-COUNT.
012510     MOVE WS-NEW-HV-AMOUNT TO WS-EDIT-TOTAL.
012520     MOVE SPACES TO RPT-LINE.
012530     STRING '    HIGH-VALUE HOLDS TODAY       : ' WS-EDIT-COUNT
012540             '  AMOUNT ' WS-EDIT-TOTAL
012550             DELIMITED BY SIZE INTO RPT-LINE.
012560     WRITE RPT-LINE.
012570     MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT.
012580     MOVE SPACES TO RPT-LINE.
012590     STRING '    HOLDS CARRIED FORWARD        : ' WS-EDIT-COUNT
012600             DELIMITED BY SIZE INTO RPT-LINE.
012610     WRITE RPT-LINE.
012620     MOVE WS-CARD-COUNT TO WS-EDIT-COUNT.
012630     MOVE SPACES TO RPT-LINE.
012640     STRING '    RELEASE CARDS READ           : ' WS-EDIT-COUNT
012650             DELIMITED BY SIZE INTO RPT-LINE.
012660     WRITE RPT-LINE.
012670     MOVE WS-RELEASED-COUNT TO WS-EDIT-COUNT.
012680     MOVE WS-RELEASED-AMOUNT TO WS-EDIT-TOTAL.
012690     MOVE SPACES TO RPT-LINE.
012700     STRING '    RELEASED THIS RUN            : ' WS-EDIT-COUNT
012710             '  AMOUNT ' WS-EDIT-TOTAL
012720             DELIMITED BY SIZE INTO RPT-LINE.
012730     WRITE RPT-LINE.
012740     MOVE WS-DECLINED-COUNT TO WS-EDIT-COUNT.
012750     MOVE SPACES TO RPT-LINE.
012760     STRING '    DECLINED THIS RUN            : ' WS-EDIT-COUNT
012770             DELIMITED BY SIZE INTO RPT-LINE.
012780     WRITE RPT-LINE.
012790     MOVE WS-STILL-COUNT TO WS-EDIT-COUNT.
012800     MOVE WS-STILL-AMOUNT TO WS-EDIT-TOTAL.
012810     MOVE SPACES TO RPT-LINE.
012820     STRING '    STILL HELD                   : ' WS-EDIT-COUNT
012830             '  AMOUNT ' WS-EDIT-TOTAL
012840             DELIMITED BY SIZE INTO RPT-LINE.
012850     WRITE RPT-LINE.
012860     MOVE SPACES TO RPT-LINE.
012870     WRITE RPT-LINE.
012880     MOVE SPACES TO RPT-LINE.
012890     STRING '  BUS DATE SLOT  ACCOUNT    TC          AMOUNT '
012900             'EFF DATE SRC RSN   MATCHES   SLOT AGE DISPOSITION'
012910             DELIMITED BY SIZE INTO RPT-LINE.
012920     WRITE RPT-LINE.
012930     PERFORM 9120-BUILD-ONE-HOLD-LINE THRU 9120-EXIT
012940         VARYING WS-HD-SUB FROM 1 BY 1
012950         UNTIL WS-HD-SUB > WS-HD-COUNT.
012960     PERFORM 9130-REPORT-ONE-CARD THRU 9130-EXIT
012970         VARYING WS-CD-SUB FROM 1 BY 1
012980         UNTIL WS-CD-SUB > WS-CD-COUNT.
012990     MOVE SPACES TO RPT-LINE.
013000     WRITE RPT-LINE.
013010     MOVE WS-CARD-ERR-COUNT TO WS-EDIT-COUNT.
013020     MOVE SPACES TO RPT-LINE.
013030     STRING '    CARDS IN ERROR OR UNMATCHED  : ' WS-EDIT-COUNT
013040             DELIMITED BY SIZE INTO RPT-LINE.
013050     WRITE RPT-LINE.
013060     CLOSE RPT-FILE.
013070 9100-EXIT.
013080     EXIT.
013090 9120-BUILD-ONE-HOLD-LINE.
013100     MOVE WS-HD-ENTRY(WS-HD-SUB) TO WS-ENTRY-WORK.
013110     MOVE WS-EW-AMOUNT TO WS-EDIT-AMOUNT.
013120     MOVE WS-HD-SLOT(WS-HD-SUB) TO WS-EDIT-SLOT.
013130     IF WS-HD-REASON(WS-HD-SUB) = 'HIVL'
013140         MOVE SPACES TO WS-MATCH-DISPLAY
013150     ELSE
013160         MOVE WS-HD-MATCH-DATE(WS-HD-SUB) TO WS-MD-DATE
013170         MOVE WS-HD-MATCH-SLOT(WS-HD-SUB) TO WS-MD-SLOT
013180     END-IF.
013190     MOVE WS-HD-AGE(WS-HD-SUB) TO WS-EDIT-AGE.
013200     EVALUATE TRUE
013210         WHEN WS-HD-RELEASED(WS-HD-SUB)
013220             MOVE 'RELEASED' TO WS-DISPOSITION
013230         WHEN WS-HD-DECLINED(WS-HD-SUB)
013240             MOVE 'DECLINED' TO WS-DISPOSITION
013250         WHEN WS-HD-IS-NEW(WS-HD-SUB)
013260             MOVE 'NEW HOLD' TO WS-DISPOSITION
013270         WHEN OTHER
013280             MOVE 'STILL HELD' TO WS-DISPOSITION
013290     END-EVALUATE.
013300     MOVE SPACES TO RPT-LINE.
013310     STRING '  ' WS-HD-BUS-DATE(WS-HD-SUB)
013320             ' ' WS-EDIT-SLOT
013330             ' ' WS-EW-ACCT-NO
013340             ' ' WS-EW-TRAN-CODE
013350             ' ' WS-EDIT-AMOUNT
013360             ' ' WS-EW-EFF-DATE
013370             ' ' WS-EW-SOURCE
013380             ' ' WS-HD-REASON(WS-HD-SUB)
013390             '  ' WS-MATCH-DISPLAY
013400             ' ' WS-EDIT-AGE
013410             ' ' WS-DISPOSITION
013420             DELIMITED BY SIZE INTO RPT-LINE.
013430     WRITE RPT-LINE.
013440 9120-EXIT.
013450     EXIT.
013460*----------------------------------------------------------*
013470* 9130-REPORT-ONE-CARD LISTS A CARD THAT NAMED NO HELD       *
013480* ENTRY -- A MISTYPED DATE OR SLOT, OR AN ENTRY ALREADY      *
013490* DISPOSED OF -- SO THE OPERATOR CAN RESUBMIT IT.            *
013500*----------------------------------------------------------*
013510 9130-REPORT-ONE-CARD.
013520     IF NOT WS-CD-USED(WS-CD-SUB)
013530         ADD 1 TO WS-CARD-ERR-COUNT
013540         MOVE WS-CD-SLOT(WS-CD-SUB) TO WS-EDIT-SLOT
013550         DISPLAY 'DL410083W CARD ' WS-CD-ACTION(WS-CD-SUB)
013560                 ' FOR ' WS-CD-BUS-DATE(WS-CD-SUB)
013570                 ' SLOT ' WS-EDIT-SLOT
013580                 ' NAMES NO HELD ENTRY'
013590         MOVE SPACES TO RPT-LINE
013600         STRING '  CARD ' WS-CD-ACTION(WS-CD-SUB)
013610                 ' ' WS-CD-BUS-DATE(WS-CD-SUB)
013620                 ' ' WS-EDIT-SLOT
013630                 ' BY ' WS-CD-OPERATOR(WS-CD-SUB)
013640                 ' -- NO HELD ENTRY FOR THIS DATE AND SLOT'
013650                 DELIMITED BY SIZE INTO RPT-LINE
013660         WRITE RPT-LINE
013670     END-IF.
013680 9130-EXIT.
013690     EXIT.
