000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL900.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  DAILY LOAD PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                    *
000090*----------------------------------------------------------*
000100*  DATE     BY   DESCRIPTION                                *
000110*  -------- ---- -------------------------------------------*
000120*  10/15/26 RGH  INITIAL VERSION. MORNING OPERATIONS STATUS  *
000130*                DIGEST, RUN AFTER THE NIGHTLY CHAIN (DL500) *
000140*                SO THE ON-CALL ANALYST NEED NOT OPEN EACH   *
000150*                FILE IN TURN. READS THE STEP-CONTROL FILE   *
000160*                (STEPCTL), THE RUN HISTORY (RUNHIST, COPY   *
000170*                DL100RH), THE DL100 LOAD CONTROL REPORT     *
000180*                (LOADRPT), THE DL600 RUNS ON THE INTEGRITY  *
000190*                REPORT (VFYRPT) SINCE THE CHAIN STARTED,    *
000200*                THE GL TRANSMISSION LEDGER AS DL700 LAST    *
000210*                LEFT IT (GLLEDI), THE SUSPENSE MASTER AS    *
000220*                DL140 LAST LEFT IT (SUSPMI, COPY DL100SM),  *
000230*                AND THE WAREHOUSE OF FUTURE-DATED ITEMS     *
000240*                (PENDOUT, COPY DL100PD) WITH THE CALENDAR   *
000250*                (BUSCAL, COPY DL100BC) TO FIND THE NEXT     *
000260*                BUSINESS DAYS. PRINTS A ONE-PAGE DIGEST     *
000270*                (DIGRPT) WITH A GREEN, AMBER OR RED STATUS  *
000280*                FOR STEP COMPLETION, LOAD VOLUME AGAINST    *
000290*                TREND, RECONCILIATION, THE INTEGRITY        *
000300*                CHECKS, GL ACKNOWLEDGMENTS, SUSPENSE ITEMS  *
000310*                BY AGE BAND, AND WAREHOUSED ITEMS MATURING  *
000320*                IN THE NEXT BUSINESS DAYS, AND WRITES ONE   *
000330*                STATUS RECORD (DIGSTAT, COPY DL100DS) FOR   *
000340*                THE SCHEDULER TO ALERT ON. A CHAIN WHOSE    *
000350*                LAST STEP RAN BEFORE YESTERDAY IS RED --    *
000360*                STEPCTL THEN STILL HOLDS AN EARLIER NIGHT.  *
000370*                THE CONTROL CARDS (PARMIN) TAKE GRACE=NN    *
000380*                AND EXPIRE=NNN, THE SAME VALUES DL700 AND   *
000390*                DL140 RUN WITH (DEFAULTS 2 AND 30); THE     *
000400*                SUSPENSE AMBER AND RED AGES ARE ONE AND TWO *
000410*                THIRDS OF THE EXPIRY. LEAVES RC 0 GREEN, 4  *
000420*                AMBER, 8 RED.                               *
000430*----------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PARM-FILE    ASSIGN TO PARMIN
000510                         ORGANIZATION IS LINE SEQUENTIAL
000520                         FILE STATUS IS WS-PARM-STATUS.
000530     SELECT STEP-FILE    ASSIGN TO STEPCTL
000540                         ORGANIZATION IS SEQUENTIAL
000550                         FILE STATUS IS WS-STEP-STATUS.
000560     SELECT HIST-FILE    ASSIGN TO RUNHIST
000570                         ORGANIZATION IS SEQUENTIAL
000580                         FILE STATUS IS WS-HIST-STATUS.
000590     SELECT LOAD-RPT-FILE ASSIGN TO LOADRPT
000600                         ORGANIZATION IS LINE SEQUENTIAL
000610                         FILE STATUS IS WS-LOADRPT-STATUS.
000620     SELECT VFY-FILE     ASSIGN TO VFYRPT
000630                         ORGANIZATION IS LINE SEQUENTIAL
000640                         FILE STATUS IS WS-VFY-STATUS.
000650     SELECT LED-FILE     ASSIGN TO GLLEDI
000660                         ORGANIZATION IS SEQUENTIAL
000670                         FILE STATUS IS WS-LED-STATUS.
000680     SELECT SUSP-FILE    ASSIGN TO SUSPMI
000690                         ORGANIZATION IS SEQUENTIAL
000700                         FILE STATUS IS WS-SUSP-STATUS.
000710     SELECT PEND-FILE    ASSIGN TO PENDOUT
000720                         ORGANIZATION IS SEQUENTIAL
000730                         FILE STATUS IS WS-PEND-STATUS.
000740     SELECT CAL-FILE     ASSIGN TO BUSCAL
000750                         ORGANIZATION IS SEQUENTIAL
000760                         FILE STATUS IS WS-CAL-STATUS.
000770     SELECT RPT-FILE     ASSIGN TO DIGRPT
000780                         ORGANIZATION IS LINE SEQUENTIAL
000790                         FILE STATUS IS WS-RPT-STATUS.
000800     SELECT STAT-FILE    ASSIGN TO DIGSTAT
000810                         ORGANIZATION IS SEQUENTIAL
000820                         FILE STATUS IS WS-STAT-STATUS.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  PARM-FILE
000860     LABEL RECORDS ARE OMITTED
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  PARM-RECORD.
000890     05  PARM-KEYWORD            PIC X(06).
000900     05  PARM-GRACE-VALUE        PIC X(02).
000910     05  FILLER                  PIC X(72).
000920 01  PARM-EXPIRE-R REDEFINES PARM-RECORD.
000930     05  PARM-EXPIRE-KEYWORD     PIC X(07).
000940     05  PARM-EXPIRE-VALUE       PIC X(03).
000950     05  FILLER                  PIC X(70).
000960 FD  STEP-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 50 CHARACTERS.
000990 01  STEP-RECORD.
001000     05  STEP-NAME               PIC X(08).
001010     05  STEP-STATUS             PIC X(01).
001020     05  STEP-RC                 PIC 9(02).
001030     05  STEP-START-DATE         PIC 9(08).
001040     05  STEP-START-TIME         PIC 9(08).
001050     05  STEP-END-DATE           PIC 9(08).
001060     05  STEP-END-TIME           PIC 9(08).
001070     05  FILLER                  PIC X(07).
001080 FD  HIST-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 50 CHARACTERS.
001110     COPY DL100RH.
001120 FD  LOAD-RPT-FILE
001130     LABEL RECORDS ARE OMITTED
001140     RECORD CONTAINS 100 CHARACTERS.
001150 01  LOAD-RPT-LINE               PIC X(100).
001160 01  LOAD-RPT-RESULT-R REDEFINES LOAD-RPT-LINE.
001170     05  LR-RESULT               PIC X(25).
001180     05  FILLER                  PIC X(75).
001190 01  LOAD-RPT-INDENT-R REDEFINES LOAD-RPT-LINE.
001200     05  LR-INDENT               PIC X(04).
001210     05  LR-WORD                 PIC X(05).
001220     05  FILLER                  PIC X(91).
001230 FD  VFY-FILE
001240     LABEL RECORDS ARE OMITTED
001250     RECORD CONTAINS 100 CHARACTERS.
001260 01  VFY-LINE                    PIC X(100).
001270 01  VFY-HEADING-R REDEFINES VFY-LINE.
001280     05  VF-TITLE                PIC X(33).
001290     05  FILLER                  PIC X(23).
001300     05  VF-RUN-DATE             PIC X(06).
001310     05  FILLER                  PIC X(38).
001320 01  VFY-VERDICT-R REDEFINES VFY-LINE.
001330     05  VF-VERDICT              PIC X(10).
001340     05  VF-RESULT               PIC X(17).
001350     05  VF-RESULT-R REDEFINES VF-RESULT.
001360         10  VF-FAILED-COUNT     PIC ZZZZZZ9.
001370         10  FILLER              PIC X(10).
001380     05  FILLER                  PIC X(73).
001390 FD  LED-FILE
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 80 CHARACTERS.
001420 01  LED-RECORD.
001430     05  LED-BUS-DATE            PIC 9(08).
001440     05  LED-STATUS              PIC X(01).
001450         88  LED-TRANSMITTED              VALUE 'T'.
001460         88  LED-MISMATCHED               VALUE 'M'.
001470     05  LED-SENT-COUNT          PIC 9(07).
001480     05  LED-SENT-HASH           PIC S9(13)V99.
001490     05  LED-ACK-COUNT           PIC 9(07).
001500     05  LED-ACK-AMOUNT          PIC S9(13)V99.
001510     05  LED-AGE                 PIC 9(03).
001520     05  FILLER                  PIC X(24).
001530 FD  SUSP-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 100 CHARACTERS.
001560     COPY DL100SM.
001570 FD  PEND-FILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 100 CHARACTERS.
001600     COPY DL100PD.
001610 FD  CAL-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 80 CHARACTERS.
001640     COPY DL100BC.
001650 FD  RPT-FILE
001660     LABEL RECORDS ARE OMITTED
001670     RECORD CONTAINS 100 CHARACTERS.
001680 01  RPT-LINE                    PIC X(100).
001690 FD  STAT-FILE
001700     LABEL RECORDS ARE STANDARD
001710     RECORD CONTAINS 80 CHARACTERS.
001720     COPY DL100DS.
001730 WORKING-STORAGE SECTION.
001740 01  WS-FILE-CONTROLS.
001750     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
001760     05  WS-STEP-STATUS          PIC X(02) VALUE '00'.
001770     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
001780     05  WS-LOADRPT-STATUS       PIC X(02) VALUE '00'.
001790     05  WS-VFY-STATUS           PIC X(02) VALUE '00'.
001800     05  WS-LED-STATUS           PIC X(02) VALUE '00'.
001810     05  WS-SUSP-STATUS          PIC X(02) VALUE '00'.
001820     05  WS-PEND-STATUS          PIC X(02) VALUE '00'.
001830     05  WS-CAL-STATUS           PIC X(02) VALUE '00'.
001840     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
001850     05  WS-STAT-STATUS          PIC X(02) VALUE '00'.
001860 01  WS-AREA.
001870     05  WS-BUS-DATE             PIC 9(08) VALUE ZERO.
001880     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001890     05  WS-OVERALL              PIC X(01) VALUE 'G'.
001900     05  WS-NEW-STATUS           PIC X(01) VALUE 'G'.
001910     05  WS-STATUS-WORD          PIC X(05) VALUE SPACES.
001920     05  WS-AREA-COUNT           PIC 9(1) COMP VALUE 7.
001930     05  WS-AREA-SUB             PIC 9(1) COMP VALUE ZERO.
001940     05  WS-AREA-CUR             PIC 9(1) COMP VALUE ZERO.
001950     05  WS-AREA-NAMES.
001960         10  FILLER              PIC X(20)
001970                                 VALUE 'STEP COMPLETION'.
001980         10  FILLER              PIC X(20)
001990                                 VALUE 'LOAD VOLUME'.
002000         10  FILLER              PIC X(20)
002010                                 VALUE 'RECONCILIATION'.
002020         10  FILLER              PIC X(20)
002030                                 VALUE 'INTEGRITY CHECKS'.
002040         10  FILLER              PIC X(20)
002050                                 VALUE 'GL ACKNOWLEDGMENTS'.
002060         10  FILLER              PIC X(20)
002070                                 VALUE 'SUSPENSE AGING'.
002080         10  FILLER              PIC X(20)
002090                                 VALUE 'WAREHOUSE MATURING'.
002100     05  WS-AREA-NAMES-R REDEFINES WS-AREA-NAMES.
002110         10  WS-AREA-NAME OCCURS 7 TIMES
002120                                 PIC X(20).
002130     05  WS-AREA-TBL OCCURS 7 TIMES.
002140         10  WS-AR-STATUS        PIC X(01).
002150             88  WS-AR-GREEN              VALUE 'G'.
002160             88  WS-AR-AMBER              VALUE 'A'.
002170             88  WS-AR-RED                VALUE 'R'.
002180         10  WS-AR-DETAIL        PIC X(60).
002190     05  WS-AREA-LETTERS         PIC X(07) VALUE SPACES.
002200     05  WS-AREA-LETTERS-R REDEFINES WS-AREA-LETTERS.
002210         10  WS-AREA-LETTER OCCURS 7 TIMES
002220                                 PIC X(01).
002230     05  WS-MAX-OK-RC            PIC 9(2) COMP VALUE 04.
002240     05  WS-STEP-MAX-ALLOWED     PIC 9(2) COMP VALUE 20.
002250     05  WS-STEP-COUNT           PIC 9(2) COMP VALUE ZERO.
002260     05  WS-STEPS-DONE           PIC 9(2) COMP VALUE ZERO.
002270     05  WS-STEP-SUB             PIC 9(2) COMP VALUE ZERO.
002280     05  WS-HIGH-RC              PIC 9(2) VALUE ZERO.
002290     05  WS-CHAIN-START          PIC 9(08) VALUE ZERO.
002300     05  WS-CHAIN-START-R REDEFINES WS-CHAIN-START.
002310         10  FILLER              PIC X(02).
002320         10  WS-CS-YYMMDD        PIC X(06).
002330     05  WS-CHAIN-LATEST         PIC 9(08) VALUE ZERO.
002340     05  WS-STEP-TBL OCCURS 20 TIMES.
002350         10  WS-ST-NAME          PIC X(08).
002360         10  WS-ST-STATUS        PIC X(01).
002370             88  WS-ST-NOT-RUN            VALUE ' '.
002380             88  WS-ST-STARTED            VALUE 'S'.
002390             88  WS-ST-COMPLETED          VALUE 'C'.
002400         10  WS-ST-RC            PIC 9(02).
002410     05  WS-HIST-MIN-RUNS        PIC 9(2) COMP VALUE 03.
002420     05  WS-VOL-TOLERANCE        PIC 9(3) COMP VALUE 25.
002430     05  WS-HIST-COUNT           PIC 9(5) COMP VALUE ZERO.
002440     05  WS-LAST-LOADED          PIC 9(05) VALUE ZERO.
002450     05  WS-LAST-REJECTED        PIC 9(05) VALUE ZERO.
002460     05  WS-LAST-RECON-FLAG      PIC X(01) VALUE SPACE.
002470     05  WS-LAST-VOLUME-FLAG     PIC X(01) VALUE SPACE.
002480     05  WS-PRIOR-COUNT          PIC 9(2) COMP VALUE ZERO.
002490     05  WS-RING-SUB             PIC 9(2) COMP VALUE ZERO.
002500     05  WS-RING-FROM            PIC 9(2) COMP VALUE ZERO.
002510     05  WS-PRIOR-LOADED OCCURS 10 TIMES
002520                                 PIC 9(5) COMP.
002530     05  WS-TRAIL-SUM            PIC 9(7) COMP VALUE ZERO.
002540     05  WS-TRAIL-AVG            PIC 9(5) COMP VALUE ZERO.
002550     05  WS-TRAIL-REM            PIC 9(5) COMP VALUE ZERO.
002560     05  WS-REG-EXCEPTIONS       PIC 9(3) COMP VALUE ZERO.
002570     05  WS-VFY-RUNS             PIC 9(5) COMP VALUE ZERO.
002580     05  WS-VFY-FAILED           PIC 9(3) COMP VALUE ZERO.
002590     05  WS-VFY-SUB              PIC 9(1) COMP VALUE ZERO.
002600     05  WS-VFY-FIRST            PIC 9(1) COMP VALUE ZERO.
002610     05  WS-VFY-RUN-TBL OCCURS 2 TIMES.
002620         10  WS-VR-RUN-DATE      PIC X(06).
002630         10  WS-VR-VERDICT       PIC X(01).
002640             88  WS-VR-PASSED             VALUE 'P'.
002650             88  WS-VR-FAILED-RUN         VALUE 'F'.
002660             88  WS-VR-NO-VERDICT         VALUE 'N'.
002670         10  WS-VR-FAIL-COUNT    PIC 9(3) COMP.
002680     05  WS-VFY-WORD OCCURS 2 TIMES
002690                                 PIC X(12).
002700     05  WS-GRACE-LIMIT          PIC 9(2) COMP VALUE 02.
002710     05  WS-GL-UNACKED           PIC 9(3) COMP VALUE ZERO.
002720     05  WS-GL-OVERDUE           PIC 9(3) COMP VALUE ZERO.
002730     05  WS-GL-MISMATCHED        PIC 9(3) COMP VALUE ZERO.
002740     05  WS-GL-AGED              PIC 9(3) COMP VALUE ZERO.
002750     05  WS-GX-MAX-ALLOWED       PIC 9(1) COMP VALUE 5.
002760     05  WS-GX-COUNT             PIC 9(1) COMP VALUE ZERO.
002770     05  WS-GX-SUB               PIC 9(1) COMP VALUE ZERO.
002780     05  WS-GX-OVER              PIC 9(3) COMP VALUE ZERO.
002790     05  WS-GL-EXCEPTION-TBL OCCURS 5 TIMES.
002800         10  WS-GX-BUS-DATE      PIC 9(08).
002810         10  WS-GX-STATUS        PIC X(01).
002820             88  WS-GX-MISMATCHED         VALUE 'M'.
002830         10  WS-GX-AGE           PIC 9(03).
002840         10  WS-GX-SENT-COUNT    PIC 9(07).
002850         10  WS-GX-ACK-COUNT     PIC 9(07).
002860     05  WS-EXPIRE-LIMIT         PIC 9(3) COMP VALUE 30.
002870     05  WS-SUSP-AMBER-AGE       PIC 9(3) COMP VALUE ZERO.
002880     05  WS-SUSP-RED-AGE         PIC 9(3) COMP VALUE ZERO.
002890     05  WS-SUSP-COUNT           PIC 9(5) COMP VALUE ZERO.
002900     05  WS-SUSP-OLDEST          PIC 9(3) COMP VALUE ZERO.
002910     05  WS-SB-COUNT             PIC 9(1) COMP VALUE 5.
002920     05  WS-SB-SUB               PIC 9(1) COMP VALUE ZERO.
002930     05  WS-SB-CUR               PIC 9(1) COMP VALUE ZERO.
002940     05  WS-SB-LIMITS            PIC X(30)
002950         VALUE '000002003005006010011020021999'.
002960     05  WS-SB-LIMITS-R REDEFINES WS-SB-LIMITS.
002970         10  WS-SB-RANGE OCCURS 5 TIMES.
002980             15  WS-SB-LOW       PIC 9(03).
002990             15  WS-SB-HIGH      PIC 9(03).
003000     05  WS-SB-LABELS.
003010         10  FILLER              PIC X(12) VALUE ' 0 -  2 DAYS'.
003020         10  FILLER              PIC X(12) VALUE ' 3 -  5 DAYS'.
003030         10  FILLER              PIC X(12) VALUE ' 6 - 10 DAYS'.
003040         10  FILLER              PIC X(12) VALUE '11 - 20 DAYS'.
003050         10  FILLER              PIC X(12) VALUE 'OVER 20 DAYS'.
003060     05  WS-SB-LABELS-R REDEFINES WS-SB-LABELS.
003070         10  WS-SB-LABEL OCCURS 5 TIMES
003080                                 PIC X(12).
003090     05  WS-SB-ITEMS OCCURS 5 TIMES
003100                                 PIC 9(5) COMP.
003110     05  WS-LOOK-AHEAD           PIC 9(1) COMP VALUE 3.
003120     05  WS-HZ-COUNT             PIC 9(1) COMP VALUE ZERO.
003130     05  WS-HZ-SUB               PIC 9(1) COMP VALUE ZERO.
003140     05  WS-HZ-CUR               PIC 9(1) COMP VALUE ZERO.
003150     05  WS-HZ-TBL OCCURS 3 TIMES.
003160         10  WS-HZ-DATE          PIC 9(08).
003170         10  WS-HZ-ITEMS         PIC 9(5) COMP.
003180     05  WS-WH-COUNT             PIC 9(5) COMP VALUE ZERO.
003190     05  WS-WH-DUE               PIC 9(5) COMP VALUE ZERO.
003200     05  WS-WH-PAST              PIC 9(5) COMP VALUE ZERO.
003210     05  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
003220     05  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
003230         10  WS-WD-CCYY          PIC 9(04).
003240         10  WS-WD-MM            PIC 9(02).
003250         10  WS-WD-DD            PIC 9(02).
003260     05  WS-DAYS-IN-MONTH        PIC 9(2) COMP VALUE ZERO.
003270     05  WS-LEAP-REM-4           PIC 9(4) COMP VALUE ZERO.
003280     05  WS-LEAP-REM-100         PIC 9(4) COMP VALUE ZERO.
003290     05  WS-LEAP-REM-400         PIC 9(4) COMP VALUE ZERO.
003300     05  WS-LEAP-QUOT            PIC 9(4) COMP VALUE ZERO.
003310     05  WS-MONTH-DAYS-TBL       PIC X(24)
003320         VALUE '312831303130313130313031'.
003330     05  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.
003340         10  WS-MONTH-DAYS OCCURS 12 TIMES
003350                             PIC 9(02).
003360     05  WS-EDIT-COUNT           PIC ZZ,ZZ9.
003370     05  WS-EDIT-AVG             PIC ZZ,ZZ9.
003380     05  WS-EDIT-REJECT          PIC ZZ,ZZ9.
003390     05  WS-EDIT-A               PIC ZZ9.
003400     05  WS-EDIT-B               PIC ZZ9.
003410     05  WS-EDIT-C               PIC ZZ9.
003420     05  WS-EDIT-SENT            PIC ZZZZZZ9.
003430     05  WS-EDIT-ACKED           PIC ZZZZZZ9.
003440     05  WS-EDIT-RC              PIC 9(02).
003450     05  WS-EDIT-STEPS           PIC Z9.
003460     05  WS-EDIT-DONE            PIC Z9.
003470     05  WS-EDIT-GRACE           PIC Z9.
003480     05  WS-STEP-WORD            PIC X(22) VALUE SPACES.
003490 01  WS-REPORT-DATE.
003500     05  WS-RPT-YY               PIC 9(2).
003510     05  WS-RPT-MM               PIC 9(2).
003520     05  WS-RPT-DD               PIC 9(2).
003530 01  WS-REPORT-TIME.
003540     05  WS-RPT-HH               PIC 9(2).
003550     05  WS-RPT-MN               PIC 9(2).
003560     05  WS-RPT-SS               PIC 9(2).
003570     05  WS-RPT-HS               PIC 9(2).
003580 01  WS-SWITCHES.
003590     05  WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
003600         88  WS-PARM-AT-EOF               VALUE 'Y'.
003610     05  WS-STEP-EOF-SW          PIC X(01) VALUE 'N'.
003620         88  WS-STEP-AT-EOF               VALUE 'Y'.
003630     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
003640         88  WS-HIST-AT-EOF               VALUE 'Y'.
003650     05  WS-LOADRPT-EOF-SW       PIC X(01) VALUE 'N'.
003660         88  WS-LOADRPT-AT-EOF            VALUE 'Y'.
003670     05  WS-VFY-EOF-SW           PIC X(01) VALUE 'N'.
003680         88  WS-VFY-AT-EOF                VALUE 'Y'.
003690     05  WS-LED-EOF-SW           PIC X(01) VALUE 'N'.
003700         88  WS-LED-AT-EOF                VALUE 'Y'.
003710     05  WS-SUSP-EOF-SW          PIC X(01) VALUE 'N'.
003720         88  WS-SUSP-AT-EOF               VALUE 'Y'.
003730     05  WS-PEND-EOF-SW          PIC X(01) VALUE 'N'.
003740         88  WS-PEND-AT-EOF               VALUE 'Y'.
003750     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
003760         88  WS-CAL-AT-EOF                VALUE 'Y'.
003770     05  WS-HIST-SW              PIC X(01) VALUE 'N'.
003780         88  WS-HIST-EXISTS               VALUE 'Y'.
003790     05  WS-RECON-SW             PIC X(01) VALUE SPACE.
003800         88  WS-RECON-BALANCED            VALUE 'B'.
003810         88  WS-RECON-BREAK               VALUE 'X'.
003820         88  WS-RECON-NOT-FOUND           VALUE ' '.
003830     05  WS-DATE-GAP-SW          PIC X(01) VALUE 'N'.
003840         88  WS-DATE-GAP-FOUND            VALUE 'Y'.
003850     05  WS-CHAIN-STALE-SW       PIC X(01) VALUE 'N'.
003860         88  WS-CHAIN-STALE               VALUE 'Y'.
003870     05  WS-VFY-CHAIN-SW         PIC X(01) VALUE 'N'.
003880         88  WS-VFY-IN-CHAIN              VALUE 'Y'.
003890     05  WS-REG-SECTION-SW       PIC X(01) VALUE 'N'.
003900         88  WS-IN-REG-SECTION            VALUE 'Y'.
003910     05  WS-HZ-BASIS-SW          PIC X(01) VALUE 'C'.
003920         88  WS-HZ-BY-BUSINESS-DAYS       VALUE 'B'.
003930         88  WS-HZ-BY-CALENDAR-DAYS       VALUE 'C'.
003940 PROCEDURE DIVISION.
003950*----------------------------------------------------------*
003960* 0000-MAINLINE CHECKS EACH AREA OF THE NIGHT IN DIGEST      *
003970* ORDER, THEN WRITES THE DIGEST AND THE STATUS RECORD.       *
003980*----------------------------------------------------------*
003990 0000-MAINLINE.
004000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004010     PERFORM 2000-CHECK-STEPS THRU 2000-EXIT.
004020     PERFORM 3000-CHECK-VOLUME THRU 3000-EXIT.
004030     PERFORM 4000-CHECK-RECONCILIATION THRU 4000-EXIT.
004040     PERFORM 5000-CHECK-INTEGRITY THRU 5000-EXIT.
004050     PERFORM 6000-CHECK-GL-LEDGER THRU 6000-EXIT.
004060     PERFORM 7000-CHECK-SUSPENSE THRU 7000-EXIT.
004070     PERFORM 8000-CHECK-WAREHOUSE THRU 8000-EXIT.
004080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004090     GOBACK.
004100 0000-EXIT.
004110     EXIT.
004120*----------------------------------------------------------*
004130* 1000-INITIALIZE STARTS EVERY AREA GREEN WITH NO DETAIL,    *
004140* CLEARS THE AGE-BAND COUNTS, PICKS UP THE CONTROL CARDS,    *
004150* AND OPENS THE DIGEST AND THE STATUS RECORD FILE. EITHER    *
004160* FAILING TO OPEN IS FATAL -- THE SCHEDULER WOULD OTHERWISE  *
004170* SEE NO STATUS AT ALL.                                      *
004180*----------------------------------------------------------*
004190 1000-INITIALIZE.
004200     PERFORM 1010-CLEAR-ONE-AREA THRU 1010-EXIT
004210         VARYING WS-AREA-SUB FROM 1 BY 1
004220         UNTIL WS-AREA-SUB > WS-AREA-COUNT.
004230     PERFORM 1020-CLEAR-ONE-BAND THRU 1020-EXIT
004240         VARYING WS-SB-SUB FROM 1 BY 1
004250         UNTIL WS-SB-SUB > WS-SB-COUNT.
004260     PERFORM 1100-READ-PARMS THRU 1100-EXIT.
004270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004280     ACCEPT WS-REPORT-DATE FROM DATE.
004290     ACCEPT WS-REPORT-TIME FROM TIME.
004300     OPEN OUTPUT RPT-FILE.
004310     IF WS-RPT-STATUS NOT = '00'
004320         DISPLAY 'DL900099E RPT-FILE OPEN FAILED, STATUS = '
004330                 WS-RPT-STATUS
004340         MOVE 16 TO RETURN-CODE
004350         STOP RUN
004360     END-IF.
004370     OPEN OUTPUT STAT-FILE.
004380     IF WS-STAT-STATUS NOT = '00'
004390         DISPLAY 'DL900098E STAT-FILE OPEN FAILED, STATUS = '
004400                 WS-STAT-STATUS
004410         MOVE 16 TO RETURN-CODE
004420         STOP RUN
004430     END-IF.
004440 1000-EXIT.
004450     EXIT.
004460 1010-CLEAR-ONE-AREA.
004470     MOVE 'G' TO WS-AR-STATUS(WS-AREA-SUB).
004480     MOVE SPACES TO WS-AR-DETAIL(WS-AREA-SUB).
004490 1010-EXIT.
004500     EXIT.
004510 1020-CLEAR-ONE-BAND.
004520     MOVE ZERO TO WS-SB-ITEMS(WS-SB-SUB).
004530 1020-EXIT.
004540     EXIT.
004550*----------------------------------------------------------*
004560* 1100-READ-PARMS READS THE CONTROL CARDS -- GRACE=NN, THE   *
004570* GL ACKNOWLEDGMENT GRACE DL700 RUNS WITH, AND EXPIRE=NNN,   *
004580* THE SUSPENSE EXPIRY DL140 RUNS WITH. BOTH MUST MATCH THOSE *
004590* PROGRAMS' OWN CARDS, OR THE DIGEST WILL JUDGE BY DIFFERENT *
004600* RULES. A MISSING OR BAD CARD LEAVES THAT VALUE AT THE SAME *
004610* DEFAULT THE OTHER PROGRAM USES. THE SUSPENSE AMBER AGE IS  *
004620* A THIRD OF THE EXPIRY AND THE RED AGE TWO THIRDS.          *
004630*----------------------------------------------------------*
004640 1100-READ-PARMS.
004650     OPEN INPUT PARM-FILE.
004660     IF WS-PARM-STATUS NOT = '00'
004670         DISPLAY 'DL900088I NO PARM CARD, GRACE DEFAULTS TO '
004680                 WS-GRACE-LIMIT ', EXPIRE TO ' WS-EXPIRE-LIMIT
004690     ELSE
004700         PERFORM 1110-READ-ONE-PARM THRU 1110-EXIT
004710             UNTIL WS-PARM-AT-EOF
004720         CLOSE PARM-FILE
004730     END-IF.
004740     DIVIDE WS-EXPIRE-LIMIT BY 3 GIVING WS-SUSP-AMBER-AGE.
004750     MULTIPLY WS-SUSP-AMBER-AGE BY 2 GIVING WS-SUSP-RED-AGE.
004760 1100-EXIT.
004770     EXIT.
004780 1110-READ-ONE-PARM.
004790     READ PARM-FILE
004800         AT END SET WS-PARM-AT-EOF TO TRUE
004810         NOT AT END
004820             EVALUATE TRUE
004830                 WHEN PARM-KEYWORD = 'GRACE='
004840                  AND PARM-GRACE-VALUE NUMERIC
004850                     MOVE PARM-GRACE-VALUE TO WS-GRACE-LIMIT
004860                 WHEN PARM-EXPIRE-KEYWORD = 'EXPIRE='
004870                  AND PARM-EXPIRE-VALUE NUMERIC
004880                  AND PARM-EXPIRE-VALUE NOT = '000'
004890                     MOVE PARM-EXPIRE-VALUE TO WS-EXPIRE-LIMIT
004900                 WHEN OTHER
004910                     DISPLAY 'DL900087W BAD PARM CARD IGNORED, '
004920                             'CARD = ' PARM-EXPIRE-KEYWORD
004930                             PARM-EXPIRE-VALUE
004940             END-EVALUATE
004950     END-READ.
004960 1110-EXIT.
004970     EXIT.
004980*----------------------------------------------------------*
004990* 2000-CHECK-STEPS READS THE STEP-CONTROL FILE DL500 LEFT    *
005000* BEHIND, KEEPING THE EARLIEST START DATE AND LATEST START   *
005010* OR END DATE OF ANY STEP. EVERY STEP COMPLETED WITH RC 0 IS *
005020* GREEN; ALL COMPLETED WITH A WARNING (RC UP TO              *
005030* WS-MAX-OK-RC) IS AMBER; A STEP NOT RUN, STARTED BUT NOT    *
005040* COMPLETED, OR ENDED ABOVE THE WARNING LEVEL -- OR NO       *
005050* CONTROL FILE AT ALL -- IS RED. SO IS A CHAIN WHOSE LATEST  *
005060* DATE IS BEFORE YESTERDAY: DL500 DID NOT RUN LAST NIGHT (IT *
005070* REFUSES A NEW NIGHT WITHOUT RESET=Y), AND THE FILE STILL   *
005080* SHOWS AN EARLIER NIGHT'S CHAIN.                            *
005090*----------------------------------------------------------*
005100 2000-CHECK-STEPS.
005110     MOVE 1 TO WS-AREA-CUR.
005120     OPEN INPUT STEP-FILE.
005130     IF WS-STEP-STATUS NOT = '00'
005140         DISPLAY 'DL900097E NO STEP CONTROL FILE, STATUS = '
005150                 WS-STEP-STATUS
005160         MOVE 'R' TO WS-NEW-STATUS
005170         PERFORM 8800-RAISE-STATUS THRU 8800-EXIT
005180         MOVE 'NO STEP CONTROL FILE -- CHAIN STATUS UNKNOWN'
005190             TO WS-AR-DETAIL(WS-AREA-CUR)
005200     ELSE
005210         PERFORM 2010-READ-ONE-STEP THRU 2010-EXIT
005220             UNTIL WS-STEP-AT-EOF
005230         CLOSE STEP-FILE
005240         PERFORM 2100-JUDGE-STEPS THRU 2100-EXIT
005250     END-IF.
005260 2000-EXIT.
005270     EXIT.
005280 2010-READ-ONE-STEP.
005290     READ STEP-FILE
005300         AT END SET WS-STEP-AT-EOF TO TRUE
005310         NOT AT END
005320             IF WS-STEP-COUNT < WS-STEP-MAX-ALLOWED
005330                 ADD 1 TO WS-STEP-COUNT
005340                 MOVE STEP-NAME TO WS-ST-NAME(WS-STEP-COUNT)
005350                 MOVE STEP-STATUS TO WS-ST-STATUS(WS-STEP-COUNT)
005360                 MOVE STEP-RC TO WS-ST-RC(WS-STEP-COUNT)
005370                 IF WS-ST-COMPLETED(WS-STEP-COUNT)
005380                     ADD 1 TO WS-STEPS-DONE
005390                 END-IF
005400                 IF STEP-RC > WS-HIGH-RC
005410                     MOVE STEP-RC TO WS-HIGH-RC
005420                 END-IF
005430             END-IF
005440             PERFORM 2020-KEEP-STEP-DATES THRU 2020-EXIT
005450     END-READ.
005460 2010-EXIT.
005470     EXIT.
005480 2020-KEEP-STEP-DATES.
005490     IF STEP-START-DATE > ZERO
005500         IF WS-CHAIN-START = ZERO
005510            OR STEP-START-DATE < WS-CHAIN-START
005520             MOVE STEP-START-DATE TO WS-CHAIN-START
005530         END-IF
005540         IF STEP-START-DATE > WS-CHAIN-LATEST
005550             MOVE STEP-START-DATE TO WS-CHAIN-LATEST
005560         END-IF
005570     END-IF.
005580     IF STEP-END-DATE > WS-CHAIN-LATEST
005590         MOVE STEP-END-DATE TO WS-CHAIN-LATEST
005600     END-IF.
005610 2020-EXIT.
005620     EXIT.
005630 2100-JUDGE-STEPS.
005640     MOVE WS-CHAIN-LATEST TO WS-WORK-DATE.
005650     IF WS-CHAIN-LATEST > ZERO
005660         PERFORM 8200-ADD-ONE-DAY THRU 8200-EXIT
005670     END-IF.
005680     EVALUATE TRUE
005690         WHEN WS-STEP-COUNT = ZERO
005700             MOVE 'R' TO WS-NEW-STATUS
005710         WHEN WS-CHAIN-LATEST > ZERO
005720          AND WS-WORK-DATE < WS-RUN-DATE
005730             MOVE 'R' TO WS-NEW-STATUS
005740             SET WS-CHAIN-STALE TO TRUE
005750         WHEN WS-STEPS-DONE < WS-STEP-COUNT
005760             MOVE 'R' TO WS-NEW-STATUS
005770         WHEN WS-HIGH-RC > WS-MAX-OK-RC
005780             MOVE 'R' TO WS-NEW-STATUS
005790         WHEN WS-HIGH-RC > ZERO
005800             MOVE 'A' TO WS-NEW-STATUS
005810         WHEN OTHER
005820             MOVE 'G' TO WS-NEW-STATUS
005830     END-EVALUATE.
005840     PERFORM 8800-RAISE-STATUS THRU 8800-EXIT.
005850     MOVE WS-STEPS-DONE TO WS-EDIT-DONE.
005860     MOVE WS-STEP-COUNT TO WS-EDIT-STEPS.
005870     MOVE WS-HIGH-RC TO WS-EDIT-RC.
005880     IF WS-CHAIN-STALE
005890         STRING 'CHAIN LAST RAN ' WS-CHAIN-LATEST
005900                 ' -- NOT RUN LAST NIGHT'
005910                 DELIMITED BY SIZE INTO WS-AR-DETAIL(WS-AREA-CUR)
005920     ELSE
005930         STRING WS-EDIT-DONE ' OF ' WS-EDIT-STEPS
005940                 ' STEPS COMPLETED   HIGHEST RC ' WS-EDIT-RC
005950                 DELIMITED BY SIZE INTO WS-AR-DETAIL(WS-AREA-CUR)
005960     END-IF.
005970 2100-EXIT.
005980     EXIT.
005990*----------------------------------------------------------*
006000* 3000-CHECK-VOLUME READS THE RUN HISTORY. THE LAST RECORD   *
006010* IS LAST NIGHT'S LOAD AND GIVES THE DIGEST ITS BUSINESS     *
006020* DATE; UP TO TEN RECORDS BEFORE IT MAKE THE TRAILING        *
006030* AVERAGE, AS DL100 FIGURES IT. NOTHING LOADED, OR NO        *
006040* HISTORY, IS RED; A LOAD DL100 FLAGGED AS STRAYING BEYOND   *
006050* WS-VOL-TOLERANCE PERCENT OF THE AVERAGE IS AMBER.          *
006060*----------------------------------------------------------*
006070 3000-CHECK-VOLUME.
006080     MOVE 2 TO WS-AREA-CUR.
006090     OPEN INPUT HIST-FILE.
006100     IF WS-HIST-STATUS NOT = '00'
006110         DISPLAY 'DL900096I NO RUN HISTORY, STATUS = '
006120                 WS-HIST-STATUS
006130     ELSE
006140         PERFORM 3010-READ-ONE-HISTORY THRU 3010-EXIT
006150             UNTIL WS-HIST-AT-EOF
006160         CLOSE HIST-FILE
006170     END-IF.
006180     IF WS-HIST-COUNT > ZERO
006190         SET WS-HIST-EXISTS TO TRUE
006200     END-IF.
006210     PERFORM 3100-JUDGE-VOLUME THRU 3100-EXIT.
006220 3000-EXIT.
006230     EXIT.
006240 3010-READ-ONE-HISTORY.
006250     READ HIST-FILE
006260         AT END SET WS-HIST-AT-EOF TO TRUE
006270         NOT AT END
006280             IF WS-HIST-COUNT > ZERO
006290                 PERFORM 3020-SHIFT-ONE-PRIOR THRU 3020-EXIT
006300                     VARYING WS-RING-SUB FROM 10 BY -1
006310                     UNTIL WS-RING-SUB < 2
006320                 MOVE WS-LAST-LOADED TO WS-PRIOR-LOADED(1)
006330                 IF WS-PRIOR-COUNT < 10
006340                     ADD 1 TO WS-PRIOR-COUNT
006350                 END-IF
006360             END-IF
006370             ADD 1 TO WS-HIST-COUNT
006380             MOVE DL100-RH-BUS-DATE TO WS-BUS-DATE
006390             MOVE DL100-RH-LOADED TO WS-LAST-LOADED
006400             MOVE DL100-RH-REJECTED TO WS-LAST-REJECTED
006410             MOVE DL100-RH-RECON-FLAG TO WS-LAST-RECON-FLAG
006420             MOVE DL100-RH-VOLUME-FLAG TO WS-LAST-VOLUME-FLAG
006430     END-READ.
006440 3010-EXIT.
006450     EXIT.
006460 3020-SHIFT-ONE-PRIOR.
006470     SUBTRACT 1 FROM WS-RING-SUB GIVING WS-RING-FROM.
006480     MOVE WS-PRIOR-LOADED(WS-RING-FROM)
006490         TO WS-PRIOR-LOADED(WS-RING-SUB).
006500 3020-EXIT.
006510     EXIT.
006520 3100-JUDGE-VOLUME.
006530     MOVE ZERO TO WS-TRAIL-SUM.
006540     PERFORM 3110-ADD-ONE-PRIOR THRU 3110-EXIT
006550         VARYING WS-RING-SUB FROM 1 BY 1
006560         UNTIL WS-RING-SUB > WS-PRIOR-COUNT.
006570     IF WS-PRIOR-COUNT > ZERO
006580         DIVIDE WS-TRAIL-SUM BY WS-PRIOR-COUNT
006590             GIVING WS-TRAIL-AVG REMAINDER WS-TRAIL-REM
006600     END-IF.
006610     MOVE WS-LAST-LOADED TO WS-EDIT-COUNT.
006620     MOVE WS-TRAIL-AVG TO WS-EDIT-AVG.
006630     MOVE WS-LAST-REJECTED TO WS-EDIT-REJECT.
006640     MOVE WS-VOL-TOLERANCE TO WS-EDIT-A.
006650     EVALUATE TRUE
006660         WHEN NOT WS-HIST-EXISTS
006670             MOVE 'R' TO WS-NEW-STATUS
006680             MOVE 'NO RUN HISTORY -- NO LOAD RECORDED'
006690                 TO WS-AR-DETAIL(WS-AREA-CUR)
006700         WHEN WS-LAST-LOADED = ZERO
006710             MOVE 'R' TO WS-NEW-STATUS
006720             STRING 'NOTHING LOADED   REJECTED ' WS-EDIT-REJECT
006730                     DELIMITED BY SIZE
006740                     INTO WS-AR-DETAIL(WS-AREA-CUR)
006750         WHEN WS-PRIOR-COUNT < WS-HIST-MIN-RUNS
006760             MOVE 'G' TO WS-NEW-STATUS
006770             STRING 'LOADED ' WS-EDIT-COUNT
006780                     '   TOO LITTLE HISTORY FOR A TREND'
006790                     DELIMITED BY SIZE
006800                     INTO WS-AR-DETAIL(WS-AREA-CUR)
006810         WHEN WS-LAST-VOLUME-FLAG = 'Y'
006820             MOVE 'A' TO WS-NEW-STATUS
006830             STRING 'LOADED ' WS-EDIT-COUNT
006840                     ' VS TRAILING AVG ' WS-EDIT-AVG
006850                     ' -- BEYOND ' WS-EDIT-A ' PERCENT'
006860                     DELIMITED BY SIZE
006870                     INTO WS-AR-DETAIL(WS-AREA-CUR)
006880         WHEN OTHER
006890             MOVE 'G' TO WS-NEW-STATUS
006900             STRING 'LOADED ' WS-EDIT-COUNT
006910                     ' VS TRAILING AVG ' WS-EDIT-AVG
006920                     '   REJECTED ' WS-EDIT-REJECT
006930                     DELIMITED BY SIZE
006940                     INTO WS-AR-DETAIL(WS-AREA-CUR)
006950     END-EVALUATE.
006960     PERFORM 8800-RAISE-STATUS THRU 8800-EXIT.
006970 3100-EXIT.
006980     EXIT.
006990 3110-ADD-ONE-PRIOR.
007000     ADD WS-PRIOR-LOADED(WS-RING-SUB) TO WS-TRAIL-SUM.
007010 3110-EXIT.
007020     EXIT.
007030*----------------------------------------------------------*
007040* 4000-CHECK-RECONCILIATION READS DL100'S LOAD CONTROL       *
007050* REPORT FOR THE RECONCILIATION RESULT, A DATE GAP, AND THE  *
007060* EXCEPTIONS LISTED UNDER THE SOURCE REGISTRY CHECK. A BREAK *
007070* IS RED; A DATE GAP OR A REGISTRY EXCEPTION IS AMBER. WITH  *
007080* NO REPORT TO READ, THE RECONCILIATION FLAG ON THE LAST     *
007090* RUN-HISTORY RECORD IS USED INSTEAD AND THE AREA IS AT BEST *
007100* AMBER.                                                     *
007110*----------------------------------------------------------*
007120 4000-CHECK-RECONCILIATION.
007130     MOVE 3 TO WS-AREA-CUR.
007140     OPEN INPUT LOAD-RPT-FILE.
007150     IF WS-LOADRPT-STATUS NOT = '00'
007160         DISPLAY 'DL900095I NO LOAD CONTROL REPORT, STATUS = '
007170                 WS-LOADRPT-STATUS
007180         PERFORM 4200-JUDGE-FROM-HISTORY THRU 4200-EXIT
007190     ELSE
007200         PERFORM 4010-READ-ONE-LOAD-LINE THRU 4010-EXIT
007210             UNTIL WS-LOADRPT-AT-EOF
007220         CLOSE LOAD-RPT-FILE
007230         PERFORM 4100-JUDGE-FROM-REPORT THRU 4100-EXIT
007240     END-IF.
007250 4000-EXIT.
007260     EXIT.
007270 4010-READ-ONE-LOAD-LINE.
007280     READ LOAD-RPT-FILE
007290         AT END SET WS-LOADRPT-AT-EOF TO TRUE
007300         NOT AT END
007310             PERFORM 4020-SCAN-ONE-LOAD-LINE THRU 4020-EXIT
007320     END-READ.
007330 4010-EXIT.
007340     EXIT.
007350 4020-SCAN-ONE-LOAD-LINE.
007360     IF WS-IN-REG-SECTION
007370         IF LR-INDENT = SPACES
007380             IF LR-WORD = 'DATE '
007390                 ADD 1 TO WS-REG-EXCEPTIONS
007400             END-IF
007410         ELSE
007420             MOVE 'N' TO WS-REG-SECTION-SW
007430         END-IF
007440     END-IF.
007450     EVALUATE TRUE
007460         WHEN LR-RESULT = 'RECONCILIATION : BALANCED'
007470             SET WS-RECON-BALANCED TO TRUE
007480         WHEN LR-RESULT = '** RECONCILIATION BREAK -'
007490             SET WS-RECON-BREAK TO TRUE
007500         WHEN LR-RESULT = '** DATE GAP -- FEED SKIPS'
007510             SET WS-DATE-GAP-FOUND TO TRUE
007520         WHEN LR-RESULT = 'SOURCE REGISTRY CHECK'
007530             SET WS-IN-REG-SECTION TO TRUE
007540         WHEN OTHER
007550             CONTINUE
007560     END-EVALUATE.
007570 4020-EXIT.
007580     EXIT.
007590 4100-JUDGE-FROM-REPORT.
007600     MOVE WS-REG-EXCEPTIONS TO WS-EDIT-A.
007610     EVALUATE TRUE
007620         WHEN WS-RECON-BREAK
007630             MOVE 'R' TO WS-NEW-STATUS
007640             STRING 'BREAK -- SEE LOAD CONTROL REPORT'
007650                     DELIMITED BY SIZE
007660                     INTO WS-AR-DETAIL(WS-AREA-CUR)
007670         WHEN WS-RECON-NOT-FOUND
007680             MOVE 'A' TO WS-NEW-STATUS
007690             STRING 'NO RESULT ON LOAD CONTROL REPORT'
007700                     DELIMITED BY SIZE
007710                     INTO WS-AR-DETAIL(WS-AREA-CUR)
007720         WHEN WS-DATE-GAP-FOUND
007730             MOVE 'A' TO WS-NEW-STATUS
007740             STRING 'BALANCED   REGISTRY EXCEPTIONS ' WS-EDIT-A
007750                     '   DATE GAP ON FEED'
007760                     DELIMITED BY SIZE
007770                     INTO WS-AR-DETAIL(WS-AREA-CUR)
007780         WHEN WS-REG-EXCEPTIONS > ZERO
007790             MOVE 'A' TO WS-NEW-STATUS
007800             STRING 'BALANCED   REGISTRY EXCEPTIONS ' WS-EDIT-A
007810                     DELIMITED BY SIZE
007820                     INTO WS-AR-DETAIL(WS-AREA-CUR)
007830         WHEN OTHER
007840             MOVE 'G' TO WS-NEW-STATUS
007850             STRING 'BALANCED   REGISTRY EXCEPTIONS ' WS-EDIT-A
007860                     DELIMITED BY SIZE
007870                     INTO WS-AR-DETAIL(WS-AREA-CUR)
007880     END-EVALUATE.
007890     PERFORM 8800-RAISE-STATUS THRU 8800-EXIT.
007900 4100-EXIT.
007910     EXIT.
007920 4200-JUDGE-FROM-HISTORY.
007930     EVALUATE TRUE
007940         WHEN NOT WS-HIST-EXISTS
007950             MOVE 'R' TO WS-NEW-STATUS
007960             MOVE 'NO LOAD CONTROL REPORT OR RUN HISTORY'
007970                 TO WS-AR-DETAIL(WS-AREA-CUR)
007980         WHEN WS-LAST-RECON-FLAG = 'Y'
007990             MOVE 'R' TO WS-NEW-STATUS
008000             MOVE 'BREAK ON RUN HISTORY -- NO LOAD REPORT'
008010                 TO WS-AR-DETAIL(WS-AREA-CUR)
008020         WHEN OTHER
008030             MOVE 'A' TO WS-NEW-STATUS
008040             MOVE 'BALANCED ON RUN HISTORY -- NO LOAD REPORT'
008050                 TO WS-AR-DETAIL(WS-AREA-CUR)
008060     END-EVALUATE.
008070     PERFORM 8800-RAISE-STATUS THRU 8800-EXIT.
008080 4200-EXIT.
008090     EXIT.
008100*----------------------------------------------------------*
008110* 5000-CHECK-INTEGRITY READS THE INTEGRITY REPORT, TO WHICH  *
008120* EVERY DL600 RUN APPENDS, AND KEEPS THE VERDICTS OF THE     *
008130* LAST TWO RUNS DATED ON OR AFTER THE CHAIN'S START DATE --  *
008140* THE CHAIN RUNS DL600 AFTER THE CORRECTIONS WINDOW AND      *
008150* AGAIN AFTER THE GL EXTRACT. EARLIER NIGHTS' RUNS ARE       *
008160* PASSED OVER. WITH NO START DATE FROM STEPCTL EVERY RUN     *
008170* COUNTS, BUT THE STEP AREA IS ALREADY RED. A FAILED CHECK   *
008180* IN EITHER RUN, OR NO RUN SINCE THE CHAIN STARTED, IS RED;  *
008190* ONLY ONE RUN, OR A RUN THAT ENDED WITHOUT A VERDICT, IS    *
008200* AMBER.                                                     *
008210*----------------------------------------------------------*
008220 5000-CHECK-INTEGRITY.
008230     MOVE 4 TO WS-AREA-CUR.
008240     PERFORM 5010-CLEAR-ONE-RUN THRU 5010-EXIT
008250         VARYING WS-VFY-SUB FROM 1 BY 1
008260         UNTIL WS-VFY-SUB > 2.
008270     OPEN INPUT VFY-FILE.
008280     IF WS-VFY-STATUS NOT = '00'
008290         DISPLAY 'DL900094I NO INTEGRITY REPORT, STATUS = '
008300                 WS-VFY-STATUS
008310     ELSE
008320         PERFORM 5020-READ-ONE-VFY-LINE THRU 5020-EXIT
008330             UNTIL WS-VFY-AT-EOF
008340         CLOSE VFY-FILE
008350     END-IF.
008360     PERFORM 5100-JUDGE-INTEGRITY THRU 5100-EXIT.
008370 5000-EXIT.
008380     EXIT.
008390 5010-CLEAR-ONE-RUN.
008400     MOVE SPACES TO WS-VR-RUN-DATE(WS-VFY-SUB).
008410     MOVE SPACE TO WS-VR-VERDICT(WS-VFY-SUB).
008420     MOVE ZERO TO WS-VR-FAIL-COUNT(WS-VFY-SUB).
008430 5010-EXIT.
008440     EXIT.
008450 5020-READ-ONE-VFY-LINE.
008460     READ VFY-FILE
008470         AT END SET WS-VFY-AT-EOF TO TRUE
008480         NOT AT END
008490             PERFORM 5030-SCAN-ONE-VFY-LINE THRU 5030-EXIT
008500     END-READ.
008510 5020-EXIT.
008520     EXIT.
008530 5030-SCAN-ONE-VFY-LINE.
008540     EVALUATE TRUE
008550         WHEN VF-TITLE = 'DL600 CROSS-FILE INTEGRITY REPORT'
008560             IF WS-CHAIN-START = ZERO
008570                OR VF-RUN-DATE NOT < WS-CS-YYMMDD
008580                 SET WS-VFY-IN-CHAIN TO TRUE
008590                 ADD 1 TO WS-VFY-RUNS
008600                 MOVE WS-VFY-RUN-TBL(2) TO WS-VFY-RUN-TBL(1)
008610                 MOVE VF-RUN-DATE TO WS-VR-RUN-DATE(2)
008620                 SET WS-VR-NO-VERDICT(2) TO TRUE
008630                 MOVE ZERO TO WS-VR-FAIL-COUNT(2)
008640             ELSE
008650                 MOVE 'N' TO WS-VFY-CHAIN-SW
008660             END-IF
008670         WHEN VF-VERDICT = 'VERDICT : '
008680          AND WS-VFY-IN-CHAIN
008690             IF VF-RESULT = 'ALL CHECKS PASSED'
008700                 SET WS-VR-PASSED(2) TO TRUE
008710             ELSE
008720                 SET WS-VR-FAILED-RUN(2) TO TRUE
008730                 MOVE VF-FAILED-COUNT TO WS-VR-FAIL-COUNT(2)
008740             END-IF
008750         WHEN OTHER
008760             CONTINUE
008770     END-EVALUATE.
008780 5030-EXIT.
008790     EXIT.
008800 5100-JUDGE-INTEGRITY.
008810     IF WS-VFY-RUNS > 1
008820         MOVE 1 TO WS-VFY-FIRST
008830     ELSE
008840         MOVE 2 TO WS-VFY-FIRST
008850     END-IF.
008860     MOVE 'G' TO WS-NEW-STATUS.
008870     PERFORM 5110-JUDGE-ONE-RUN THRU 5110-EXIT
008880         VARYING WS-VFY-SUB FROM WS-VFY-FIRST BY 1
008890         UNTIL WS-VFY-SUB > 2.
008900     EVALUATE TRUE
008910         WHEN WS-VFY-RUNS = ZERO
008920          AND WS-CHAIN-START > ZERO
008930             MOVE 'R' TO WS-NEW-STATUS
008940             STRING 'NO INTEGRITY CHECK RUN SINCE CHAIN START '
008950                     WS-CHAIN-START
008960                     DELIMITED BY SIZE
008970                     INTO WS-AR-DETAIL(WS-AREA-CUR)
008980         WHEN WS-VFY-RUNS = ZERO
008990             MOVE 'R' TO WS-NEW-STATUS
009000             MOVE 'NO INTEGRITY CHECK RUN ON FILE'
009010                 TO WS-AR-DETAIL(WS-AREA-CUR)
009020         WHEN WS-VFY-RUNS = 1
009030             IF WS-NEW-STATUS = 'G'
009040                 MOVE 'A' TO WS-NEW-STATUS
009050             END-IF
009060             STRING 'ONLY RUN ' WS-VR-RUN-DATE(2) ' '
009070                     WS-VFY-WORD(2)
009080                     DELIMITED BY SIZE
009090                     INTO WS-AR-DETAIL(WS-AREA-CUR)
009100         WHEN OTHER
009110             STRING 'RUN ' WS-VR-RUN-DATE(1) ' '
009120                     WS-VFY-WORD(1)
009130                     '   RUN ' WS-VR-RUN-DATE(2) ' '
009140                     WS-VFY-WORD(2)
009150                     DELIMITED BY SIZE
009160                     INTO WS-AR-DETAIL(WS-AREA-CUR)
009170     END-EVALUATE.
009180     PERFORM 8800-RAISE-STATUS THRU 8800-EXIT.
009190 5100-EXIT.
009200     EXIT.
009210 5110-JUDGE-ONE-RUN.
009220     MOVE SPACES TO WS-VFY-WORD(WS-VFY-SUB).
009230     EVALUATE TRUE
009240         WHEN WS-VR-PASSED(WS-VFY-SUB)
009250             MOVE 'PASSED' TO WS-VFY-WORD(WS-VFY-SUB)
009260         WHEN WS-VR-FAILED-RUN(WS-VFY-SUB)
009270             MOVE 'R' TO WS-NEW-STATUS
009280             ADD WS-VR-FAIL-COUNT(WS-VFY-SUB) TO WS-VFY-FAILED
009290             MOVE WS-VR-FAIL-COUNT(WS-VFY-SUB) TO WS-EDIT-B
009300             STRING 'FAILED ' WS-EDIT-B
009310                     DELIMITED BY SIZE
009320                     INTO WS-VFY-WORD(WS-VFY-SUB)
009330         WHEN OTHER
009340             IF WS-NEW-STATUS = 'G'
009350                 MOVE 'A' TO WS-NEW-STATUS
009360             END-IF
009370             MOVE 'NO VERDICT' TO WS-VFY-WORD(WS-VFY-SUB)
009380     END-EVALUATE.
009390 5110-EXIT.
009400     EXIT.
009410*----------------------------------------------------------*
009420* 6000-CHECK-GL-LEDGER READS THE GL TRANSMISSION LEDGER AS   *
009430* DL700 LAST LEFT IT, WHICH HOLDS ONLY THE DAYS NOT YET      *
009440* CLOSED BY A MATCHING ACKNOWLEDGMENT. A MISMATCHED DAY, OR  *
009450* ONE STILL UNACKNOWLEDGED PAST THE GRACE=NN BUSINESS DAYS   *
009460* ON THE CONTROL CARD, IS RED AND IS LISTED; A DAY AWAITING  *
009470* ITS ACKNOWLEDGMENT WITHIN GRACE AFTER ITS FIRST DAY IS     *
009480* AMBER. NO LEDGER IS AMBER -- NOTHING CAN BE SAID.          *
009490*----------------------------------------------------------*
009500 6000-CHECK-GL-LEDGER.
009510     MOVE 5 TO WS-AREA-CUR.
009520     OPEN INPUT LED-FILE.
009530     IF WS-LED-STATUS NOT = '00'
009540         DISPLAY 'DL900093I NO GL TRANSMISSION LEDGER, STATUS = '
009550                 WS-LED-STATUS
009560         MOVE 'A' TO WS-NEW-STATUS
009570         PERFORM 8800-RAISE-STATUS THRU 8800-EXIT
009580         MOVE 'NO GL TRANSMISSION LEDGER ON FILE'
009590             TO WS-AR-DETAIL(WS-AREA-CUR)
009600     ELSE
009610         PERFORM 6010-READ-ONE-LEDGER THRU 6010-EXIT
009620             UNTIL WS-LED-AT-EOF
009630         CLOSE LED-FILE
009640         PERFORM 6100-JUDGE-GL-LEDGER THRU 6100-EXIT
009650     END-IF.
009660 6000-EXIT.
009670     EXIT.
009680 6010-READ-ONE-LEDGER.
009690     READ LED-FILE
009700         AT END SET WS-LED-AT-EOF TO TRUE
009710         NOT AT END
009720             PERFORM 6020-TALLY-ONE-LEDGER THRU 6020-EXIT
009730     END-READ.
009740 6010-EXIT.
009750     EXIT.
009760 6020-TALLY-ONE-LEDGER.
009770     EVALUATE TRUE
009780         WHEN LED-MISMATCHED
009790             ADD 1 TO WS-GL-MISMATCHED
009800             PERFORM 6030-KEEP-ONE-EXCEPTION THRU 6030-EXIT
009810         WHEN LED-TRANSMITTED
009820             ADD 1 TO WS-GL-UNACKED
009830             IF LED-AGE > WS-GRACE-LIMIT
009840                 ADD 1 TO WS-GL-OVERDUE
009850                 PERFORM 6030-KEEP-ONE-EXCEPTION THRU 6030-EXIT
009860             ELSE
009870                 IF LED-AGE > ZERO
009880                     ADD 1 TO WS-GL-AGED
009890                 END-IF
009900             END-IF
009910         WHEN OTHER
009920             CONTINUE
009930     END-EVALUATE.
009940 6020-EXIT.
009950     EXIT.
009960 6030-KEEP-ONE-EXCEPTION.
009970     IF WS-GX-COUNT < WS-GX-MAX-ALLOWED
009980         ADD 1 TO WS-GX-COUNT
009990         MOVE LED-BUS-DATE TO WS-GX-BUS-DATE(WS-GX-COUNT)
010000         MOVE LED-STATUS TO WS-GX-STATUS(WS-GX-COUNT)
010010         MOVE LED-AGE TO WS-GX-AGE(WS-GX-COUNT)
010020         MOVE LED-SENT-COUNT TO WS-GX-SENT-COUNT(WS-GX-COUNT)
010030         MOVE LED-ACK-COUNT TO WS-GX-ACK-COUNT(WS-GX-COUNT)
010040     ELSE
010050         ADD 1 TO WS-GX-OVER
010060     END-IF.
010070 6030-EXIT.
010080     EXIT.
010090 6100-JUDGE-GL-LEDGER.
010100     EVALUATE TRUE
010110         WHEN WS-GL-MISMATCHED > ZERO
010120             MOVE 'R' TO WS-NEW-STATUS
010130         WHEN WS-GL-OVERDUE > ZERO
010140             MOVE 'R' TO WS-NEW-STATUS
010150         WHEN WS-GL-AGED > ZERO
010160             MOVE 'A' TO WS-NEW-STATUS
010170         WHEN OTHER
010180             MOVE 'G' TO WS-NEW-STATUS
010190     END-EVALUATE.
010200     PERFORM 8800-RAISE-STATUS THRU 8800-EXIT.
010210     MOVE WS-GL-UNACKED TO WS-EDIT-A.
010220     MOVE WS-GL-OVERDUE TO WS-EDIT-B.
010230     MOVE WS-GL-MISMATCHED TO WS-EDIT-C.
010240     MOVE WS-GRACE-LIMIT TO WS-EDIT-GRACE.
010250     STRING 'UNACKNOWLEDGED ' WS-EDIT-A
010260             '   OVERDUE ' WS-EDIT-B
010270             '   MISMATCHED ' WS-EDIT-C
010280             '   GRACE ' WS-EDIT-GRACE
010290             DELIMITED BY SIZE INTO WS-AR-DETAIL(WS-AREA-CUR).
010300 6100-EXIT.
010310     EXIT.
010320*----------------------------------------------------------*
010330* 7000-CHECK-SUSPENSE READS THE SUSPENSE MASTER AS DL140     *
010340* LAST LEFT IT AND COUNTS ITS ITEMS BY AGE BAND IN BUSINESS  *
010350* DAYS. AN ITEM OLDER THAN WS-SUSP-RED-AGE, TWO THIRDS OF    *
010360* THE EXPIRY, IS RED (IT IS NEARING EXPIRY); ONE OLDER THAN  *
010370* WS-SUSP-AMBER-AGE, A THIRD OF IT, IS AMBER. NO SUSPENSE    *
010380* MASTER MEANS NOTHING IS IN SUSPENSE.                       *
010390*----------------------------------------------------------*
010400 7000-CHECK-SUSPENSE.
010410     MOVE 6 TO WS-AREA-CUR.
010420     OPEN INPUT SUSP-FILE.
010430     IF WS-SUSP-STATUS NOT = '00'
010440         DISPLAY 'DL900092I NO SUSPENSE MASTER, STATUS = '
010450                 WS-SUSP-STATUS
010460     ELSE
010470         PERFORM 7010-READ-ONE-SUSPENSE THRU 7010-EXIT
010480             UNTIL WS-SUSP-AT-EOF
010490         CLOSE SUSP-FILE
010500     END-IF.
010510     EVALUATE TRUE
010520         WHEN WS-SUSP-OLDEST > WS-SUSP-RED-AGE
010530             MOVE 'R' TO WS-NEW-STATUS
010540         WHEN WS-SUSP-OLDEST > WS-SUSP-AMBER-AGE
010550             MOVE 'A' TO WS-NEW-STATUS
010560         WHEN OTHER
010570             MOVE 'G' TO WS-NEW-STATUS
010580     END-EVALUATE.
010590     PERFORM 8800-RAISE-STATUS THRU 8800-EXIT.
010600     MOVE WS-SUSP-COUNT TO WS-EDIT-COUNT.
010610     MOVE WS-SUSP-OLDEST TO WS-EDIT-A.
010620     MOVE WS-EXPIRE-LIMIT TO WS-EDIT-B.
010630     STRING WS-EDIT-COUNT ' ITEMS   OLDEST ' WS-EDIT-A
010640             ' BUSINESS DAYS   EXPIRY ' WS-EDIT-B
010650             DELIMITED BY SIZE INTO WS-AR-DETAIL(WS-AREA-CUR).
010660 7000-EXIT.
010670     EXIT.
010680 7010-READ-ONE-SUSPENSE.
010690     READ SUSP-FILE
010700         AT END SET WS-SUSP-AT-EOF TO TRUE
010710         NOT AT END
010720             ADD 1 TO WS-SUSP-COUNT
010730             IF DL100-SM-AGE > WS-SUSP-OLDEST
010740                 MOVE DL100-SM-AGE TO WS-SUSP-OLDEST
010750             END-IF
010760             MOVE ZERO TO WS-SB-CUR
010770             PERFORM 7020-FIND-ONE-BAND THRU 7020-EXIT
010780                 VARYING WS-SB-SUB FROM 1 BY 1
010790                 UNTIL WS-SB-SUB > WS-SB-COUNT
010800                    OR WS-SB-CUR > ZERO
010810             IF WS-SB-CUR = ZERO
010820                 MOVE WS-SB-COUNT TO WS-SB-CUR
010830             END-IF
010840             ADD 1 TO WS-SB-ITEMS(WS-SB-CUR)
010850     END-READ.
010860 7010-EXIT.
010870     EXIT.
010880 7020-FIND-ONE-BAND.
010890     IF DL100-SM-AGE NOT < WS-SB-LOW(WS-SB-SUB)
010900        AND DL100-SM-AGE NOT > WS-SB-HIGH(WS-SB-SUB)
010910         MOVE WS-SB-SUB TO WS-SB-CUR
010920     END-IF.
010930 7020-EXIT.
010940     EXIT.
010950*----------------------------------------------------------*
010960* 8000-CHECK-WAREHOUSE FINDS THE NEXT WS-LOOK-AHEAD BUSINESS *
010970* DAYS AFTER THE BUSINESS DATE AND COUNTS THE WAREHOUSED     *
010980* FUTURE-DATED ITEMS THAT WILL MATURE INTO EACH DAY'S LOAD.  *
010990* AN ITEM STILL WAREHOUSED ON OR PAST ITS EFFECTIVE DATE     *
011000* SHOULD HAVE BEEN RELEASED AND IS AMBER, AS IS NO WAREHOUSE *
011010* FILE AFTER A LOAD.                                         *
011020*----------------------------------------------------------*
011030 8000-CHECK-WAREHOUSE.
011040     MOVE 7 TO WS-AREA-CUR.
011050     PERFORM 8100-SET-HORIZON THRU 8100-EXIT.
011060     OPEN INPUT PEND-FILE.
011070     IF WS-PEND-STATUS NOT = '00'
011080         DISPLAY 'DL900091I NO WAREHOUSE FILE, STATUS = '
011090                 WS-PEND-STATUS
011100         MOVE 'A' TO WS-NEW-STATUS
011110         PERFORM 8800-RAISE-STATUS THRU 8800-EXIT
011120         MOVE 'NO WAREHOUSE FILE FROM THE LOAD'
011130             TO WS-AR-DETAIL(WS-AREA-CUR)
011140         MOVE ZERO TO WS-HZ-COUNT
011150     ELSE
011160         PERFORM 8010-READ-ONE-PENDING THRU 8010-EXIT
011170             UNTIL WS-PEND-AT-EOF
011180         CLOSE PEND-FILE
011190         PERFORM 8300-JUDGE-WAREHOUSE THRU 8300-EXIT
011200     END-IF.
011210 8000-EXIT.
011220     EXIT.
011230 8010-READ-ONE-PENDING.
011240     READ PEND-FILE
011250         AT END SET WS-PEND-AT-EOF TO TRUE
011260         NOT AT END
011270             ADD 1 TO WS-WH-COUNT
011280             IF DL100-PD-EFF-DATE NOT > WS-BUS-DATE
011290                 ADD 1 TO WS-WH-PAST
011300             ELSE
011310                 MOVE ZERO TO WS-HZ-CUR
011320                 PERFORM 8020-FIND-ONE-DAY THRU 8020-EXIT
011330                     VARYING WS-HZ-SUB FROM 1 BY 1
011340                     UNTIL WS-HZ-SUB > WS-HZ-COUNT
011350                        OR WS-HZ-CUR > ZERO
011360                 IF WS-HZ-CUR > ZERO
011370                     ADD 1 TO WS-WH-DUE
011380                     ADD 1 TO WS-HZ-ITEMS(WS-HZ-CUR)
011390                 END-IF
011400             END-IF
011410     END-READ.
011420 8010-EXIT.
011430     EXIT.
011440 8020-FIND-ONE-DAY.
011450     IF DL100-PD-EFF-DATE NOT > WS-HZ-DATE(WS-HZ-SUB)
011460         MOVE WS-HZ-SUB TO WS-HZ-CUR
011470     END-IF.
011480 8020-EXIT.
011490     EXIT.
011500*----------------------------------------------------------*
011510* 8100-SET-HORIZON TAKES THE NEXT WS-LOOK-AHEAD BUSINESS     *
011520* DAYS AFTER THE BUSINESS DATE FROM THE CALENDAR. NO         *
011530* CALENDAR, OR ONE THAT DOES NOT REACH THAT FAR, FALLS BACK  *
011540* TO THE NEXT WS-LOOK-AHEAD CALENDAR DAYS. WITH NO BUSINESS  *
011550* DATE THERE IS NOTHING TO LOOK AHEAD FROM.                  *
011560*----------------------------------------------------------*
011570 8100-SET-HORIZON.
011580     MOVE ZERO TO WS-HZ-COUNT.
011590     IF WS-BUS-DATE > ZERO
011600         PERFORM 8105-FIND-HORIZON-DAYS THRU 8105-EXIT
011610     END-IF.
011620     PERFORM 8120-CLEAR-ONE-DAY THRU 8120-EXIT
011630         VARYING WS-HZ-SUB FROM 1 BY 1
011640         UNTIL WS-HZ-SUB > WS-HZ-COUNT.
011650 8100-EXIT.
011660     EXIT.
011670 8105-FIND-HORIZON-DAYS.
011680     OPEN INPUT CAL-FILE.
011690     IF WS-CAL-STATUS NOT = '00'
011700         DISPLAY 'DL900090I NO BUSINESS-DAY CALENDAR, STATUS = '
011710                 WS-CAL-STATUS
011720     ELSE
011730         PERFORM 8110-READ-ONE-CAL-DAY THRU 8110-EXIT
011740             UNTIL WS-CAL-AT-EOF
011750                OR WS-HZ-COUNT = WS-LOOK-AHEAD
011760         CLOSE CAL-FILE
011770     END-IF.
011780     IF WS-HZ-COUNT = WS-LOOK-AHEAD
011790         SET WS-HZ-BY-BUSINESS-DAYS TO TRUE
011800     ELSE
011810         SET WS-HZ-BY-CALENDAR-DAYS TO TRUE
011820         MOVE WS-BUS-DATE TO WS-WORK-DATE
011830         PERFORM 8210-ADD-HORIZON-DAY THRU 8210-EXIT
011840             VARYING WS-HZ-COUNT FROM 1 BY 1
011850             UNTIL WS-HZ-COUNT > WS-LOOK-AHEAD
011860         MOVE WS-LOOK-AHEAD TO WS-HZ-COUNT
011870     END-IF.
011880 8105-EXIT.
011890     EXIT.
011900 8110-READ-ONE-CAL-DAY.
011910     READ CAL-FILE
011920         AT END SET WS-CAL-AT-EOF TO TRUE
011930         NOT AT END
011940             IF DL100-BC-DATE > WS-BUS-DATE
011950                AND DL100-BC-BUSINESS-DAY
011960                 ADD 1 TO WS-HZ-COUNT
011970                 MOVE DL100-BC-DATE TO WS-HZ-DATE(WS-HZ-COUNT)
011980             END-IF
011990     END-READ.
012000 8110-EXIT.
012010     EXIT.
012020 8120-CLEAR-ONE-DAY.
012030     MOVE ZERO TO WS-HZ-ITEMS(WS-HZ-SUB).
012040 8120-EXIT.
012050     EXIT.
012060*----------------------------------------------------------*
012070* 8200-ADD-ONE-DAY STEPS THE WORK DATE ON ONE CALENDAR DAY,  *
012080* HONORING MONTH ENDS AND LEAP YEARS. 8210-ADD-HORIZON-DAY   *
012090* KEEPS EACH STEP AS THE NEXT HORIZON DAY.                   *
012100*----------------------------------------------------------*
012110 8200-ADD-ONE-DAY.
012120     MOVE WS-MONTH-DAYS(WS-WD-MM) TO WS-DAYS-IN-MONTH.
012130     IF WS-WD-MM = 02
012140         DIVIDE WS-WD-CCYY BY 4
012150             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
012160         DIVIDE WS-WD-CCYY BY 100
012170             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
012180         DIVIDE WS-WD-CCYY BY 400
012190             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
012200         IF WS-LEAP-REM-4 = ZERO
012210            AND (WS-LEAP-REM-100 NOT = ZERO
012220                 OR WS-LEAP-REM-400 = ZERO)
012230             MOVE 29 TO WS-DAYS-IN-MONTH
012240         END-IF
012250     END-IF.
012260     IF WS-WD-DD < WS-DAYS-IN-MONTH
012270         ADD 1 TO WS-WD-DD
012280     ELSE
012290         MOVE 01 TO WS-WD-DD
012300         IF WS-WD-MM < 12
012310             ADD 1 TO WS-WD-MM
012320         ELSE
012330             MOVE 01 TO WS-WD-MM
012340             ADD 1 TO WS-WD-CCYY
012350         END-IF
012360     END-IF.
012370 8200-EXIT.
012380     EXIT.
012390 8210-ADD-HORIZON-DAY.
012400     PERFORM 8200-ADD-ONE-DAY THRU 8200-EXIT.
012410     MOVE WS-WORK-DATE TO WS-HZ-DATE(WS-HZ-COUNT).
012420 8210-EXIT.
012430     EXIT.
012440 8300-JUDGE-WAREHOUSE.
012450     IF WS-WH-PAST > ZERO
012460         MOVE 'A' TO WS-NEW-STATUS
012470     ELSE
012480         MOVE 'G' TO WS-NEW-STATUS
012490     END-IF.
012500     PERFORM 8800-RAISE-STATUS THRU 8800-EXIT.
012510     MOVE WS-WH-DUE TO WS-EDIT-COUNT.
012520     MOVE WS-WH-COUNT TO WS-EDIT-AVG.
012530     MOVE WS-WH-PAST TO WS-EDIT-REJECT.
012540     EVALUATE TRUE
012550         WHEN WS-HZ-COUNT = ZERO
012560             STRING WS-EDIT-AVG ' WAREHOUSED -- NO BUSINESS DATE '
012570                     'TO LOOK AHEAD FROM'
012580                     DELIMITED BY SIZE
012590                     INTO WS-AR-DETAIL(WS-AREA-CUR)
012600         WHEN WS-WH-PAST > ZERO
012610             STRING WS-EDIT-COUNT ' DUE BY '
012620                     WS-HZ-DATE(WS-HZ-COUNT)
012630                     '   ' WS-EDIT-REJECT ' PAST DUE STILL HELD'
012640                     DELIMITED BY SIZE
012650                     INTO WS-AR-DETAIL(WS-AREA-CUR)
012660         WHEN OTHER
012670             STRING WS-EDIT-COUNT ' DUE BY '
012680                     WS-HZ-DATE(WS-HZ-COUNT)
012690                     '   ' WS-EDIT-AVG ' WAREHOUSED IN ALL'
012700                     DELIMITED BY SIZE
012710                     INTO WS-AR-DETAIL(WS-AREA-CUR)
012720     END-EVALUATE.
012730 8300-EXIT.
012740     EXIT.
012750*----------------------------------------------------------*
012760* 8800-RAISE-STATUS MOVES THE CURRENT AREA'S STATUS TO       *
012770* WS-NEW-STATUS WHEN THAT IS WORSE -- AN AREA NEVER GETS     *
012780* BETTER ONCE SOMETHING HAS MADE IT AMBER OR RED.            *
012790*----------------------------------------------------------*
012800 8800-RAISE-STATUS.
012810     EVALUATE TRUE
012820         WHEN WS-NEW-STATUS = 'R'
012830             MOVE 'R' TO WS-AR-STATUS(WS-AREA-CUR)
012840         WHEN WS-NEW-STATUS = 'A'
012850          AND WS-AR-GREEN(WS-AREA-CUR)
012860             MOVE 'A' TO WS-AR-STATUS(WS-AREA-CUR)
012870         WHEN OTHER
012880             CONTINUE
012890     END-EVALUATE.
012900 8800-EXIT.
012910     EXIT.
012920 8900-SET-STATUS-WORD.
012930     EVALUATE WS-NEW-STATUS
012940         WHEN 'R'
012950             MOVE 'RED' TO WS-STATUS-WORD
012960         WHEN 'A'
012970             MOVE 'AMBER' TO WS-STATUS-WORD
012980         WHEN OTHER
012990             MOVE 'GREEN' TO WS-STATUS-WORD
013000     END-EVALUATE.
013010 8900-EXIT.
013020     EXIT.
013030*----------------------------------------------------------*
013040* 9000-TERMINATE TAKES THE OVERALL STATUS AS THE WORST AREA, *
013050* WRITES THE DIGEST AND THE STATUS RECORD, AND LEAVES RC 0   *
013060* FOR GREEN, 4 FOR AMBER AND 8 FOR RED SO THE SCHEDULER CAN  *
013070* ALERT ON EITHER.                                           *
013080*----------------------------------------------------------*
013090 9000-TERMINATE.
013100     PERFORM 9010-ROLL-ONE-AREA THRU 9010-EXIT
013110         VARYING WS-AREA-SUB FROM 1 BY 1
013120         UNTIL WS-AREA-SUB > WS-AREA-COUNT.
013130     EVALUATE WS-OVERALL
013140         WHEN 'R'
013150             MOVE 8 TO RETURN-CODE
013160         WHEN 'A'
013170             MOVE 4 TO RETURN-CODE
013180         WHEN OTHER
013190             MOVE ZERO TO RETURN-CODE
013200     END-EVALUATE.
013210     PERFORM 9100-WRITE-DIGEST THRU 9100-EXIT.
013220     PERFORM 9200-WRITE-STATUS-RECORD THRU 9200-EXIT.
013230     CLOSE RPT-FILE.
013240     MOVE WS-OVERALL TO WS-NEW-STATUS.
013250     PERFORM 8900-SET-STATUS-WORD THRU 8900-EXIT.
013260     DISPLAY 'DL900 OPERATIONS DIGEST COMPLETE FOR ' WS-BUS-DATE.
013270     DISPLAY '    OVERALL STATUS    = ' WS-STATUS-WORD
013280             '  AREAS ' WS-AREA-LETTERS.
013290     IF WS-OVERALL NOT = 'G'
013300         DISPLAY 'DL900089W OVERALL STATUS ' WS-STATUS-WORD
013310                 ' -- SEE DIGRPT'
013320     END-IF.
013330     CLOSE STAT-FILE.
013340 9000-EXIT.
013350     EXIT.
013360 9010-ROLL-ONE-AREA.
013370     MOVE WS-AR-STATUS(WS-AREA-SUB)
013380         TO WS-AREA-LETTER(WS-AREA-SUB).
013390     EVALUATE TRUE
013400         WHEN WS-AR-RED(WS-AREA-SUB)
013410             MOVE 'R' TO WS-OVERALL
013420         WHEN WS-AR-AMBER(WS-AREA-SUB)
013430          AND WS-OVERALL = 'G'
013440             MOVE 'A' TO WS-OVERALL
013450         WHEN OTHER
013460             CONTINUE
013470     END-EVALUATE.
013480 9010-EXIT.
013490     EXIT.
013500*----------------------------------------------------------*
013510* 9100-WRITE-DIGEST WRITES THE ONE-PAGE DIGEST: THE OVERALL  *
013520* STATUS, THEN ONE LINE PER AREA WITH ITS STATUS AND DETAIL, *
013530* FOLLOWED BY THE STEPS THAT DID NOT COMPLETE CLEANLY, THE   *
013540* GL DAYS MISMATCHED OR OVERDUE, THE SUSPENSE COUNTS BY AGE  *
013550* BAND, AND THE WAREHOUSED ITEMS DUE EACH BUSINESS DAY.      *
013560*----------------------------------------------------------*
013570 9100-WRITE-DIGEST.
013580     MOVE SPACES TO RPT-LINE.
013590     STRING 'DL900 MORNING OPERATIONS STATUS DIGEST FOR '
013600             'BUSINESS DATE ' WS-BUS-DATE
013610             DELIMITED BY SIZE INTO RPT-LINE.
013620     WRITE RPT-LINE.
013630     MOVE SPACES TO RPT-LINE.
013640     STRING 'RUN DATE (YYMMDD) : ' WS-REPORT-DATE
013650             '   RUN TIME (HHMMSSHH) : ' WS-REPORT-TIME
013660             DELIMITED BY SIZE INTO RPT-LINE.
013670     WRITE RPT-LINE.
013680     MOVE SPACES TO RPT-LINE.
013690     WRITE RPT-LINE.
013700     MOVE WS-OVERALL TO WS-NEW-STATUS.
013710     PERFORM 8900-SET-STATUS-WORD THRU 8900-EXIT.
013720     MOVE SPACES TO RPT-LINE.
013730     STRING 'OVERALL STATUS : ' WS-STATUS-WORD
013740             DELIMITED BY SIZE INTO RPT-LINE.
013750     WRITE RPT-LINE.
013760     MOVE SPACES TO RPT-LINE.
013770     WRITE RPT-LINE.
013780     MOVE SPACES TO RPT-LINE.
013790     STRING 'AREA                 STATUS   DETAIL'
013800             DELIMITED BY SIZE INTO RPT-LINE.
013810     WRITE RPT-LINE.
013820     MOVE 1 TO WS-AREA-SUB.
013830     PERFORM 9110-WRITE-AREA-LINE THRU 9110-EXIT.
013840     PERFORM 9120-WRITE-ONE-STEP THRU 9120-EXIT
013850         VARYING WS-STEP-SUB FROM 1 BY 1
013860         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
013870     MOVE 2 TO WS-AREA-SUB.
013880     PERFORM 9110-WRITE-AREA-LINE THRU 9110-EXIT.
013890     MOVE 3 TO WS-AREA-SUB.
013900     PERFORM 9110-WRITE-AREA-LINE THRU 9110-EXIT.
013910     MOVE 4 TO WS-AREA-SUB.
013920     PERFORM 9110-WRITE-AREA-LINE THRU 9110-EXIT.
013930     MOVE 5 TO WS-AREA-SUB.
013940     PERFORM 9110-WRITE-AREA-LINE THRU 9110-EXIT.
013950     PERFORM 9130-WRITE-ONE-GL-DAY THRU 9130-EXIT
013960         VARYING WS-GX-SUB FROM 1 BY 1
013970         UNTIL WS-GX-SUB > WS-GX-COUNT.
013980     IF WS-GX-OVER > ZERO
013990         MOVE WS-GX-OVER TO WS-EDIT-A
014000         MOVE SPACES TO RPT-LINE
014010         STRING '      ... AND ' WS-EDIT-A ' MORE -- SEE DL700'
014020                 DELIMITED BY SIZE INTO RPT-LINE
014030         WRITE RPT-LINE
014040     END-IF.
014050     MOVE 6 TO WS-AREA-SUB.
014060     PERFORM 9110-WRITE-AREA-LINE THRU 9110-EXIT.
014070     PERFORM 9140-WRITE-ONE-BAND THRU 9140-EXIT
014080         VARYING WS-SB-SUB FROM 1 BY 1
014090         UNTIL WS-SB-SUB > WS-SB-COUNT.
014100     MOVE 7 TO WS-AREA-SUB.
014110     PERFORM 9110-WRITE-AREA-LINE THRU 9110-EXIT.
014120     PERFORM 9150-WRITE-ONE-DUE-DAY THRU 9150-EXIT
014130         VARYING WS-HZ-SUB FROM 1 BY 1
014140         UNTIL WS-HZ-SUB > WS-HZ-COUNT.
014150     MOVE SPACES TO RPT-LINE.
014160     WRITE RPT-LINE.
014170     MOVE RETURN-CODE TO WS-EDIT-RC.
014180     MOVE SPACES TO RPT-LINE.
014190     STRING 'STATUS RECORD WRITTEN TO DIGSTAT -- RC '
014200             WS-EDIT-RC
014210             DELIMITED BY SIZE INTO RPT-LINE.
014220     WRITE RPT-LINE.
014230 9100-EXIT.
014240     EXIT.
014250 9110-WRITE-AREA-LINE.
014260     MOVE WS-AR-STATUS(WS-AREA-SUB) TO WS-NEW-STATUS.
014270     PERFORM 8900-SET-STATUS-WORD THRU 8900-EXIT.
014280     MOVE SPACES TO RPT-LINE.
014290     WRITE RPT-LINE.
014300     MOVE SPACES TO RPT-LINE.
014310     STRING WS-AREA-NAME(WS-AREA-SUB)
014320             ' ' WS-STATUS-WORD
014330             '    ' WS-AR-DETAIL(WS-AREA-SUB)
014340             DELIMITED BY SIZE INTO RPT-LINE.
014350     WRITE RPT-LINE.
014360 9110-EXIT.
014370     EXIT.
014380 9120-WRITE-ONE-STEP.
014390     IF NOT WS-ST-COMPLETED(WS-STEP-SUB)
014400        OR WS-ST-RC(WS-STEP-SUB) > ZERO
014410         EVALUATE TRUE
014420             WHEN WS-ST-COMPLETED(WS-STEP-SUB)
014430                 MOVE 'COMPLETED' TO WS-STEP-WORD
014440             WHEN WS-ST-STARTED(WS-STEP-SUB)
014450                 MOVE 'STARTED, NOT COMPLETED' TO WS-STEP-WORD
014460             WHEN OTHER
014470                 MOVE 'NOT RUN' TO WS-STEP-WORD
014480         END-EVALUATE
014490         MOVE SPACES TO RPT-LINE
014500         STRING '      STEP ' WS-ST-NAME(WS-STEP-SUB)
014510                 ' ' WS-STEP-WORD
014520                 ' RC ' WS-ST-RC(WS-STEP-SUB)
014530                 DELIMITED BY SIZE INTO RPT-LINE
014540         WRITE RPT-LINE
014550     END-IF.
014560 9120-EXIT.
014570     EXIT.
014580 9130-WRITE-ONE-GL-DAY.
014590     MOVE WS-GX-AGE(WS-GX-SUB) TO WS-EDIT-A.
014600     MOVE WS-GX-SENT-COUNT(WS-GX-SUB) TO WS-EDIT-SENT.
014610     MOVE WS-GX-ACK-COUNT(WS-GX-SUB) TO WS-EDIT-ACKED.
014620     MOVE SPACES TO RPT-LINE.
014630     IF WS-GX-MISMATCHED(WS-GX-SUB)
014640         STRING '      BUS DATE ' WS-GX-BUS-DATE(WS-GX-SUB)
014650                 '  MISMATCHED  SENT ' WS-EDIT-SENT
014660                 '  ACKNOWLEDGED ' WS-EDIT-ACKED
014670                 DELIMITED BY SIZE INTO RPT-LINE
014680     ELSE
014690         STRING '      BUS DATE ' WS-GX-BUS-DATE(WS-GX-SUB)
014700                 '  OVERDUE     SENT ' WS-EDIT-SENT
014710                 '  AGE ' WS-EDIT-A ' BUSINESS DAYS'
014720                 DELIMITED BY SIZE INTO RPT-LINE
014730     END-IF.
014740     WRITE RPT-LINE.
014750 9130-EXIT.
014760     EXIT.
014770 9140-WRITE-ONE-BAND.
014780     MOVE WS-SB-ITEMS(WS-SB-SUB) TO WS-EDIT-COUNT.
014790     MOVE SPACES TO RPT-LINE.
014800     STRING '      ' WS-SB-LABEL(WS-SB-SUB)
014810             ' : ' WS-EDIT-COUNT
014820             DELIMITED BY SIZE INTO RPT-LINE.
014830     WRITE RPT-LINE.
014840 9140-EXIT.
014850     EXIT.
014860 9150-WRITE-ONE-DUE-DAY.
014870     MOVE WS-HZ-ITEMS(WS-HZ-SUB) TO WS-EDIT-COUNT.
014880     MOVE SPACES TO RPT-LINE.
014890     IF WS-HZ-BY-BUSINESS-DAYS
014900         STRING '      RELEASING ' WS-HZ-DATE(WS-HZ-SUB)
014910                 ' : ' WS-EDIT-COUNT
014920                 DELIMITED BY SIZE INTO RPT-LINE
014930     ELSE
014940         STRING '      RELEASING ' WS-HZ-DATE(WS-HZ-SUB)
014950                 ' : ' WS-EDIT-COUNT
014960                 '   (CALENDAR DAYS -- NO BUSINESS CALENDAR)'
014970                 DELIMITED BY SIZE INTO RPT-LINE
014980     END-IF.
014990     WRITE RPT-LINE.
015000 9150-EXIT.
015010     EXIT.
015020*----------------------------------------------------------*
015030* 9200-WRITE-STATUS-RECORD WRITES THE ONE RECORD THE         *
015040* SCHEDULER ALERTS ON: THE OVERALL AND PER-AREA STATUS       *
015050* LETTERS, THE RETURN CODE, AND THE COUNTS BEHIND THEM.      *
015060*----------------------------------------------------------*
015070 9200-WRITE-STATUS-RECORD.
015080     MOVE SPACES TO DL100-DS-RECORD.
015090     MOVE 'DL900' TO DL100-DS-PROGRAM.
015100     MOVE WS-BUS-DATE TO DL100-DS-BUS-DATE.
015110     MOVE WS-REPORT-DATE TO DL100-DS-RUN-DATE.
015120     MOVE WS-REPORT-TIME TO DL100-DS-RUN-TIME.
015130     MOVE WS-OVERALL TO DL100-DS-OVERALL.
015140     PERFORM 9210-MOVE-ONE-AREA THRU 9210-EXIT
015150         VARYING WS-AREA-SUB FROM 1 BY 1
015160         UNTIL WS-AREA-SUB > WS-AREA-COUNT.
015170     MOVE RETURN-CODE TO DL100-DS-RC.
015180     MOVE WS-STEPS-DONE TO DL100-DS-STEPS-DONE.
015190     MOVE WS-LAST-LOADED TO DL100-DS-LOADED.
015200     MOVE WS-TRAIL-AVG TO DL100-DS-TRAIL-AVG.
015210     MOVE WS-VFY-FAILED TO DL100-DS-VFY-FAILED.
015220     MOVE WS-GL-UNACKED TO DL100-DS-GL-UNACKED.
015230     MOVE WS-GL-MISMATCHED TO DL100-DS-GL-MISMATCHED.
015240     MOVE WS-SUSP-COUNT TO DL100-DS-SUSP-COUNT.
015250     MOVE WS-SUSP-OLDEST TO DL100-DS-SUSP-OLDEST.
015260     MOVE WS-WH-DUE TO DL100-DS-WHSE-DUE.
015270     WRITE DL100-DS-RECORD.
015280 9200-EXIT.
015290     EXIT.
015300 9210-MOVE-ONE-AREA.
015310     MOVE WS-AR-STATUS(WS-AREA-SUB)
015320         TO DL100-DS-AREA(WS-AREA-SUB).
015330 9210-EXIT.
015340     EXIT.
