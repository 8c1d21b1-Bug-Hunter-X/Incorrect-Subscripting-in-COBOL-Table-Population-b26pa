002270*                BEFORE THE LAST CLOSED ONE, SO THE RELOAD   *
002280*                PASS CANNOT RESURRECT AN EARLIER DAY FROM   *
002290*                SLOTS A LATER DAY ALREADY REWROTE.          *
002300*  10/15/26 RGH  EVERY DETAIL'S ACCOUNT IS NOW LOOKED UP ON    *
002310*                THE ACCOUNT MASTER (ACCTMST, COPY DL100AM)    *
002320*                MAINTAINED BY DL160. AN ACCOUNT NOT ON THE    *
002330*                MASTER REJECTS WITH REASON ANOF, A CLOSED     *
002340*                ONE WITH ACLS, AND A FROZEN ONE WITH AFRZ,    *
002350*                EACH WITH ITS OWN EDIT-SUMMARY LINE, SO A     *
002360*                MISTYPED OR LONG-CLOSED ACCOUNT NO LONGER     *
002370*                REACHES THE TABLE AND THE GL. A MISSING       *
002380*                MASTER STOPS THE RUN, AS TRANCD DOES.         *
002390*  10/15/26 RGH  EACH BUSINESS DATE IS NOW CHECKED AGAINST THE *
002400*                REGIONAL SOURCE REGISTRY (SRCREG, COPY        *
002410*                DL100SR): A REGISTERED SOURCE EXPECTED ON     *
002420*                THAT DAY OF THE WEEK THAT SENT NOTHING, A     *
002430*                SOURCE NOT ON THE REGISTRY, AND A SOURCE      *
002440*                WHOSE DAY'S VOLUME FALLS OUTSIDE ITS OWN      *
002450*                RANGE ARE EACH LISTED IN A NEW SOURCE         *
002460*                REGISTRY SECTION OF THE LOAD-CONTROL REPORT   *
002470*                AND LEAVE RC 4, SO A MISSING REGION IS        *
002480*                CHASED THAT MORNING EVEN THOUGH THE FEED      *
002490*                BALANCED. A CATCH-UP FEED IS CHECKED DATE BY  *
002500*                DATE AS EACH DAY CLOSES. NO REGISTRY FILE     *
002510*                SKIPS THE CHECK WITH A NOTE ON THE REPORT.    *
002520*  10/15/26 RGH  THE DATE-GAP CHECK NOW READS THE BUSINESS-DAY *
002530*                CALENDAR (BUSCAL, COPY DL100BC). THE DATE A   *
002540*                FEED SHOULD CARRY IS THE NEXT BUSINESS DAY    *
002550*                AFTER THE LAST ONE PROCESSED, NOT THE NEXT    *
002560*                CALENDAR DAY, SO A MONDAY FEED AFTER A FRIDAY *
002570*                OR A FEED AFTER A BANK HOLIDAY NO LONGER      *
002580*                RAISES A GAP WARNING AND RC 4 -- A GAP NOW    *
002590*                MEANS A REAL BUSINESS DAY IS MISSING. A FEED  *
002600*                DATED ON A NON-BUSINESS DAY IS NOTED BUT NOT  *
002610*                A GAP. NO CALENDAR, OR A DATE BEYOND ITS LAST *
002620*                DAY, FALLS BACK TO THE CALENDAR-DAY CHECK     *
002630*                WITH A WARNING.                               *
002640*  10/15/26 RGH  EACH SUSPENSE RECORD NOW CARRIES THE SOURCE   *
002650*                CODE OF THE FEED GROUP THE REJECTED DETAIL    *
002660*                CAME IN UNDER (BLANK WHEN NO SOURCE WAS IN    *
002670*                EFFECT), SO DL140 CAN SEND EACH REGION NOTICE *
002680*                OF ITS OWN REJECTS. SUSPOUT IS NOW 87 WIDE.   *
002690*  10/15/26 RGH  AN ENTRY WHOSE AMOUNT, DEBIT OR CREDIT, IS    *
002700*                ABOVE ITS HIGH-VALUE HOLD LIMIT STILL LOADS   *
002710*                BUT IS MARKED HELD (H) ON THE TABLE EXTRACT.  *
002720*                THE LIMIT IS THE TRANSACTION CODE'S (TRANCD), *
002730*                OR THE SOURCE'S OWN LIMIT ON THE REGISTRY     *
002740*                (SRCREG) WHEN IT HAS ONE; ZERO OR BLANK MEANS *
002750*                NONE. MATURED WAREHOUSED ENTRIES ARE JUDGED   *
002760*                THE SAME WAY. A CATCH-UP DATE SPILLED TO      *
002770*                CUPOUT KEEPS EACH ENTRY'S HOLD MARK, SO DL410 *
002780*                HOLDS IT UNDER ITS OWN DATE AND DL400 AND     *
002790*                DL180 LEAVE IT OUT UNTIL RELEASED. THE        *
002800*                CONTROL REPORT SHOWS THE COUNT AND AMOUNT     *
002810*                HELD, COVERING EVERY DATE ON THE FEED.        *
002870*----------------------------------------------------------*
002880 ENVIRONMENT DIVISION.
002890 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
002910 OBJECT-COMPUTER.   IBM-370.
002920 INPUT-OUTPUT SECTION.
002930 FILE-CONTROL.
002940     SELECT TRANS-FILE   ASSIGN TO TRANSIN
002950                         ORGANIZATION IS SEQUENTIAL
002960                         FILE STATUS IS WS-TRANS-STATUS.
002970     SELECT RPT-FILE     ASSIGN TO RPTOUT
002980                         ORGANIZATION IS LINE SEQUENTIAL
002990                         FILE STATUS IS WS-RPT-STATUS.
003000     SELECT CKPT-FILE    ASSIGN TO CKPTFILE
003010                         ORGANIZATION IS SEQUENTIAL
003020                         FILE STATUS IS WS-CKPT-STATUS.
003030     SELECT TBL-OUT-FILE ASSIGN TO TBLOUT
003040                         ORGANIZATION IS RELATIVE
003050                         ACCESS MODE IS DYNAMIC
003060                         RELATIVE KEY IS WS-TBL-REL-KEY
003070                         FILE STATUS IS WS-TBL-STATUS.
003080     SELECT SUSP-FILE    ASSIGN TO SUSPOUT
003090                         ORGANIZATION IS SEQUENTIAL
003100                         FILE STATUS IS WS-SUSP-STATUS.
003110     SELECT PARM-FILE    ASSIGN TO PARMIN
003120                         ORGANIZATION IS LINE SEQUENTIAL
003130                         FILE STATUS IS WS-PARM-STATUS.
003140     SELECT CTL-FILE     ASSIGN TO RUNCTL
003150                         ORGANIZATION IS SEQUENTIAL
003160                         FILE STATUS IS WS-CTL-STATUS.
003170     SELECT HIST-FILE    ASSIGN TO RUNHIST
003180                         ORGANIZATION IS SEQUENTIAL
003190                         FILE STATUS IS WS-HIST-STATUS.
003200     SELECT TBL-KEY-FILE ASSIGN TO TBLIDX
003210                         ORGANIZATION IS INDEXED
003220                         ACCESS MODE IS RANDOM
003230                         RECORD KEY IS DL100-KEY-ACCT-NO
003240                         FILE STATUS IS WS-KEY-STATUS.
003250     SELECT TC-FILE      ASSIGN TO TRANCD
003260                         ORGANIZATION IS INDEXED
003270                         ACCESS MODE IS SEQUENTIAL
003280                         RECORD KEY IS DL100-TC-CODE
003290                         FILE STATUS IS WS-TC-STATUS.
003300     SELECT ACCT-FILE    ASSIGN TO ACCTMST
003310                         ORGANIZATION IS INDEXED
003320                         ACCESS MODE IS RANDOM
003330                         RECORD KEY IS DL100-AM-ACCT-NO
003340                         FILE STATUS IS WS-ACCT-STATUS.
003350     SELECT PEND-IN-FILE ASSIGN TO PENDIN
003360                         ORGANIZATION IS SEQUENTIAL
003370                         FILE STATUS IS WS-PENDIN-STATUS.
003380     SELECT PEND-OUT-FILE ASSIGN TO PENDOUT
003390                         ORGANIZATION IS SEQUENTIAL
003400                         FILE STATUS IS WS-PENDOUT-STATUS.
003410     SELECT CUP-OUT-FILE ASSIGN TO CUPOUT
003420                         ORGANIZATION IS SEQUENTIAL
003430                         FILE STATUS IS WS-CUP-STATUS.
003440     SELECT REG-FILE     ASSIGN TO SRCREG
003450                         ORGANIZATION IS SEQUENTIAL
003460                         FILE STATUS IS WS-REG-STATUS.
003470     SELECT CAL-FILE     ASSIGN TO BUSCAL
003480                         ORGANIZATION IS SEQUENTIAL
003490                         FILE STATUS IS WS-CAL-STATUS.
003500 DATA DIVISION.
003510 FILE SECTION.
003520 FD  TRANS-FILE
003530     LABEL RECORDS ARE STANDARD
003540     RECORD CONTAINS 80 CHARACTERS.
003550 01  TRANS-RECORD                PIC X(80).
003560 01  TRANS-RECORD-R REDEFINES TRANS-RECORD.
003570     05  TRANS-REC-TYPE          PIC X(01).
003580         88  TRANS-IS-HEADER              VALUE 'H'.
003590         88  TRANS-IS-DETAIL              VALUE 'D'.
003600         88  TRANS-IS-TRAILER             VALUE 'T'.
003610     05  FILLER                  PIC X(79).
003620 01  TRANS-HEADER-R REDEFINES TRANS-RECORD.
003630     05  FILLER                  PIC X(01).
003640     05  TRANS-HDR-SOURCE        PIC X(03).
003650     05  TRANS-HDR-BUS-DATE      PIC 9(08).
003660     05  TRANS-HDR-BUS-DATE-X REDEFINES TRANS-HDR-BUS-DATE
003670                                 PIC X(08).
003680     05  FILLER                  PIC X(68).
003690 01  TRANS-DETAIL-R REDEFINES TRANS-RECORD.
003700     05  FILLER                  PIC X(01).
003710     05  TRANS-DET-ACCT-NO       PIC X(10).
003720     05  TRANS-DET-TRAN-CODE     PIC X(02).
003730     05  TRANS-DET-AMOUNT        PIC 9(09)V99.
003740     05  TRANS-DET-AMOUNT-X REDEFINES TRANS-DET-AMOUNT
003750                                 PIC X(11).
003760     05  TRANS-DET-EFF-DATE      PIC 9(08).
003770     05  TRANS-DET-EFF-DATE-X REDEFINES TRANS-DET-EFF-DATE
003780                                 PIC X(08).
003790     05  TRANS-DET-DC-IND        PIC X(01).
003800         88  TRANS-DET-IS-DEBIT           VALUES ' ' 'D'.
003810         88  TRANS-DET-IS-CREDIT          VALUE 'C'.
003820     05  FILLER                  PIC X(47).
003830 01  TRANS-TRAILER-R REDEFINES TRANS-RECORD.
003840     05  FILLER                  PIC X(01).
003850     05  TRANS-TRAILER-COUNT     PIC 9(05).
003860     05  FILLER                  PIC X(74).
003870 FD  RPT-FILE
003880     LABEL RECORDS ARE OMITTED
003890     RECORD CONTAINS 100 CHARACTERS.
003900 01  RPT-LINE                    PIC X(100).
003910 FD  PARM-FILE
003920     LABEL RECORDS ARE OMITTED
003930     RECORD CONTAINS 80 CHARACTERS.
003940 01  PARM-RECORD.
003950     05  PARM-KEYWORD            PIC X(06).
003960     05  PARM-FORCE-VALUE        PIC X(01).
003970     05  FILLER                  PIC X(73).
003980 FD  CTL-FILE
003990     LABEL RECORDS ARE STANDARD
004000     RECORD CONTAINS 8 CHARACTERS.
004010 01  CTL-RECORD.
004020     05  CTL-LAST-DATE           PIC 9(08).
004030 FD  CKPT-FILE
004040     LABEL RECORDS ARE STANDARD
004050     RECORD CONTAINS 13 CHARACTERS.
004060 01  CKPT-RECORD.
004070     05  CKPT-REC-COUNT          PIC 9(05).
004080     05  CKPT-PROC-COUNT         PIC 9(05).
004090     05  CKPT-DAYS-CLOSED        PIC 9(02).
004100     05  CKPT-COMPLETE-FLAG      PIC X(01).
004110 FD  SUSP-FILE
004120     LABEL RECORDS ARE STANDARD
004130     RECORD CONTAINS 87 CHARACTERS.
004140 01  SUSP-RECORD.
004150     05  SUSP-REASON-CODE        PIC X(04).
004160     05  SUSP-TRANS-RECORD       PIC X(80).
004170     05  SUSP-SOURCE-CODE        PIC X(03).
004180 FD  HIST-FILE
004190     LABEL RECORDS ARE STANDARD
004200     RECORD CONTAINS 50 CHARACTERS.
004210     COPY DL100RH.
004220 FD  TBL-KEY-FILE
004230     LABEL RECORDS ARE STANDARD
004240     RECORD CONTAINS 90 CHARACTERS.
004250     COPY DL100TK.
004260 FD  TBL-OUT-FILE
004270     LABEL RECORDS ARE STANDARD
004280     RECORD CONTAINS 80 CHARACTERS.
004290     COPY DL100TR.
004300 FD  TC-FILE
004310     LABEL RECORDS ARE STANDARD
004320     RECORD CONTAINS 60 CHARACTERS.
004330     COPY DL100TC.
004340 FD  ACCT-FILE
004350     LABEL RECORDS ARE STANDARD
004360     RECORD CONTAINS 80 CHARACTERS.
004370     COPY DL100AM.
004380 FD  PEND-IN-FILE
004390     LABEL RECORDS ARE STANDARD
004400     RECORD CONTAINS 100 CHARACTERS.
004410 01  PEND-IN-RECORD              PIC X(100).
004420 FD  PEND-OUT-FILE
004430     LABEL RECORDS ARE STANDARD
004440     RECORD CONTAINS 100 CHARACTERS.
004450     COPY DL100PD.
004460 FD  CUP-OUT-FILE
004470     LABEL RECORDS ARE STANDARD
004480     RECORD CONTAINS 94 CHARACTERS.
004490     COPY DL100AR.
004500 FD  REG-FILE
004510     LABEL RECORDS ARE STANDARD
004520     RECORD CONTAINS 80 CHARACTERS.
004530     COPY DL100SR.
004540 FD  CAL-FILE
004550     LABEL RECORDS ARE STANDARD
004560     RECORD CONTAINS 80 CHARACTERS.
004570     COPY DL100BC.
004580 WORKING-STORAGE SECTION.
004590 01  WS-FILE-CONTROLS.
004600     05  WS-CKPT-STATUS          PIC X(02) VALUE '00'.
004610     05  WS-TBL-REL-KEY          PIC 9(5) COMP VALUE ZERO.
004620     05  WS-TBL-STATUS           PIC X(02) VALUE '00'.
004630     05  WS-TRANS-STATUS         PIC X(02) VALUE '00'.
004640     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
004650     05  WS-SUSP-STATUS          PIC X(02) VALUE '00'.
004660     05  WS-KEY-STATUS           PIC X(02) VALUE '00'.
004670     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
004680     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
004690     05  WS-CTL-STATUS           PIC X(02) VALUE '00'.
004700     05  WS-TC-STATUS            PIC X(02) VALUE '00'.
004710     05  WS-PENDIN-STATUS        PIC X(02) VALUE '00'.
004720     05  WS-PENDOUT-STATUS       PIC X(02) VALUE '00'.
004730     05  WS-CUP-STATUS           PIC X(02) VALUE '00'.
004740     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
004750     05  WS-REG-STATUS           PIC X(02) VALUE '00'.
004760     05  WS-CAL-STATUS           PIC X(02) VALUE '00'.
004770 01  WS-AREA.
004780     05  WS-COUNT                PIC 9(5) COMP VALUE ZERO.
004790     05  WS-COUNT-MAX            PIC 9(5) COMP VALUE ZERO.
004800     05  WS-TABLE-MAX-ALLOWED    PIC 9(5) COMP VALUE 100.
004810     05  WS-FIRST-ENTRY          PIC X(80) VALUE SPACES.
004820     05  WS-LAST-ENTRY           PIC X(80) VALUE SPACES.
004830     05  WS-EDIT-TOTAL           PIC ZZZZ9.
004840     05  WS-EXPECTED-COUNT       PIC 9(5) COMP VALUE ZERO.
004850     05  WS-EDIT-EXPECTED        PIC ZZZZ9.
004860     05  WS-CKPT-COUNT           PIC 9(5) COMP VALUE ZERO.
004870     05  WS-CKPT-INTERVAL        PIC 9(5) COMP VALUE 25.
004880     05  WS-SKIP-COUNT           PIC 9(5) COMP VALUE ZERO.
004890     05  WS-CKPT-REM             PIC 9(5) COMP VALUE ZERO.
004900     05  WS-CKPT-QUOT            PIC 9(5) COMP VALUE ZERO.
004910     05  WS-SEARCH-RECNO         PIC 9(5) COMP VALUE ZERO.
004920     05  WS-SEARCH-RESULT        PIC X(80) VALUE SPACES.
004930     05  WS-PROC-COUNT           PIC 9(5) COMP VALUE ZERO.
004940     05  WS-CKPT-PROC            PIC 9(5) COMP VALUE ZERO.
004950     05  WS-CKPT-DAYS            PIC 9(2) COMP VALUE ZERO.
004960     05  WS-DAYS-CLOSED          PIC 9(2) COMP VALUE ZERO.
004970     05  WS-REJECT-COUNT         PIC 9(5) COMP VALUE ZERO.
004980     05  WS-REJ-ACCT-COUNT       PIC 9(5) COMP VALUE ZERO.
004990     05  WS-REJ-TRAN-COUNT       PIC 9(5) COMP VALUE ZERO.
005000     05  WS-REJ-AMT-COUNT        PIC 9(5) COMP VALUE ZERO.
005010     05  WS-REJ-DATE-COUNT       PIC 9(5) COMP VALUE ZERO.
005020     05  WS-REJ-TCDE-COUNT       PIC 9(5) COMP VALUE ZERO.
005030     05  WS-REJ-ANOF-COUNT       PIC 9(5) COMP VALUE ZERO.
005040     05  WS-REJ-ACLS-COUNT       PIC 9(5) COMP VALUE ZERO.
005050     05  WS-REJ-AFRZ-COUNT       PIC 9(5) COMP VALUE ZERO.
005060     05  WS-REJECT-REASON        PIC X(04) VALUE SPACES.
005070     05  WS-EDIT-PROCESSED       PIC ZZZZ9.
005080     05  WS-EDIT-REJECTED        PIC ZZZZ9.
005090     05  WS-EDIT-REASON          PIC ZZZZ9.
005100     05  WS-WORK-DATE.
005110         10  WS-WORK-CCYY        PIC 9(04).
005120         10  WS-WORK-MM          PIC 9(02).
005130         10  WS-WORK-DD          PIC 9(02).
005140     05  WS-REJ-SRC-COUNT        PIC 9(5) COMP VALUE ZERO.
005150     05  WS-SRC-COUNT            PIC 9(2) COMP VALUE ZERO.
005160     05  WS-SRC-CUR              PIC 9(2) COMP VALUE ZERO.
005170     05  WS-SRC-SUB              PIC 9(2) COMP VALUE ZERO.
005180     05  WS-SRC-MAX-ALLOWED      PIC 9(2) COMP VALUE 10.
005190     05  WS-SRC-PROC             PIC 9(5) COMP VALUE ZERO.
005200     05  WS-CUR-SRC-CODE         PIC X(03) VALUE SPACES.
005210     05  WS-EDIT-SRC-LOADED      PIC ZZZZ9.
005220     05  WS-EDIT-SRC-REJECT      PIC ZZZZ9.
005230     05  WS-EDIT-SRC-EXPECT      PIC ZZZZ9.
005240     05  WS-EDIT-SRC-WHSE        PIC ZZZZ9.
005250     05  WS-SOURCE-TBL OCCURS 10 TIMES.
005260         10  WS-SRC-CODE         PIC X(03).
005270         10  WS-SRC-LOADED       PIC 9(5) COMP.
005280         10  WS-SRC-REJECTED     PIC 9(5) COMP.
005290         10  WS-SRC-EXPECTED     PIC 9(5) COMP.
005300         10  WS-SRC-TRAILER-SW   PIC X(01).
005310         10  WS-SRC-WAREHOUSED   PIC 9(5) COMP.
005320         10  WS-SRC-DAY-BASE     PIC 9(5) COMP.
005330     05  WS-RG-MAX-ALLOWED       PIC 9(2) COMP VALUE 30.
005340     05  WS-RG-COUNT             PIC 9(2) COMP VALUE ZERO.
005350     05  WS-RG-SUB               PIC 9(2) COMP VALUE ZERO.
005360     05  WS-RG-CUR               PIC 9(2) COMP VALUE ZERO.
005370     05  WS-RG-SRC               PIC 9(2) COMP VALUE ZERO.
005380     05  WS-REGISTRY-TBL OCCURS 30 TIMES.
005390         10  WS-RG-CODE          PIC X(03).
005400         10  WS-RG-DESC          PIC X(30).
005410         10  WS-RG-DAY OCCURS 7 TIMES
005420                                 PIC X(01).
005430         10  WS-RG-VOL-LOW       PIC 9(5) COMP.
005440         10  WS-RG-VOL-HIGH      PIC 9(5) COMP.
005450         10  WS-RG-HOLD-LIMIT    PIC 9(09)V99 COMP-3.
005460     05  WS-CHECK-DATE           PIC 9(08) VALUE ZERO.
005470     05  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
005480         10  WS-CHECK-CCYY       PIC 9(04).
005490         10  WS-CHECK-MM         PIC 9(02).
005500         10  WS-CHECK-DD         PIC 9(02).
005510     05  WS-WEEKDAY              PIC 9(1) VALUE ZERO.
005520     05  WS-WD-MONTH             PIC 9(2) COMP VALUE ZERO.
005530     05  WS-WD-YEAR              PIC 9(4) COMP VALUE ZERO.
005540     05  WS-WD-CENTURY           PIC 9(2) COMP VALUE ZERO.
005550     05  WS-WD-YY                PIC 9(2) COMP VALUE ZERO.
005560     05  WS-WD-SUM               PIC 9(5) COMP VALUE ZERO.
005570     05  WS-WD-WORK              PIC 9(5) COMP VALUE ZERO.
005580     05  WS-WD-QUOT              PIC 9(5) COMP VALUE ZERO.
005590     05  WS-DAY-NAMES            PIC X(21)
005600         VALUE 'MONTUEWEDTHUFRISATSUN'.
005610     05  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
005620         10  WS-DAY-NAME OCCURS 7 TIMES
005630                             PIC X(03).
005640     05  WS-DAY-VOLUME           PIC 9(5) COMP VALUE ZERO.
005650     05  WS-SX-MAX-ALLOWED       PIC 9(3) COMP VALUE 50.
005660     05  WS-SX-COUNT             PIC 9(3) COMP VALUE ZERO.
005670     05  WS-SX-OVER              PIC 9(3) COMP VALUE ZERO.
005680     05  WS-SX-SUB               PIC 9(3) COMP VALUE ZERO.
005690     05  WS-SX-NEW-CODE          PIC X(03) VALUE SPACES.
005700     05  WS-SX-NEW-TYPE          PIC X(01) VALUE SPACE.
005710     05  WS-SX-TBL OCCURS 50 TIMES.
005720         10  WS-SX-DATE          PIC 9(08).
005730         10  WS-SX-WEEKDAY       PIC 9(1).
005740         10  WS-SX-CODE          PIC X(03).
005750         10  WS-SX-TYPE          PIC X(01).
005760             88  WS-SX-MISSING            VALUE 'M'.
005770             88  WS-SX-UNREGISTERED       VALUE 'U'.
005780             88  WS-SX-OUT-OF-RANGE       VALUE 'V'.
005790         10  WS-SX-VOLUME        PIC 9(5) COMP.
005800         10  WS-SX-RG            PIC 9(2) COMP.
005810     05  WS-EDIT-SX-VOLUME       PIC ZZZZ9.
005820     05  WS-EDIT-SX-LOW          PIC ZZZZ9.
005830     05  WS-EDIT-SX-HIGH         PIC ZZZZ9.
005840     05  WS-EDIT-SX-COUNT        PIC ZZ9.
005850     05  WS-BUS-DATE             PIC 9(08) VALUE ZERO.
005860     05  WS-START-TIME           PIC 9(08) VALUE ZERO.
005870     05  WS-END-TIME             PIC 9(08) VALUE ZERO.
005880     05  WS-HIST-MIN-RUNS        PIC 9(2) COMP VALUE 03.
005890     05  WS-VOL-TOLERANCE        PIC 9(3) COMP VALUE 25.
005900     05  WS-TRAIL-CNT            PIC 9(5) COMP VALUE ZERO.
005910     05  WS-TRAIL-SUM            PIC 9(7) COMP VALUE ZERO.
005920     05  WS-TRAIL-AVG            PIC 9(5) COMP VALUE ZERO.
005930     05  WS-TRAIL-REM            PIC 9(5) COMP VALUE ZERO.
005940     05  WS-DEVIATION            PIC 9(5) COMP VALUE ZERO.
005950     05  WS-DEV-SCALED           PIC 9(7) COMP VALUE ZERO.
005960     05  WS-TOL-THRESH           PIC 9(7) COMP VALUE ZERO.
005970     05  WS-RING-SUB             PIC 9(2) COMP VALUE ZERO.
005980     05  WS-HIST-RING OCCURS 10 TIMES
005990                             PIC 9(5) COMP VALUE ZERO.
006000     05  WS-EDIT-AVG             PIC ZZZZ9.
006010     05  WS-TRIM-START           PIC 9(5) COMP VALUE ZERO.
006020     05  WS-TRIM-COUNT           PIC 9(5) COMP VALUE ZERO.
006030     05  WS-FEED-DATE            PIC 9(08) VALUE ZERO.
006040     05  WS-CTL-DATE             PIC 9(08) VALUE ZERO.
006050     05  WS-NEXT-DATE            PIC 9(08) VALUE ZERO.
006060     05  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
006070         10  WS-NEXT-CCYY        PIC 9(04).
006080         10  WS-NEXT-MM          PIC 9(02).
006090         10  WS-NEXT-DD          PIC 9(02).
006100     05  WS-DAYS-THIS-MONTH      PIC 9(02) VALUE ZERO.
006110     05  WS-LEAP-REM-4           PIC 9(4) COMP VALUE ZERO.
006120     05  WS-LEAP-REM-100         PIC 9(4) COMP VALUE ZERO.
006130     05  WS-LEAP-REM-400         PIC 9(4) COMP VALUE ZERO.
006140     05  WS-LEAP-QUOT            PIC 9(4) COMP VALUE ZERO.
006150     05  WS-MONTH-DAYS-TBL       PIC X(24)
006160         VALUE '312831303130313130313031'.
006170     05  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.
006180         10  WS-MONTH-DAYS OCCURS 12 TIMES
006190                             PIC 9(02).
006200     05  WS-CAL-MAX-ALLOWED      PIC 9(4) COMP VALUE 1000.
006210     05  WS-CAL-COUNT            PIC 9(4) COMP VALUE ZERO.
006220     05  WS-CAL-SUB              PIC 9(4) COMP VALUE ZERO.
006230     05  WS-CAL-TBL OCCURS 1000 TIMES.
006240         10  WS-CL-DATE          PIC 9(08).
006250         10  WS-CL-DAY-TYPE      PIC X(01).
006260             88  WS-CL-BUSINESS-DAY       VALUE 'B'.
006270     05  WS-TC-MAX-ALLOWED       PIC 9(3) COMP VALUE 50.
006280     05  WS-TC-COUNT             PIC 9(3) COMP VALUE ZERO.
006290     05  WS-TC-SUB               PIC 9(3) COMP VALUE ZERO.
006300     05  WS-TC-CODE-TBL OCCURS 50 TIMES
006310                             PIC X(02).
006320     05  WS-TC-LIMIT-TBL OCCURS 50 TIMES
006330                             PIC 9(09)V99 COMP-3.
006340     05  WS-HV-LIMIT             PIC 9(09)V99 COMP-3
006350                                 VALUE ZERO.
006360     05  WS-HV-AMOUNT            PIC 9(09)V99 COMP-3
006370                                 VALUE ZERO.
006380     05  WS-HV-SUB               PIC 9(2) COMP VALUE ZERO.
006390     05  WS-HV-HELD-COUNT        PIC 9(5) COMP VALUE ZERO.
006400     05  WS-HV-HELD-AMOUNT       PIC S9(13)V99 COMP-3
006410                                 VALUE ZERO.
006420     05  WS-EDIT-HV-COUNT        PIC ZZZZ9.
006430     05  WS-EDIT-HV-AMOUNT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
006440     05  WS-DAY-LOADED           PIC 9(5) COMP VALUE ZERO.
006450     05  WS-DAY-REJ-BASE         PIC 9(5) COMP VALUE ZERO.
006460     05  WS-DAY-REJECTED         PIC 9(5) COMP VALUE ZERO.
006470     05  WS-FEED-LOADED          PIC 9(5) COMP VALUE ZERO.
006480     05  WS-CU-SUB               PIC 9(2) COMP VALUE ZERO.
006490     05  WS-CATCHUP-COUNT        PIC 9(2) COMP VALUE ZERO.
006500     05  WS-CATCHUP-MAX          PIC 9(2) COMP VALUE 10.
006510     05  WS-CATCHUP-TBL OCCURS 10 TIMES.
006520         10  WS-CU-DATE          PIC 9(08).
006530         10  WS-CU-LOADED        PIC 9(5) COMP.
006540         10  WS-CU-REJECTED      PIC 9(5) COMP.
006550     05  WS-EDIT-CU-LOADED       PIC ZZZZ9.
006560     05  WS-EDIT-CU-REJECT       PIC ZZZZ9.
006570     05  WS-EDIT-FEED-LOADED     PIC ZZZZ9.
006580     05  WS-WAREHOUSED-COUNT     PIC 9(5) COMP VALUE ZERO.
006590     05  WS-RELEASED-COUNT       PIC 9(5) COMP VALUE ZERO.
006600     05  WS-MARKED-REL-COUNT     PIC 9(5) COMP VALUE ZERO.
006610     05  WS-EDIT-MARKED-REL      PIC ZZZZ9.
006620     05  WS-PD-CARRIED           PIC 9(3) COMP VALUE ZERO.
006630     05  WS-PD-STILL-PEND        PIC 9(3) COMP VALUE ZERO.
006640     05  WS-EDIT-WAREHOUSED      PIC ZZZZ9.
006650     05  WS-EDIT-RELEASED        PIC ZZZZ9.
006660     05  WS-EDIT-PENDING         PIC ZZZZ9.
006670     05  WS-RELEASE-DETAIL       PIC X(80) VALUE SPACES.
006680     05  WS-RELEASE-DETAIL-R REDEFINES WS-RELEASE-DETAIL.
006690         10  FILLER              PIC X(01).
006700         10  WS-RL-ACCT-NO       PIC X(10).
006710         10  WS-RL-TRAN-CODE     PIC X(02).
006720         10  WS-RL-AMOUNT        PIC 9(09)V99.
006730         10  WS-RL-EFF-DATE      PIC 9(08).
006740         10  WS-RL-DC-IND        PIC X(01).
006750             88  WS-RL-IS-CREDIT          VALUE 'C'.
006760         10  FILLER              PIC X(47).
006770     05  WS-SPILL-SUB            PIC 9(5) COMP VALUE ZERO.
006780     05  WS-PD-MAX-ALLOWED       PIC 9(3) COMP VALUE 200.
006790     05  WS-PD-COUNT             PIC 9(3) COMP VALUE ZERO.
006800     05  WS-PD-SUB               PIC 9(3) COMP VALUE ZERO.
006810     05  WS-PEND-TBL OCCURS 200 TIMES.
006820         10  WS-PD-EFF-DATE      PIC 9(08).
006830         10  WS-PD-SOURCE        PIC X(03).
006840         10  WS-PD-ADDED-DATE    PIC 9(08).
006850         10  WS-PD-DETAIL        PIC X(80).
006860         10  WS-PD-STATUS        PIC X(01).
006870             88  WS-PD-PENDING            VALUE 'P'.
006880             88  WS-PD-RELEASED           VALUE 'R'.
006890     05  WS-TABLE OCCURS 1 TO 100 TIMES
006900                 DEPENDING ON WS-COUNT-MAX
006910                 ASCENDING KEY IS WS-TABLE-RECNO
006920                 INDEXED BY WS-TBL-IDX.
006930         10  WS-TABLE-RECNO      PIC 9(5) COMP.
006940         10  WS-TABLE-ENTRY      PIC X(80).
006950 01  WS-REPORT-DATE.
006960     05  WS-RPT-YY               PIC 9(2).
006970     05  WS-RPT-MM               PIC 9(2).
006980     05  WS-RPT-DD               PIC 9(2).
006990 01  WS-REPORT-TIME.
007000     05  WS-RPT-HH               PIC 9(2).
007010     05  WS-RPT-MN               PIC 9(2).
007020     05  WS-RPT-SS               PIC 9(2).
007030     05  WS-RPT-HS               PIC 9(2).
007040 01  WS-SWITCHES.
007050     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
007060         88  WS-EOF-REACHED               VALUE 'Y'.
007070         88  WS-NOT-AT-EOF                VALUE 'N'.
007080     05  WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
007090         88  WS-OVERFLOW-DETECTED         VALUE 'Y'.
007100     05  WS-RECON-SW             PIC X(01) VALUE 'N'.
007110         88  WS-RECON-BREAK               VALUE 'Y'.
007120     05  WS-RESTART-SW           PIC X(01) VALUE 'N'.
007130         88  WS-IS-RESTART                VALUE 'Y'.
007140     05  WS-SEARCH-SW            PIC X(01) VALUE 'N'.
007150         88  WS-SEARCH-FOUND              VALUE 'Y'.
007160     05  WS-DETAIL-EDIT-SW       PIC X(01) VALUE 'Y'.
007170         88  WS-DETAIL-PASSES-EDIT        VALUE 'Y'.
007180         88  WS-DETAIL-FAILS-EDIT         VALUE 'N'.
007190     05  WS-VOLUME-SW            PIC X(01) VALUE 'N'.
007200         88  WS-VOLUME-WARNING            VALUE 'Y'.
007210     05  WS-FORCE-SW             PIC X(01) VALUE 'N'.
007220         88  WS-FORCE-RERUN               VALUE 'Y'.
007230     05  WS-GAP-SW               PIC X(01) VALUE 'N'.
007240         88  WS-DATE-GAP-FOUND            VALUE 'Y'.
007250     05  WS-TC-EOF-SW            PIC X(01) VALUE 'N'.
007260         88  WS-TC-AT-EOF                 VALUE 'Y'.
007270     05  WS-TC-FOUND-SW          PIC X(01) VALUE 'N'.
007280         88  WS-TC-CODE-FOUND             VALUE 'Y'.
007290     05  WS-HV-FOUND-SW          PIC X(01) VALUE 'N'.
007300         88  WS-HV-LIMIT-FOUND            VALUE 'Y'.
007310     05  WS-SKIP-SW              PIC X(01) VALUE 'N'.
007320         88  WS-IN-SKIP-PASS              VALUE 'Y'.
007330     05  WS-PD-EOF-SW            PIC X(01) VALUE 'N'.
007340         88  WS-PD-AT-EOF                 VALUE 'Y'.
007350     05  WS-ACCT-FOUND-SW        PIC X(01) VALUE 'N'.
007360         88  WS-ACCT-ON-MASTER            VALUE 'Y'.
007370     05  WS-REG-SW               PIC X(01) VALUE 'N'.
007380         88  WS-REGISTRY-LOADED           VALUE 'Y'.
007390     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
007400         88  WS-REG-AT-EOF                VALUE 'Y'.
007410     05  WS-CAL-SW               PIC X(01) VALUE 'N'.
007420         88  WS-CALENDAR-LOADED           VALUE 'Y'.
007430     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
007440         88  WS-CAL-AT-EOF                VALUE 'Y'.
007450 PROCEDURE DIVISION.
007460*----------------------------------------------------------*
007470* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE RUN.       *
007480*----------------------------------------------------------*
007490 0000-MAINLINE.
007500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007510     PERFORM 3000-LOAD-TABLE THRU 3000-EXIT.
007520     PERFORM 4000-RECONCILE-CONTROL-TOTALS THRU 4000-EXIT.
007530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007540     GOBACK.
007550 0000-EXIT.
007560     EXIT.
007570*----------------------------------------------------------*
007580* 1000-INITIALIZE SETS UP THE RUN.                          *
007590*----------------------------------------------------------*
007600 1000-INITIALIZE.
007610     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
007620     ACCEPT WS-START-TIME FROM TIME.
007630     MOVE ZERO TO WS-COUNT-MAX.
007640     MOVE ZERO TO WS-COUNT.
007650     PERFORM 1010-INIT-ONE-SOURCE THRU 1010-EXIT
007660         VARYING WS-SRC-SUB FROM 1 BY 1
007670         UNTIL WS-SRC-SUB > WS-SRC-MAX-ALLOWED.
007680     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
007690     PERFORM 1200-READ-FORCE-PARM THRU 1200-EXIT.
007700     PERFORM 1300-READ-RUN-CONTROL THRU 1300-EXIT.
007710     PERFORM 1400-LOAD-TRAN-CODES THRU 1400-EXIT.
007720     PERFORM 1450-OPEN-ACCOUNT-MASTER THRU 1450-EXIT.
007730     PERFORM 1500-LOAD-PENDING-FILE THRU 1500-EXIT.
007740     PERFORM 1600-OPEN-CATCHUP-SPILL THRU 1600-EXIT.
007750     PERFORM 1700-LOAD-SOURCE-REGISTRY THRU 1700-EXIT.
007760     PERFORM 1800-LOAD-BUSINESS-CALENDAR THRU 1800-EXIT.
007770 1000-EXIT.
007780     EXIT.
007790*----------------------------------------------------------*
007800* 1010-INIT-ONE-SOURCE CLEARS ONE SLOT OF THE PER-SOURCE     *
007810* RECONCILIATION TABLE.                                      *
007820*----------------------------------------------------------*
007830 1010-INIT-ONE-SOURCE.
007840     MOVE SPACES TO WS-SRC-CODE(WS-SRC-SUB).
007850     MOVE ZERO TO WS-SRC-LOADED(WS-SRC-SUB).
007860     MOVE ZERO TO WS-SRC-REJECTED(WS-SRC-SUB).
007870     MOVE ZERO TO WS-SRC-EXPECTED(WS-SRC-SUB).
007880     MOVE 'N' TO WS-SRC-TRAILER-SW(WS-SRC-SUB).
007890     MOVE ZERO TO WS-SRC-WAREHOUSED(WS-SRC-SUB).
007900     MOVE ZERO TO WS-SRC-DAY-BASE(WS-SRC-SUB).
007910 1010-EXIT.
007920     EXIT.
007930*----------------------------------------------------------*
007940* 1100-CHECK-RESTART LOOKS FOR A CHECKPOINT LEFT BY A PRIOR  *
007950* RUN THAT DID NOT FINISH CLEANLY. IF ONE IS FOUND, THE LOAD *
007960* RESUMES FROM THAT RECORD INSTEAD OF FROM THE BEGINNING.    *
007970*----------------------------------------------------------*
007980 1100-CHECK-RESTART.
007990     OPEN INPUT CKPT-FILE.
008000     IF WS-CKPT-STATUS = '00'
008010         READ CKPT-FILE
008020         IF WS-CKPT-STATUS = '00'
008030           AND CKPT-COMPLETE-FLAG NOT = 'Y'
008040             MOVE CKPT-REC-COUNT TO WS-CKPT-COUNT
008050             MOVE CKPT-PROC-COUNT TO WS-CKPT-PROC
008060             MOVE CKPT-DAYS-CLOSED TO WS-CKPT-DAYS
008070             SET WS-IS-RESTART TO TRUE
008080         END-IF
008090         CLOSE CKPT-FILE
008100     END-IF.
008110 1100-EXIT.
008120     EXIT.
008130*----------------------------------------------------------*
008140* 1200-READ-FORCE-PARM LOOKS FOR A FORCE=Y CONTROL CARD      *
008150* (PARMIN). ONLY AN EXPLICIT FORCE LETS A FEED FOR AN        *
008160* ALREADY-PROCESSED OR OUT-OF-SEQUENCE BUSINESS DATE RUN.    *
008170* NO CARD FILE AT ALL IS THE NORMAL DAILY CASE.              *
008180*----------------------------------------------------------*
008190 1200-READ-FORCE-PARM.
008200     OPEN INPUT PARM-FILE.
008210     IF WS-PARM-STATUS = '00'
008220         READ PARM-FILE
008230             AT END
008240                 CONTINUE
008250             NOT AT END
008260                 IF PARM-KEYWORD = 'FORCE='
008270                    AND PARM-FORCE-VALUE = 'Y'
008280                     SET WS-FORCE-RERUN TO TRUE
008290                     DISPLAY 'DL100082W FORCE CARD ACCEPTED, '
008300                             'DUPLICATE-RUN PROTECTION IS OFF'
008310                 END-IF
008320         END-READ
008330         CLOSE PARM-FILE
008340     END-IF.
008350 1200-EXIT.
008360     EXIT.
008370*----------------------------------------------------------*
008380* 1300-READ-RUN-CONTROL PICKS UP THE LAST BUSINESS DATE A    *
008390* COMPLETED LOAD RECORDED. NO FILE YET MEANS NO DATE TO      *
008400* PROTECT AGAINST -- THE NORMAL FIRST-RUN CASE.              *
008410*----------------------------------------------------------*
008420 1300-READ-RUN-CONTROL.
008430     OPEN INPUT CTL-FILE.
008440     IF WS-CTL-STATUS = '00'
008450         READ CTL-FILE
008460             AT END
008470                 CONTINUE
008480             NOT AT END
008490                 MOVE CTL-LAST-DATE TO WS-CTL-DATE
008500         END-READ
008510         CLOSE CTL-FILE
008520     END-IF.
008530 1300-EXIT.
008540     EXIT.
008550*----------------------------------------------------------*
008560* 1400-LOAD-TRAN-CODES LOADS THE TRANSACTION-CODE MASTER     *
008570* INTO THE IN-STORAGE CODE TABLE THE DETAIL EDIT CHECKS      *
008580* AGAINST, WITH EACH CODE'S HIGH-VALUE HOLD LIMIT (BLANK ON  *
008590* AN OLDER RECORD MEANS NONE). NO MASTER MEANS THE EDIT      *
008600* CANNOT RUN AND THE LOAD REFUSES TO START -- RUN DL150 TO   *
008610* BUILD THE MASTER FIRST.                                    *
008620*----------------------------------------------------------*
008630 1400-LOAD-TRAN-CODES.
008640     OPEN INPUT TC-FILE.
008650     IF WS-TC-STATUS NOT = '00'
008660         DISPLAY 'DL100072E TRAN-CODE MASTER OPEN FAILED, '
008670                 'STATUS = ' WS-TC-STATUS
008680         MOVE 16 TO RETURN-CODE
008690         STOP RUN
008700     END-IF.
008710     PERFORM 1410-LOAD-ONE-TRAN-CODE THRU 1410-EXIT
008720         UNTIL WS-TC-AT-EOF.
008730     CLOSE TC-FILE.
008740 1400-EXIT.
008750     EXIT.
008760 1410-LOAD-ONE-TRAN-CODE.
008770     READ TC-FILE
008780         AT END SET WS-TC-AT-EOF TO TRUE
008790         NOT AT END
008800             IF WS-TC-COUNT = WS-TC-MAX-ALLOWED
008810                 DISPLAY 'DL100071E TOO MANY TRANSACTION '
008820                         'CODES, MAX = ' WS-TC-MAX-ALLOWED
008830                 CLOSE TC-FILE
008840                 MOVE 16 TO RETURN-CODE
008850                 STOP RUN
008860             END-IF
008870             ADD 1 TO WS-TC-COUNT
008880             MOVE DL100-TC-CODE TO WS-TC-CODE-TBL(WS-TC-COUNT)
008890             IF DL100-TC-HOLD-LIMIT-X NUMERIC
008900                 MOVE DL100-TC-HOLD-LIMIT
008910                     TO WS-TC-LIMIT-TBL(WS-TC-COUNT)
008920             ELSE
008930                 MOVE ZERO TO WS-TC-LIMIT-TBL(WS-TC-COUNT)
008940             END-IF
008950     END-READ.
008960 1410-EXIT.
008970     EXIT.
008980*----------------------------------------------------------*
008990* 1450-OPEN-ACCOUNT-MASTER OPENS THE ACCOUNT MASTER FOR THE  *
009000* RANDOM LOOKUP THE DETAIL EDIT MAKES ON EVERY ACCOUNT. NO   *
009010* MASTER MEANS THE EDIT CANNOT RUN AND THE LOAD REFUSES TO   *
009020* START -- RUN DL160 TO BUILD THE MASTER FIRST.              *
009030*----------------------------------------------------------*
009040 1450-OPEN-ACCOUNT-MASTER.
009050     OPEN INPUT ACCT-FILE.
009060     IF WS-ACCT-STATUS NOT = '00'
009070         DISPLAY 'DL100064E ACCOUNT MASTER OPEN FAILED, '
009080                 'STATUS = ' WS-ACCT-STATUS
009090         MOVE 16 TO RETURN-CODE
009100         STOP RUN
009110     END-IF.
009120 1450-EXIT.
009130     EXIT.
009140*----------------------------------------------------------*
009150* 1500-LOAD-PENDING-FILE LOADS THE PENDING-RELEASE FILE OF   *
009160* FUTURE-DATED DETAILS CARRIED FORWARD FROM PRIOR RUNS. NO   *
009170* FILE YET MEANS NOTHING IS WAREHOUSED -- THE NORMAL CASE.   *
009180*----------------------------------------------------------*
009190 1500-LOAD-PENDING-FILE.
009200     OPEN INPUT PEND-IN-FILE.
009210     IF WS-PENDIN-STATUS NOT = '00'
009220         DISPLAY 'DL100067I NO PENDING-RELEASE FILE, STATUS = '
009230                 WS-PENDIN-STATUS
009240     ELSE
009250         PERFORM 1510-LOAD-ONE-PENDING THRU 1510-EXIT
009260             UNTIL WS-PD-AT-EOF
009270         CLOSE PEND-IN-FILE
009280     END-IF.
009290 1500-EXIT.
009300     EXIT.
009310 1510-LOAD-ONE-PENDING.
009320     READ PEND-IN-FILE
009330         AT END
009340             SET WS-PD-AT-EOF TO TRUE
009350         NOT AT END
009360             IF WS-PD-COUNT = WS-PD-MAX-ALLOWED
009370                 DISPLAY 'DL100068E PENDING-RELEASE TABLE '
009380                         'FULL, MAX = ' WS-PD-MAX-ALLOWED
009390                 CLOSE PEND-IN-FILE
009400                 MOVE 16 TO RETURN-CODE
009410                 STOP RUN
009420             END-IF
009430             MOVE PEND-IN-RECORD TO DL100-PD-RECORD
009440             ADD 1 TO WS-PD-COUNT
009450             ADD 1 TO WS-PD-CARRIED
009460             MOVE DL100-PD-EFF-DATE
009470                 TO WS-PD-EFF-DATE(WS-PD-COUNT)
009480             MOVE DL100-PD-SOURCE
009490                 TO WS-PD-SOURCE(WS-PD-COUNT)
009500             MOVE DL100-PD-ADDED-DATE
009510                 TO WS-PD-ADDED-DATE(WS-PD-COUNT)
009520             MOVE DL100-PD-DETAIL
009530                 TO WS-PD-DETAIL(WS-PD-COUNT)
009540             MOVE 'P' TO WS-PD-STATUS(WS-PD-COUNT)
009550     END-READ.
009560 1510-EXIT.
009570     EXIT.
009580*----------------------------------------------------------*
009590* 1600-OPEN-CATCHUP-SPILL OPENS THE CATCH-UP SPILL FILE      *
009600* THAT CARRIES EACH CLOSED-OUT BUSINESS DATE'S TABLE TO THE  *
009610* ARCHIVE AND GL EXTRACT STEPS. A FRESH RUN STARTS THE FILE  *
009620* EMPTY; A CHECKPOINT RESTART EXTENDS IT, BECAUSE DAYS THE   *
009630* ABENDED RUN ALREADY CLOSED ARE ALREADY SPILLED -- THE      *
009640* SAME REASON A RE-CROSSED DAY CLOSE SUPPRESSES ITS SPILL,   *
009650* RUNHIST, AND RUNCTL WRITES (SEE 3150).                     *
009660*----------------------------------------------------------*
009670 1600-OPEN-CATCHUP-SPILL.
009680     IF WS-IS-RESTART
009690         OPEN EXTEND CUP-OUT-FILE
009700         IF WS-CUP-STATUS = '35'
009710             OPEN OUTPUT CUP-OUT-FILE
009720         END-IF
009730     ELSE
009740         OPEN OUTPUT CUP-OUT-FILE
009750     END-IF.
009760     IF WS-CUP-STATUS NOT = '00'
009770         DISPLAY 'DL100065E CUP-OUT-FILE OPEN FAILED, '
009780                 'STATUS = ' WS-CUP-STATUS
009790         MOVE 16 TO RETURN-CODE
009800         STOP RUN
009810     END-IF.
009820 1600-EXIT.
009830     EXIT.
009840*----------------------------------------------------------*
009850* 1700-LOAD-SOURCE-REGISTRY LOADS THE REGIONAL SOURCE        *
009860* REGISTRY THAT EACH BUSINESS DATE'S SOURCE GROUPS ARE       *
009870* CHECKED AGAINST, WITH ANY HIGH-VALUE HOLD LIMIT OF THE     *
009880* SOURCE'S OWN. NO REGISTRY FILE MEANS THE CHECK IS SKIPPED  *
009890* AND THE REPORT SAYS SO, AND ONLY THE CODE LIMITS APPLY.    *
009900*----------------------------------------------------------*
009910 1700-LOAD-SOURCE-REGISTRY.
009920     OPEN INPUT REG-FILE.
009930     IF WS-REG-STATUS NOT = '00'
009940         DISPLAY 'DL100063I NO SOURCE REGISTRY, STATUS = '
009950                 WS-REG-STATUS
009960     ELSE
009970         SET WS-REGISTRY-LOADED TO TRUE
009980         PERFORM 1710-LOAD-ONE-REGISTERED THRU 1710-EXIT
009990             UNTIL WS-REG-AT-EOF
010000         CLOSE REG-FILE
010010     END-IF.
010020 1700-EXIT.
010030     EXIT.
010040 1710-LOAD-ONE-REGISTERED.
010050     READ REG-FILE
010060         AT END
010070             SET WS-REG-AT-EOF TO TRUE
010080         NOT AT END
010090             IF WS-RG-COUNT = WS-RG-MAX-ALLOWED
010100                 DISPLAY 'DL100059E SOURCE REGISTRY TABLE '
010110                         'FULL, MAX = ' WS-RG-MAX-ALLOWED
010120                 CLOSE REG-FILE
010130                 MOVE 16 TO RETURN-CODE
010140                 STOP RUN
010150             END-IF
010160             ADD 1 TO WS-RG-COUNT
010170             MOVE DL100-SR-CODE TO WS-RG-CODE(WS-RG-COUNT)
010180             MOVE DL100-SR-DESC TO WS-RG-DESC(WS-RG-COUNT)
010190             MOVE DL100-SR-DAY(1) TO WS-RG-DAY(WS-RG-COUNT, 1)
010200             MOVE DL100-SR-DAY(2) TO WS-RG-DAY(WS-RG-COUNT, 2)
010210             MOVE DL100-SR-DAY(3) TO WS-RG-DAY(WS-RG-COUNT, 3)
010220             MOVE DL100-SR-DAY(4) TO WS-RG-DAY(WS-RG-COUNT, 4)
010230             MOVE DL100-SR-DAY(5) TO WS-RG-DAY(WS-RG-COUNT, 5)
010240             MOVE DL100-SR-DAY(6) TO WS-RG-DAY(WS-RG-COUNT, 6)
010250             MOVE DL100-SR-DAY(7) TO WS-RG-DAY(WS-RG-COUNT, 7)
010260             MOVE DL100-SR-VOL-LOW
010270                 TO WS-RG-VOL-LOW(WS-RG-COUNT)
010280             MOVE DL100-SR-VOL-HIGH
010290                 TO WS-RG-VOL-HIGH(WS-RG-COUNT)
010300             IF DL100-SR-HOLD-LIMIT-X NUMERIC
010310                 MOVE DL100-SR-HOLD-LIMIT
010320                     TO WS-RG-HOLD-LIMIT(WS-RG-COUNT)
010330             ELSE
010340                 MOVE ZERO TO WS-RG-HOLD-LIMIT(WS-RG-COUNT)
010350             END-IF
010360     END-READ.
010370 1710-EXIT.
010380     EXIT.
010390*----------------------------------------------------------*
010400* 1800-LOAD-BUSINESS-CALENDAR LOADS THE BUSINESS-DAY         *
010410* CALENDAR THE DATE-GAP CHECK STEPS THROUGH. THE CALENDAR    *
010420* MUST RUN IN ASCENDING DATE ORDER WITH A VALID DAY TYPE ON  *
010430* EVERY DATE -- ANYTHING ELSE STOPS THE RUN, SINCE A WRONG   *
010440* CALENDAR WOULD HIDE A MISSING DAY. NO CALENDAR FILE MEANS  *
010450* THE CHECK FALLS BACK TO CALENDAR DAYS.                     *
010460*----------------------------------------------------------*
010470 1800-LOAD-BUSINESS-CALENDAR.
010480     OPEN INPUT CAL-FILE.
010490     IF WS-CAL-STATUS NOT = '00'
010500         DISPLAY 'DL100058I NO BUSINESS CALENDAR, STATUS = '
010510                 WS-CAL-STATUS
010520     ELSE
010530         PERFORM 1810-LOAD-ONE-CALENDAR-DAY THRU 1810-EXIT
010540             UNTIL WS-CAL-AT-EOF
010550         CLOSE CAL-FILE
010560         IF WS-CAL-COUNT > ZERO
010570             SET WS-CALENDAR-LOADED TO TRUE
010580         END-IF
010590     END-IF.
010600 1800-EXIT.
010610     EXIT.
010620 1810-LOAD-ONE-CALENDAR-DAY.
010630     READ CAL-FILE
010640         AT END
010650             SET WS-CAL-AT-EOF TO TRUE
010660         NOT AT END
010670             IF WS-CAL-COUNT = WS-CAL-MAX-ALLOWED
010680                 DISPLAY 'DL100057E BUSINESS CALENDAR TABLE '
010690                         'FULL, MAX = ' WS-CAL-MAX-ALLOWED
010700                 CLOSE CAL-FILE
010710                 MOVE 16 TO RETURN-CODE
010720                 STOP RUN
010730             END-IF
010740             IF DL100-BC-DATE NOT NUMERIC
010750                OR NOT DL100-BC-VALID-TYPE
010760                OR (WS-CAL-COUNT > ZERO
010770                    AND DL100-BC-DATE
010780                        NOT > WS-CL-DATE(WS-CAL-COUNT))
010790                 DISPLAY 'DL100056E BAD OR OUT-OF-SEQUENCE '
010800                         'CALENDAR RECORD = ' DL100-BC-RECORD
010810                 CLOSE CAL-FILE
010820                 MOVE 16 TO RETURN-CODE
010830                 STOP RUN
010840             END-IF
010850             ADD 1 TO WS-CAL-COUNT
010860             MOVE DL100-BC-DATE TO WS-CL-DATE(WS-CAL-COUNT)
010870             MOVE DL100-BC-DAY-TYPE
010880                 TO WS-CL-DAY-TYPE(WS-CAL-COUNT)
010890     END-READ.
010900 1810-EXIT.
010910     EXIT.
010920*----------------------------------------------------------*
010930* 3000-LOAD-TABLE READS THE DAILY TRANSACTION EXTRACT AND   *
010940* POPULATES WS-TABLE ONE ENTRY PER INPUT RECORD. WS-COUNT-  *
010950* MAX GROWS WITH WS-COUNT AS EACH RECORD IS LOADED, SO THE  *
010960* TABLE IS SIZED TO THE ACTUAL VOLUME READ.                 *
010970*----------------------------------------------------------*
010980 3000-LOAD-TABLE.
010990     OPEN INPUT TRANS-FILE.
011000     IF WS-TRANS-STATUS NOT = '00'
011010         DISPLAY 'DL100094E TRANS-FILE OPEN FAILED, STATUS = '
011020                 WS-TRANS-STATUS
011030         MOVE 16 TO RETURN-CODE
011040         STOP RUN
011050     END-IF.
011060     PERFORM 3010-PRECHECK-BUSINESS-DATE THRU 3010-EXIT.
011070     MOVE 'N' TO WS-EOF-SW.
011080     IF WS-IS-RESTART
011090         MOVE WS-CKPT-PROC TO WS-PROC-COUNT
011100         OPEN I-O TBL-OUT-FILE
011110         PERFORM 3005-VERIFY-TBL-OPEN THRU 3005-EXIT
011120         OPEN OUTPUT SUSP-FILE
011130         PERFORM 3006-VERIFY-SUSP-OPEN THRU 3006-EXIT
011140         PERFORM 3008-RESET-KEYED-FILE THRU 3008-EXIT
011150         SET WS-IN-SKIP-PASS TO TRUE
011160         PERFORM 3050-SKIP-PROCESSED-RECORDS THRU 3050-EXIT
011170             UNTIL WS-SKIP-COUNT = WS-CKPT-PROC
011180                OR WS-EOF-REACHED
011190         MOVE 'N' TO WS-SKIP-SW
011200         MOVE WS-CKPT-COUNT TO WS-COUNT
011210         MOVE WS-CKPT-COUNT TO WS-COUNT-MAX
011220         PERFORM 3060-RELOAD-SAVED-ENTRY THRU 3060-EXIT
011230             VARYING WS-TBL-REL-KEY FROM 1 BY 1
011240             UNTIL WS-TBL-REL-KEY > WS-CKPT-COUNT
011250     ELSE
011260         OPEN I-O TBL-OUT-FILE
011270         PERFORM 3005-VERIFY-TBL-OPEN THRU 3005-EXIT
011280         OPEN OUTPUT SUSP-FILE
011290         PERFORM 3006-VERIFY-SUSP-OPEN THRU 3006-EXIT
011300         PERFORM 3008-RESET-KEYED-FILE THRU 3008-EXIT
011310     END-IF.
011320     PERFORM 3100-LOAD-ONE-ENTRY THRU 3100-EXIT
011330             UNTIL WS-EOF-REACHED.
011340     PERFORM 3160-RELEASE-PENDING THRU 3160-EXIT.
011350     ADD WS-COUNT-MAX 1 GIVING WS-TRIM-START.
011360     PERFORM 3080-TRIM-STALE-TAIL THRU 3080-EXIT
011370         VARYING WS-TBL-REL-KEY FROM WS-TRIM-START BY 1
011380         UNTIL WS-TBL-REL-KEY > WS-TABLE-MAX-ALLOWED.
011390     CLOSE TRANS-FILE.
011400     CLOSE TBL-OUT-FILE.
011410     CLOSE SUSP-FILE.
011420     CLOSE TBL-KEY-FILE.
011430 3000-EXIT.
011440     EXIT.
011450*----------------------------------------------------------*
011460* 3010-PRECHECK-BUSINESS-DATE SCANS THE FEED FORWARD TO THE  *
011470* FIRST DATED HEADER -- A LEGACY REGION MAY STILL SEND A     *
011480* DATELESS ONE AHEAD OF IT -- AND RUNS THE DUPLICATE-RUN     *
011490* AND SEQUENCE CHECK BEFORE ANY OUTPUT FILE IS OPENED, SO A  *
011500* REFUSAL CAN ONLY EVER HAPPEN HERE AND LEAVES YESTERDAY'S   *
011510* SUSPENSE, KEYED FILE, AND TABLE EXACTLY AS IT FOUND THEM.  *
011520* THE FEED IS THEN CLOSED AND REOPENED SO THE LOAD PASS      *
011530* SEES IT FROM THE TOP.                                      *
011540*----------------------------------------------------------*
011550 3010-PRECHECK-BUSINESS-DATE.
011560     PERFORM 3012-SCAN-FOR-DATED-HEADER THRU 3012-EXIT
011570         UNTIL WS-FEED-DATE > ZERO
011580            OR WS-EOF-REACHED.
011590     CLOSE TRANS-FILE.
011600     OPEN INPUT TRANS-FILE.
011610     IF WS-TRANS-STATUS NOT = '00'
011620         DISPLAY 'DL100073E TRANS-FILE REOPEN FAILED, STATUS = '
011630                 WS-TRANS-STATUS
011640         MOVE 16 TO RETURN-CODE
011650         STOP RUN
011660     END-IF.
011670 3010-EXIT.
011680     EXIT.
011690*----------------------------------------------------------*
011700* 3012-SCAN-FOR-DATED-HEADER READS ONE RECORD OF THE         *
011710* PRECHECK SCAN. ONLY A HEADER THAT ACTUALLY CARRIES A       *
011720* BUSINESS DATE GOES THROUGH THE DATE LOGIC, SO DATELESS     *
011730* LEGACY HEADERS GET THEIR DL100081W WARNING ONCE, FROM THE  *
011740* LOAD PASS, NOT TWICE.                                      *
011750*----------------------------------------------------------*
011760 3012-SCAN-FOR-DATED-HEADER.
011770     READ TRANS-FILE
011780         AT END
011790             SET WS-EOF-REACHED TO TRUE
011800         NOT AT END
011810             IF TRANS-IS-HEADER
011820                AND TRANS-HDR-BUS-DATE-X NUMERIC
011830                AND TRANS-HDR-BUS-DATE > ZERO
011840                 PERFORM 3132-VERIFY-BUSINESS-DATE
011850                     THRU 3132-EXIT
011860             END-IF
011870     END-READ.
011880 3012-EXIT.
011890     EXIT.
011900*----------------------------------------------------------*
011910* 3005-VERIFY-TBL-OPEN CONFIRMS TBL-OUT-FILE OPENED CLEANLY.  *
011920* WITHOUT THIS FILE THE TABLE CANNOT BE PERSISTED OR, ON A    *
011930* RESTART, RELOADED, SO A BAD OPEN ABENDS THE RUN INSTEAD OF  *
011940* QUIETLY LOADING A TABLE NOBODY DOWNSTREAM CAN SEE.          *
011950*----------------------------------------------------------*
011960 3005-VERIFY-TBL-OPEN.
011970     IF WS-TBL-STATUS NOT = '00'
011980         DISPLAY 'DL100093E TBL-OUT-FILE OPEN FAILED, STATUS = '
011990                 WS-TBL-STATUS
012000         CLOSE TRANS-FILE
012010         MOVE 16 TO RETURN-CODE
012020         STOP RUN
012030     END-IF.
012040 3005-EXIT.
012050     EXIT.
012060*----------------------------------------------------------*
012070* 3006-VERIFY-SUSP-OPEN CONFIRMS SUSP-FILE OPENED CLEANLY.    *
012080* REJECTED DETAILS MUST LAND SOMEWHERE AUDITABLE, SO A BAD    *
012090* OPEN ABENDS THE RUN RATHER THAN DROPPING REJECTS ON THE     *
012100* FLOOR.                                                      *
012110*----------------------------------------------------------*
012120 3006-VERIFY-SUSP-OPEN.
012130     IF WS-SUSP-STATUS NOT = '00'
012140         DISPLAY 'DL100089E SUSP-FILE OPEN FAILED, STATUS = '
012150                 WS-SUSP-STATUS
012160         CLOSE TRANS-FILE
012170         CLOSE TBL-OUT-FILE
012180         MOVE 16 TO RETURN-CODE
012190         STOP RUN
012200     END-IF.
012210 3006-EXIT.
012220     EXIT.
012230*----------------------------------------------------------*
012240* 3007-VERIFY-KEY-OPEN CONFIRMS THE ACCOUNT-KEYED EXTRACT    *
012250* OPENED CLEANLY. INQUIRY BY ACCOUNT DEPENDS ON THIS FILE,   *
012260* SO A BAD OPEN ABENDS THE RUN RATHER THAN LEAVING A STALE   *
012270* KEYED FILE BEHIND A FRESH SLOT-NUMBER FILE.                *
012280*----------------------------------------------------------*
012290 3007-VERIFY-KEY-OPEN.
012300     IF WS-KEY-STATUS NOT = '00'
012310         DISPLAY 'DL100086E TBL-KEY-FILE OPEN FAILED, STATUS = '
012320                 WS-KEY-STATUS
012330         CLOSE TRANS-FILE
012340         CLOSE TBL-OUT-FILE
012350         CLOSE SUSP-FILE
012360         MOVE 16 TO RETURN-CODE
012370         STOP RUN
012380     END-IF.
012390 3007-EXIT.
012400     EXIT.
012410*----------------------------------------------------------*
012420* 3008-RESET-KEYED-FILE STARTS THE ACCOUNT-KEYED EXTRACT     *
012430* FRESH FOR THIS LOAD: OPEN OUTPUT TRUNCATES IT, THEN IT IS  *
012440* REOPENED I-O SO THE REWRITE-ON-DUPLICATE FALLBACK IN       *
012450* 3070-WRITE-KEYED-ENTRY IS VALID -- A REWRITE AGAINST A     *
012460* FILE OPENED OUTPUT GETS STATUS 49 AND THE LAST-ENTRY-WINS  *
012470* RULE WOULD SILENTLY BECOME FIRST-ENTRY-WINS.               *
012480*----------------------------------------------------------*
012490 3008-RESET-KEYED-FILE.
012500     OPEN OUTPUT TBL-KEY-FILE.
012510     PERFORM 3007-VERIFY-KEY-OPEN THRU 3007-EXIT.
012520     CLOSE TBL-KEY-FILE.
012530     OPEN I-O TBL-KEY-FILE.
012540     PERFORM 3007-VERIFY-KEY-OPEN THRU 3007-EXIT.
012550 3008-EXIT.
012560     EXIT.
012570*----------------------------------------------------------*
012580* 3050-SKIP-PROCESSED-RECORDS RE-READS AND RE-CLASSIFIES     *
012590* RECORDS ALREADY PROCESSED BY A PRIOR RUN, UP TO THE        *
012600* CHECKPOINT'S PROCESSED COUNT, SO THE FILE POSITION CATCHES *
012610* UP TO WHERE THE PRIOR RUN LEFT OFF. HEADERS AND TRAILERS   *
012620* SEEN ON THE WAY REBUILD THE PER-SOURCE TABLE, AND SKIPPED  *
012630* DETAILS ARE RE-EDITED SO THE PER-SOURCE AND PER-REASON     *
012640* COUNTS COME OUT AS IF THE RUN HAD NEVER ABENDED.           *
012650*----------------------------------------------------------*
012660 3050-SKIP-PROCESSED-RECORDS.
012670     READ TRANS-FILE
012680         AT END SET WS-EOF-REACHED TO TRUE
012690         NOT AT END
012700             EVALUATE TRUE
012710                 WHEN TRANS-IS-HEADER
012720                     PERFORM 3130-START-SOURCE-GROUP
012730                         THRU 3130-EXIT
012740                 WHEN TRANS-IS-TRAILER
012750                     PERFORM 3140-END-SOURCE-GROUP
012760                         THRU 3140-EXIT
012770                 WHEN TRANS-IS-DETAIL
012780                     ADD 1 TO WS-SKIP-COUNT
012790                     PERFORM 3055-CLASSIFY-SKIPPED
012800                         THRU 3055-EXIT
012810                 WHEN OTHER
012820                     CONTINUE
012830             END-EVALUATE
012840     END-READ.
012850 3050-EXIT.
012860     EXIT.
012870*----------------------------------------------------------*
012880* 3055-CLASSIFY-SKIPPED RE-RUNS THE FIELD EDITS OVER A       *
012890* DETAIL RECORD THE PRIOR RUN ALREADY PROCESSED. THE EDITS   *
012900* ARE DETERMINISTIC, SO THIS REBUILDS THE REJECT AND         *
012910* PER-SOURCE COUNTS -- AND THE SUSPENSE FILE ITSELF, WHICH   *
012920* THE RESTART REOPENS FRESH, SO POST-CHECKPOINT REJECTS THE  *
012930* ABENDED RUN HAD ALREADY WRITTEN CANNOT APPEAR TWICE.       *
012940*----------------------------------------------------------*
012950 3055-CLASSIFY-SKIPPED.
012960     PERFORM 3105-EDIT-DETAIL THRU 3105-EXIT.
012970     IF WS-DETAIL-FAILS-EDIT
012980         ADD 1 TO WS-REJECT-COUNT
012990         PERFORM 3117-COUNT-REJECT-REASON THRU 3117-EXIT
013000         IF WS-SRC-CUR > ZERO
013010             ADD 1 TO WS-SRC-REJECTED(WS-SRC-CUR)
013020         END-IF
013030         PERFORM 3118-WRITE-SUSPENSE THRU 3118-EXIT
013040     ELSE
013050         IF WS-FEED-DATE > ZERO
013060            AND TRANS-DET-EFF-DATE > WS-FEED-DATE
013070             PERFORM 3114-WAREHOUSE-DETAIL THRU 3114-EXIT
013080         ELSE
013090             ADD 1 TO WS-DAY-LOADED
013100             ADD 1 TO WS-FEED-LOADED
013110             IF WS-SRC-CUR > ZERO
013120                 ADD 1 TO WS-SRC-LOADED(WS-SRC-CUR)
013130             END-IF
013140         END-IF
013150     END-IF.
013160 3055-EXIT.
013170     EXIT.
013180*----------------------------------------------------------*
013190* 3060-RELOAD-SAVED-ENTRY RESTORES WS-TABLE-ENTRY VALUES     *
013200* PERSISTED BY THE PRIOR, ABENDED RUN SO A RESTART DOES NOT  *
013210* LEAVE WS-TABLE EMPTY FOR THE RECORDS THAT WERE SKIPPED,    *
013220* AND COUNTS BACK THE HIGH-VALUE HOLDS AMONG THEM.           *
013230*----------------------------------------------------------*
013240 3060-RELOAD-SAVED-ENTRY.
013250     READ TBL-OUT-FILE
013260         INVALID KEY
013270             DISPLAY 'DL100098W MISSING SAVED ENTRY '
013280                     WS-TBL-REL-KEY
013290         NOT INVALID KEY
013300             MOVE DL100-TBL-ENTRY TO
013310                  WS-TABLE-ENTRY(WS-TBL-REL-KEY)
013320             MOVE WS-TBL-REL-KEY TO
013330                  WS-TABLE-RECNO(WS-TBL-REL-KEY)
013340             MOVE DL100-TBL-ENTRY TO WS-LAST-ENTRY
013350             IF DL100-TBL-HELD-HIGH
013360                 ADD 1 TO WS-HV-HELD-COUNT
013370                 ADD DL100-TBL-AMOUNT TO WS-HV-HELD-AMOUNT
013380             END-IF
013390             IF WS-TBL-REL-KEY = 1
013400                 MOVE DL100-TBL-ENTRY TO WS-FIRST-ENTRY
013410             END-IF
013420             PERFORM 3070-WRITE-KEYED-ENTRY THRU 3070-EXIT
013430     END-READ.
013440 3060-EXIT.
013450     EXIT.
013460*----------------------------------------------------------*
013470* 3070-WRITE-KEYED-ENTRY MIRRORS THE TABLE ENTRY JUST        *
013480* PERSISTED (OR RELOADED) ONTO THE ACCOUNT-KEYED EXTRACT.    *
013490* A DUPLICATE ACCOUNT REWRITES, SO THE LAST ENTRY LOADED     *
013500* FOR AN ACCOUNT WINS ON THE KEYED FILE.                     *
013510*----------------------------------------------------------*
013520 3070-WRITE-KEYED-ENTRY.
013530     MOVE DL100-TBL-ACCT-NO TO DL100-KEY-ACCT-NO.
013540     MOVE DL100-TBL-ENTRY TO DL100-KEY-ENTRY.
013550     WRITE DL100-KEY-RECORD
013560         INVALID KEY
013570             REWRITE DL100-KEY-RECORD
013580                 INVALID KEY
013590                     DISPLAY
013600                      'DL100085E ERROR ON KEYED ENTRY FOR '
013610                      DL100-KEY-ACCT-NO
013620             END-REWRITE
013630     END-WRITE.
013640 3070-EXIT.
013650     EXIT.
013660*----------------------------------------------------------*
013670* 3080-TRIM-STALE-TAIL DELETES ONE SLOT LEFT OVER FROM A     *
013680* HIGHER-VOLUME PRIOR DAY. THE LOAD REWRITES SLOTS 1 THRU    *
013690* WS-COUNT-MAX IN PLACE, SO WITHOUT THIS SWEEP A SHRINKING   *
013700* DAY LEAVES YESTERDAY'S TAIL ON TBLOUT FOR EVERY            *
013710* DOWNSTREAM READER. THE SWEEP RUNS FROM WS-COUNT-MAX + 1    *
013720* THRU WS-TABLE-MAX-ALLOWED, THE MOST ANY LOAD COULD HAVE    *
013730* WRITTEN; A SLOT THAT WAS NEVER THERE IS SIMPLY SKIPPED.    *
013740*----------------------------------------------------------*
013750 3080-TRIM-STALE-TAIL.
013760     DELETE TBL-OUT-FILE
013770         INVALID KEY
013780             CONTINUE
013790         NOT INVALID KEY
013800             ADD 1 TO WS-TRIM-COUNT
013810     END-DELETE.
013820 3080-EXIT.
013830     EXIT.
013840*----------------------------------------------------------*
013850* 3100-LOAD-ONE-ENTRY READS THE NEXT TRANSACTION RECORD AND   *
013860* ROUTES IT BY RECORD TYPE. AN UNRECOGNIZED TYPE IS FLAGGED   *
013870* RATHER THAN LOADED AS IF IT WERE A VALID DETAIL RECORD.     *
013880*----------------------------------------------------------*
013890 3100-LOAD-ONE-ENTRY.
013900     READ TRANS-FILE
013910         AT END     SET WS-EOF-REACHED TO TRUE
013920         NOT AT END
013930           EVALUATE TRUE
013940             WHEN TRANS-IS-HEADER
013950               PERFORM 3130-START-SOURCE-GROUP THRU 3130-EXIT
013960             WHEN TRANS-IS-TRAILER
013970               PERFORM 3140-END-SOURCE-GROUP THRU 3140-EXIT
013980             WHEN TRANS-IS-DETAIL
013990               PERFORM 3110-LOAD-DETAIL THRU 3110-EXIT
014000             WHEN OTHER
014010               DISPLAY 'DL100092E UNRECOGNIZED RECORD TYPE = '
014020                       TRANS-REC-TYPE
014030           END-EVALUATE
014040     END-READ.
014050 3100-EXIT.
014060     EXIT.
014070*----------------------------------------------------------*
014080* 3105-EDIT-DETAIL APPLIES THE FIELD-LEVEL EDITS TO THE       *
014090* DETAIL RECORD JUST READ -- ACCOUNT NUMBER PRESENT, TRAN     *
014100* CODE PRESENT, AMOUNT NUMERIC, EFFECTIVE DATE A REAL DATE.   *
014110* THE ACCOUNT MUST BE ON THE ACCOUNT MASTER AND NEITHER       *
014120* CLOSED NOR FROZEN.                                          *
014130* THE FIRST EDIT THAT FAILS SETS THE REASON CODE; THE CALLER  *
014140* CHECKS WS-DETAIL-EDIT-SW AFTERWARD.                         *
014150*----------------------------------------------------------*
014160 3105-EDIT-DETAIL.
014170     MOVE 'Y' TO WS-DETAIL-EDIT-SW.
014180     MOVE SPACES TO WS-REJECT-REASON.
014190     PERFORM 3107-FIND-TRAN-CODE THRU 3107-EXIT.
014200     PERFORM 3109-FIND-ACCOUNT THRU 3109-EXIT.
014210     EVALUATE TRUE
014220         WHEN WS-SRC-CUR = ZERO
014230             MOVE 'N' TO WS-DETAIL-EDIT-SW
014240             MOVE 'SRC ' TO WS-REJECT-REASON
014250         WHEN TRANS-DET-ACCT-NO = SPACES
014260             MOVE 'N' TO WS-DETAIL-EDIT-SW
014270             MOVE 'ACCT' TO WS-REJECT-REASON
014280         WHEN NOT WS-ACCT-ON-MASTER
014290             MOVE 'N' TO WS-DETAIL-EDIT-SW
014300             MOVE 'ANOF' TO WS-REJECT-REASON
014310         WHEN DL100-AM-CLOSED
014320             MOVE 'N' TO WS-DETAIL-EDIT-SW
014330             MOVE 'ACLS' TO WS-REJECT-REASON
014340         WHEN DL100-AM-FROZEN
014350             MOVE 'N' TO WS-DETAIL-EDIT-SW
014360             MOVE 'AFRZ' TO WS-REJECT-REASON
014370         WHEN TRANS-DET-TRAN-CODE = SPACES
014380             MOVE 'N' TO WS-DETAIL-EDIT-SW
014390             MOVE 'TRAN' TO WS-REJECT-REASON
014400         WHEN NOT WS-TC-CODE-FOUND
014410             MOVE 'N' TO WS-DETAIL-EDIT-SW
014420             MOVE 'TCDE' TO WS-REJECT-REASON
014430         WHEN TRANS-DET-AMOUNT-X NOT NUMERIC
014440             MOVE 'N' TO WS-DETAIL-EDIT-SW
014450             MOVE 'AMT ' TO WS-REJECT-REASON
014460         WHEN NOT TRANS-DET-IS-DEBIT
014470          AND NOT TRANS-DET-IS-CREDIT
014480             MOVE 'N' TO WS-DETAIL-EDIT-SW
014490             MOVE 'AMT ' TO WS-REJECT-REASON
014500         WHEN TRANS-DET-EFF-DATE-X NOT NUMERIC
014510             MOVE 'N' TO WS-DETAIL-EDIT-SW
014520             MOVE 'DATE' TO WS-REJECT-REASON
014530         WHEN OTHER
014540             MOVE TRANS-DET-EFF-DATE-X TO WS-WORK-DATE
014550             IF WS-WORK-MM < 01 OR WS-WORK-MM > 12
014560                OR WS-WORK-DD < 01 OR WS-WORK-DD > 31
014570                 MOVE 'N' TO WS-DETAIL-EDIT-SW
014580                 MOVE 'DATE' TO WS-REJECT-REASON
014590             END-IF
014600     END-EVALUATE.
014610 3105-EXIT.
014620     EXIT.
014630*----------------------------------------------------------*
014640* 3107-FIND-TRAN-CODE LOOKS THE DETAIL'S TRANSACTION CODE    *
014650* UP IN THE IN-STORAGE COPY OF THE TRANSACTION-CODE MASTER.  *
014660* THE CALLER'S EDIT TREATS A CODE NOT ON THE MASTER AS A     *
014670* REJECT WITH REASON TCDE.                                   *
014680*----------------------------------------------------------*
014690 3107-FIND-TRAN-CODE.
014700     MOVE 'N' TO WS-TC-FOUND-SW.
014710     PERFORM 3108-MATCH-ONE-CODE THRU 3108-EXIT
014720         VARYING WS-TC-SUB FROM 1 BY 1
014730         UNTIL WS-TC-SUB > WS-TC-COUNT
014740            OR WS-TC-CODE-FOUND.
014750 3107-EXIT.
014760     EXIT.
014770 3108-MATCH-ONE-CODE.
014780     IF WS-TC-CODE-TBL(WS-TC-SUB) = TRANS-DET-TRAN-CODE
014790         SET WS-TC-CODE-FOUND TO TRUE
014800     END-IF.
014810 3108-EXIT.
014820     EXIT.
014830*----------------------------------------------------------*
014840* 3109-FIND-ACCOUNT READS THE DETAIL'S ACCOUNT FROM THE      *
014850* ACCOUNT MASTER. THE CALLER'S EDIT TREATS AN ACCOUNT NOT    *
014860* ON FILE AS A REJECT WITH REASON ANOF AND JUDGES THE        *
014870* STATUS OF ONE THAT IS.                                     *
014880*----------------------------------------------------------*
014890 3109-FIND-ACCOUNT.
014900     MOVE 'N' TO WS-ACCT-FOUND-SW.
014910     IF TRANS-DET-ACCT-NO NOT = SPACES
014920         MOVE TRANS-DET-ACCT-NO TO DL100-AM-ACCT-NO
014930         READ ACCT-FILE
014940             INVALID KEY
014950                 CONTINUE
014960             NOT INVALID KEY
014970                 SET WS-ACCT-ON-MASTER TO TRUE
014980         END-READ
014990     END-IF.
015000 3109-EXIT.
015010     EXIT.
015020 3110-LOAD-DETAIL.
015030     PERFORM 3105-EDIT-DETAIL THRU 3105-EXIT.
015040     IF WS-DETAIL-FAILS-EDIT
015050         PERFORM 3115-REJECT-DETAIL THRU 3115-EXIT
015060     ELSE
015070         IF WS-FEED-DATE > ZERO
015080            AND TRANS-DET-EFF-DATE > WS-FEED-DATE
015090             ADD 1 TO WS-PROC-COUNT
015100             PERFORM 3114-WAREHOUSE-DETAIL THRU 3114-EXIT
015110         ELSE
015120             PERFORM 3112-STORE-DETAIL THRU 3112-EXIT
015130         END-IF
015140     END-IF.
015150 3110-EXIT.
015160     EXIT.
015170*----------------------------------------------------------*
015180* 3112-STORE-DETAIL LOADS AN EDITED DETAIL RECORD INTO       *
015190* WS-TABLE AND PERSISTS IT TO TBL-OUT-FILE, TAKING A          *
015200* CHECKPOINT EVERY WS-CKPT-INTERVAL LOADED RECORDS.           *
015210*----------------------------------------------------------*
015220 3112-STORE-DETAIL.
015230     ADD 1 TO WS-COUNT.
015240     ADD 1 TO WS-PROC-COUNT.
015250     IF WS-COUNT > WS-TABLE-MAX-ALLOWED
015260         PERFORM 3200-OVERFLOW-ABEND THRU 3200-EXIT
015270     ELSE
015280         MOVE WS-COUNT TO WS-COUNT-MAX
015290         ADD 1 TO WS-DAY-LOADED
015300         ADD 1 TO WS-FEED-LOADED
015310         MOVE SPACES TO DL100-TBL-ENTRY
015320         MOVE TRANS-DET-ACCT-NO TO DL100-TBL-ACCT-NO
015330         MOVE TRANS-DET-TRAN-CODE TO DL100-TBL-TRAN-CODE
015340         MOVE TRANS-DET-AMOUNT TO DL100-TBL-AMOUNT
015350         IF TRANS-DET-IS-CREDIT
015360             SUBTRACT TRANS-DET-AMOUNT FROM ZERO
015370                 GIVING DL100-TBL-AMOUNT
015380         END-IF
015390         MOVE TRANS-DET-EFF-DATE TO DL100-TBL-EFF-DATE
015400         MOVE WS-CUR-SRC-CODE TO DL100-TBL-SOURCE
015410         PERFORM 3113-JUDGE-HIGH-VALUE THRU 3113-EXIT
015420         ADD 1 TO WS-SRC-LOADED(WS-SRC-CUR)
015430         MOVE DL100-TBL-ENTRY TO WS-TABLE-ENTRY(WS-COUNT)
015440         MOVE WS-COUNT TO WS-TABLE-RECNO(WS-COUNT)
015450         IF WS-COUNT = 1
015460             MOVE DL100-TBL-ENTRY TO WS-FIRST-ENTRY
015470         END-IF
015480         MOVE DL100-TBL-ENTRY TO WS-LAST-ENTRY
015490         MOVE WS-COUNT TO WS-TBL-REL-KEY
015500         WRITE DL100-TBL-RECORD
015510             INVALID KEY
015520                 REWRITE DL100-TBL-RECORD
015530                     INVALID KEY
015540                         DISPLAY
015550                          'DL100097E ERROR PERSISTING ENTRY '
015560                          WS-COUNT
015570                 END-REWRITE
015580         END-WRITE
015590         PERFORM 3070-WRITE-KEYED-ENTRY THRU 3070-EXIT
015600         DIVIDE WS-COUNT BY WS-CKPT-INTERVAL
015610             GIVING WS-CKPT-QUOT REMAINDER WS-CKPT-REM
015620         IF WS-CKPT-REM = 0
015630             PERFORM 3120-WRITE-CHECKPOINT THRU 3120-EXIT
015640         END-IF
015650     END-IF.
015660 3112-EXIT.
015670     EXIT.
015680*----------------------------------------------------------*
015690* 3113-JUDGE-HIGH-VALUE MARKS THE ENTRY BEING LOADED HELD    *
015700* (H) WHEN ITS AMOUNT, DEBIT OR CREDIT, IS ABOVE ITS         *
015710* HIGH-VALUE HOLD LIMIT, SO DL400 KEEPS IT OFF THE GL UNTIL  *
015720* IT IS RELEASED. THE LIMIT IS THE SOURCE'S OWN FROM THE     *
015730* REGISTRY WHEN IT HAS ONE, ELSE THE TRANSACTION CODE'S.     *
015740* NO LIMIT ON EITHER MEANS THE ENTRY IS NOT JUDGED.          *
015750*----------------------------------------------------------*
015760 3113-JUDGE-HIGH-VALUE.
015770     MOVE ZERO TO WS-HV-LIMIT.
015780     MOVE 'N' TO WS-HV-FOUND-SW.
015790     PERFORM 3119-MATCH-SOURCE-LIMIT THRU 3119-EXIT
015800         VARYING WS-HV-SUB FROM 1 BY 1
015810         UNTIL WS-HV-SUB > WS-RG-COUNT
015820            OR WS-HV-LIMIT-FOUND.
015830     IF WS-HV-LIMIT = ZERO
015840         MOVE 'N' TO WS-HV-FOUND-SW
015850         PERFORM 3116-MATCH-CODE-LIMIT THRU 3116-EXIT
015860             VARYING WS-HV-SUB FROM 1 BY 1
015870             UNTIL WS-HV-SUB > WS-TC-COUNT
015880                OR WS-HV-LIMIT-FOUND
015890     END-IF.
015900     IF WS-HV-LIMIT > ZERO
015910         MOVE DL100-TBL-AMOUNT TO WS-HV-AMOUNT
015920         IF WS-HV-AMOUNT > WS-HV-LIMIT
015930             SET DL100-TBL-HELD-HIGH TO TRUE
015940             ADD 1 TO WS-HV-HELD-COUNT
015950             ADD DL100-TBL-AMOUNT TO WS-HV-HELD-AMOUNT
015960         END-IF
015970     END-IF.
015980 3113-EXIT.
015990     EXIT.
016000*----------------------------------------------------------*
016010* 3114-WAREHOUSE-DETAIL DIVERTS AN EDITED DETAIL WHOSE       *
016020* EFFECTIVE DATE IS AHEAD OF THE FEED'S BUSINESS DATE INTO   *
016030* THE PENDING-RELEASE TABLE INSTEAD OF TODAY'S LOAD, SO A    *
016040* POST-DATED PAYMENT NO LONGER REACHES THE GL EARLY. THE     *
016050* RECORD STILL COUNTS AS PROCESSED FOR ITS SOURCE, SO THE    *
016060* TRAILER RECONCILIATION BALANCES. SHARED BY THE LIVE LOAD   *
016070* AND THE RESTART RE-CLASSIFICATION PASS.                    *
016080*----------------------------------------------------------*
016090 3114-WAREHOUSE-DETAIL.
016100     IF WS-PD-COUNT = WS-PD-MAX-ALLOWED
016110         DISPLAY 'DL100068E PENDING-RELEASE TABLE FULL, '
016120                 'MAX = ' WS-PD-MAX-ALLOWED
016130         CLOSE TRANS-FILE
016140         CLOSE TBL-OUT-FILE
016150         CLOSE SUSP-FILE
016160         CLOSE TBL-KEY-FILE
016170         MOVE 16 TO RETURN-CODE
016180         STOP RUN
016190     END-IF.
016200     ADD 1 TO WS-PD-COUNT.
016210     MOVE TRANS-DET-EFF-DATE TO WS-PD-EFF-DATE(WS-PD-COUNT).
016220     MOVE WS-CUR-SRC-CODE TO WS-PD-SOURCE(WS-PD-COUNT).
016230     MOVE WS-FEED-DATE TO WS-PD-ADDED-DATE(WS-PD-COUNT).
016240     MOVE TRANS-RECORD TO WS-PD-DETAIL(WS-PD-COUNT).
016250     MOVE 'P' TO WS-PD-STATUS(WS-PD-COUNT).
016260     ADD 1 TO WS-WAREHOUSED-COUNT.
016270     IF WS-SRC-CUR > ZERO
016280         ADD 1 TO WS-SRC-WAREHOUSED(WS-SRC-CUR)
016290     END-IF.
016300 3114-EXIT.
016310     EXIT.
016320 3116-MATCH-CODE-LIMIT.
016330     IF WS-TC-CODE-TBL(WS-HV-SUB) = DL100-TBL-TRAN-CODE
016340         SET WS-HV-LIMIT-FOUND TO TRUE
016350         MOVE WS-TC-LIMIT-TBL(WS-HV-SUB) TO WS-HV-LIMIT
016360     END-IF.
016370 3116-EXIT.
016380     EXIT.
016390 3119-MATCH-SOURCE-LIMIT.
016400     IF WS-RG-CODE(WS-HV-SUB) = DL100-TBL-SOURCE
016410         SET WS-HV-LIMIT-FOUND TO TRUE
016420         MOVE WS-RG-HOLD-LIMIT(WS-HV-SUB) TO WS-HV-LIMIT
016430     END-IF.
016440 3119-EXIT.
016450     EXIT.
016460*----------------------------------------------------------*
016470* 3115-REJECT-DETAIL WRITES A DETAIL RECORD THAT FAILED AN    *
016480* EDIT TO THE SUSPENSE FILE WITH ITS REASON CODE AND BUMPS    *
016490* THE REJECT COUNTS FOR THE EDIT SUMMARY.                     *
016500*----------------------------------------------------------*
016510 3115-REJECT-DETAIL.
016520     ADD 1 TO WS-PROC-COUNT.
016530     ADD 1 TO WS-REJECT-COUNT.
016540     PERFORM 3117-COUNT-REJECT-REASON THRU 3117-EXIT.
016550     IF WS-SRC-CUR > ZERO
016560         ADD 1 TO WS-SRC-REJECTED(WS-SRC-CUR)
016570     END-IF.
016580     PERFORM 3118-WRITE-SUSPENSE THRU 3118-EXIT.
016590 3115-EXIT.
016600     EXIT.
016610*----------------------------------------------------------*
016620* 3118-WRITE-SUSPENSE WRITES THE CURRENT DETAIL RECORD TO    *
016630* THE SUSPENSE FILE WITH ITS REASON CODE AND THE SOURCE CODE *
016640* OF THE FEED GROUP IT CAME IN UNDER. SHARED BY THE          *
016650* LIVE REJECT PATH AND THE RESTART RE-CLASSIFICATION PASS,   *
016660* WHICH REBUILDS THE FILE FROM SCRATCH.                      *
016670*----------------------------------------------------------*
016680 3118-WRITE-SUSPENSE.
016690     MOVE WS-REJECT-REASON TO SUSP-REASON-CODE.
016700     MOVE TRANS-RECORD TO SUSP-TRANS-RECORD.
016710     MOVE WS-CUR-SRC-CODE TO SUSP-SOURCE-CODE.
016720     WRITE SUSP-RECORD.
016730 3118-EXIT.
016740     EXIT.
016750*----------------------------------------------------------*
016760* 3117-COUNT-REJECT-REASON BUMPS THE PER-REASON REJECT       *
016770* COUNTER FOR THE EDIT SUMMARY. SHARED BY THE LIVE REJECT    *
016780* PATH AND THE RESTART RE-CLASSIFICATION PASS.               *
016790*----------------------------------------------------------*
016800 3117-COUNT-REJECT-REASON.
016810     EVALUATE WS-REJECT-REASON
016820         WHEN 'ACCT'
016830             ADD 1 TO WS-REJ-ACCT-COUNT
016840         WHEN 'TRAN'
016850             ADD 1 TO WS-REJ-TRAN-COUNT
016860         WHEN 'AMT '
016870             ADD 1 TO WS-REJ-AMT-COUNT
016880         WHEN 'DATE'
016890             ADD 1 TO WS-REJ-DATE-COUNT
016900         WHEN 'TCDE'
016910             ADD 1 TO WS-REJ-TCDE-COUNT
016920         WHEN 'SRC '
016930             ADD 1 TO WS-REJ-SRC-COUNT
016940         WHEN 'ANOF'
016950             ADD 1 TO WS-REJ-ANOF-COUNT
016960         WHEN 'ACLS'
016970             ADD 1 TO WS-REJ-ACLS-COUNT
016980         WHEN 'AFRZ'
016990             ADD 1 TO WS-REJ-AFRZ-COUNT
017000     END-EVALUATE.
017010 3117-EXIT.
017020     EXIT.
017030*----------------------------------------------------------*
017040* 3130-START-SOURCE-GROUP HANDLES A FEED HEADER: IT MAKES    *
017050* THE HEADER'S SOURCE CODE CURRENT, FINDING ITS SLOT IN THE  *
017060* PER-SOURCE TABLE OR OPENING A NEW ONE. MORE DISTINCT       *
017070* SOURCES THAN THE TABLE HOLDS IS A FEED CONFIGURATION       *
017080* ERROR AND STOPS THE RUN.                                   *
017090*----------------------------------------------------------*
017100 3130-START-SOURCE-GROUP.
017110     PERFORM 3132-VERIFY-BUSINESS-DATE THRU 3132-EXIT.
017120     MOVE TRANS-HDR-SOURCE TO WS-CUR-SRC-CODE.
017130     IF WS-CUR-SRC-CODE = SPACES
017140         MOVE '***' TO WS-CUR-SRC-CODE
017150     END-IF.
017160     MOVE ZERO TO WS-SRC-CUR.
017170     PERFORM 3135-FIND-ONE-SOURCE THRU 3135-EXIT
017180         VARYING WS-SRC-SUB FROM 1 BY 1
017190         UNTIL WS-SRC-SUB > WS-SRC-COUNT
017200            OR WS-SRC-CUR > ZERO.
017210     IF WS-SRC-CUR = ZERO
017220         IF WS-SRC-COUNT = WS-SRC-MAX-ALLOWED
017230             DISPLAY 'DL100088E TOO MANY SOURCE FEEDS, MAX = '
017240                     WS-SRC-MAX-ALLOWED
017250             CLOSE TRANS-FILE
017260             CLOSE TBL-OUT-FILE
017270             CLOSE SUSP-FILE
017280             CLOSE TBL-KEY-FILE
017290             MOVE 16 TO RETURN-CODE
017300             STOP RUN
017310         END-IF
017320         ADD 1 TO WS-SRC-COUNT
017330         MOVE WS-SRC-COUNT TO WS-SRC-CUR
017340         MOVE WS-CUR-SRC-CODE TO WS-SRC-CODE(WS-SRC-CUR)
017350     END-IF.
017360 3130-EXIT.
017370     EXIT.
017380 3135-FIND-ONE-SOURCE.
017390     IF WS-SRC-CODE(WS-SRC-SUB) = WS-CUR-SRC-CODE
017400         MOVE WS-SRC-SUB TO WS-SRC-CUR
017410     END-IF.
017420 3135-EXIT.
017430     EXIT.
017440*----------------------------------------------------------*
017450* 3132-VERIFY-BUSINESS-DATE HANDLES THE BUSINESS DATE ON A   *
017460* FEED HEADER. THE FIRST DATED HEADER FIXES THE FEED'S       *
017470* BUSINESS DATE AND RUNS THE DUPLICATE/SEQUENCE CHECK        *
017480* AGAINST THE RUN-CONTROL FILE. A LATER HEADER CARRYING A    *
017490* LATER DATE IS A CATCH-UP FEED: THE CURRENT DAY IS CLOSED  *
017500* OUT AS ITS OWN COMPLETED LOAD AND THE NEW DATE TAKES      *
017510* OVER, WITH THE SEQUENCE CHECK RUN AGAIN SO A GENUINELY    *
017520* ABSENT DAY STILL WARNS. ONLY A DATE RUNNING BACKWARD      *
017530* FLAGS THE RECONCILIATION NOW. A HEADER WITHOUT A DATE IS  *
017540* TOLERATED SO AN OLD FEED STILL LOADS.                     *
017550*----------------------------------------------------------*
017560 3132-VERIFY-BUSINESS-DATE.
017570     IF TRANS-HDR-BUS-DATE-X NOT NUMERIC
017580        OR TRANS-HDR-BUS-DATE = ZERO
017590         DISPLAY 'DL100081W HEADER CARRIES NO BUSINESS DATE'
017600     ELSE
017610         EVALUATE TRUE
017620             WHEN WS-FEED-DATE = ZERO
017630                 MOVE TRANS-HDR-BUS-DATE TO WS-FEED-DATE
017640                 MOVE WS-FEED-DATE TO WS-BUS-DATE
017650                 PERFORM 3133-CHECK-RUN-CONTROL THRU 3133-EXIT
017660             WHEN TRANS-HDR-BUS-DATE = WS-FEED-DATE
017670                 CONTINUE
017680             WHEN TRANS-HDR-BUS-DATE > WS-FEED-DATE
017690                 PERFORM 3150-CLOSE-BUSINESS-DAY THRU 3150-EXIT
017700                 MOVE TRANS-HDR-BUS-DATE TO WS-FEED-DATE
017710                 MOVE WS-FEED-DATE TO WS-BUS-DATE
017720                 PERFORM 3133-CHECK-RUN-CONTROL THRU 3133-EXIT
017730             WHEN OTHER
017740                 DISPLAY 'DL100080W OUT-OF-ORDER BUSINESS DATE, '
017750                         'HEADER HAS ' TRANS-HDR-BUS-DATE
017760                 SET WS-RECON-BREAK TO TRUE
017770         END-EVALUATE
017780     END-IF.
017790 3132-EXIT.
017800     EXIT.
017810*----------------------------------------------------------*
017820* 3133-CHECK-RUN-CONTROL JUDGES THE FEED'S BUSINESS DATE     *
017830* AGAINST THE LAST DATE A COMPLETED LOAD RECORDED. THE SAME  *
017840* DATE AGAIN, OR AN EARLIER ONE, STOPS THE RUN UNLESS FORCE  *
017850* WAS SUPPLIED OR A CHECKPOINT RESTART IS RESUMING A FEED    *
017860* WHOSE EARLIER DAYS ALREADY CLOSED OUT ONTO RUNCTL -- THIS  *
017870* IS WHAT KEEPS A RESUBMITTED JOB FROM                       *
017880* CLOBBERING A GOOD TABLE. A DATE PAST THE NEXT BUSINESS     *
017890* DAY IS ONLY A WARNING -- A BUSINESS DAY'S FEED IS MISSING  *
017900* AND OPERATIONS SHOULD LOOK. A DATE SHORT OF IT FALLS ON A  *
017910* NON-BUSINESS DAY AND IS NOTED, NOT TREATED AS A GAP.       *
017920*----------------------------------------------------------*
017930 3133-CHECK-RUN-CONTROL.
017940     EVALUATE TRUE
017950         WHEN WS-CTL-DATE = ZERO
017960             CONTINUE
017970         WHEN WS-FEED-DATE = WS-CTL-DATE
017980             EVALUATE TRUE
017990                 WHEN WS-FORCE-RERUN
018000                     DISPLAY 'DL100079W FORCED RERUN FOR '
018010                             WS-FEED-DATE
018020                 WHEN WS-IS-RESTART
018030                     DISPLAY 'DL100069I RESTART RESUMES '
018040                             'BUSINESS DATE ' WS-FEED-DATE
018050                 WHEN OTHER
018060                     DISPLAY 'DL100078E BUSINESS DATE '
018070                             WS-FEED-DATE
018080                             ' ALREADY PROCESSED, RUN REFUSED'
018090                     CLOSE TRANS-FILE
018100                     MOVE 16 TO RETURN-CODE
018110                     STOP RUN
018120             END-EVALUATE
018130         WHEN WS-FEED-DATE < WS-CTL-DATE
018140             EVALUATE TRUE
018150                 WHEN WS-FORCE-RERUN
018160                     DISPLAY 'DL100077W FORCED OUT-OF-SEQUENCE '
018170                             'RUN FOR ' WS-FEED-DATE
018180                 WHEN WS-IS-RESTART
018190                     DISPLAY 'DL100069I RESTART RESUMES '
018200                             'BUSINESS DATE ' WS-FEED-DATE
018210                 WHEN OTHER
018220                     DISPLAY 'DL100076E BUSINESS DATE '
018230                             WS-FEED-DATE
018240                             ' IS BEHIND LAST PROCESSED '
018250                             WS-CTL-DATE ', RUN REFUSED'
018260                     CLOSE TRANS-FILE
018270                     MOVE 16 TO RETURN-CODE
018280                     STOP RUN
018290             END-EVALUATE
018300         WHEN OTHER
018310             PERFORM 3134-COMPUTE-NEXT-DAY THRU 3134-EXIT
018320             EVALUATE TRUE
018330                 WHEN WS-FEED-DATE > WS-NEXT-DATE
018340                     DISPLAY 'DL100075W DATE GAP -- EXPECTED '
018350                             WS-NEXT-DATE ', FEED CARRIES '
018360                             WS-FEED-DATE
018370                     SET WS-DATE-GAP-FOUND TO TRUE
018380                 WHEN WS-FEED-DATE < WS-NEXT-DATE
018390                     DISPLAY 'DL100054W BUSINESS DATE '
018400                             WS-FEED-DATE
018410                             ' IS NOT A BUSINESS DAY ON THE '
018420                             'CALENDAR'
018430                 WHEN OTHER
018440                     CONTINUE
018450             END-EVALUATE
018460     END-EVALUATE.
018470 3133-EXIT.
018480     EXIT.
018490*----------------------------------------------------------*
018500* 3134-COMPUTE-NEXT-DAY WORKS OUT WHAT DATE THE NEXT FEED    *
018510* SHOULD CARRY: THE FIRST BUSINESS DAY ON THE CALENDAR AFTER *
018520* THE RUN-CONTROL DATE. WITH NO CALENDAR, OR A RUN-CONTROL   *
018530* DATE OUTSIDE IT, THE DATE ROLLS FORWARD ONE CALENDAR DAY.  *
018540*----------------------------------------------------------*
018550 3134-COMPUTE-NEXT-DAY.
018560     MOVE ZERO TO WS-NEXT-DATE.
018570     IF WS-CALENDAR-LOADED
018580        AND WS-CTL-DATE NOT < WS-CL-DATE(1)
018590         PERFORM 3136-FIND-NEXT-BUSINESS-DAY THRU 3136-EXIT
018600             VARYING WS-CAL-SUB FROM 1 BY 1
018610             UNTIL WS-CAL-SUB > WS-CAL-COUNT
018620                OR WS-NEXT-DATE > ZERO
018630     END-IF.
018640     IF WS-NEXT-DATE = ZERO
018650         IF WS-CALENDAR-LOADED
018660             DISPLAY 'DL100055W BUSINESS CALENDAR DOES NOT '
018670                     'COVER ' WS-CTL-DATE
018680                     ', CHECKING BY CALENDAR DAY'
018690         END-IF
018700         PERFORM 3137-ROLL-ONE-CALENDAR-DAY THRU 3137-EXIT
018710     END-IF.
018720 3134-EXIT.
018730     EXIT.
018740 3136-FIND-NEXT-BUSINESS-DAY.
018750     IF WS-CL-DATE(WS-CAL-SUB) > WS-CTL-DATE
018760        AND WS-CL-BUSINESS-DAY(WS-CAL-SUB)
018770         MOVE WS-CL-DATE(WS-CAL-SUB) TO WS-NEXT-DATE
018780     END-IF.
018790 3136-EXIT.
018800     EXIT.
018810*----------------------------------------------------------*
018820* 3137-ROLL-ONE-CALENDAR-DAY ROLLS THE RUN-CONTROL DATE      *
018830* FORWARD ONE CALENDAR DAY, HONORING MONTH LENGTHS AND LEAP  *
018840* YEARS.                                                     *
018850*----------------------------------------------------------*
018860 3137-ROLL-ONE-CALENDAR-DAY.
018870     MOVE WS-CTL-DATE TO WS-NEXT-DATE.
018880     MOVE WS-MONTH-DAYS(WS-NEXT-MM) TO WS-DAYS-THIS-MONTH.
018890     IF WS-NEXT-MM = 02
018900         DIVIDE WS-NEXT-CCYY BY 4
018910             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
018920         DIVIDE WS-NEXT-CCYY BY 100
018930             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
018940         DIVIDE WS-NEXT-CCYY BY 400
018950             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
018960         IF WS-LEAP-REM-4 = ZERO
018970            AND (WS-LEAP-REM-100 NOT = ZERO
018980                 OR WS-LEAP-REM-400 = ZERO)
018990             MOVE 29 TO WS-DAYS-THIS-MONTH
019000         END-IF
019010     END-IF.
019020     IF WS-NEXT-DD < WS-DAYS-THIS-MONTH
019030         ADD 1 TO WS-NEXT-DD
019040     ELSE
019050         MOVE 01 TO WS-NEXT-DD
019060         IF WS-NEXT-MM < 12
019070             ADD 1 TO WS-NEXT-MM
019080         ELSE
019090             MOVE 01 TO WS-NEXT-MM
019100             ADD 1 TO WS-NEXT-CCYY
019110         END-IF
019120     END-IF.
019130 3137-EXIT.
019140     EXIT.
019150*----------------------------------------------------------*
019160* 3140-END-SOURCE-GROUP HANDLES A FEED TRAILER: THE GROUP'S  *
019170* CONTROL COUNT GOES INTO THE CURRENT SOURCE'S EXPECTED      *
019180* TOTAL AND THE OVERALL EXPECTED TOTAL, AND THE GROUP IS     *
019190* CLOSED SO A DETAIL ARRIVING BEFORE THE NEXT HEADER         *
019200* REJECTS WITH REASON SRC.                                   *
019210*----------------------------------------------------------*
019220 3140-END-SOURCE-GROUP.
019230     ADD TRANS-TRAILER-COUNT TO WS-EXPECTED-COUNT.
019240     IF WS-SRC-CUR > ZERO
019250         ADD TRANS-TRAILER-COUNT TO WS-SRC-EXPECTED(WS-SRC-CUR)
019260         MOVE 'Y' TO WS-SRC-TRAILER-SW(WS-SRC-CUR)
019270     ELSE
019280         DISPLAY 'DL100087W TRAILER OUTSIDE ANY SOURCE GROUP'
019290         SET WS-RECON-BREAK TO TRUE
019300     END-IF.
019310     MOVE ZERO TO WS-SRC-CUR.
019320     MOVE SPACES TO WS-CUR-SRC-CODE.
019330 3140-EXIT.
019340     EXIT.
019350*----------------------------------------------------------*
019360* 3150-CLOSE-BUSINESS-DAY CLOSES OUT THE DAY IN PROGRESS     *
019370* WHEN A CATCH-UP FEED MOVES ON TO A LATER BUSINESS DATE:    *
019380* MATURED PENDING RECORDS ARE RELEASED, THE DAY'S TABLE IS   *
019390* SPILLED TO CUPOUT, THE COMPLETED DATE IS RECORDED ON       *
019400* RUNHIST AND RUNCTL AND REMEMBERED FOR THE CATCH-UP         *
019410* SECTION OF THE CONTROL REPORT, THEN THE PER-DAY COUNTS,    *
019420* THE TABLE, AND THE KEYED EXTRACT START FRESH SO THE NEXT   *
019430* DATE LOADS AS ITS OWN DAY. EACH CLOSE COUNTS UP            *
019440* WS-DAYS-CLOSED AND CUTS A BOUNDARY CHECKPOINT CARRYING     *
019450* THAT COUNT, SO A RESTART KNOWS EXACTLY WHICH CLOSES THE    *
019460* ABENDED RUN FINISHED: A RE-CROSSED BOUNDARY (ITS ORDINAL   *
019470* NOT ABOVE THE CHECKPOINT'S DAYS-CLOSED) ONLY RE-APPLIES    *
019480* THE IN-STORAGE RESETS AND MARKS THE PENDING RECORDS THAT   *
019490* CLOSE ALREADY RELEASED -- THE SPILL, RUNHIST, AND RUNCTL   *
019500* WRITES ARE ALREADY ON FILE AND ARE NEVER REPEATED.         *
019510*----------------------------------------------------------*
019520 3150-CLOSE-BUSINESS-DAY.
019530     IF WS-CATCHUP-COUNT = WS-CATCHUP-MAX
019540         DISPLAY 'DL100070E TOO MANY BUSINESS DATES ON ONE '
019550                 'FEED, MAX = ' WS-CATCHUP-MAX
019560         CLOSE TRANS-FILE
019570         CLOSE TBL-OUT-FILE
019580         CLOSE SUSP-FILE
019590         CLOSE TBL-KEY-FILE
019600         MOVE 16 TO RETURN-CODE
019610         STOP RUN
019620     END-IF.
019630     ADD 1 TO WS-DAYS-CLOSED.
019640     IF WS-IS-RESTART
019650        AND WS-DAYS-CLOSED NOT > WS-CKPT-DAYS
019660         PERFORM 3155-MARK-RELEASED-PENDING THRU 3155-EXIT
019670     ELSE
019680         PERFORM 3160-RELEASE-PENDING THRU 3160-EXIT
019690         PERFORM 8600-SPILL-CLOSED-DAY THRU 8600-EXIT
019700         PERFORM 9140-WRITE-RUN-HISTORY THRU 9140-EXIT
019710         PERFORM 9160-WRITE-RUN-CONTROL THRU 9160-EXIT
019720     END-IF.
019730     MOVE WS-FEED-DATE TO WS-CHECK-DATE.
019740     PERFORM 4500-CHECK-SOURCE-REGISTRY THRU 4500-EXIT.
019750     ADD 1 TO WS-CATCHUP-COUNT.
019760     MOVE WS-FEED-DATE TO WS-CU-DATE(WS-CATCHUP-COUNT).
019770     MOVE WS-DAY-LOADED TO WS-CU-LOADED(WS-CATCHUP-COUNT).
019780     SUBTRACT WS-DAY-REJ-BASE FROM WS-REJECT-COUNT
019790         GIVING WS-CU-REJECTED(WS-CATCHUP-COUNT).
019800     MOVE WS-FEED-DATE TO WS-CTL-DATE.
019810     MOVE WS-REJECT-COUNT TO WS-DAY-REJ-BASE.
019820     MOVE ZERO TO WS-DAY-LOADED.
019830     MOVE ZERO TO WS-COUNT.
019840     MOVE ZERO TO WS-COUNT-MAX.
019850     MOVE SPACES TO WS-FIRST-ENTRY.
019860     MOVE SPACES TO WS-LAST-ENTRY.
019870     PERFORM 3008-RESET-KEYED-FILE THRU 3008-EXIT.
019880     IF NOT WS-IN-SKIP-PASS
019890         PERFORM 3120-WRITE-CHECKPOINT THRU 3120-EXIT
019900     END-IF.
019910 3150-EXIT.
019920     EXIT.
019930*----------------------------------------------------------*
019940* 3155-MARK-RELEASED-PENDING HANDLES THE PENDING-RELEASE     *
019950* TABLE AT A RE-CROSSED DAY BOUNDARY: THE ABENDED RUN'S      *
019960* CLOSE ALREADY RELEASED EVERY RECORD MATURING ON OR BEFORE  *
019970* THE CLOSING DATE -- THEY ARE INSIDE THAT DATE'S SPILLED    *
019980* GENERATION AND ITS RUNHIST COUNT -- SO THE RESTART ONLY    *
019990* MARKS THEM RELEASED, WITHOUT POSTING THEM AGAIN, LEST      *
020000* THE END-OF-LOAD SWEEP SEND THEM TO THE GL A SECOND TIME.   *
020010*----------------------------------------------------------*
020020 3155-MARK-RELEASED-PENDING.
020030     IF WS-FEED-DATE > ZERO
020040         PERFORM 3156-MARK-ONE-PENDING THRU 3156-EXIT
020050             VARYING WS-PD-SUB FROM 1 BY 1
020060             UNTIL WS-PD-SUB > WS-PD-COUNT
020070     END-IF.
020080 3155-EXIT.
020090     EXIT.
020100 3156-MARK-ONE-PENDING.
020110     IF WS-PD-PENDING(WS-PD-SUB)
020120        AND WS-PD-EFF-DATE(WS-PD-SUB) NOT > WS-FEED-DATE
020130         MOVE 'R' TO WS-PD-STATUS(WS-PD-SUB)
020140         ADD 1 TO WS-MARKED-REL-COUNT
020150     END-IF.
020160 3156-EXIT.
020170     EXIT.
020180*----------------------------------------------------------*
020190* 3160-RELEASE-PENDING SWEEPS THE PENDING-RELEASE TABLE AND  *
020200* INJECTS EVERY RECORD MATURING ON OR BEFORE THE CURRENT     *
020210* BUSINESS DATE INTO THE LOAD, AHEAD OF RECONCILIATION.      *
020220* RELEASED RECORDS ARE OUTSIDE THE FEED'S TRAILER TOTALS,    *
020230* SO THEY ADD TO THE TABLE BUT NOT TO THE PROCESSED OR       *
020240* PER-SOURCE COUNTS. THE RESTART SKIP PASS DOES NOT           *
020250* RELEASE -- THE LIVE PASS AT THE END OF THE LOAD DOES.       *
020260*----------------------------------------------------------*
020270 3160-RELEASE-PENDING.
020280     IF WS-FEED-DATE > ZERO
020290         PERFORM 3165-INJECT-ONE-PENDING THRU 3165-EXIT
020300             VARYING WS-PD-SUB FROM 1 BY 1
020310             UNTIL WS-PD-SUB > WS-PD-COUNT
020320     END-IF.
020330 3160-EXIT.
020340     EXIT.
020350*----------------------------------------------------------*
020360* 3165-INJECT-ONE-PENDING POSTS ONE MATURED PENDING RECORD   *
020370* INTO WS-TABLE, THE TABLE EXTRACT, AND THE KEYED EXTRACT,   *
020380* THE SAME THREE WRITES THE LOAD MAKES FOR A FEED DETAIL.    *
020390* THE DAY'S LOADED COUNT INCLUDES THE RELEASE, SO THE        *
020400* CATCH-UP REPORT LINE TIES TO THE RUNHIST RECORD THE SAME   *
020410* DAY-CLOSE WRITES. A RELEASED ITEM IS JUDGED AGAINST ITS    *
020420* HIGH-VALUE HOLD LIMIT LIKE ANY FEED DETAIL.                *
020430*----------------------------------------------------------*
020440 3165-INJECT-ONE-PENDING.
020450     IF WS-PD-PENDING(WS-PD-SUB)
020460        AND WS-PD-EFF-DATE(WS-PD-SUB) NOT > WS-FEED-DATE
020470         ADD 1 TO WS-COUNT
020480         IF WS-COUNT > WS-TABLE-MAX-ALLOWED
020490             PERFORM 3200-OVERFLOW-ABEND THRU 3200-EXIT
020500         END-IF
020510         MOVE WS-COUNT TO WS-COUNT-MAX
020520         MOVE WS-PD-DETAIL(WS-PD-SUB) TO WS-RELEASE-DETAIL
020530         MOVE SPACES TO DL100-TBL-ENTRY
020540         MOVE WS-RL-ACCT-NO TO DL100-TBL-ACCT-NO
020550         MOVE WS-RL-TRAN-CODE TO DL100-TBL-TRAN-CODE
020560         MOVE WS-RL-AMOUNT TO DL100-TBL-AMOUNT
020570         IF WS-RL-IS-CREDIT
020580             SUBTRACT WS-RL-AMOUNT FROM ZERO
020590                 GIVING DL100-TBL-AMOUNT
020600         END-IF
020610         MOVE WS-RL-EFF-DATE TO DL100-TBL-EFF-DATE
020620         MOVE WS-PD-SOURCE(WS-PD-SUB) TO DL100-TBL-SOURCE
020630         PERFORM 3113-JUDGE-HIGH-VALUE THRU 3113-EXIT
020640         MOVE DL100-TBL-ENTRY TO WS-TABLE-ENTRY(WS-COUNT)
020650         MOVE WS-COUNT TO WS-TABLE-RECNO(WS-COUNT)
020660         IF WS-COUNT = 1
020670             MOVE DL100-TBL-ENTRY TO WS-FIRST-ENTRY
020680         END-IF
020690         MOVE DL100-TBL-ENTRY TO WS-LAST-ENTRY
020700         MOVE WS-COUNT TO WS-TBL-REL-KEY
020710         WRITE DL100-TBL-RECORD
020720             INVALID KEY
020730                 REWRITE DL100-TBL-RECORD
020740                     INVALID KEY
020750                         DISPLAY
020760                          'DL100097E ERROR PERSISTING ENTRY '
020770                          WS-COUNT
020780                 END-REWRITE
020790         END-WRITE
020800         PERFORM 3070-WRITE-KEYED-ENTRY THRU 3070-EXIT
020810         MOVE 'R' TO WS-PD-STATUS(WS-PD-SUB)
020820         ADD 1 TO WS-RELEASED-COUNT
020830         ADD 1 TO WS-DAY-LOADED
020840     END-IF.
020850 3165-EXIT.
020860     EXIT.
020870*----------------------------------------------------------*
020880* 3120-WRITE-CHECKPOINT RECORDS THE LAST SUCCESSFULLY LOADED *
020890* RECORD SO AN ABENDED RUN CAN RESTART FROM HERE INSTEAD OF  *
020900* FROM THE BEGINNING. IT ALSO CARRIES THE NUMBER OF DAY      *
020910* CLOSES COMPLETED, SO A RESTART NEVER REPEATS A CLOSE --    *
020920* 3150 CUTS ONE OF THESE AT EVERY BOUNDARY, WHICH ALSO       *
020930* GUARANTEES THE LAST CHECKPOINT NEVER POINTS INTO A DAY     *
020940* BEFORE THE LAST CLOSED ONE.                                *
020950*----------------------------------------------------------*
020960 3120-WRITE-CHECKPOINT.
020970     MOVE WS-COUNT TO CKPT-REC-COUNT.
020980     MOVE WS-PROC-COUNT TO CKPT-PROC-COUNT.
020990     MOVE WS-DAYS-CLOSED TO CKPT-DAYS-CLOSED.
021000     MOVE 'N' TO CKPT-COMPLETE-FLAG.
021010     OPEN OUTPUT CKPT-FILE.
021020     IF WS-CKPT-STATUS NOT = '00'
021030         DISPLAY 'DL100090E CKPT-FILE OPEN FAILED, STATUS = '
021040                 WS-CKPT-STATUS
021050         CLOSE TRANS-FILE
021060         CLOSE TBL-OUT-FILE
021070         CLOSE SUSP-FILE
021080         CLOSE TBL-KEY-FILE
021090         MOVE 16 TO RETURN-CODE
021100         STOP RUN
021110     END-IF.
021120     WRITE CKPT-RECORD.
021130     CLOSE CKPT-FILE.
021140 3120-EXIT.
021150     EXIT.
021160*----------------------------------------------------------*
021170* 3200-OVERFLOW-ABEND FIRES THE MOMENT WS-COUNT WOULD WALK   *
021180* PAST THE END OF WS-TABLE. IT STOPS THE RUN WITH A CLEAR    *
021190* DIAGNOSTIC RATHER THAN LETTING THE SUBSCRIPT GO OUT OF     *
021200* BOUNDS.                                                    *
021210*----------------------------------------------------------*
021220 3200-OVERFLOW-ABEND.
021230     SET WS-OVERFLOW-DETECTED TO TRUE.
021240     DISPLAY 'DL100099E TABLE OVERFLOW ON DAILY LOAD'.
021250     DISPLAY '    RECORDS READ SO FAR = ' WS-COUNT.
021260     DISPLAY '    MAX TABLE SIZE      = ' WS-TABLE-MAX-ALLOWED.
021270     CLOSE TRANS-FILE.
021280     CLOSE TBL-OUT-FILE.
021290     CLOSE SUSP-FILE.
021300     CLOSE TBL-KEY-FILE.
021310     MOVE 16 TO RETURN-CODE.
021320     STOP RUN.
021330 3200-EXIT.
021340     EXIT.
021350*----------------------------------------------------------*
021360* 4000-RECONCILE-CONTROL-TOTALS COMPARES THE TRAILER'S       *
021370* CONTROL COUNT AGAINST WS-PROC-COUNT (LOADED PLUS REJECTED) *
021380* AND FLAGS A RECONCILIATION BREAK IF THEY DO NOT AGREE,     *
021390* THEN CHECKS THE LAST BUSINESS DATE AGAINST THE REGISTRY.   *
021400*----------------------------------------------------------*
021410 4000-RECONCILE-CONTROL-TOTALS.
021420     IF WS-PROC-COUNT NOT = WS-EXPECTED-COUNT
021430         SET WS-RECON-BREAK TO TRUE
021440     END-IF.
021450     PERFORM 4100-RECONCILE-ONE-SOURCE THRU 4100-EXIT
021460         VARYING WS-SRC-SUB FROM 1 BY 1
021470         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
021480     MOVE WS-BUS-DATE TO WS-CHECK-DATE.
021490     PERFORM 4500-CHECK-SOURCE-REGISTRY THRU 4500-EXIT.
021500 4000-EXIT.
021510     EXIT.
021520*----------------------------------------------------------*
021530* 4100-RECONCILE-ONE-SOURCE CHECKS ONE SOURCE'S PROCESSED    *
021540* COUNT (LOADED PLUS REJECTED) AGAINST ITS OWN TRAILER       *
021550* TOTAL. A MISSING TRAILER OR A SHORT OR LONG GROUP FLAGS    *
021560* THE RECONCILIATION BREAK JUST AS AN OVERALL MISMATCH DOES. *
021570*----------------------------------------------------------*
021580 4100-RECONCILE-ONE-SOURCE.
021590     ADD WS-SRC-LOADED(WS-SRC-SUB) WS-SRC-REJECTED(WS-SRC-SUB)
021600         WS-SRC-WAREHOUSED(WS-SRC-SUB)
021610         GIVING WS-SRC-PROC.
021620     IF WS-SRC-TRAILER-SW(WS-SRC-SUB) NOT = 'Y'
021630        OR WS-SRC-PROC NOT = WS-SRC-EXPECTED(WS-SRC-SUB)
021640         SET WS-RECON-BREAK TO TRUE
021650     END-IF.
021660 4100-EXIT.
021670     EXIT.
021680*----------------------------------------------------------*
021690* 4500-CHECK-SOURCE-REGISTRY JUDGES ONE BUSINESS DATE        *
021700* (WS-CHECK-DATE) AGAINST THE SOURCE REGISTRY. A SOURCE'S    *
021710* VOLUME FOR THE DAY IS WHAT IT HAS PROCESSED (LOADED,       *
021720* REJECTED, AND WAREHOUSED) SINCE THE LAST DAY CLOSED, SO A  *
021730* CATCH-UP FEED IS JUDGED ONE DATE AT A TIME. EVERY          *
021740* REGISTERED SOURCE IS CHECKED FOR SILENCE ON AN EXPECTED    *
021750* DAY AND FOR VOLUME OUTSIDE ITS RANGE, AND EVERY SOURCE     *
021760* THAT SENT IS CHECKED FOR BEING ON THE REGISTRY AT ALL.     *
021770* THE DAY'S VOLUMES ARE THEN BASED OFF FOR THE NEXT DATE.    *
021780*----------------------------------------------------------*
021790 4500-CHECK-SOURCE-REGISTRY.
021800     IF WS-REGISTRY-LOADED
021810         PERFORM 4560-COMPUTE-WEEKDAY THRU 4560-EXIT
021820         PERFORM 4510-CHECK-ONE-REGISTERED THRU 4510-EXIT
021830             VARYING WS-RG-SUB FROM 1 BY 1
021840             UNTIL WS-RG-SUB > WS-RG-COUNT
021850         PERFORM 4520-CHECK-ONE-SEEN THRU 4520-EXIT
021860             VARYING WS-SRC-SUB FROM 1 BY 1
021870             UNTIL WS-SRC-SUB > WS-SRC-COUNT
021880     END-IF.
021890     PERFORM 4550-SET-DAY-BASE THRU 4550-EXIT
021900         VARYING WS-SRC-SUB FROM 1 BY 1
021910         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
021920 4500-EXIT.
021930     EXIT.
021940*----------------------------------------------------------*
021950* 4510-CHECK-ONE-REGISTERED CHECKS ONE REGISTERED SOURCE:    *
021960* NOTHING SENT ON A DAY IT IS EXPECTED, OR A VOLUME OUTSIDE  *
021970* ITS RANGE WHEN IT DID SEND. A ZERO HIGH LIMIT MEANS NO     *
021980* RANGE IS KEPT FOR THE SOURCE.                              *
021990*----------------------------------------------------------*
022000 4510-CHECK-ONE-REGISTERED.
022010     MOVE ZERO TO WS-RG-SRC.
022020     PERFORM 4530-FIND-SOURCE-SLOT THRU 4530-EXIT
022030         VARYING WS-SRC-SUB FROM 1 BY 1
022040         UNTIL WS-SRC-SUB > WS-SRC-COUNT
022050            OR WS-RG-SRC > ZERO.
022060     MOVE ZERO TO WS-DAY-VOLUME.
022070     IF WS-RG-SRC > ZERO
022080         MOVE WS-RG-SRC TO WS-SRC-SUB
022090         PERFORM 4540-COMPUTE-DAY-VOLUME THRU 4540-EXIT
022100     END-IF.
022110     MOVE WS-RG-CODE(WS-RG-SUB) TO WS-SX-NEW-CODE.
022120     EVALUATE TRUE
022130         WHEN WS-DAY-VOLUME = ZERO
022140             IF WS-RG-DAY(WS-RG-SUB, WS-WEEKDAY) = 'Y'
022150                 MOVE 'M' TO WS-SX-NEW-TYPE
022160                 PERFORM 4570-NOTE-EXCEPTION THRU 4570-EXIT
022170                 DISPLAY 'DL100062W SOURCE ' WS-SX-NEW-CODE
022180                         ' EXPECTED ON ' WS-CHECK-DATE
022190                         ' SENT NOTHING'
022200             END-IF
022210         WHEN WS-RG-VOL-HIGH(WS-RG-SUB) = ZERO
022220             CONTINUE
022230         WHEN WS-DAY-VOLUME < WS-RG-VOL-LOW(WS-RG-SUB)
022240           OR WS-DAY-VOLUME > WS-RG-VOL-HIGH(WS-RG-SUB)
022250             MOVE 'V' TO WS-SX-NEW-TYPE
022260             PERFORM 4570-NOTE-EXCEPTION THRU 4570-EXIT
022270             DISPLAY 'DL100060W SOURCE ' WS-SX-NEW-CODE
022280                     ' VOLUME ON ' WS-CHECK-DATE
022290                     ' OUTSIDE ITS REGISTERED RANGE'
022300         WHEN OTHER
022310             CONTINUE
022320     END-EVALUATE.
022330 4510-EXIT.
022340     EXIT.
022350*----------------------------------------------------------*
022360* 4520-CHECK-ONE-SEEN CHECKS THAT A SOURCE WHICH SENT ON     *
022370* THE DAY IS ON THE REGISTRY.                                *
022380*----------------------------------------------------------*
022390 4520-CHECK-ONE-SEEN.
022400     PERFORM 4540-COMPUTE-DAY-VOLUME THRU 4540-EXIT.
022410     IF WS-DAY-VOLUME > ZERO
022420         MOVE ZERO TO WS-RG-CUR
022430         PERFORM 4535-FIND-REGISTERED THRU 4535-EXIT
022440             VARYING WS-RG-SUB FROM 1 BY 1
022450             UNTIL WS-RG-SUB > WS-RG-COUNT
022460                OR WS-RG-CUR > ZERO
022470         IF WS-RG-CUR = ZERO
022480             MOVE WS-SRC-CODE(WS-SRC-SUB) TO WS-SX-NEW-CODE
022490             MOVE 'U' TO WS-SX-NEW-TYPE
022500             MOVE ZERO TO WS-RG-SUB
022510             PERFORM 4570-NOTE-EXCEPTION THRU 4570-EXIT
022520             DISPLAY 'DL100061W SOURCE ' WS-SX-NEW-CODE
022530                     ' SENT ON ' WS-CHECK-DATE
022540                     ' BUT IS NOT ON THE REGISTRY'
022550         END-IF
022560     END-IF.
022570 4520-EXIT.
022580     EXIT.
022590 4530-FIND-SOURCE-SLOT.
022600     IF WS-SRC-CODE(WS-SRC-SUB) = WS-RG-CODE(WS-RG-SUB)
022610         MOVE WS-SRC-SUB TO WS-RG-SRC
022620     END-IF.
022630 4530-EXIT.
022640     EXIT.
022650 4535-FIND-REGISTERED.
022660     IF WS-RG-CODE(WS-RG-SUB) = WS-SRC-CODE(WS-SRC-SUB)
022670         MOVE WS-RG-SUB TO WS-RG-CUR
022680     END-IF.
022690 4535-EXIT.
022700     EXIT.
022710 4540-COMPUTE-DAY-VOLUME.
022720     ADD WS-SRC-LOADED(WS-SRC-SUB) WS-SRC-REJECTED(WS-SRC-SUB)
022730         WS-SRC-WAREHOUSED(WS-SRC-SUB)
022740         GIVING WS-SRC-PROC.
022750     SUBTRACT WS-SRC-DAY-BASE(WS-SRC-SUB) FROM WS-SRC-PROC
022760         GIVING WS-DAY-VOLUME.
022770 4540-EXIT.
022780     EXIT.
022790 4550-SET-DAY-BASE.
022800     ADD WS-SRC-LOADED(WS-SRC-SUB) WS-SRC-REJECTED(WS-SRC-SUB)
022810         WS-SRC-WAREHOUSED(WS-SRC-SUB)
022820         GIVING WS-SRC-DAY-BASE(WS-SRC-SUB).
022830 4550-EXIT.
022840     EXIT.
022850*----------------------------------------------------------*
022860* 4560-COMPUTE-WEEKDAY WORKS OUT THE DAY OF THE WEEK OF      *
022870* WS-CHECK-DATE (1 = MONDAY THROUGH 7 = SUNDAY) BY ZELLER'S  *
022880* CONGRUENCE, JANUARY AND FEBRUARY COUNTING AS MONTHS 13     *
022890* AND 14 OF THE YEAR BEFORE.                                 *
022900*----------------------------------------------------------*
022910 4560-COMPUTE-WEEKDAY.
022920     MOVE WS-CHECK-MM TO WS-WD-MONTH.
022930     MOVE WS-CHECK-CCYY TO WS-WD-YEAR.
022940     IF WS-WD-MONTH < 3
022950         ADD 12 TO WS-WD-MONTH
022960         SUBTRACT 1 FROM WS-WD-YEAR
022970     END-IF.
022980     DIVIDE WS-WD-YEAR BY 100
022990         GIVING WS-WD-CENTURY REMAINDER WS-WD-YY.
023000     ADD 1 TO WS-WD-MONTH GIVING WS-WD-WORK.
023010     MULTIPLY 13 BY WS-WD-WORK.
023020     DIVIDE WS-WD-WORK BY 5 GIVING WS-WD-QUOT.
023030     ADD WS-CHECK-DD WS-WD-QUOT WS-WD-YY GIVING WS-WD-SUM.
023040     DIVIDE WS-WD-YY BY 4 GIVING WS-WD-QUOT.
023050     ADD WS-WD-QUOT TO WS-WD-SUM.
023060     DIVIDE WS-WD-CENTURY BY 4 GIVING WS-WD-QUOT.
023070     ADD WS-WD-QUOT TO WS-WD-SUM.
023080     MULTIPLY WS-WD-CENTURY BY 5 GIVING WS-WD-QUOT.
023090     ADD WS-WD-QUOT TO WS-WD-SUM.
023100     ADD 5 TO WS-WD-SUM.
023110     DIVIDE WS-WD-SUM BY 7
023120         GIVING WS-WD-QUOT REMAINDER WS-WD-WORK.
023130     ADD 1 TO WS-WD-WORK GIVING WS-WEEKDAY.
023140 4560-EXIT.
023150     EXIT.
023160*----------------------------------------------------------*
023170* 4570-NOTE-EXCEPTION KEEPS ONE REGISTRY EXCEPTION FOR THE   *
023180* LOAD-CONTROL REPORT. BEYOND THE TABLE THEY ARE ONLY        *
023190* COUNTED.                                                   *
023200*----------------------------------------------------------*
023210 4570-NOTE-EXCEPTION.
023220     IF WS-SX-COUNT = WS-SX-MAX-ALLOWED
023230         ADD 1 TO WS-SX-OVER
023240     ELSE
023250         ADD 1 TO WS-SX-COUNT
023260         MOVE WS-CHECK-DATE TO WS-SX-DATE(WS-SX-COUNT)
023270         MOVE WS-WEEKDAY TO WS-SX-WEEKDAY(WS-SX-COUNT)
023280         MOVE WS-SX-NEW-CODE TO WS-SX-CODE(WS-SX-COUNT)
023290         MOVE WS-SX-NEW-TYPE TO WS-SX-TYPE(WS-SX-COUNT)
023300         MOVE WS-DAY-VOLUME TO WS-SX-VOLUME(WS-SX-COUNT)
023310         MOVE WS-RG-SUB TO WS-SX-RG(WS-SX-COUNT)
023320     END-IF.
023330 4570-EXIT.
023340     EXIT.
023350*----------------------------------------------------------*
023360* 7000-SEARCH-BY-RECNO LOOKS UP A SINGLE WS-TABLE ENTRY BY   *
023370* ITS RECORD NUMBER (WS-SEARCH-RECNO) USING A BINARY SEARCH  *
023380* AGAINST WS-TABLE-RECNO, INSTEAD OF SCANNING THE TABLE      *
023390* SEQUENTIALLY. THE CALLER SETS WS-SEARCH-RECNO BEFORE THE   *
023400* PERFORM AND CHECKS WS-SEARCH-FOUND AFTERWARD.              *
023410*----------------------------------------------------------*
023420 7000-SEARCH-BY-RECNO.
023430     MOVE 'N' TO WS-SEARCH-SW.
023440     MOVE SPACES TO WS-SEARCH-RESULT.
023450     SEARCH ALL WS-TABLE
023460         AT END
023470             CONTINUE
023480         WHEN WS-TABLE-RECNO(WS-TBL-IDX) = WS-SEARCH-RECNO
023490             SET WS-SEARCH-FOUND TO TRUE
023500             MOVE WS-TABLE-ENTRY(WS-TBL-IDX) TO WS-SEARCH-RESULT
023510     END-SEARCH.
023520 7000-EXIT.
023530     EXIT.
023540*----------------------------------------------------------*
023550* 8600-SPILL-CLOSED-DAY WRITES THE JUST-COMPLETED BUSINESS   *
023560* DATE'S TABLE TO THE CATCH-UP SPILL FILE AS A DATED         *
023570* GENERATION IN THE ARCHIVE MASTER LAYOUT (COPY DL100AR) --  *
023580* ONE G HEADER AND ONE E RECORD PER SLOT -- BEFORE THE NEXT  *
023590* DATE OVERWRITES THE TABLE. DL120 FOLDS THESE GENERATIONS   *
023600* ONTO THE ARCHIVE MASTER AND DL400 EXTRACTS THEM TO THE GL, *
023610* SO A CATCH-UP FEED'S EARLIER DAYS REACH DOWNSTREAM         *
023620* PROCESSING INSTEAD OF SURVIVING ONLY AS COUNTS. EACH ENTRY *
023630* KEEPS ITS HOLD MARK, SO DL410 CAN PUT A HELD CATCH-UP      *
023640* ENTRY ON THE HOLD MASTER UNDER ITS OWN DATE AND SLOT AND   *
023650* DL400 AND DL180 LEAVE IT OUT UNTIL IT IS RELEASED.         *
023660*----------------------------------------------------------*
023670 8600-SPILL-CLOSED-DAY.
023680     MOVE SPACES TO DL100-AR-RECORD.
023690     MOVE 'G' TO DL100-AR-REC-TYPE.
023700     MOVE WS-FEED-DATE TO DL100-AR-GEN-DATE.
023710     MOVE WS-COUNT-MAX TO DL100-AR-GEN-COUNT.
023720     MOVE SPACES TO DL100-AR-ENTRY.
023730     WRITE DL100-AR-RECORD.
023740     PERFORM 8610-SPILL-ONE-ENTRY THRU 8610-EXIT
023750         VARYING WS-SPILL-SUB FROM 1 BY 1
023760         UNTIL WS-SPILL-SUB > WS-COUNT-MAX.
023770 8600-EXIT.
023780     EXIT.
023790 8610-SPILL-ONE-ENTRY.
023800     MOVE SPACES TO DL100-AR-RECORD.
023810     MOVE 'E' TO DL100-AR-REC-TYPE.
023820     MOVE WS-FEED-DATE TO DL100-AR-GEN-DATE.
023830     MOVE WS-SPILL-SUB TO DL100-AR-RECNO.
023840     MOVE WS-TABLE-ENTRY(WS-SPILL-SUB) TO DL100-AR-ENTRY.
023850     WRITE DL100-AR-RECORD.
023860 8610-EXIT.
023870     EXIT.
023880*----------------------------------------------------------*
023890* 9000-TERMINATE ENDS THE RUN.                              *
023900*----------------------------------------------------------*
023910 9000-TERMINATE.
023920     IF WS-COUNT-MAX > ZERO
023930         MOVE WS-COUNT-MAX TO WS-SEARCH-RECNO
023940         PERFORM 7000-SEARCH-BY-RECNO THRU 7000-EXIT
023950         IF WS-SEARCH-FOUND
023960             AND WS-SEARCH-RESULT NOT = WS-LAST-ENTRY
023970             DISPLAY 'DL100096W LAST ENTRY SEARCH MISMATCH'
023980         END-IF
023990     END-IF.
024000     PERFORM 9050-CHECK-VOLUME-TREND THRU 9050-EXIT.
024010     PERFORM 9100-BUILD-CONTROL-RPT THRU 9100-EXIT.
024020     PERFORM 9140-WRITE-RUN-HISTORY THRU 9140-EXIT.
024030     PERFORM 9150-CLOSE-CHECKPOINT THRU 9150-EXIT.
024040     PERFORM 9160-WRITE-RUN-CONTROL THRU 9160-EXIT.
024050     PERFORM 9170-WRITE-PENDING-FILE THRU 9170-EXIT.
024060     CLOSE CUP-OUT-FILE.
024070     CLOSE ACCT-FILE.
024080 9000-EXIT.
024090     EXIT.
024100*----------------------------------------------------------*
024110* 9050-CHECK-VOLUME-TREND READS THE RUN-HISTORY FILE,        *
024120* AVERAGES THE LOADED COUNTS OF THE LAST TEN RUNS, AND       *
024130* FLAGS TODAY'S RUN WHEN ITS VOLUME STRAYS MORE THAN THE     *
024140* TOLERANCE FROM THAT TRAILING AVERAGE. A SHORT FEED WHOSE   *
024150* TRAILER STILL AGREES WITH ITS COUNT ENDS BALANCED, SO      *
024160* THIS CHECK IS WHAT CATCHES THE FEED THAT QUIETLY SHRANK.   *
024170* FEWER THAN WS-HIST-MIN-RUNS RUNS OF HISTORY IS TOO LITTLE  *
024180* TO JUDGE AGAINST AND THE CHECK IS SKIPPED.                 *
024190*----------------------------------------------------------*
024200 9050-CHECK-VOLUME-TREND.
024210     OPEN INPUT HIST-FILE.
024220     IF WS-HIST-STATUS NOT = '00'
024230         DISPLAY 'DL100084I NO RUN HISTORY YET, STATUS = '
024240                 WS-HIST-STATUS
024250     ELSE
024260         MOVE 'N' TO WS-EOF-SW
024270         PERFORM 9060-READ-ONE-HISTORY THRU 9060-EXIT
024280             UNTIL WS-EOF-REACHED
024290         CLOSE HIST-FILE
024300         IF WS-TRAIL-CNT NOT < WS-HIST-MIN-RUNS
024310             PERFORM 9055-JUDGE-VOLUME THRU 9055-EXIT
024320         END-IF
024330     END-IF.
024340 9050-EXIT.
024350     EXIT.
024360*----------------------------------------------------------*
024370* 9055-JUDGE-VOLUME AVERAGES THE RING AND FLAGS THE RUN      *
024380* WHEN TODAY'S LOADED COUNT STRAYS MORE THAN THE TOLERANCE   *
024390* PERCENTAGE FROM THE TRAILING AVERAGE.                      *
024400*----------------------------------------------------------*
024410 9055-JUDGE-VOLUME.
024420     IF WS-TRAIL-CNT > 10
024430         MOVE 10 TO WS-TRAIL-CNT
024440     END-IF.
024450     MOVE ZERO TO WS-TRAIL-SUM.
024460     PERFORM 9070-SUM-ONE-RING-SLOT THRU 9070-EXIT
024470         VARYING WS-RING-SUB FROM 1 BY 1
024480         UNTIL WS-RING-SUB > WS-TRAIL-CNT.
024490     DIVIDE WS-TRAIL-SUM BY WS-TRAIL-CNT
024500         GIVING WS-TRAIL-AVG REMAINDER WS-TRAIL-REM.
024510     IF WS-TRAIL-AVG > ZERO
024520         IF WS-COUNT-MAX > WS-TRAIL-AVG
024530             SUBTRACT WS-TRAIL-AVG FROM WS-COUNT-MAX
024540                 GIVING WS-DEVIATION
024550         ELSE
024560             SUBTRACT WS-COUNT-MAX FROM WS-TRAIL-AVG
024570                 GIVING WS-DEVIATION
024580         END-IF
024590         MULTIPLY WS-DEVIATION BY 100 GIVING WS-DEV-SCALED
024600         MULTIPLY WS-TRAIL-AVG BY WS-VOL-TOLERANCE
024610             GIVING WS-TOL-THRESH
024620         IF WS-DEV-SCALED > WS-TOL-THRESH
024630             SET WS-VOLUME-WARNING TO TRUE
024640             IF RETURN-CODE = ZERO
024650                 MOVE 4 TO RETURN-CODE
024660             END-IF
024670         END-IF
024680     END-IF.
024690 9055-EXIT.
024700     EXIT.
024710*----------------------------------------------------------*
024720* 9060-READ-ONE-HISTORY KEEPS THE LOADED COUNTS OF THE LAST  *
024730* TEN RUNS IN A RING AS THE HISTORY FILE STREAMS PAST.       *
024740*----------------------------------------------------------*
024750 9060-READ-ONE-HISTORY.
024760     READ HIST-FILE
024770         AT END SET WS-EOF-REACHED TO TRUE
024780         NOT AT END
024790             DIVIDE WS-TRAIL-CNT BY 10
024800                 GIVING WS-TRAIL-REM REMAINDER WS-RING-SUB
024810             ADD 1 TO WS-RING-SUB
024820             ADD 1 TO WS-TRAIL-CNT
024830             MOVE DL100-RH-LOADED TO WS-HIST-RING(WS-RING-SUB)
024840     END-READ.
024850 9060-EXIT.
024860     EXIT.
024870 9070-SUM-ONE-RING-SLOT.
024880     ADD WS-HIST-RING(WS-RING-SUB) TO WS-TRAIL-SUM.
024890 9070-EXIT.
024900     EXIT.
024910*----------------------------------------------------------*
024920* 9100-BUILD-CONTROL-RPT WRITES THE LOAD-CONTROL REPORT THAT *
024930* OPERATIONS USES TO RECONCILE THE DAY'S LOAD -- TOTAL       *
024940* RECORDS LOADED, THE FIRST AND LAST WS-TABLE-ENTRY VALUES,  *
024950* AND THE RUN DATE/TIME.                                     *
024960*----------------------------------------------------------*
024970 9100-BUILD-CONTROL-RPT.
024980     ACCEPT WS-REPORT-DATE FROM DATE.
024990     ACCEPT WS-REPORT-TIME FROM TIME.
025000     MOVE WS-COUNT-MAX TO WS-EDIT-TOTAL.
025010     MOVE WS-PROC-COUNT TO WS-EDIT-PROCESSED.
025020     MOVE WS-REJECT-COUNT TO WS-EDIT-REJECTED.
025030     MOVE WS-EXPECTED-COUNT TO WS-EDIT-EXPECTED.
025040     OPEN OUTPUT RPT-FILE.
025050     IF WS-RPT-STATUS NOT = '00'
025060         DISPLAY 'DL100091E RPT-FILE OPEN FAILED, STATUS = '
025070                 WS-RPT-STATUS
025080         MOVE 16 TO RETURN-CODE
025090         STOP RUN
025100     END-IF.
025110     MOVE SPACES TO RPT-LINE.
025120     STRING 'DL100 DAILY LOAD CONTROL REPORT'
025130             DELIMITED BY SIZE INTO RPT-LINE.
025140     WRITE RPT-LINE.
025150     MOVE SPACES TO RPT-LINE.
025160     STRING 'RUN DATE (YYMMDD) : ' WS-REPORT-DATE
025170             '   RUN TIME (HHMMSSHH) : ' WS-REPORT-TIME
025180             DELIMITED BY SIZE INTO RPT-LINE.
025190     WRITE RPT-LINE.
025200     MOVE SPACES TO RPT-LINE.
025210     STRING 'TOTAL RECORDS LOADED : ' WS-EDIT-TOTAL
025220             DELIMITED BY SIZE INTO RPT-LINE.
025230     WRITE RPT-LINE.
025240     PERFORM 9110-BUILD-EDIT-SUMMARY THRU 9110-EXIT.
025250     PERFORM 9120-BUILD-SOURCE-SUMMARY THRU 9120-EXIT.
025260     PERFORM 9125-BUILD-REGISTRY-SUMMARY THRU 9125-EXIT.
025270     PERFORM 9137-BUILD-HOLD-SUMMARY THRU 9137-EXIT.
025280     PERFORM 9138-BUILD-PENDING-SUMMARY THRU 9138-EXIT.
025290     MOVE SPACES TO RPT-LINE.
025300     STRING 'FIRST ENTRY : ' WS-FIRST-ENTRY
025310             DELIMITED BY SIZE INTO RPT-LINE.
025320     WRITE RPT-LINE.
025330     MOVE SPACES TO RPT-LINE.
025340     STRING 'LAST ENTRY  : ' WS-LAST-ENTRY
025350             DELIMITED BY SIZE INTO RPT-LINE.
025360     WRITE RPT-LINE.
025370     MOVE SPACES TO RPT-LINE.
025380     STRING 'CONTROL TOTAL EXPECTED : ' WS-EDIT-EXPECTED
025390           DELIMITED BY SIZE INTO RPT-LINE.
025400     WRITE RPT-LINE.
025410     MOVE SPACES TO RPT-LINE.
025420     IF WS-RECON-BREAK
025430         IF WS-PROC-COUNT NOT = WS-EXPECTED-COUNT
025440             STRING '** RECONCILIATION BREAK -- PROCESSED '
025450                 WS-EDIT-PROCESSED ' DOES NOT MATCH EXPECTED '
025460                 WS-EDIT-EXPECTED ' **'
025470                 DELIMITED BY SIZE INTO RPT-LINE
025480         ELSE
025490             STRING '** RECONCILIATION BREAK -- '
025500                 'SEE SOURCE RECONCILIATION SECTION **'
025510                 DELIMITED BY SIZE INTO RPT-LINE
025520         END-IF
025530         MOVE 8 TO RETURN-CODE
025540     ELSE
025550         STRING 'RECONCILIATION : BALANCED'
025560                 DELIMITED BY SIZE INTO RPT-LINE
025570     END-IF.
025580     WRITE RPT-LINE.
025590     MOVE WS-TRAIL-AVG TO WS-EDIT-AVG.
025600     MOVE SPACES TO RPT-LINE.
025610     EVALUATE TRUE
025620         WHEN WS-VOLUME-WARNING
025630             STRING '** VOLUME WARNING -- LOADED ' WS-EDIT-TOTAL
025640                     ' STRAYS BEYOND TOLERANCE OF TRAILING AVG '
025650                     WS-EDIT-AVG ' **'
025660                     DELIMITED BY SIZE INTO RPT-LINE
025670         WHEN WS-TRAIL-AVG > ZERO
025680             STRING 'VOLUME TREND : LOADED ' WS-EDIT-TOTAL
025690                     ' VS TRAILING AVG ' WS-EDIT-AVG ' - OK'
025700                     DELIMITED BY SIZE INTO RPT-LINE
025710         WHEN OTHER
025720             STRING 'VOLUME TREND : INSUFFICIENT HISTORY'
025730                     DELIMITED BY SIZE INTO RPT-LINE
025740     END-EVALUATE.
025750     WRITE RPT-LINE.
025760     MOVE SPACES TO RPT-LINE.
025770     IF WS-FEED-DATE > ZERO
025780         STRING 'BUSINESS DATE : ' WS-FEED-DATE
025790                 DELIMITED BY SIZE INTO RPT-LINE
025800     ELSE
025810         STRING 'BUSINESS DATE : NOT SUPPLIED ON FEED HEADER'
025820                 DELIMITED BY SIZE INTO RPT-LINE
025830     END-IF.
025840     WRITE RPT-LINE.
025850     IF WS-CATCHUP-COUNT > ZERO
025860         MOVE SPACES TO RPT-LINE
025870         STRING 'CATCH-UP -- EARLIER BUSINESS DATES COMPLETED '
025880                 'THIS RUN'
025890                 DELIMITED BY SIZE INTO RPT-LINE
025900         WRITE RPT-LINE
025910         PERFORM 9135-BUILD-ONE-CATCHUP THRU 9135-EXIT
025920             VARYING WS-CU-SUB FROM 1 BY 1
025930             UNTIL WS-CU-SUB > WS-CATCHUP-COUNT
025940     END-IF.
025950     IF WS-DATE-GAP-FOUND
025960         MOVE SPACES TO RPT-LINE
025970         STRING '** DATE GAP -- FEED SKIPS A BUSINESS DAY '
025980                 'AFTER ' WS-CTL-DATE ' **'
025990                 DELIMITED BY SIZE INTO RPT-LINE
026000         WRITE RPT-LINE
026010         IF RETURN-CODE = ZERO
026020             MOVE 4 TO RETURN-CODE
026030         END-IF
026040     END-IF.
026050     CLOSE RPT-FILE.
026060 9100-EXIT.
026070     EXIT.
026080*----------------------------------------------------------*
026090* 9110-BUILD-EDIT-SUMMARY WRITES THE EDIT SUMMARY BLOCK OF    *
026100* THE LOAD-CONTROL REPORT -- ACCEPTED AND REJECTED COUNTS,    *
026110* WITH THE REJECTS BROKEN DOWN BY REASON CODE, SO A BAD FEED  *
026120* CAN BE CHASED WITH THE SENDING SYSTEM THE SAME MORNING.     *
026130*----------------------------------------------------------*
026140 9110-BUILD-EDIT-SUMMARY.
026150     MOVE WS-FEED-LOADED TO WS-EDIT-FEED-LOADED.
026160     MOVE SPACES TO RPT-LINE.
026170     STRING 'EDIT SUMMARY -- ACCEPTED : ' WS-EDIT-FEED-LOADED
026180             '   REJECTED : ' WS-EDIT-REJECTED
026190             DELIMITED BY SIZE INTO RPT-LINE.
026200     WRITE RPT-LINE.
026210     MOVE WS-REJ-ACCT-COUNT TO WS-EDIT-REASON.
026220     MOVE SPACES TO RPT-LINE.
026230     STRING '    ACCT - BLANK ACCOUNT NUMBER   : '
026240             WS-EDIT-REASON
026250             DELIMITED BY SIZE INTO RPT-LINE.
026260     WRITE RPT-LINE.
026270     MOVE WS-REJ-TRAN-COUNT TO WS-EDIT-REASON.
026280     MOVE SPACES TO RPT-LINE.
026290     STRING '    TRAN - BLANK TRANSACTION CODE : '
026300             WS-EDIT-REASON
026310             DELIMITED BY SIZE INTO RPT-LINE.
026320     WRITE RPT-LINE.
026330     MOVE WS-REJ-AMT-COUNT TO WS-EDIT-REASON.
026340     MOVE SPACES TO RPT-LINE.
026350     STRING '    AMT  - NON-NUMERIC AMOUNT     : '
026360             WS-EDIT-REASON
026370             DELIMITED BY SIZE INTO RPT-LINE.
026380     WRITE RPT-LINE.
026390     MOVE WS-REJ-DATE-COUNT TO WS-EDIT-REASON.
026400     MOVE SPACES TO RPT-LINE.
026410     STRING '    DATE - INVALID EFFECTIVE DATE : '
026420             WS-EDIT-REASON
026430             DELIMITED BY SIZE INTO RPT-LINE.
026440     WRITE RPT-LINE.
026450     MOVE WS-REJ-TCDE-COUNT TO WS-EDIT-REASON.
026460     MOVE SPACES TO RPT-LINE.
026470     STRING '    TCDE - CODE NOT ON MASTER     : '
026480             WS-EDIT-REASON
026490             DELIMITED BY SIZE INTO RPT-LINE.
026500     WRITE RPT-LINE.
026510     MOVE WS-REJ-SRC-COUNT TO WS-EDIT-REASON.
026520     MOVE SPACES TO RPT-LINE.
026530     STRING '    SRC  - NO SOURCE IN EFFECT    : '
026540             WS-EDIT-REASON
026550             DELIMITED BY SIZE INTO RPT-LINE.
026560     WRITE RPT-LINE.
026570     MOVE WS-REJ-ANOF-COUNT TO WS-EDIT-REASON.
026580     MOVE SPACES TO RPT-LINE.
026590     STRING '    ANOF - ACCOUNT NOT ON MASTER  : '
026600             WS-EDIT-REASON
026610             DELIMITED BY SIZE INTO RPT-LINE.
026620     WRITE RPT-LINE.
026630     MOVE WS-REJ-ACLS-COUNT TO WS-EDIT-REASON.
026640     MOVE SPACES TO RPT-LINE.
026650     STRING '    ACLS - ACCOUNT CLOSED         : '
026660             WS-EDIT-REASON
026670             DELIMITED BY SIZE INTO RPT-LINE.
026680     WRITE RPT-LINE.
026690     MOVE WS-REJ-AFRZ-COUNT TO WS-EDIT-REASON.
026700     MOVE SPACES TO RPT-LINE.
026710     STRING '    AFRZ - ACCOUNT FROZEN         : '
026720             WS-EDIT-REASON
026730             DELIMITED BY SIZE INTO RPT-LINE.
026740     WRITE RPT-LINE.
026750 9110-EXIT.
026760     EXIT.
026770*----------------------------------------------------------*
026780* 9120-BUILD-SOURCE-SUMMARY WRITES THE PER-SOURCE SECTION OF *
026790* THE LOAD-CONTROL REPORT -- ONE LINE PER REGIONAL FEED WITH *
026800* ITS LOADED, REJECTED, AND EXPECTED COUNTS AND WHETHER THAT *
026810* SOURCE BALANCED, SO A SHORT REGION IS NAMED ON THE REPORT  *
026820* INSTEAD OF BURIED IN THE COMBINED TOTAL.                   *
026830*----------------------------------------------------------*
026840 9120-BUILD-SOURCE-SUMMARY.
026850     MOVE SPACES TO RPT-LINE.
026860     STRING 'SOURCE RECONCILIATION'
026870             DELIMITED BY SIZE INTO RPT-LINE.
026880     WRITE RPT-LINE.
026890     PERFORM 9130-BUILD-ONE-SOURCE THRU 9130-EXIT
026900         VARYING WS-SRC-SUB FROM 1 BY 1
026910         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
026920 9120-EXIT.
026930     EXIT.
026940*----------------------------------------------------------*
026950* 9125-BUILD-REGISTRY-SUMMARY WRITES THE SOURCE REGISTRY     *
026960* SECTION -- ONE LINE PER MISSING, UNREGISTERED, OR OUT-OF-  *
026970* RANGE SOURCE ON EACH BUSINESS DATE -- AND LEAVES RC 4 WHEN *
026980* THERE IS ANY, SO THE REGION IS CHASED THAT MORNING.        *
026990*----------------------------------------------------------*
027000 9125-BUILD-REGISTRY-SUMMARY.
027010     MOVE SPACES TO RPT-LINE.
027020     STRING 'SOURCE REGISTRY CHECK'
027030             DELIMITED BY SIZE INTO RPT-LINE.
027040     WRITE RPT-LINE.
027050     MOVE SPACES TO RPT-LINE.
027060     EVALUATE TRUE
027070         WHEN NOT WS-REGISTRY-LOADED
027080             STRING '    NO SOURCE REGISTRY SUPPLIED -- CHECK '
027090                     'SKIPPED'
027100                     DELIMITED BY SIZE INTO RPT-LINE
027110             WRITE RPT-LINE
027120         WHEN WS-SX-COUNT = ZERO
027130             MOVE WS-RG-COUNT TO WS-EDIT-SX-COUNT
027140             STRING '    ALL ' WS-EDIT-SX-COUNT
027150                     ' REGISTERED SOURCES ACCOUNTED FOR'
027160                     DELIMITED BY SIZE INTO RPT-LINE
027170             WRITE RPT-LINE
027180         WHEN OTHER
027190             PERFORM 9126-BUILD-ONE-REG-EXCEPTION THRU 9126-EXIT
027200                 VARYING WS-SX-SUB FROM 1 BY 1
027210                 UNTIL WS-SX-SUB > WS-SX-COUNT
027220             IF WS-SX-OVER > ZERO
027230                 MOVE WS-SX-OVER TO WS-EDIT-SX-COUNT
027240                 MOVE SPACES TO RPT-LINE
027250                 STRING '    ... AND ' WS-EDIT-SX-COUNT
027260                         ' MORE NOT LISTED'
027270                         DELIMITED BY SIZE INTO RPT-LINE
027280                 WRITE RPT-LINE
027290             END-IF
027300             IF RETURN-CODE = ZERO
027310                 MOVE 4 TO RETURN-CODE
027320             END-IF
027330     END-EVALUATE.
027340 9125-EXIT.
027350     EXIT.
027360 9126-BUILD-ONE-REG-EXCEPTION.
027370     MOVE WS-SX-VOLUME(WS-SX-SUB) TO WS-EDIT-SX-VOLUME.
027380     MOVE SPACES TO RPT-LINE.
027390     EVALUATE TRUE
027400         WHEN WS-SX-MISSING(WS-SX-SUB)
027410             MOVE WS-SX-RG(WS-SX-SUB) TO WS-RG-SUB
027420             STRING '    DATE ' WS-SX-DATE(WS-SX-SUB)
027430                     ' ' WS-DAY-NAME(WS-SX-WEEKDAY(WS-SX-SUB))
027440                     '  SOURCE ' WS-SX-CODE(WS-SX-SUB)
027450                     '  ** MISSING -- NOTHING SENT **  '
027460                     WS-RG-DESC(WS-RG-SUB)
027470                     DELIMITED BY SIZE INTO RPT-LINE
027480         WHEN WS-SX-UNREGISTERED(WS-SX-SUB)
027490             STRING '    DATE ' WS-SX-DATE(WS-SX-SUB)
027500                     ' ' WS-DAY-NAME(WS-SX-WEEKDAY(WS-SX-SUB))
027510                     '  SOURCE ' WS-SX-CODE(WS-SX-SUB)
027520                     '  ** NOT ON REGISTRY **  PROCESSED: '
027530                     WS-EDIT-SX-VOLUME
027540                     DELIMITED BY SIZE INTO RPT-LINE
027550         WHEN OTHER
027560             MOVE WS-SX-RG(WS-SX-SUB) TO WS-RG-SUB
027570             MOVE WS-RG-VOL-LOW(WS-RG-SUB) TO WS-EDIT-SX-LOW
027580             MOVE WS-RG-VOL-HIGH(WS-RG-SUB) TO WS-EDIT-SX-HIGH
027590             STRING '    DATE ' WS-SX-DATE(WS-SX-SUB)
027600                     ' ' WS-DAY-NAME(WS-SX-WEEKDAY(WS-SX-SUB))
027610                     '  SOURCE ' WS-SX-CODE(WS-SX-SUB)
027620                     '  ** VOLUME ' WS-EDIT-SX-VOLUME
027630                     ' OUTSIDE RANGE ' WS-EDIT-SX-LOW
027640                     ' - ' WS-EDIT-SX-HIGH ' **'
027650                     DELIMITED BY SIZE INTO RPT-LINE
027660     END-EVALUATE.
027670     WRITE RPT-LINE.
027680 9126-EXIT.
027690     EXIT.
027700 9130-BUILD-ONE-SOURCE.
027710     MOVE WS-SRC-LOADED(WS-SRC-SUB) TO WS-EDIT-SRC-LOADED.
027720     MOVE WS-SRC-REJECTED(WS-SRC-SUB) TO WS-EDIT-SRC-REJECT.
027730     MOVE WS-SRC-EXPECTED(WS-SRC-SUB) TO WS-EDIT-SRC-EXPECT.
027740     MOVE WS-SRC-WAREHOUSED(WS-SRC-SUB) TO WS-EDIT-SRC-WHSE.
027750     ADD WS-SRC-LOADED(WS-SRC-SUB) WS-SRC-REJECTED(WS-SRC-SUB)
027760         WS-SRC-WAREHOUSED(WS-SRC-SUB)
027770         GIVING WS-SRC-PROC.
027780     MOVE SPACES TO RPT-LINE.
027790     EVALUATE TRUE
027800         WHEN WS-SRC-TRAILER-SW(WS-SRC-SUB) NOT = 'Y'
027810             STRING '    SOURCE ' WS-SRC-CODE(WS-SRC-SUB)
027820                     '  LOADED: ' WS-EDIT-SRC-LOADED
027830                     '  REJECTED: ' WS-EDIT-SRC-REJECT
027840                     '  WHSE: ' WS-EDIT-SRC-WHSE
027850                     '  ** NO TRAILER **'
027860                     DELIMITED BY SIZE INTO RPT-LINE
027870         WHEN WS-SRC-PROC NOT = WS-SRC-EXPECTED(WS-SRC-SUB)
027880             STRING '    SOURCE ' WS-SRC-CODE(WS-SRC-SUB)
027890                     '  LOADED: ' WS-EDIT-SRC-LOADED
027900                     '  REJECTED: ' WS-EDIT-SRC-REJECT
027910                     '  WHSE: ' WS-EDIT-SRC-WHSE
027920                     '  EXPECTED: ' WS-EDIT-SRC-EXPECT
027930                     '  ** BREAK **'
027940                     DELIMITED BY SIZE INTO RPT-LINE
027950         WHEN OTHER
027960             STRING '    SOURCE ' WS-SRC-CODE(WS-SRC-SUB)
027970                     '  LOADED: ' WS-EDIT-SRC-LOADED
027980                     '  REJECTED: ' WS-EDIT-SRC-REJECT
027990                     '  WHSE: ' WS-EDIT-SRC-WHSE
028000                     '  EXPECTED: ' WS-EDIT-SRC-EXPECT
028010                     '  BALANCED'
028020                     DELIMITED BY SIZE INTO RPT-LINE
028030     END-EVALUATE.
028040     WRITE RPT-LINE.
028050 9130-EXIT.
028060     EXIT.
028070*----------------------------------------------------------*
028080* 9135-BUILD-ONE-CATCHUP WRITES ONE CATCH-UP LINE -- A       *
028090* BUSINESS DATE THIS RUN LOADED, RECONCILED, AND CLOSED OUT  *
028100* BEFORE MOVING ON TO THE NEXT DATE ON THE FEED.             *
028110*----------------------------------------------------------*
028120 9135-BUILD-ONE-CATCHUP.
028130     MOVE WS-CU-LOADED(WS-CU-SUB) TO WS-EDIT-CU-LOADED.
028140     MOVE WS-CU-REJECTED(WS-CU-SUB) TO WS-EDIT-CU-REJECT.
028150     MOVE SPACES TO RPT-LINE.
028160     STRING '    DATE ' WS-CU-DATE(WS-CU-SUB)
028170             '  LOADED: ' WS-EDIT-CU-LOADED
028180             '  REJECTED: ' WS-EDIT-CU-REJECT
028190             '  COMPLETED'
028200             DELIMITED BY SIZE INTO RPT-LINE.
028210     WRITE RPT-LINE.
028220 9135-EXIT.
028230     EXIT.
028240*----------------------------------------------------------*
028250* 9137-BUILD-HOLD-SUMMARY WRITES HOW MANY OF THE ENTRIES ON  *
028260* THE TABLE EXTRACT AND THE CATCH-UP SPILL WERE MARKED HELD  *
028270* AS ABOVE THEIR HIGH-VALUE HOLD LIMIT, AND THEIR NET        *
028280* AMOUNT. THE COUNT RUNS ACROSS EVERY DATE THE FEED CARRIED. *
028290* THEY STAY OFF THE GL EXTRACT UNTIL RELEASED THROUGH DL410. *
028300*----------------------------------------------------------*
028310 9137-BUILD-HOLD-SUMMARY.
028320     MOVE WS-HV-HELD-COUNT TO WS-EDIT-HV-COUNT.
028330     MOVE WS-HV-HELD-AMOUNT TO WS-EDIT-HV-AMOUNT.
028340     MOVE SPACES TO RPT-LINE.
028350     STRING 'HIGH-VALUE -- HELD FOR REVIEW : ' WS-EDIT-HV-COUNT
028360             '   AMOUNT : ' WS-EDIT-HV-AMOUNT
028370             DELIMITED BY SIZE INTO RPT-LINE.
028380     WRITE RPT-LINE.
028390 9137-EXIT.
028400     EXIT.
028410*----------------------------------------------------------*
028420* 9138-BUILD-PENDING-SUMMARY WRITES THE FUTURE-DATED         *
028430* WAREHOUSE BLOCK -- HOW MANY DETAILS WERE WAREHOUSED AND    *
028440* RELEASED THIS RUN, THEN AN AGING LINE FOR EVERY ITEM       *
028450* STILL QUEUED (EFFECTIVE DATE, SOURCE, AND THE BUSINESS     *
028460* DATE IT WAS WAREHOUSED) SO OPERATIONS CAN SEE WHAT IS      *
028470* WAITING AND HOW LONG IT HAS WAITED.                        *
028480*----------------------------------------------------------*
028490 9138-BUILD-PENDING-SUMMARY.
028500     MOVE WS-WAREHOUSED-COUNT TO WS-EDIT-WAREHOUSED.
028510     MOVE WS-RELEASED-COUNT TO WS-EDIT-RELEASED.
028520     MOVE SPACES TO RPT-LINE.
028530     STRING 'FUTURE-DATED -- WAREHOUSED : ' WS-EDIT-WAREHOUSED
028540             '   RELEASED : ' WS-EDIT-RELEASED
028550             DELIMITED BY SIZE INTO RPT-LINE.
028560     WRITE RPT-LINE.
028570     IF WS-MARKED-REL-COUNT > ZERO
028580         MOVE WS-MARKED-REL-COUNT TO WS-EDIT-MARKED-REL
028590         MOVE SPACES TO RPT-LINE
028600         STRING 'FUTURE-DATED -- RELEASED BY THE ABENDED '
028610                 'RUN : ' WS-EDIT-MARKED-REL
028620                 DELIMITED BY SIZE INTO RPT-LINE
028630         WRITE RPT-LINE
028640     END-IF.
028650     MOVE ZERO TO WS-PD-STILL-PEND.
028660     PERFORM 9139-BUILD-ONE-PENDING THRU 9139-EXIT
028670         VARYING WS-PD-SUB FROM 1 BY 1
028680         UNTIL WS-PD-SUB > WS-PD-COUNT.
028690     MOVE WS-PD-STILL-PEND TO WS-EDIT-PENDING.
028700     MOVE SPACES TO RPT-LINE.
028710     STRING 'FUTURE-DATED -- STILL PENDING : ' WS-EDIT-PENDING
028720             DELIMITED BY SIZE INTO RPT-LINE.
028730     WRITE RPT-LINE.
028740 9138-EXIT.
028750     EXIT.
028760 9139-BUILD-ONE-PENDING.
028770     IF WS-PD-PENDING(WS-PD-SUB)
028780         ADD 1 TO WS-PD-STILL-PEND
028790         MOVE WS-PD-DETAIL(WS-PD-SUB) TO WS-RELEASE-DETAIL
028800         MOVE SPACES TO RPT-LINE
028810         STRING '    PENDING  ACCT ' WS-RL-ACCT-NO
028820                 '  EFF ' WS-PD-EFF-DATE(WS-PD-SUB)
028830                 '  SRC ' WS-PD-SOURCE(WS-PD-SUB)
028840                 '  WAREHOUSED ' WS-PD-ADDED-DATE(WS-PD-SUB)
028850                 DELIMITED BY SIZE INTO RPT-LINE
028860         WRITE RPT-LINE
028870     END-IF.
028880 9139-EXIT.
028890     EXIT.
028900*----------------------------------------------------------*
028910* 9140-WRITE-RUN-HISTORY APPENDS ONE SUMMARY RECORD TO THE   *
028920* CUMULATIVE RUN-HISTORY FILE -- ONCE PER COMPLETED          *
028930* BUSINESS DATE, SO A CATCH-UP FEED LEAVES ONE RECORD PER    *
028940* DAY IT CARRIED. A MISSING                                  *
028950* FILE ON THE FIRST RUN IS CREATED FRESH.                    *
028960*----------------------------------------------------------*
028970 9140-WRITE-RUN-HISTORY.
028980     OPEN EXTEND HIST-FILE.
028990     IF WS-HIST-STATUS = '35'
029000         OPEN OUTPUT HIST-FILE
029010     END-IF.
029020     IF WS-HIST-STATUS NOT = '00'
029030         DISPLAY 'DL100083E HIST-FILE OPEN FAILED, STATUS = '
029040                 WS-HIST-STATUS
029050         MOVE 16 TO RETURN-CODE
029060         STOP RUN
029070     END-IF.
029080     ACCEPT WS-END-TIME FROM TIME.
029090     MOVE SPACES TO DL100-RH-RECORD.
029100     MOVE WS-BUS-DATE TO DL100-RH-BUS-DATE.
029110     MOVE WS-COUNT-MAX TO DL100-RH-LOADED.
029120     SUBTRACT WS-DAY-REJ-BASE FROM WS-REJECT-COUNT
029130         GIVING WS-DAY-REJECTED.
029140     MOVE WS-DAY-REJECTED TO DL100-RH-REJECTED.
029150     MOVE WS-START-TIME TO DL100-RH-START-TIME.
029160     MOVE WS-END-TIME TO DL100-RH-END-TIME.
029170     MOVE WS-RESTART-SW TO DL100-RH-RESTART-FLAG.
029180     MOVE WS-RECON-SW TO DL100-RH-RECON-FLAG.
029190     MOVE WS-VOLUME-SW TO DL100-RH-VOLUME-FLAG.
029200     WRITE DL100-RH-RECORD.
029210     CLOSE HIST-FILE.
029220 9140-EXIT.
029230     EXIT.
029240*----------------------------------------------------------*
029250* 9150-CLOSE-CHECKPOINT MARKS THE CHECKPOINT COMPLETE SO A   *
029260* SUBSEQUENT RUN STARTS FRESH INSTEAD OF TREATING TODAY'S    *
029270* FINISHED LOAD AS AN ABEND TO RESTART FROM.                 *
029280*----------------------------------------------------------*
029290 9150-CLOSE-CHECKPOINT.
029300     MOVE WS-COUNT-MAX TO CKPT-REC-COUNT.
029310     MOVE WS-DAYS-CLOSED TO CKPT-DAYS-CLOSED.
029320     MOVE WS-PROC-COUNT TO CKPT-PROC-COUNT.
029330     MOVE 'Y' TO CKPT-COMPLETE-FLAG.
029340     OPEN OUTPUT CKPT-FILE.
029350     IF WS-CKPT-STATUS NOT = '00'
029360         DISPLAY 'DL100090E CKPT-FILE OPEN FAILED, STATUS = '
029370                 WS-CKPT-STATUS
029380         MOVE 16 TO RETURN-CODE
029390         STOP RUN
029400     END-IF.
029410     WRITE CKPT-RECORD.
029420     CLOSE CKPT-FILE.
029430 9150-EXIT.
029440     EXIT.
029450*----------------------------------------------------------*
029460* 9160-WRITE-RUN-CONTROL RECORDS THE COMPLETED FEED'S        *
029470* BUSINESS DATE SO THE NEXT RUN CAN REFUSE A DUPLICATE OR    *
029480* OUT-OF-SEQUENCE FEED. A FEED WITHOUT A BUSINESS DATE       *
029490* LEAVES THE RUN-CONTROL FILE UNTOUCHED.                     *
029500*----------------------------------------------------------*
029510 9160-WRITE-RUN-CONTROL.
029520     IF WS-FEED-DATE > ZERO
029530         OPEN OUTPUT CTL-FILE
029540         IF WS-CTL-STATUS NOT = '00'
029550             DISPLAY 'DL100074E CTL-FILE OPEN FAILED, STATUS = '
029560                     WS-CTL-STATUS
029570             MOVE 16 TO RETURN-CODE
029580             STOP RUN
029590         END-IF
029600         MOVE WS-FEED-DATE TO CTL-LAST-DATE
029610         WRITE CTL-RECORD
029620         CLOSE CTL-FILE
029630     END-IF.
029640 9160-EXIT.
029650     EXIT.
029660*----------------------------------------------------------*
029670* 9170-WRITE-PENDING-FILE CARRIES THE PENDING-RELEASE FILE   *
029680* FORWARD -- EVERYTHING STILL WAITING FOR ITS EFFECTIVE      *
029690* DATE, INCLUDING WHAT THIS RUN WAREHOUSED. RELEASED         *
029700* RECORDS DROP OFF HERE.                                     *
029710*----------------------------------------------------------*
029720 9170-WRITE-PENDING-FILE.
029730     OPEN OUTPUT PEND-OUT-FILE.
029740     IF WS-PENDOUT-STATUS NOT = '00'
029750         DISPLAY 'DL100066E PEND-OUT-FILE OPEN FAILED, '
029760                 'STATUS = ' WS-PENDOUT-STATUS
029770         MOVE 16 TO RETURN-CODE
029780         STOP RUN
029790     END-IF.
029800     PERFORM 9175-WRITE-ONE-PENDING THRU 9175-EXIT
029810         VARYING WS-PD-SUB FROM 1 BY 1
029820         UNTIL WS-PD-SUB > WS-PD-COUNT.
029830     CLOSE PEND-OUT-FILE.
029840 9170-EXIT.
029850     EXIT.
029860 9175-WRITE-ONE-PENDING.
029870     IF WS-PD-PENDING(WS-PD-SUB)
029880         MOVE SPACES TO DL100-PD-RECORD
029890         MOVE WS-PD-EFF-DATE(WS-PD-SUB) TO DL100-PD-EFF-DATE
029900         MOVE WS-PD-SOURCE(WS-PD-SUB) TO DL100-PD-SOURCE
029910         MOVE WS-PD-ADDED-DATE(WS-PD-SUB)
029920             TO DL100-PD-ADDED-DATE
029930         MOVE WS-PD-DETAIL(WS-PD-SUB) TO DL100-PD-DETAIL
029940         WRITE DL100-PD-RECORD
029950     END-IF.
029960 9175-EXIT.
029970     EXIT.
