000230*                MONTH. A DATE CARRIED TWICE ON THE MASTER   *
000240*                -- WHICH DL120'S REPLACE RULE SHOULD        *
000250*                PREVENT -- IS WARNED AND LEAVES RC 4.       *
000260*  10/15/26 RGH  A DAY WITH NO GENERATION IS NOW LOOKED UP   *
000270*                ON THE BUSINESS-DAY CALENDAR (BUSCAL, COPY  *
000280*                DL100BC). A WEEKEND OR BANK HOLIDAY SHOWS   *
000290*                AS A NON-BUSINESS DAY (WITH THE HOLIDAY'S   *
000300*                NAME) INSTEAD OF NO GENERATION ON FILE; A   *
000310*                BUSINESS DAY WITH NO GENERATION IS FLAGGED  *
000320*                AS MISSING AND LEAVES RC 4. THE TOTALS      *
000330*                SPLIT THE DAYS WITH NO GENERATION INTO      *
000340*                MISSING BUSINESS DAYS, NON-BUSINESS DAYS,   *
000350*                AND DAYS THE CALENDAR DOES NOT COVER, WHICH *
000360*                ARE SHOWN AS BEFORE.                        *
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PARM-FILE    ASSIGN TO PARMIN
000450                         ORGANIZATION IS LINE SEQUENTIAL
000460                         FILE STATUS IS WS-PARM-STATUS.
000470     SELECT ARCH-IN-FILE ASSIGN TO ARCHIN
000480                         ORGANIZATION IS SEQUENTIAL
000490                         FILE STATUS IS WS-ARCHIN-STATUS.
000500     SELECT RPT-FILE     ASSIGN TO RPTOUT
000510                         ORGANIZATION IS LINE SEQUENTIAL
000520                         FILE STATUS IS WS-RPT-STATUS.
000530     SELECT CAL-FILE     ASSIGN TO BUSCAL
000540                         ORGANIZATION IS SEQUENTIAL
000550                         FILE STATUS IS WS-CAL-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PARM-FILE
000590     LABEL RECORDS ARE OMITTED
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  PARM-RECORD.
000620     05  PARM-KEYWORD            PIC X(06).
000630     05  PARM-MONTH              PIC X(06).
000640     05  FILLER                  PIC X(68).
000650 FD  ARCH-IN-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 94 CHARACTERS.
000680     COPY DL100AR.
000690 FD  RPT-FILE
000700     LABEL RECORDS ARE OMITTED
000710     RECORD CONTAINS 100 CHARACTERS.
000720 01  RPT-LINE                    PIC X(100).
000730 FD  CAL-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 80 CHARACTERS.
000760     COPY DL100BC.
000770 WORKING-STORAGE SECTION.
000780 01  WS-FILE-CONTROLS.
000790     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
000800     05  WS-ARCHIN-STATUS        PIC X(02) VALUE '00'.
000810     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
000820     05  WS-CAL-STATUS           PIC X(02) VALUE '00'.
000830 01  WS-AREA.
000840     05  WS-REQ-MONTH            PIC 9(06) VALUE ZERO.
000850     05  WS-REQ-MONTH-R REDEFINES WS-REQ-MONTH.
000860         10  WS-REQ-CCYY         PIC 9(04).
000870         10  WS-REQ-MM           PIC 9(02).
000880     05  WS-GEN-DATE-R.
000890         10  WS-GD-CCYYMM        PIC 9(06).
000900         10  WS-GD-DD            PIC 9(02).
000910     05  WS-CUR-DAY              PIC 9(2) COMP VALUE ZERO.
000920     05  WS-DAYS-IN-MONTH        PIC 9(2) COMP VALUE ZERO.
000930     05  WS-LEAP-REM-4           PIC 9(4) COMP VALUE ZERO.
000940     05  WS-LEAP-REM-100         PIC 9(4) COMP VALUE ZERO.
000950     05  WS-LEAP-REM-400         PIC 9(4) COMP VALUE ZERO.
000960     05  WS-LEAP-QUOT            PIC 9(4) COMP VALUE ZERO.
000970     05  WS-MONTH-DAYS-TBL       PIC X(24)
000980         VALUE '312831303130313130313031'.
000990     05  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TBL.
001000         10  WS-MONTH-DAYS OCCURS 12 TIMES
001010                             PIC 9(02).
001020     05  WS-GENS-IN-MONTH        PIC 9(3) COMP VALUE ZERO.
001030     05  WS-GENS-SKIPPED         PIC 9(3) COMP VALUE ZERO.
001040     05  WS-DUP-DATES            PIC 9(3) COMP VALUE ZERO.
001050     05  WS-MISSING-DAYS         PIC 9(3) COMP VALUE ZERO.
001060     05  WS-NONBUS-DAYS          PIC 9(3) COMP VALUE ZERO.
001070     05  WS-UNCAL-DAYS           PIC 9(3) COMP VALUE ZERO.
001080     05  WS-NOGEN-DAYS           PIC 9(3) COMP VALUE ZERO.
001090     05  WS-CAL-DATE-R.
001100         10  WS-CD-CCYYMM        PIC 9(06).
001110         10  WS-CD-DD            PIC 9(02).
001120     05  WS-MONTH-COUNT          PIC 9(7) COMP VALUE ZERO.
001130     05  WS-MONTH-AMOUNT         PIC S9(13)V99 COMP-3
001140                                 VALUE ZERO.
001150     05  WS-BUSY-DAY             PIC 9(2) COMP VALUE ZERO.
001160     05  WS-LIGHT-DAY            PIC 9(2) COMP VALUE ZERO.
001170     05  WS-EDIT-COUNT           PIC ZZZZZZ9.
001180     05  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001190     05  WS-EDIT-DAY             PIC 99.
001200     05  WS-ENTRY-WORK           PIC X(80) VALUE SPACES.
001210     05  WS-ENTRY-WORK-R REDEFINES WS-ENTRY-WORK.
001220         10  WS-EW-ACCT-NO       PIC X(10).
001230         10  WS-EW-TRAN-CODE     PIC X(02).
001240         10  WS-EW-AMOUNT        PIC S9(09)V99.
001250         10  WS-EW-EFF-DATE      PIC 9(08).
001260         10  WS-EW-SOURCE        PIC X(03).
001270         10  FILLER              PIC X(46).
001280     05  WS-DAY-SUB              PIC 9(2) COMP VALUE ZERO.
001290     05  WS-DAY-TBL OCCURS 31 TIMES.
001300         10  WS-DY-GEN-SW        PIC X(01).
001310             88  WS-DY-HAS-GEN            VALUE 'Y'.
001320         10  WS-DY-COUNT         PIC 9(5) COMP.
001330         10  WS-DY-AMOUNT        PIC S9(13)V99 COMP-3.
001340         10  WS-DY-DAY-TYPE      PIC X(01).
001350             88  WS-DY-BUSINESS-DAY       VALUE 'B'.
001360             88  WS-DY-WEEKEND            VALUE 'W'.
001370             88  WS-DY-HOLIDAY            VALUE 'H'.
001380             88  WS-DY-NOT-ON-CALENDAR    VALUE SPACE.
001390         10  WS-DY-DESC          PIC X(30).
001400     05  WS-SRC-MAX-ALLOWED      PIC 9(2) COMP VALUE 10.
001410     05  WS-SRC-COUNT            PIC 9(2) COMP VALUE ZERO.
001420     05  WS-SRC-SUB              PIC 9(2) COMP VALUE ZERO.
001430     05  WS-SRC-CUR              PIC 9(2) COMP VALUE ZERO.
001440     05  WS-SRC-TBL OCCURS 10 TIMES.
001450         10  WS-SR-CODE          PIC X(03).
001460         10  WS-SR-COUNT         PIC 9(7) COMP.
001470         10  WS-SR-AMOUNT        PIC S9(13)V99 COMP-3.
001480     05  WS-TC-MAX-ALLOWED       PIC 9(3) COMP VALUE 50.
001490     05  WS-TC-COUNT             PIC 9(3) COMP VALUE ZERO.
001500     05  WS-TC-SUB               PIC 9(3) COMP VALUE ZERO.
001510     05  WS-TC-CUR               PIC 9(3) COMP VALUE ZERO.
001520     05  WS-TC-TBL OCCURS 50 TIMES.
001530         10  WS-TC-CODE          PIC X(02).
001540         10  WS-TC-CNT           PIC 9(7) COMP.
001550         10  WS-TC-AMOUNT        PIC S9(13)V99 COMP-3.
001560 01  WS-REPORT-DATE.
001570     05  WS-RPT-YY               PIC 9(2).
001580     05  WS-RPT-MM               PIC 9(2).
001590     05  WS-RPT-DD               PIC 9(2).
001600 01  WS-SWITCHES.
001610     05  WS-ARCH-EOF-SW          PIC X(01) VALUE 'N'.
001620         88  WS-ARCH-AT-EOF               VALUE 'Y'.
001630     05  WS-IN-MONTH-SW          PIC X(01) VALUE 'N'.
001640         88  WS-IN-MONTH-GEN              VALUE 'Y'.
001650     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
001660         88  WS-CAL-AT-EOF                VALUE 'Y'.
001670 PROCEDURE DIVISION.
001680*----------------------------------------------------------*
001690* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE SUMMARY.   *
001700*----------------------------------------------------------*
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
001740             UNTIL WS-ARCH-AT-EOF.
001750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001760     GOBACK.
001770 0000-EXIT.
001780     EXIT.
001790*----------------------------------------------------------*
001800* 1000-INITIALIZE PICKS UP THE MONTH=CCYYMM PARM CARD,       *
001810* SIZES THE MONTH (HONORING LEAP YEARS), CLEARS THE ROLLUP   *
001820* TABLES, MARKS EACH DAY OF THE MONTH WITH ITS DAY TYPE OFF  *
001830* THE BUSINESS-DAY CALENDAR, AND OPENS THE ARCHIVE MASTER. A *
001840* MISSING OR BAD CARD IS FATAL -- THERE IS NO SENSIBLE       *
001850* DEFAULT MONTH.                                             *
001860*----------------------------------------------------------*
001870 1000-INITIALIZE.
001880     OPEN INPUT PARM-FILE.
001890     IF WS-PARM-STATUS NOT = '00'
001900         DISPLAY 'DL800099E PARM-FILE OPEN FAILED, STATUS = '
001910                 WS-PARM-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950     READ PARM-FILE
001960         AT END
001970             DISPLAY 'DL800098E EMPTY PARM CARD'
001980             MOVE 16 TO RETURN-CODE
001990             STOP RUN
002000     END-READ.
002010     IF PARM-KEYWORD NOT = 'MONTH='
002020        OR PARM-MONTH NOT NUMERIC
002030         DISPLAY 'DL800097E BAD PARM CARD = ' PARM-RECORD
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF.
002070     MOVE PARM-MONTH TO WS-REQ-MONTH.
002080     CLOSE PARM-FILE.
002090     IF WS-REQ-MM < 01 OR WS-REQ-MM > 12
002100         DISPLAY 'DL800096E BAD MONTH ON PARM CARD = '
002110                 WS-REQ-MONTH
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF.
002150     PERFORM 1100-SIZE-THE-MONTH THRU 1100-EXIT.
002160     PERFORM 1200-INIT-ONE-DAY THRU 1200-EXIT
002170         VARYING WS-DAY-SUB FROM 1 BY 1
002180         UNTIL WS-DAY-SUB > 31.
002190     PERFORM 1300-LOAD-MONTH-CALENDAR THRU 1300-EXIT.
002200     OPEN INPUT ARCH-IN-FILE.
002210     IF WS-ARCHIN-STATUS NOT = '00'
002220         DISPLAY 'DL800095E ARCH-IN-FILE OPEN FAILED, '
002230                 'STATUS = ' WS-ARCHIN-STATUS
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270 1000-EXIT.
002280     EXIT.
002290*----------------------------------------------------------*
002300* 1100-SIZE-THE-MONTH SETS THE CALENDAR LENGTH OF THE        *
002310* REQUESTED MONTH, HONORING LEAP YEARS, SO THE MISSING-DAY   *
002320* SWEEP KNOWS HOW FAR TO LOOK.                               *
002330*----------------------------------------------------------*
002340 1100-SIZE-THE-MONTH.
002350     MOVE WS-MONTH-DAYS(WS-REQ-MM) TO WS-DAYS-IN-MONTH.
002360     IF WS-REQ-MM = 02
002370         DIVIDE WS-REQ-CCYY BY 4
002380             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
002390         DIVIDE WS-REQ-CCYY BY 100
002400             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
002410         DIVIDE WS-REQ-CCYY BY 400
002420             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
002430         IF WS-LEAP-REM-4 = ZERO
002440            AND (WS-LEAP-REM-100 NOT = ZERO
002450                 OR WS-LEAP-REM-400 = ZERO)
002460             MOVE 29 TO WS-DAYS-IN-MONTH
002470         END-IF
002480     END-IF.
002490 1100-EXIT.
002500     EXIT.
002510 1200-INIT-ONE-DAY.
002520     MOVE 'N' TO WS-DY-GEN-SW(WS-DAY-SUB).
002530     MOVE ZERO TO WS-DY-COUNT(WS-DAY-SUB).
002540     MOVE ZERO TO WS-DY-AMOUNT(WS-DAY-SUB).
002550     MOVE SPACE TO WS-DY-DAY-TYPE(WS-DAY-SUB).
002560     MOVE SPACES TO WS-DY-DESC(WS-DAY-SUB).
002570 1200-EXIT.
002580     EXIT.
002590*----------------------------------------------------------*
002600* 1300-LOAD-MONTH-CALENDAR PICKS THE REQUESTED MONTH'S DATES *
002610* OFF THE BUSINESS-DAY CALENDAR AND MARKS EACH DAY AS A      *
002620* BUSINESS DAY, WEEKEND, OR HOLIDAY. A BAD RECORD INSIDE THE *
002630* MONTH STOPS THE RUN. NO CALENDAR, OR A MONTH IT DOES NOT   *
002640* COVER, LEAVES THE DAYS UNCLASSIFIED AND A DAY WITH NO      *
002650* GENERATION IS REPORTED AS BEFORE.                          *
002660*----------------------------------------------------------*
002670 1300-LOAD-MONTH-CALENDAR.
002680     OPEN INPUT CAL-FILE.
002690     IF WS-CAL-STATUS NOT = '00'
002700         DISPLAY 'DL800090I NO BUSINESS CALENDAR, STATUS = '
002710                 WS-CAL-STATUS
002720     ELSE
002730         PERFORM 1310-LOAD-ONE-CALENDAR-DAY THRU 1310-EXIT
002740             UNTIL WS-CAL-AT-EOF
002750         CLOSE CAL-FILE
002760     END-IF.
002770 1300-EXIT.
002780     EXIT.
002790 1310-LOAD-ONE-CALENDAR-DAY.
002800     READ CAL-FILE
002810         AT END
002820             SET WS-CAL-AT-EOF TO TRUE
002830         NOT AT END
002840             MOVE DL100-BC-DATE TO WS-CAL-DATE-R
002850             IF WS-CD-CCYYMM = WS-REQ-MONTH
002860                 IF DL100-BC-DATE NOT NUMERIC
002870                    OR NOT DL100-BC-VALID-TYPE
002880                    OR WS-CD-DD = ZERO
002890                    OR WS-CD-DD > WS-DAYS-IN-MONTH
002900                     DISPLAY 'DL800089E BAD CALENDAR RECORD = '
002910                             DL100-BC-RECORD
002920                     CLOSE CAL-FILE
002930                     MOVE 16 TO RETURN-CODE
002940                     STOP RUN
002950                 END-IF
002960                 MOVE DL100-BC-DAY-TYPE
002970                     TO WS-DY-DAY-TYPE(WS-CD-DD)
002980                 MOVE DL100-BC-DESC TO WS-DY-DESC(WS-CD-DD)
002990             END-IF
003000     END-READ.
003010 1310-EXIT.
003020     EXIT.
003030*----------------------------------------------------------*
003040* 2000-SCAN-ONE-RECORD WALKS THE ARCHIVE MASTER ONCE. A      *
003050* GENERATION HEADER IN THE REQUESTED MONTH OPENS THAT DAY'S  *
003060* ACCUMULATION; ANY OTHER HEADER CLOSES IT. ENTRY RECORDS    *
003070* INSIDE AN OPEN GENERATION ROLL INTO THE DAY, SOURCE, AND   *
003080* TRANSACTION-CODE TOTALS.                                   *
003090*----------------------------------------------------------*
003100 2000-SCAN-ONE-RECORD.
003110     READ ARCH-IN-FILE
003120         AT END SET WS-ARCH-AT-EOF TO TRUE
003130         NOT AT END
003140             IF DL100-AR-IS-GEN-HDR
003150                 PERFORM 2100-START-OR-SKIP-GEN THRU 2100-EXIT
003160             ELSE
003170                 IF DL100-AR-IS-ENTRY AND WS-IN-MONTH-GEN
003180                     PERFORM 2200-ROLL-ONE-ENTRY THRU 2200-EXIT
003190                 END-IF
003200             END-IF
003210     END-READ.
003220 2000-EXIT.
003230     EXIT.
003240 2100-START-OR-SKIP-GEN.
003250     MOVE DL100-AR-GEN-DATE TO WS-GEN-DATE-R.
003260     IF WS-GD-CCYYMM = WS-REQ-MONTH
003270        AND WS-GD-DD > ZERO
003280        AND WS-GD-DD NOT > WS-DAYS-IN-MONTH
003290         SET WS-IN-MONTH-GEN TO TRUE
003300         ADD 1 TO WS-GENS-IN-MONTH
003310         MOVE WS-GD-DD TO WS-CUR-DAY
003320         IF WS-DY-HAS-GEN(WS-CUR-DAY)
003330             ADD 1 TO WS-DUP-DATES
003340             DISPLAY 'DL800094W DATE ' DL100-AR-GEN-DATE
003350                     ' CARRIED MORE THAN ONCE ON THE MASTER'
003360         END-IF
003370         MOVE 'Y' TO WS-DY-GEN-SW(WS-CUR-DAY)
003380     ELSE
003390         MOVE 'N' TO WS-IN-MONTH-SW
003400         ADD 1 TO WS-GENS-SKIPPED
003410     END-IF.
003420 2100-EXIT.
003430     EXIT.
003440 2200-ROLL-ONE-ENTRY.
003450     MOVE DL100-AR-ENTRY TO WS-ENTRY-WORK.
003460     ADD 1 TO WS-DY-COUNT(WS-CUR-DAY).
003470     ADD WS-EW-AMOUNT TO WS-DY-AMOUNT(WS-CUR-DAY).
003480     ADD 1 TO WS-MONTH-COUNT.
003490     ADD WS-EW-AMOUNT TO WS-MONTH-AMOUNT.
003500     PERFORM 2300-ROLL-SOURCE THRU 2300-EXIT.
003510     PERFORM 2400-ROLL-TRAN-CODE THRU 2400-EXIT.
003520 2200-EXIT.
003530     EXIT.
003540 2300-ROLL-SOURCE.
003550     MOVE ZERO TO WS-SRC-CUR.
003560     PERFORM 2310-FIND-ONE-SOURCE THRU 2310-EXIT
003570         VARYING WS-SRC-SUB FROM 1 BY 1
003580         UNTIL WS-SRC-SUB > WS-SRC-COUNT
003590            OR WS-SRC-CUR > ZERO.
003600     IF WS-SRC-CUR = ZERO
003610         IF WS-SRC-COUNT = WS-SRC-MAX-ALLOWED
003620             DISPLAY 'DL800093E TOO MANY SOURCES, MAX = '
003630                     WS-SRC-MAX-ALLOWED
003640             CLOSE ARCH-IN-FILE
003650             MOVE 16 TO RETURN-CODE
003660             STOP RUN
003670         END-IF
003680         ADD 1 TO WS-SRC-COUNT
003690         MOVE WS-SRC-COUNT TO WS-SRC-CUR
003700         MOVE WS-EW-SOURCE TO WS-SR-CODE(WS-SRC-CUR)
003710         MOVE ZERO TO WS-SR-COUNT(WS-SRC-CUR)
003720         MOVE ZERO TO WS-SR-AMOUNT(WS-SRC-CUR)
003730     END-IF.
003740     ADD 1 TO WS-SR-COUNT(WS-SRC-CUR).
003750     ADD WS-EW-AMOUNT TO WS-SR-AMOUNT(WS-SRC-CUR).
003760 2300-EXIT.
003770     EXIT.
003780 2310-FIND-ONE-SOURCE.
003790     IF WS-SR-CODE(WS-SRC-SUB) = WS-EW-SOURCE
003800         MOVE WS-SRC-SUB TO WS-SRC-CUR
003810     END-IF.
003820 2310-EXIT.
003830     EXIT.
003840 2400-ROLL-TRAN-CODE.
003850     MOVE ZERO TO WS-TC-CUR.
003860     PERFORM 2410-FIND-ONE-CODE THRU 2410-EXIT
003870         VARYING WS-TC-SUB FROM 1 BY 1
003880         UNTIL WS-TC-SUB > WS-TC-COUNT
003890            OR WS-TC-CUR > ZERO.
003900     IF WS-TC-CUR = ZERO
003910         IF WS-TC-COUNT = WS-TC-MAX-ALLOWED
003920             DISPLAY 'DL800092E TOO MANY TRANSACTION CODES, '
003930                     'MAX = ' WS-TC-MAX-ALLOWED
003940             CLOSE ARCH-IN-FILE
003950             MOVE 16 TO RETURN-CODE
003960             STOP RUN
003970         END-IF
003980         ADD 1 TO WS-TC-COUNT
003990         MOVE WS-TC-COUNT TO WS-TC-CUR
004000         MOVE WS-EW-TRAN-CODE TO WS-TC-CODE(WS-TC-CUR)
004010         MOVE ZERO TO WS-TC-CNT(WS-TC-CUR)
004020         MOVE ZERO TO WS-TC-AMOUNT(WS-TC-CUR)
004030     END-IF.
004040     ADD 1 TO WS-TC-CNT(WS-TC-CUR).
004050     ADD WS-EW-AMOUNT TO WS-TC-AMOUNT(WS-TC-CUR).
004060 2400-EXIT.
004070     EXIT.
004080 2410-FIND-ONE-CODE.
004090     IF WS-TC-CODE(WS-TC-SUB) = WS-EW-TRAN-CODE
004100         MOVE WS-TC-SUB TO WS-TC-CUR
004110     END-IF.
004120 2410-EXIT.
004130     EXIT.
004140*----------------------------------------------------------*
004150* 9000-TERMINATE CLOSES THE MASTER AND WRITES THE SUMMARY    *
004160* REPORT -- PER-DAY LINES WITH MISSING BUSINESS DAYS AND     *
004170* NON-BUSINESS DAYS TOLD APART, THE MONTHLY SOURCE AND       *
004180* TRANSACTION-CODE ROLLUPS, THE BUSIEST AND LIGHTEST DAY,    *
004190* AND THE MONTH'S GRAND TOTALS.                              *
004200*----------------------------------------------------------*
004210 9000-TERMINATE.
004220     CLOSE ARCH-IN-FILE.
004230     ACCEPT WS-REPORT-DATE FROM DATE.
004240     OPEN OUTPUT RPT-FILE.
004250     IF WS-RPT-STATUS NOT = '00'
004260         DISPLAY 'DL800091E RPT-FILE OPEN FAILED, STATUS = '
004270                 WS-RPT-STATUS
004280         MOVE 16 TO RETURN-CODE
004290         STOP RUN
004300     END-IF.
004310     MOVE SPACES TO RPT-LINE.
004320     STRING 'DL800 MONTH-END MANAGEMENT SUMMARY FOR '
004330             WS-REQ-MONTH
004340             '   RUN DATE (YYMMDD) : ' WS-REPORT-DATE
004350             DELIMITED BY SIZE INTO RPT-LINE.
004360     WRITE RPT-LINE.
004370     MOVE SPACES TO RPT-LINE.
004380     WRITE RPT-LINE.
004390     MOVE SPACES TO RPT-LINE.
004400     STRING 'DAILY VOLUMES'
004410             DELIMITED BY SIZE INTO RPT-LINE.
004420     WRITE RPT-LINE.
004430     PERFORM 9100-BUILD-ONE-DAY-LINE THRU 9100-EXIT
004440         VARYING WS-DAY-SUB FROM 1 BY 1
004450         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
004460     PERFORM 9200-BUILD-EXTREME-DAYS THRU 9200-EXIT.
004470     MOVE SPACES TO RPT-LINE.
004480     WRITE RPT-LINE.
004490     MOVE SPACES TO RPT-LINE.
004500     STRING 'MONTHLY TOTALS BY SOURCE'
004510             DELIMITED BY SIZE INTO RPT-LINE.
004520     WRITE RPT-LINE.
004530     PERFORM 9300-BUILD-ONE-SOURCE-LINE THRU 9300-EXIT
004540         VARYING WS-SRC-SUB FROM 1 BY 1
004550         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
004560     MOVE SPACES TO RPT-LINE.
004570     WRITE RPT-LINE.
004580     MOVE SPACES TO RPT-LINE.
004590     STRING 'MONTHLY TOTALS BY TRANSACTION CODE'
004600             DELIMITED BY SIZE INTO RPT-LINE.
004610     WRITE RPT-LINE.
004620     PERFORM 9400-BUILD-ONE-CODE-LINE THRU 9400-EXIT
004630         VARYING WS-TC-SUB FROM 1 BY 1
004640         UNTIL WS-TC-SUB > WS-TC-COUNT.
004650     MOVE SPACES TO RPT-LINE.
004660     WRITE RPT-LINE.
004670     MOVE WS-MONTH-COUNT TO WS-EDIT-COUNT.
004680     MOVE WS-MONTH-AMOUNT TO WS-EDIT-AMOUNT.
004690     MOVE SPACES TO RPT-LINE.
004700     STRING 'MONTH TOTAL -- ENTRIES ' WS-EDIT-COUNT
004710             '  AMOUNT ' WS-EDIT-AMOUNT
004720             DELIMITED BY SIZE INTO RPT-LINE.
004730     WRITE RPT-LINE.
004740     MOVE WS-GENS-IN-MONTH TO WS-EDIT-COUNT.
004750     MOVE SPACES TO RPT-LINE.
004760     STRING 'GENERATIONS IN MONTH   : ' WS-EDIT-COUNT
004770             DELIMITED BY SIZE INTO RPT-LINE.
004780     WRITE RPT-LINE.
004790     MOVE WS-NOGEN-DAYS TO WS-EDIT-COUNT.
004800     MOVE SPACES TO RPT-LINE.
004810     STRING 'DAYS WITH NO GENERATION: ' WS-EDIT-COUNT
004820             DELIMITED BY SIZE INTO RPT-LINE.
004830     WRITE RPT-LINE.
004840     MOVE WS-MISSING-DAYS TO WS-EDIT-COUNT.
004850     MOVE SPACES TO RPT-LINE.
004860     STRING '    BUSINESS DAYS MISSING   : ' WS-EDIT-COUNT
004870             DELIMITED BY SIZE INTO RPT-LINE.
004880     WRITE RPT-LINE.
004890     MOVE WS-NONBUS-DAYS TO WS-EDIT-COUNT.
004900     MOVE SPACES TO RPT-LINE.
004910     STRING '    NON-BUSINESS DAYS       : ' WS-EDIT-COUNT
004920             DELIMITED BY SIZE INTO RPT-LINE.
004930     WRITE RPT-LINE.
004940     MOVE WS-UNCAL-DAYS TO WS-EDIT-COUNT.
004950     MOVE SPACES TO RPT-LINE.
004960     STRING '    NOT ON THE CALENDAR     : ' WS-EDIT-COUNT
004970             DELIMITED BY SIZE INTO RPT-LINE.
004980     WRITE RPT-LINE.
004990     CLOSE RPT-FILE.
005000     IF (WS-DUP-DATES > ZERO
005010         OR WS-MISSING-DAYS > ZERO)
005020        AND RETURN-CODE = ZERO
005030         MOVE 4 TO RETURN-CODE
005040     END-IF.
005050 9000-EXIT.
005060     EXIT.
005070 9100-BUILD-ONE-DAY-LINE.
005080     MOVE WS-DAY-SUB TO WS-EDIT-DAY.
005090     MOVE SPACES TO RPT-LINE.
005100     IF WS-DY-HAS-GEN(WS-DAY-SUB)
005110         MOVE WS-DY-COUNT(WS-DAY-SUB) TO WS-EDIT-COUNT
005120         MOVE WS-DY-AMOUNT(WS-DAY-SUB) TO WS-EDIT-AMOUNT
005130         STRING '    ' WS-REQ-MONTH WS-EDIT-DAY
005140                 '  ENTRIES ' WS-EDIT-COUNT
005150                 '  AMOUNT ' WS-EDIT-AMOUNT
005160                 DELIMITED BY SIZE INTO RPT-LINE
005170     ELSE
005180         ADD 1 TO WS-NOGEN-DAYS
005190         EVALUATE TRUE
005200             WHEN WS-DY-BUSINESS-DAY(WS-DAY-SUB)
005210                 ADD 1 TO WS-MISSING-DAYS
005220                 STRING '    ' WS-REQ-MONTH WS-EDIT-DAY
005230                         '  ** BUSINESS DAY MISSING -- NO '
005240                         'GENERATION ON FILE **'
005250                         DELIMITED BY SIZE INTO RPT-LINE
005260             WHEN WS-DY-WEEKEND(WS-DAY-SUB)
005270                 ADD 1 TO WS-NONBUS-DAYS
005280                 STRING '    ' WS-REQ-MONTH WS-EDIT-DAY
005290                         '  NON-BUSINESS DAY -- WEEKEND'
005300                         DELIMITED BY SIZE INTO RPT-LINE
005310             WHEN WS-DY-HOLIDAY(WS-DAY-SUB)
005320                 ADD 1 TO WS-NONBUS-DAYS
005330                 STRING '    ' WS-REQ-MONTH WS-EDIT-DAY
005340                         '  NON-BUSINESS DAY -- HOLIDAY '
005350                         WS-DY-DESC(WS-DAY-SUB)
005360                         DELIMITED BY SIZE INTO RPT-LINE
005370             WHEN OTHER
005380                 ADD 1 TO WS-UNCAL-DAYS
005390                 STRING '    ' WS-REQ-MONTH WS-EDIT-DAY
005400                         '  ** NO GENERATION ON FILE **'
005410                         DELIMITED BY SIZE INTO RPT-LINE
005420         END-EVALUATE
005430     END-IF.
005440     WRITE RPT-LINE.
005450 9100-EXIT.
005460     EXIT.
005470*----------------------------------------------------------*
005480* 9200-BUILD-EXTREME-DAYS NAMES THE BUSIEST AND LIGHTEST     *
005490* DAY OF THE MONTH BY ENTRY COUNT, AMONG THE DAYS THAT HAVE  *
005500* A GENERATION ON FILE.                                      *
005510*----------------------------------------------------------*
005520 9200-BUILD-EXTREME-DAYS.
005530     MOVE ZERO TO WS-BUSY-DAY.
005540     MOVE ZERO TO WS-LIGHT-DAY.
005550     PERFORM 9210-JUDGE-ONE-DAY THRU 9210-EXIT
005560         VARYING WS-DAY-SUB FROM 1 BY 1
005570         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
005580     IF WS-BUSY-DAY > ZERO
005590         MOVE WS-BUSY-DAY TO WS-EDIT-DAY
005600         MOVE WS-DY-COUNT(WS-BUSY-DAY) TO WS-EDIT-COUNT
005610         MOVE SPACES TO RPT-LINE
005620         STRING 'BUSIEST DAY  : ' WS-REQ-MONTH WS-EDIT-DAY
005630                 '  ENTRIES ' WS-EDIT-COUNT
005640                 DELIMITED BY SIZE INTO RPT-LINE
005650         WRITE RPT-LINE
005660         MOVE WS-LIGHT-DAY TO WS-EDIT-DAY
005670         MOVE WS-DY-COUNT(WS-LIGHT-DAY) TO WS-EDIT-COUNT
005680         MOVE SPACES TO RPT-LINE
005690         STRING 'LIGHTEST DAY : ' WS-REQ-MONTH WS-EDIT-DAY
005700                 '  ENTRIES ' WS-EDIT-COUNT
005710                 DELIMITED BY SIZE INTO RPT-LINE
005720         WRITE RPT-LINE
005730     END-IF.
005740 9200-EXIT.
005750     EXIT.
005760 9210-JUDGE-ONE-DAY.
005770     IF WS-DY-HAS-GEN(WS-DAY-SUB)
005780         IF WS-BUSY-DAY = ZERO
005790            OR WS-DY-COUNT(WS-DAY-SUB)
005800               > WS-DY-COUNT(WS-BUSY-DAY)
005810             MOVE WS-DAY-SUB TO WS-BUSY-DAY
005820         END-IF
005830         IF WS-LIGHT-DAY = ZERO
005840            OR WS-DY-COUNT(WS-DAY-SUB)
005850               < WS-DY-COUNT(WS-LIGHT-DAY)
005860             MOVE WS-DAY-SUB TO WS-LIGHT-DAY
005870         END-IF
005880     END-IF.
005890 9210-EXIT.
005900     EXIT.
005910 9300-BUILD-ONE-SOURCE-LINE.
005920     MOVE WS-SR-COUNT(WS-SRC-SUB) TO WS-EDIT-COUNT.
005930     MOVE WS-SR-AMOUNT(WS-SRC-SUB) TO WS-EDIT-AMOUNT.
005940     MOVE SPACES TO RPT-LINE.
005950     STRING '    SOURCE ' WS-SR-CODE(WS-SRC-SUB)
005960             '  ENTRIES ' WS-EDIT-COUNT
005970             '  AMOUNT ' WS-EDIT-AMOUNT
005980             DELIMITED BY SIZE INTO RPT-LINE.
005990     WRITE RPT-LINE.
006000 9300-EXIT.
006010     EXIT.
006020 9400-BUILD-ONE-CODE-LINE.
006030     MOVE WS-TC-CNT(WS-TC-SUB) TO WS-EDIT-COUNT.
006040     MOVE WS-TC-AMOUNT(WS-TC-SUB) TO WS-EDIT-AMOUNT.
006050     MOVE SPACES TO RPT-LINE.
006060     STRING '    CODE ' WS-TC-CODE(WS-TC-SUB)
006070             '  ENTRIES ' WS-EDIT-COUNT
006080             '  AMOUNT ' WS-EDIT-AMOUNT
006090             DELIMITED BY SIZE INTO RPT-LINE.
006100     WRITE RPT-LINE.
006110 9400-EXIT.
006120     EXIT.
