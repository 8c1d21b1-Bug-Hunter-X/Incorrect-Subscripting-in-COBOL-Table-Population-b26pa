000430*                GRAND TOTAL PRINT A TRAILING MINUS ON A NET   *
000440*                CREDIT, SO A REVERSAL NETS INSTEAD OF         *
000450*                INFLATING THE DAY.                            *
000460*  10/15/26 RGH  EACH DETAIL LINE NOW CARRIES THE ACCOUNT      *
000470*                NAME AND OWNING BRANCH FROM THE ACCOUNT       *
000480*                MASTER (ACCTMST, COPY DL100AM) NEXT TO THE    *
000490*                ACCOUNT NUMBER; THE REPORT IS NOW 132 WIDE    *
000500*                TO HOLD THEM. A MISSING MASTER ONLY WARNS --  *
000510*                THE LISTING STILL PRINTS, WITH BLANK NAMES.   *
000520*----------------------------------------------------------*
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT PARM-FILE    ASSIGN TO PARMIN
000600                         ORGANIZATION IS LINE SEQUENTIAL
000610                         FILE STATUS IS WS-PARM-STATUS.
000620     SELECT TBL-IN-FILE  ASSIGN TO TBLOUT
000630                         ORGANIZATION IS RELATIVE
000640                         ACCESS MODE IS SEQUENTIAL
000650                         RELATIVE KEY IS WS-TBL-REL-KEY
000660                         FILE STATUS IS WS-TBL-STATUS.
000670     SELECT RPT-FILE     ASSIGN TO RPTOUT
000680                         ORGANIZATION IS LINE SEQUENTIAL
000690                         FILE STATUS IS WS-RPT-STATUS.
000700     SELECT TC-FILE      ASSIGN TO TRANCD
000710                         ORGANIZATION IS INDEXED
000720                         ACCESS MODE IS SEQUENTIAL
000730                         RECORD KEY IS DL100-TC-CODE
000740                         FILE STATUS IS WS-TC-STATUS.
000750     SELECT ACCT-FILE    ASSIGN TO ACCTMST
000760                         ORGANIZATION IS INDEXED
000770                         ACCESS MODE IS RANDOM
000780                         RECORD KEY IS DL100-AM-ACCT-NO
000790                         FILE STATUS IS WS-ACCT-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  PARM-FILE
000830     LABEL RECORDS ARE OMITTED
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  PARM-CARD                   PIC X(80).
000860 FD  TBL-IN-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000890     COPY DL100TR.
000900 FD  RPT-FILE
000910     LABEL RECORDS ARE OMITTED
000920     RECORD CONTAINS 132 CHARACTERS.
000930 01  RPT-LINE                    PIC X(132).
000940 FD  TC-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 60 CHARACTERS.
000970     COPY DL100TC.
000980 FD  ACCT-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 80 CHARACTERS.
001010     COPY DL100AM.
001020 WORKING-STORAGE SECTION.
001030 01  WS-FILE-CONTROLS.
001040     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
001050     05  WS-TBL-REL-KEY          PIC 9(5) COMP VALUE ZERO.
001060     05  WS-TBL-STATUS           PIC X(02) VALUE '00'.
001070     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
001080     05  WS-TC-STATUS            PIC X(02) VALUE '00'.
001090     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
001100 01  WS-PARM-WORK.
001110     05  WS-PARM-CARD            PIC X(80) VALUE SPACES.
001120     05  WS-PARM-RANGE-R REDEFINES WS-PARM-CARD.
001130         10  WS-PARM-RANGE-KW    PIC X(06).
001140         10  WS-PARM-RANGE-FROM  PIC X(05).
001150         10  FILLER              PIC X(01).
001160         10  WS-PARM-RANGE-TO    PIC X(05).
001170         10  FILLER              PIC X(63).
001180     05  WS-PARM-SOURCE-R REDEFINES WS-PARM-CARD.
001190         10  WS-PARM-SOURCE-KW   PIC X(07).
001200         10  WS-PARM-SOURCE-VAL  PIC X(03).
001210         10  FILLER              PIC X(70).
001220     05  WS-PARM-ACCT-R REDEFINES WS-PARM-CARD.
001230         10  WS-PARM-ACCT-KW     PIC X(05).
001240         10  WS-PARM-ACCT-VAL    PIC X(10).
001250         10  FILLER              PIC X(65).
001260     05  WS-PARM-MODE-R REDEFINES WS-PARM-CARD.
001270         10  WS-PARM-MODE-KW     PIC X(05).
001280         10  WS-PARM-MODE-VAL    PIC X(01).
001290         10  FILLER              PIC X(74).
001300 01  WS-AREA.
001310     05  WS-READ-COUNT           PIC 9(5) COMP VALUE ZERO.
001320     05  WS-SEL-COUNT            PIC 9(5) COMP VALUE ZERO.
001330     05  WS-PAGE-NO              PIC 9(5) COMP VALUE ZERO.
001340     05  WS-LINE-CNT             PIC 9(3) COMP VALUE ZERO.
001350     05  WS-LINES-PER-PAGE       PIC 9(3) COMP VALUE 55.
001360     05  WS-SEL-FROM             PIC 9(5) VALUE 1.
001370     05  WS-SEL-TO               PIC 9(5) VALUE 99999.
001380     05  WS-SEL-SOURCE           PIC X(03) VALUE SPACES.
001390     05  WS-SEL-ACCT             PIC X(10) VALUE SPACES.
001400     05  WS-RPT-MODE             PIC X(01) VALUE 'D'.
001410         88  WS-MODE-DETAIL               VALUE 'D'.
001420         88  WS-MODE-SUMMARY              VALUE 'S'.
001430     05  WS-BRK-SOURCE           PIC X(03) VALUE SPACES.
001440     05  WS-SRC-CNT              PIC 9(5) COMP VALUE ZERO.
001450     05  WS-SRC-AMT              PIC S9(11)V99 COMP-3
001460                                 VALUE ZERO.
001470     05  WS-GRAND-CNT            PIC 9(5) COMP VALUE ZERO.
001480     05  WS-GRAND-AMT            PIC S9(11)V99 COMP-3
001490                                 VALUE ZERO.
001500     05  WS-DTL-SAVE             PIC X(132) VALUE SPACES.
001510     05  WS-EDIT-COUNT           PIC ZZZZ9.
001520     05  WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001530     05  WS-TC-MAX-ALLOWED       PIC 9(3) COMP VALUE 50.
001540     05  WS-TC-COUNT             PIC 9(3) COMP VALUE ZERO.
001550     05  WS-TC-SUB               PIC 9(3) COMP VALUE ZERO.
001560     05  WS-TC-TBL OCCURS 50 TIMES.
001570         10  WS-TC-CODE          PIC X(02).
001580         10  WS-TC-DESC          PIC X(30).
001590 01  WS-HEAD-LINE.
001600     05  FILLER                  PIC X(34)
001610         VALUE 'DL200 DAILY LOAD TABLE LISTING    '.
001620     05  FILLER                  PIC X(18)
001630         VALUE 'RUN DATE (YYMMDD) '.
001640     05  WS-HEAD-DATE            PIC 9(06).
001650     05  FILLER                  PIC X(62) VALUE SPACES.
001660     05  FILLER                  PIC X(05) VALUE 'PAGE '.
001670     05  WS-HEAD-PAGE            PIC ZZZZ9.
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690 01  WS-COL-LINE.
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  FILLER                  PIC X(08) VALUE 'RECNO   '.
001720     05  FILLER                  PIC X(09) VALUE 'SOURCE   '.
001730     05  FILLER                  PIC X(12) VALUE 'ACCOUNT     '.
001740     05  FILLER                  PIC X(32) VALUE 'ACCOUNT NAME'.
001750     05  FILLER                  PIC X(09) VALUE 'BRANCH   '.
001760     05  FILLER                  PIC X(06) VALUE 'TRAN  '.
001770     05  FILLER                  PIC X(21)
001780         VALUE 'DESCRIPTION          '.
001790     05  FILLER                  PIC X(19)
001800         VALUE '             AMOUNT'.
001810     05  FILLER                  PIC X(03) VALUE SPACES.
001820     05  FILLER                  PIC X(08) VALUE 'EFF DATE'.
001830     05  FILLER                  PIC X(03) VALUE SPACES.
001840 01  WS-DTL-LINE.
001850     05  FILLER                  PIC X(02) VALUE SPACES.
001860     05  WS-DTL-RECNO            PIC ZZZZ9.
001870     05  FILLER                  PIC X(04) VALUE SPACES.
001880     05  WS-DTL-SOURCE           PIC X(03).
001890     05  FILLER                  PIC X(05) VALUE SPACES.
001900     05  WS-DTL-ACCT             PIC X(10).
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  WS-DTL-ACCT-NAME        PIC X(30).
001930     05  FILLER                  PIC X(02) VALUE SPACES.
001940     05  WS-DTL-BRANCH           PIC X(05).
001950     05  FILLER                  PIC X(04) VALUE SPACES.
001960     05  WS-DTL-TRAN             PIC X(02).
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  WS-DTL-DESC             PIC X(20).
001990     05  FILLER                  PIC X(01) VALUE SPACES.
002000     05  WS-DTL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002010     05  FILLER                  PIC X(02) VALUE SPACES.
002020     05  WS-DTL-DATE             PIC 9(08).
002030     05  FILLER                  PIC X(06) VALUE SPACES.
002040 01  WS-REPORT-DATE.
002050     05  WS-RPT-YY               PIC 9(2).
002060     05  WS-RPT-MM               PIC 9(2).
002070     05  WS-RPT-DD               PIC 9(2).
002080 01  WS-SWITCHES.
002090     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
002100         88  WS-EOF-REACHED               VALUE 'Y'.
002110         88  WS-NOT-AT-EOF                VALUE 'N'.
002120     05  WS-PARM-EOF-SW          PIC X(01) VALUE 'N'.
002130         88  WS-PARM-AT-EOF               VALUE 'Y'.
002140     05  WS-BRK-SW               PIC X(01) VALUE 'N'.
002150         88  WS-BRK-ACTIVE                VALUE 'Y'.
002160     05  WS-TC-EOF-SW            PIC X(01) VALUE 'N'.
002170         88  WS-TC-AT-EOF                 VALUE 'Y'.
002180     05  WS-TC-FOUND-SW          PIC X(01) VALUE 'N'.
002190         88  WS-TC-CODE-FOUND             VALUE 'Y'.
002200     05  WS-ACCT-OPEN-SW         PIC X(01) VALUE 'N'.
002210         88  WS-ACCT-MASTER-OPEN          VALUE 'Y'.
002220 PROCEDURE DIVISION.
002230*----------------------------------------------------------*
002240* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE RUN.       *
002250*----------------------------------------------------------*
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     PERFORM 2000-PRINT-TABLE THRU 2000-EXIT.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300     GOBACK.
002310 0000-EXIT.
002320     EXIT.
002330*----------------------------------------------------------*
002340* 1000-INITIALIZE PICKS UP THE SELECTION CARDS, OPENS THE    *
002350* FILES, AND STARTS PAGE ONE WITH THE SELECTION-CRITERIA     *
002360* ECHO.                                                      *
002370*----------------------------------------------------------*
002380 1000-INITIALIZE.
002390     ACCEPT WS-REPORT-DATE FROM DATE.
002400     PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
002410     PERFORM 1300-LOAD-TRAN-CODES THRU 1300-EXIT.
002420     PERFORM 1400-OPEN-ACCOUNT-MASTER THRU 1400-EXIT.
002430     OPEN INPUT TBL-IN-FILE.
002440     IF WS-TBL-STATUS NOT = '00'
002450         DISPLAY 'DL200099E TBL-IN-FILE OPEN FAILED, STATUS = '
002460                 WS-TBL-STATUS
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500     OPEN OUTPUT RPT-FILE.
002510     IF WS-RPT-STATUS NOT = '00'
002520         DISPLAY 'DL200098E RPT-FILE OPEN FAILED, STATUS = '
002530                 WS-RPT-STATUS
002540         CLOSE TBL-IN-FILE
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580     PERFORM 2600-PAGE-HEADING THRU 2600-EXIT.
002590     PERFORM 1200-ECHO-SELECTION THRU 1200-EXIT.
002600 1000-EXIT.
002610     EXIT.
002620*----------------------------------------------------------*
002630* 1100-READ-PARM-CARDS PICKS UP THE OPTIONAL SELECTION       *
002640* CARDS. NO PARM FILE, OR AN EMPTY ONE, LEAVES THE DEFAULTS  *
002650* IN PLACE AND PRINTS THE FULL DETAIL LISTING AS BEFORE. A   *
002660* CARD THAT PARSES TO NONSENSE IS FLAGGED AND IGNORED.       *
002670*----------------------------------------------------------*
002680 1100-READ-PARM-CARDS.
002690     OPEN INPUT PARM-FILE.
002700     IF WS-PARM-STATUS NOT = '00'
002710         DISPLAY 'DL200097I NO PARM CARDS, FULL LISTING'
002720     ELSE
002730         PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
002740             UNTIL WS-PARM-AT-EOF
002750         CLOSE PARM-FILE
002760     END-IF.
002770 1100-EXIT.
002780     EXIT.
002790 1110-READ-ONE-CARD.
002800     READ PARM-FILE
002810         AT END SET WS-PARM-AT-EOF TO TRUE
002820         NOT AT END
002830             MOVE PARM-CARD TO WS-PARM-CARD
002840             PERFORM 1120-APPLY-ONE-CARD THRU 1120-EXIT
002850     END-READ.
002860 1110-EXIT.
002870     EXIT.
002880*----------------------------------------------------------*
002890* 1120-APPLY-ONE-CARD MATCHES ONE CONTROL CARD AGAINST THE   *
002900* KEYWORD LAYOUTS OVER WS-PARM-CARD AND APPLIES THE FIRST    *
002910* ONE THAT PARSES CLEANLY.                                   *
002920*----------------------------------------------------------*
002930 1120-APPLY-ONE-CARD.
002940     EVALUATE TRUE
002950         WHEN WS-PARM-CARD = SPACES
002960             CONTINUE
002970         WHEN WS-PARM-RANGE-KW = 'RANGE='
002980          AND WS-PARM-RANGE-FROM NUMERIC
002990          AND WS-PARM-RANGE-TO NUMERIC
003000             MOVE WS-PARM-RANGE-FROM TO WS-SEL-FROM
003010             MOVE WS-PARM-RANGE-TO TO WS-SEL-TO
003020         WHEN WS-PARM-SOURCE-KW = 'SOURCE='
003030          AND WS-PARM-SOURCE-VAL NOT = SPACES
003040             MOVE WS-PARM-SOURCE-VAL TO WS-SEL-SOURCE
003050         WHEN WS-PARM-ACCT-KW = 'ACCT='
003060          AND WS-PARM-ACCT-VAL NOT = SPACES
003070             MOVE WS-PARM-ACCT-VAL TO WS-SEL-ACCT
003080         WHEN WS-PARM-MODE-KW = 'MODE='
003090          AND (WS-PARM-MODE-VAL = 'D' OR WS-PARM-MODE-VAL = 'S')
003100             MOVE WS-PARM-MODE-VAL TO WS-RPT-MODE
003110         WHEN OTHER
003120             DISPLAY 'DL200096W BAD PARM CARD IGNORED = '
003130                     WS-PARM-CARD
003140     END-EVALUATE.
003150 1120-EXIT.
003160     EXIT.
003170*----------------------------------------------------------*
003180* 1200-ECHO-SELECTION PRINTS THE CRITERIA IN EFFECT AT THE   *
003190* TOP OF THE REPORT SO THE READER KNOWS WHAT THIS LISTING    *
003200* DOES AND DOES NOT COVER.                                   *
003210*----------------------------------------------------------*
003220 1200-ECHO-SELECTION.
003230     MOVE SPACES TO RPT-LINE.
003240     STRING 'SELECTION -- RECORDS ' WS-SEL-FROM
003250             ' THRU ' WS-SEL-TO
003260             DELIMITED BY SIZE INTO RPT-LINE.
003270     PERFORM 2700-WRITE-RPT-LINE THRU 2700-EXIT.
003280     MOVE SPACES TO RPT-LINE.
003290     IF WS-SEL-SOURCE = SPACES
003300         STRING 'SELECTION -- SOURCE ALL'
003310                 DELIMITED BY SIZE INTO RPT-LINE
003320     ELSE
003330         STRING 'SELECTION -- SOURCE ' WS-SEL-SOURCE
003340                 DELIMITED BY SIZE INTO RPT-LINE
003350     END-IF.
003360     PERFORM 2700-WRITE-RPT-LINE THRU 2700-EXIT.
003370     MOVE SPACES TO RPT-LINE.
003380     IF WS-SEL-ACCT = SPACES
003390         STRING 'SELECTION -- ACCOUNT ALL'
003400                 DELIMITED BY SIZE INTO RPT-LINE
003410     ELSE
003420         STRING 'SELECTION -- ACCOUNT ' WS-SEL-ACCT
003430                 DELIMITED BY SIZE INTO RPT-LINE
003440     END-IF.
003450     PERFORM 2700-WRITE-RPT-LINE THRU 2700-EXIT.
003460     MOVE SPACES TO RPT-LINE.
003470     IF WS-MODE-SUMMARY
003480         STRING 'SELECTION -- MODE SUMMARY ONLY'
003490                 DELIMITED BY SIZE INTO RPT-LINE
003500     ELSE
003510         STRING 'SELECTION -- MODE DETAIL'
003520                 DELIMITED BY SIZE INTO RPT-LINE
003530     END-IF.
003540     PERFORM 2700-WRITE-RPT-LINE THRU 2700-EXIT.
003550     MOVE SPACES TO RPT-LINE.
003560     PERFORM 2700-WRITE-RPT-LINE THRU 2700-EXIT.
003570 1200-EXIT.
003580     EXIT.
003590*----------------------------------------------------------*
003600* 1300-LOAD-TRAN-CODES LOADS THE TRANSACTION-CODE MASTER     *
003610* INTO STORAGE FOR THE DESCRIPTION COLUMN. A MISSING MASTER  *
003620* ONLY WARNS -- THE LISTING IS STILL WORTH PRINTING, WITH    *
003630* BLANK DESCRIPTIONS, UNTIL DL150 HAS BUILT THE MASTER.      *
003640*----------------------------------------------------------*
003650 1300-LOAD-TRAN-CODES.
003660     OPEN INPUT TC-FILE.
003670     IF WS-TC-STATUS NOT = '00'
003680         DISPLAY 'DL200095W NO TRAN-CODE MASTER, STATUS = '
003690                 WS-TC-STATUS ', DESCRIPTIONS BLANK'
003700     ELSE
003710         PERFORM 1310-LOAD-ONE-TRAN-CODE THRU 1310-EXIT
003720             UNTIL WS-TC-AT-EOF
003730         CLOSE TC-FILE
003740     END-IF.
003750 1300-EXIT.
003760     EXIT.
003770 1310-LOAD-ONE-TRAN-CODE.
003780     READ TC-FILE
003790         AT END SET WS-TC-AT-EOF TO TRUE
003800         NOT AT END
003810             IF WS-TC-COUNT = WS-TC-MAX-ALLOWED
003820                 DISPLAY 'DL200094E TOO MANY TRANSACTION '
003830                         'CODES, MAX = ' WS-TC-MAX-ALLOWED
003840                 CLOSE TC-FILE
003850                 MOVE 16 TO RETURN-CODE
003860                 STOP RUN
003870             END-IF
003880             ADD 1 TO WS-TC-COUNT
003890             MOVE DL100-TC-CODE TO WS-TC-CODE(WS-TC-COUNT)
003900             MOVE DL100-TC-DESC TO WS-TC-DESC(WS-TC-COUNT)
003910     END-READ.
003920 1310-EXIT.
003930     EXIT.
003940*----------------------------------------------------------*
003950* 1400-OPEN-ACCOUNT-MASTER OPENS THE ACCOUNT MASTER FOR THE  *
003960* NAME AND BRANCH COLUMNS. A MISSING MASTER ONLY WARNS --    *
003970* THE LISTING STILL PRINTS, WITH THOSE COLUMNS BLANK, UNTIL  *
003980* DL160 HAS BUILT THE MASTER.                                *
003990*----------------------------------------------------------*
004000 1400-OPEN-ACCOUNT-MASTER.
004010     OPEN INPUT ACCT-FILE.
004020     IF WS-ACCT-STATUS NOT = '00'
004030         DISPLAY 'DL200093W NO ACCOUNT MASTER, STATUS = '
004040                 WS-ACCT-STATUS ', NAMES BLANK'
004050     ELSE
004060         SET WS-ACCT-MASTER-OPEN TO TRUE
004070     END-IF.
004080 1400-EXIT.
004090     EXIT.
004100*----------------------------------------------------------*
004110* 2000-PRINT-TABLE READS EVERY RECORD OFF THE TABLE EXTRACT  *
004120* AND RUNS THE SELECTED ONES THROUGH THE CONTROL-BREAK AND   *
004130* DETAIL PRINT LOGIC, CLOSING THE LAST SOURCE GROUP AT EOF.  *
004140*----------------------------------------------------------*
004150 2000-PRINT-TABLE.
004160     PERFORM 2100-PROCESS-ONE-ENTRY THRU 2100-EXIT
004170             UNTIL WS-EOF-REACHED.
004180     IF WS-BRK-ACTIVE
004190         PERFORM 2500-SOURCE-SUBTOTAL THRU 2500-EXIT
004200     END-IF.
004210 2000-EXIT.
004220     EXIT.
004230 2100-PROCESS-ONE-ENTRY.
004240     READ TBL-IN-FILE
004250         AT END SET WS-EOF-REACHED TO TRUE
004260         NOT AT END
004270             ADD 1 TO WS-READ-COUNT
004280             IF WS-TBL-REL-KEY NOT < WS-SEL-FROM
004290                AND WS-TBL-REL-KEY NOT > WS-SEL-TO
004300                AND (WS-SEL-SOURCE = SPACES
004310                     OR WS-SEL-SOURCE = DL100-TBL-SOURCE)
004320                AND (WS-SEL-ACCT = SPACES
004330                     OR WS-SEL-ACCT = DL100-TBL-ACCT-NO)
004340                 PERFORM 2200-TALLY-SELECTED THRU 2200-EXIT
004350             END-IF
004360     END-READ.
004370 2100-EXIT.
004380     EXIT.
004390*----------------------------------------------------------*
004400* 2200-TALLY-SELECTED RUNS ONE SELECTED ENTRY THROUGH THE    *
004410* SOURCE CONTROL BREAK, THE SUBTOTALS, AND (IN DETAIL MODE)  *
004420* THE COLUMNAR PRINT LINE.                                   *
004430*----------------------------------------------------------*
004440 2200-TALLY-SELECTED.
004450     IF WS-BRK-ACTIVE
004460        AND DL100-TBL-SOURCE NOT = WS-BRK-SOURCE
004470         PERFORM 2500-SOURCE-SUBTOTAL THRU 2500-EXIT
004480     END-IF.
004490     IF NOT WS-BRK-ACTIVE
004500         SET WS-BRK-ACTIVE TO TRUE
004510         MOVE DL100-TBL-SOURCE TO WS-BRK-SOURCE
004520         MOVE ZERO TO WS-SRC-CNT
004530         MOVE ZERO TO WS-SRC-AMT
004540     END-IF.
004550     ADD 1 TO WS-SEL-COUNT.
004560     ADD 1 TO WS-SRC-CNT.
004570     ADD 1 TO WS-GRAND-CNT.
004580     ADD DL100-TBL-AMOUNT TO WS-SRC-AMT.
004590     ADD DL100-TBL-AMOUNT TO WS-GRAND-AMT.
004600     IF WS-MODE-DETAIL
004610         MOVE WS-TBL-REL-KEY TO WS-DTL-RECNO
004620         MOVE DL100-TBL-SOURCE TO WS-DTL-SOURCE
004630         MOVE DL100-TBL-ACCT-NO TO WS-DTL-ACCT
004640         PERFORM 2400-FIND-ACCT-NAME THRU 2400-EXIT
004650         MOVE DL100-TBL-TRAN-CODE TO WS-DTL-TRAN
004660         PERFORM 2300-FIND-TRAN-DESC THRU 2300-EXIT
004670         MOVE DL100-TBL-AMOUNT TO WS-DTL-AMOUNT
004680         MOVE DL100-TBL-EFF-DATE TO WS-DTL-DATE
004690         MOVE WS-DTL-LINE TO RPT-LINE
004700         PERFORM 2700-WRITE-RPT-LINE THRU 2700-EXIT
004710     END-IF.
004720 2200-EXIT.
004730     EXIT.
004740*----------------------------------------------------------*
004750* 2300-FIND-TRAN-DESC PUTS THE CODE'S DESCRIPTION FROM THE   *
004760* TRANSACTION-CODE MASTER NEXT TO THE CODE ON THE DETAIL     *
004770* LINE. A CODE NOT ON THE MASTER -- LOADED BEFORE THE CODE   *
004780* EDIT EXISTED, OR THE MASTER IS MISSING -- IS FLAGGED ON    *
004790* THE LINE ITSELF SO ACCOUNTING SEES IT.                     *
004800*----------------------------------------------------------*
004810 2300-FIND-TRAN-DESC.
004820     MOVE 'N' TO WS-TC-FOUND-SW.
004830     MOVE SPACES TO WS-DTL-DESC.
004840     PERFORM 2310-MATCH-ONE-CODE THRU 2310-EXIT
004850         VARYING WS-TC-SUB FROM 1 BY 1
004860         UNTIL WS-TC-SUB > WS-TC-COUNT
004870            OR WS-TC-CODE-FOUND.
004880     IF NOT WS-TC-CODE-FOUND
004890        AND WS-TC-COUNT > ZERO
004900         MOVE '** NOT ON MASTER **' TO WS-DTL-DESC
004910     END-IF.
004920 2300-EXIT.
004930     EXIT.
004940 2310-MATCH-ONE-CODE.
004950     IF WS-TC-CODE(WS-TC-SUB) = DL100-TBL-TRAN-CODE
004960         SET WS-TC-CODE-FOUND TO TRUE
004970         MOVE WS-TC-DESC(WS-TC-SUB) TO WS-DTL-DESC
004980     END-IF.
004990 2310-EXIT.
005000     EXIT.
005010*----------------------------------------------------------*
005020* 2400-FIND-ACCT-NAME PUTS THE ACCOUNT NAME AND BRANCH FROM  *
005030* THE ACCOUNT MASTER NEXT TO THE ACCOUNT NUMBER. AN ACCOUNT  *
005040* NOT ON THE MASTER IS FLAGGED ON THE LINE ITSELF.           *
005050*----------------------------------------------------------*
005060 2400-FIND-ACCT-NAME.
005070     MOVE SPACES TO WS-DTL-ACCT-NAME.
005080     MOVE SPACES TO WS-DTL-BRANCH.
005090     IF WS-ACCT-MASTER-OPEN
005100         MOVE DL100-TBL-ACCT-NO TO DL100-AM-ACCT-NO
005110         READ ACCT-FILE
005120             INVALID KEY
005130                 MOVE '** NOT ON MASTER **' TO WS-DTL-ACCT-NAME
005140             NOT INVALID KEY
005150                 MOVE DL100-AM-NAME TO WS-DTL-ACCT-NAME
005160                 MOVE DL100-AM-BRANCH TO WS-DTL-BRANCH
005170         END-READ
005180     END-IF.
005190 2400-EXIT.
005200     EXIT.
005210*----------------------------------------------------------*
005220* 2500-SOURCE-SUBTOTAL CLOSES THE CURRENT SOURCE GROUP WITH  *
005230* ITS ENTRY COUNT AND AMOUNT TOTAL, THEN ARMS THE NEXT       *
005240* GROUP.                                                     *
005250*----------------------------------------------------------*
005260 2500-SOURCE-SUBTOTAL.
005270     MOVE WS-SRC-CNT TO WS-EDIT-COUNT.
005280     MOVE WS-SRC-AMT TO WS-EDIT-AMOUNT.
005290     MOVE SPACES TO RPT-LINE.
005300     STRING '  SOURCE ' WS-BRK-SOURCE
005310             ' SUBTOTAL -- ENTRIES ' WS-EDIT-COUNT
005320             '  AMOUNT ' WS-EDIT-AMOUNT
005330             DELIMITED BY SIZE INTO RPT-LINE.
005340     PERFORM 2700-WRITE-RPT-LINE THRU 2700-EXIT.
005350     MOVE 'N' TO WS-BRK-SW.
005360     MOVE ZERO TO WS-SRC-CNT.
005370     MOVE ZERO TO WS-SRC-AMT.
005380 2500-EXIT.
005390     EXIT.
005400*----------------------------------------------------------*
005410* 2600-PAGE-HEADING STARTS A NEW REPORT PAGE -- TITLE LINE   *
005420* WITH RUN DATE AND PAGE NUMBER, THEN THE COLUMN HEADINGS.   *
005430*----------------------------------------------------------*
005440 2600-PAGE-HEADING.
005450     ADD 1 TO WS-PAGE-NO.
005460     MOVE WS-REPORT-DATE TO WS-HEAD-DATE.
005470     MOVE WS-PAGE-NO TO WS-HEAD-PAGE.
005480     MOVE WS-HEAD-LINE TO RPT-LINE.
005490     WRITE RPT-LINE.
005500     MOVE SPACES TO RPT-LINE.
005510     WRITE RPT-LINE.
005520     MOVE WS-COL-LINE TO RPT-LINE.
005530     WRITE RPT-LINE.
005540     MOVE SPACES TO RPT-LINE.
005550     WRITE RPT-LINE.
005560     MOVE 4 TO WS-LINE-CNT.
005570 2600-EXIT.
005580     EXIT.
005590*----------------------------------------------------------*
005600* 2700-WRITE-RPT-LINE WRITES ONE BODY LINE, BREAKING TO A    *
005610* NEW PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS FULL. THE  *
005620* LINE TO WRITE IS ALREADY IN RPT-LINE; A PAGE BREAK SAVES   *
005630* AND RESTORES IT AROUND THE HEADING LINES.                  *
005640*----------------------------------------------------------*
005650 2700-WRITE-RPT-LINE.
005660     IF WS-LINE-CNT NOT < WS-LINES-PER-PAGE
005670         MOVE RPT-LINE TO WS-DTL-SAVE
005680         PERFORM 2600-PAGE-HEADING THRU 2600-EXIT
005690         MOVE WS-DTL-SAVE TO RPT-LINE
005700     END-IF.
005710     WRITE RPT-LINE.
005720     ADD 1 TO WS-LINE-CNT.
005730 2700-EXIT.
005740     EXIT.
005750*----------------------------------------------------------*
005760* 9000-TERMINATE WRITES THE GRAND TOTAL LINES AND CLOSES     *
005770* THE FILES.                                                 *
005780*----------------------------------------------------------*
005790 9000-TERMINATE.
005800     MOVE SPACES TO RPT-LINE.
005810     PERFORM 2700-WRITE-RPT-LINE THRU 2700-EXIT.
005820     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
005830     MOVE SPACES TO RPT-LINE.
005840     STRING 'ENTRIES READ     : ' WS-EDIT-COUNT
005850             DELIMITED BY SIZE INTO RPT-LINE.
005860     PERFORM 2700-WRITE-RPT-LINE THRU 2700-EXIT.
005870     MOVE WS-SEL-COUNT TO WS-EDIT-COUNT.
005880     MOVE SPACES TO RPT-LINE.
005890     STRING 'ENTRIES SELECTED : ' WS-EDIT-COUNT
005900             DELIMITED BY SIZE INTO RPT-LINE.
005910     PERFORM 2700-WRITE-RPT-LINE THRU 2700-EXIT.
005920     MOVE WS-GRAND-CNT TO WS-EDIT-COUNT.
005930     MOVE WS-GRAND-AMT TO WS-EDIT-AMOUNT.
005940     MOVE SPACES TO RPT-LINE.
005950     STRING 'GRAND TOTAL -- ENTRIES ' WS-EDIT-COUNT
005960             '  AMOUNT ' WS-EDIT-AMOUNT
005970             DELIMITED BY SIZE INTO RPT-LINE.
005980     PERFORM 2700-WRITE-RPT-LINE THRU 2700-EXIT.
005990     CLOSE TBL-IN-FILE.
006000     CLOSE RPT-FILE.
006010     IF WS-ACCT-MASTER-OPEN
006020         CLOSE ACCT-FILE
006030     END-IF.
006040 9000-EXIT.
006050     EXIT.
