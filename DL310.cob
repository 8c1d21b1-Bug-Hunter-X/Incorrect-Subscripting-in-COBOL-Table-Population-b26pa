000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL310.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  DAILY LOAD PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                    *
000090*----------------------------------------------------------*
000100*  DATE     BY   DESCRIPTION                                *
000110*  -------- ---- -------------------------------------------*
000120*  10/15/26 RGH  INITIAL VERSION. ACCOUNT HISTORY INQUIRY    *
000130*                AGAINST THE ARCHIVE MASTER WRITTEN BY DL120 *
000140*                (ARCHIN, COPY DL100AR), SO A BRANCH ASKING  *
000150*                WHAT WENT THROUGH AN ACCOUNT OVER THE LAST  *
000160*                FEW WEEKS NO LONGER MEANS A DL130 RESTORE   *
000170*                AND A DL300 LOOKUP FOR EVERY DAY. EACH      *
000180*                INQUIRY NAMES AN ACCOUNT AND A FROM/THRU    *
000190*                BUSINESS-DATE RANGE (BLANK MEANS OPEN AT    *
000200*                THAT END) AND IS ANSWERED WITH EVERY        *
000210*                ARCHIVED ENTRY FOR THE ACCOUNT IN THE RANGE *
000220*                -- BUSINESS DATE, SLOT, TRAN CODE AND ITS   *
000230*                DESCRIPTION OFF THE TRAN-CODE MASTER        *
000240*                (TRANCD), SIGNED AMOUNT, EFFECTIVE DATE,    *
000250*                SOURCE -- AND THE PERIOD'S ENTRY COUNT,     *
000260*                DEBITS, CREDITS, AND NET. RUNS FROM THE     *
000270*                CONSOLE, OR IN BATCH WHEN A REQUEST FILE    *
000280*                (REQIN) IS SUPPLIED, ANSWERING ON A         *
000290*                FORMATTED RESPONSE FILE (RSPOUT) WITH RUN   *
000300*                TOTALS, THE SAME WAY DL300 DOES. NAME AND   *
000310*                BRANCH COME FROM THE ACCOUNT MASTER.        *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ARCH-IN-FILE ASSIGN TO ARCHIN
000400                         ORGANIZATION IS SEQUENTIAL
000410                         FILE STATUS IS WS-ARCHIN-STATUS.
000420     SELECT TC-FILE      ASSIGN TO TRANCD
000430                         ORGANIZATION IS INDEXED
000440                         ACCESS MODE IS SEQUENTIAL
000450                         RECORD KEY IS DL100-TC-CODE
000460                         FILE STATUS IS WS-TC-STATUS.
000470     SELECT REQ-FILE     ASSIGN TO REQIN
000480                         ORGANIZATION IS SEQUENTIAL
000490                         FILE STATUS IS WS-REQ-STATUS.
000500     SELECT RSP-FILE     ASSIGN TO RSPOUT
000510                         ORGANIZATION IS LINE SEQUENTIAL
000520                         FILE STATUS IS WS-RSP-STATUS.
000530     SELECT ACCT-FILE    ASSIGN TO ACCTMST
000540                         ORGANIZATION IS INDEXED
000550                         ACCESS MODE IS RANDOM
000560                         RECORD KEY IS DL100-AM-ACCT-NO
000570                         FILE STATUS IS WS-ACCT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ARCH-IN-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 94 CHARACTERS.
000630     COPY DL100AR.
000640 FD  TC-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 60 CHARACTERS.
000670     COPY DL100TC.
000680 FD  REQ-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  REQ-RECORD.
000720     05  REQ-ACCT-NO             PIC X(10).
000730     05  REQ-FROM-DATE           PIC 9(08).
000740     05  REQ-FROM-DATE-X REDEFINES REQ-FROM-DATE
000750                                 PIC X(08).
000760     05  REQ-THRU-DATE           PIC 9(08).
000770     05  REQ-THRU-DATE-X REDEFINES REQ-THRU-DATE
000780                                 PIC X(08).
000790     05  FILLER                  PIC X(54).
000800 FD  RSP-FILE
000810     LABEL RECORDS ARE OMITTED
000820     RECORD CONTAINS 150 CHARACTERS.
000830 01  RSP-LINE                    PIC X(150).
000840 FD  ACCT-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870     COPY DL100AM.
000880 WORKING-STORAGE SECTION.
000890 01  WS-FILE-CONTROLS.
000900     05  WS-ARCHIN-STATUS        PIC X(02) VALUE '00'.
000910     05  WS-TC-STATUS            PIC X(02) VALUE '00'.
000920     05  WS-REQ-STATUS           PIC X(02) VALUE '00'.
000930     05  WS-RSP-STATUS           PIC X(02) VALUE '00'.
000940     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
000950 01  WS-AREA.
000960     05  WS-INQUIRY-ACCT         PIC X(10) VALUE SPACES.
000970     05  WS-INQUIRY-FROM         PIC 9(08) VALUE ZERO.
000980     05  WS-INQUIRY-FROM-X REDEFINES WS-INQUIRY-FROM
000990                                 PIC X(08).
001000     05  WS-INQUIRY-THRU         PIC 9(08) VALUE ZERO.
001010     05  WS-INQUIRY-THRU-X REDEFINES WS-INQUIRY-THRU
001020                                 PIC X(08).
001030     05  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
001040     05  WS-THRU-DATE            PIC 9(08) VALUE ZERO.
001050     05  WS-REQ-COUNT            PIC 9(5) COMP VALUE ZERO.
001060     05  WS-FOUND-COUNT          PIC 9(5) COMP VALUE ZERO.
001070     05  WS-NOTFND-COUNT         PIC 9(5) COMP VALUE ZERO.
001080     05  WS-BADREQ-COUNT         PIC 9(5) COMP VALUE ZERO.
001090     05  WS-PERIOD-COUNT         PIC 9(5) COMP VALUE ZERO.
001100     05  WS-PERIOD-DEBITS        PIC S9(13)V99 COMP-3
001110                                 VALUE ZERO.
001120     05  WS-PERIOD-CREDITS       PIC S9(13)V99 COMP-3
001130                                 VALUE ZERO.
001140     05  WS-PERIOD-NET           PIC S9(13)V99 COMP-3
001150                                 VALUE ZERO.
001160     05  WS-EDIT-COUNT           PIC ZZZZ9.
001170     05  WS-EDIT-SLOT            PIC ZZZZ9.
001180     05  WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001190     05  WS-EDIT-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001200     05  WS-EDIT-TOTAL-2         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001210     05  WS-EDIT-TOTAL-3         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001220     05  WS-NAME-ACCT            PIC X(10) VALUE SPACES.
001230     05  WS-ACCT-NAME            PIC X(30) VALUE SPACES.
001240     05  WS-ACCT-BRANCH          PIC X(05) VALUE SPACES.
001250     05  WS-TRAN-DESC            PIC X(30) VALUE SPACES.
001260     05  WS-HOLD-TEXT            PIC X(06) VALUE SPACES.
001270     05  WS-OUT-LINE             PIC X(150) VALUE SPACES.
001280     05  WS-ENTRY-WORK           PIC X(80) VALUE SPACES.
001290     05  WS-ENTRY-WORK-R REDEFINES WS-ENTRY-WORK.
001300         10  WS-EW-ACCT-NO       PIC X(10).
001310         10  WS-EW-TRAN-CODE     PIC X(02).
001320         10  WS-EW-AMOUNT        PIC S9(09)V99.
001330         10  WS-EW-EFF-DATE      PIC 9(08).
001340         10  WS-EW-SOURCE        PIC X(03).
001350         10  WS-EW-HOLD-FLAG     PIC X(01).
001360             88  WS-EW-NOT-HELD           VALUE SPACE.
001370         10  FILLER              PIC X(45).
001380     05  WS-TC-MAX-ALLOWED       PIC 9(3) COMP VALUE 50.
001390     05  WS-TC-COUNT             PIC 9(3) COMP VALUE ZERO.
001400     05  WS-TC-SUB               PIC 9(3) COMP VALUE ZERO.
001410     05  WS-TC-TBL OCCURS 50 TIMES.
001420         10  WS-TC-CODE          PIC X(02).
001430         10  WS-TC-DESC          PIC X(30).
001440 01  WS-SWITCHES.
001450     05  WS-DONE-SW              PIC X(01) VALUE 'N'.
001460         88  WS-DONE-INQUIRING            VALUE 'Y'.
001470     05  WS-MODE-SW              PIC X(01) VALUE 'C'.
001480         88  WS-CONSOLE-MODE              VALUE 'C'.
001490         88  WS-BATCH-MODE                VALUE 'B'.
001500     05  WS-REQ-EOF-SW           PIC X(01) VALUE 'N'.
001510         88  WS-REQ-AT-EOF                VALUE 'Y'.
001520     05  WS-ARCH-EOF-SW          PIC X(01) VALUE 'N'.
001530         88  WS-ARCH-AT-EOF               VALUE 'Y'.
001540     05  WS-TC-EOF-SW            PIC X(01) VALUE 'N'.
001550         88  WS-TC-AT-EOF                 VALUE 'Y'.
001560     05  WS-TC-FOUND-SW          PIC X(01) VALUE 'N'.
001570         88  WS-TC-CODE-FOUND             VALUE 'Y'.
001580     05  WS-RANGE-GOOD-SW        PIC X(01) VALUE 'N'.
001590         88  WS-RANGE-GOOD                VALUE 'Y'.
001600     05  WS-ACCT-OPEN-SW         PIC X(01) VALUE 'N'.
001610         88  WS-ACCT-MASTER-OPEN          VALUE 'Y'.
001620 PROCEDURE DIVISION.
001630*----------------------------------------------------------*
001640* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE INQUIRY     *
001650* SESSION.                                                   *
001660*----------------------------------------------------------*
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690     IF WS-BATCH-MODE
001700         PERFORM 3000-PROCESS-ONE-REQUEST THRU 3000-EXIT
001710                 UNTIL WS-REQ-AT-EOF
001720         PERFORM 3900-WRITE-RSP-TOTALS THRU 3900-EXIT
001730     ELSE
001740         PERFORM 2000-PROCESS-ONE-INQUIRY THRU 2000-EXIT
001750                 UNTIL WS-DONE-INQUIRING
001760     END-IF.
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001780     GOBACK.
001790 0000-EXIT.
001800     EXIT.
001810*----------------------------------------------------------*
001820* 1000-INITIALIZE MAKES SURE THE ARCHIVE MASTER CAN BE READ, *
001830* LOADS THE TRAN-CODE DESCRIPTIONS, OPENS THE ACCOUNT        *
001840* MASTER, AND DECIDES THE MODE OF THE RUN. THE ARCHIVE ITSELF*
001850* IS OPENED AFRESH FOR EACH INQUIRY.                         *
001860*----------------------------------------------------------*
001870 1000-INITIALIZE.
001880     OPEN INPUT ARCH-IN-FILE.
001890     IF WS-ARCHIN-STATUS NOT = '00'
001900         DISPLAY 'DL310099E ARCH-IN-FILE OPEN FAILED, STATUS = '
001910                 WS-ARCHIN-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950     CLOSE ARCH-IN-FILE.
001960     PERFORM 1300-LOAD-TRAN-CODES THRU 1300-EXIT.
001970     PERFORM 1200-OPEN-ACCOUNT-MASTER THRU 1200-EXIT.
001980     PERFORM 1100-CHECK-REQUEST-FILE THRU 1100-EXIT.
001990     IF WS-CONSOLE-MODE
002000         DISPLAY 'DL310 ACCOUNT HISTORY INQUIRY'
002010     END-IF.
002020 1000-EXIT.
002030     EXIT.
002040*----------------------------------------------------------*
002050* 1100-CHECK-REQUEST-FILE DECIDES THE MODE OF THE RUN. A     *
002060* READABLE REQUEST FILE MEANS BATCH -- EVERY REQUEST IS      *
002070* ANSWERED ON THE RESPONSE FILE. NO REQUEST FILE MEANS THE   *
002080* CONSOLE SESSION.                                           *
002090*----------------------------------------------------------*
002100 1100-CHECK-REQUEST-FILE.
002110     OPEN INPUT REQ-FILE.
002120     IF WS-REQ-STATUS = '00'
002130         SET WS-BATCH-MODE TO TRUE
002140         DISPLAY 'DL310095I BATCH REQUEST MODE'
002150         OPEN OUTPUT RSP-FILE
002160         IF WS-RSP-STATUS NOT = '00'
002170             DISPLAY 'DL310094E RSP-FILE OPEN FAILED, '
002180                     'STATUS = ' WS-RSP-STATUS
002190             CLOSE REQ-FILE
002200             MOVE 16 TO RETURN-CODE
002210             STOP RUN
002220         END-IF
002230     END-IF.
002240 1100-EXIT.
002250     EXIT.
002260*----------------------------------------------------------*
002270* 1200-OPEN-ACCOUNT-MASTER OPENS THE ACCOUNT MASTER FOR THE  *
002280* NAME AND BRANCH ON EACH ANSWER. A MISSING MASTER ONLY      *
002290* WARNS -- THE INQUIRY STILL ANSWERS, WITH BLANK NAMES.      *
002300*----------------------------------------------------------*
002310 1200-OPEN-ACCOUNT-MASTER.
002320     OPEN INPUT ACCT-FILE.
002330     IF WS-ACCT-STATUS NOT = '00'
002340         DISPLAY 'DL310096W NO ACCOUNT MASTER, STATUS = '
002350                 WS-ACCT-STATUS ', NAMES BLANK'
002360     ELSE
002370         SET WS-ACCT-MASTER-OPEN TO TRUE
002380     END-IF.
002390 1200-EXIT.
002400     EXIT.
002410*----------------------------------------------------------*
002420* 1300-LOAD-TRAN-CODES LOADS EACH CODE AND ITS DESCRIPTION   *
002430* OFF THE TRAN-CODE MASTER, AS DL200 DOES. A MISSING MASTER  *
002440* ONLY WARNS -- THE DESCRIPTIONS ARE THEN LEFT BLANK.        *
002450*----------------------------------------------------------*
002460 1300-LOAD-TRAN-CODES.
002470     OPEN INPUT TC-FILE.
002480     IF WS-TC-STATUS NOT = '00'
002490         DISPLAY 'DL310098W NO TRAN-CODE MASTER, STATUS = '
002500                 WS-TC-STATUS ', DESCRIPTIONS BLANK'
002510     ELSE
002520         PERFORM 1310-LOAD-ONE-TRAN-CODE THRU 1310-EXIT
002530             UNTIL WS-TC-AT-EOF
002540         CLOSE TC-FILE
002550     END-IF.
002560 1300-EXIT.
002570     EXIT.
002580 1310-LOAD-ONE-TRAN-CODE.
002590     READ TC-FILE
002600         AT END SET WS-TC-AT-EOF TO TRUE
002610         NOT AT END
002620             IF WS-TC-COUNT = WS-TC-MAX-ALLOWED
002630                 DISPLAY 'DL310097E TOO MANY TRANSACTION '
002640                         'CODES, MAX = ' WS-TC-MAX-ALLOWED
002650                 CLOSE TC-FILE
002660                 MOVE 16 TO RETURN-CODE
002670                 STOP RUN
002680             END-IF
002690             ADD 1 TO WS-TC-COUNT
002700             MOVE DL100-TC-CODE TO WS-TC-CODE(WS-TC-COUNT)
002710             MOVE DL100-TC-DESC TO WS-TC-DESC(WS-TC-COUNT)
002720     END-READ.
002730 1310-EXIT.
002740     EXIT.
002750*----------------------------------------------------------*
002760* 2000-PROCESS-ONE-INQUIRY PROMPTS FOR AN ACCOUNT NUMBER AND *
002770* A FROM/THRU BUSINESS-DATE RANGE AND ANSWERS IT ON THE      *
002780* SCREEN. ENTERING X (OR NOTHING) FOR THE ACCOUNT ENDS THE   *
002790* SESSION.                                                   *
002800*----------------------------------------------------------*
002810 2000-PROCESS-ONE-INQUIRY.
002820     MOVE SPACES TO WS-INQUIRY-ACCT.
002830     DISPLAY 'ENTER ACCOUNT NUMBER (X=EXIT): '.
002840     ACCEPT WS-INQUIRY-ACCT FROM CONSOLE.
002850     IF WS-INQUIRY-ACCT = 'X'
002860        OR WS-INQUIRY-ACCT = SPACES
002870         SET WS-DONE-INQUIRING TO TRUE
002880     ELSE
002890         MOVE SPACES TO WS-INQUIRY-FROM-X
002900         MOVE SPACES TO WS-INQUIRY-THRU-X
002910         DISPLAY 'ENTER FROM DATE (CCYYMMDD, BLANK=EARLIEST): '
002920         ACCEPT WS-INQUIRY-FROM-X FROM CONSOLE
002930         DISPLAY 'ENTER THRU DATE (CCYYMMDD, BLANK=LATEST): '
002940         ACCEPT WS-INQUIRY-THRU-X FROM CONSOLE
002950         PERFORM 4000-EDIT-DATE-RANGE THRU 4000-EXIT
002960         IF WS-RANGE-GOOD
002970             PERFORM 5000-ANSWER-INQUIRY THRU 5000-EXIT
002980         ELSE
002990             DISPLAY 'DL310093W INVALID DATE RANGE = '
003000                     WS-INQUIRY-FROM-X ' - ' WS-INQUIRY-THRU-X
003010         END-IF
003020     END-IF.
003030 2000-EXIT.
003040     EXIT.
003050*----------------------------------------------------------*
003060* 2300-FIND-ACCT-NAME LOOKS WS-NAME-ACCT UP ON THE ACCOUNT   *
003070* MASTER FOR ITS NAME AND BRANCH. AN ACCOUNT NOT ON THE      *
003080* MASTER IS FLAGGED IN THE NAME ITSELF -- IT MAY HAVE BEEN   *
003090* PURGED SINCE ITS HISTORY WAS ARCHIVED.                     *
003100*----------------------------------------------------------*
003110 2300-FIND-ACCT-NAME.
003120     MOVE SPACES TO WS-ACCT-NAME.
003130     MOVE SPACES TO WS-ACCT-BRANCH.
003140     IF WS-ACCT-MASTER-OPEN
003150         MOVE WS-NAME-ACCT TO DL100-AM-ACCT-NO
003160         READ ACCT-FILE
003170             INVALID KEY
003180                 MOVE '** NOT ON MASTER **' TO WS-ACCT-NAME
003190             NOT INVALID KEY
003200                 MOVE DL100-AM-NAME TO WS-ACCT-NAME
003210                 MOVE DL100-AM-BRANCH TO WS-ACCT-BRANCH
003220         END-READ
003230     END-IF.
003240 2300-EXIT.
003250     EXIT.
003260*----------------------------------------------------------*
003270* 3000-PROCESS-ONE-REQUEST READS THE NEXT BATCH REQUEST AND  *
003280* ANSWERS IT ON THE RESPONSE FILE. THE ANSWER IS THE SAME ONE*
003290* THE CONSOLE SESSION GIVES.                                 *
003300*----------------------------------------------------------*
003310 3000-PROCESS-ONE-REQUEST.
003320     READ REQ-FILE
003330         AT END SET WS-REQ-AT-EOF TO TRUE
003340         NOT AT END
003350             ADD 1 TO WS-REQ-COUNT
003360             PERFORM 3100-ROUTE-REQUEST THRU 3100-EXIT
003370     END-READ.
003380 3000-EXIT.
003390     EXIT.
003400 3100-ROUTE-REQUEST.
003410     MOVE REQ-ACCT-NO TO WS-INQUIRY-ACCT.
003420     MOVE REQ-FROM-DATE-X TO WS-INQUIRY-FROM-X.
003430     MOVE REQ-THRU-DATE-X TO WS-INQUIRY-THRU-X.
003440     PERFORM 4000-EDIT-DATE-RANGE THRU 4000-EXIT.
003450     IF WS-INQUIRY-ACCT NOT = SPACES
003460        AND WS-RANGE-GOOD
003470         PERFORM 5000-ANSWER-INQUIRY THRU 5000-EXIT
003480     ELSE
003490         ADD 1 TO WS-BADREQ-COUNT
003500         MOVE SPACES TO RSP-LINE
003510         STRING '** BAD REQUEST ** ' REQ-ACCT-NO ' '
003520                 REQ-FROM-DATE-X ' ' REQ-THRU-DATE-X
003530                 DELIMITED BY SIZE INTO RSP-LINE
003540         WRITE RSP-LINE
003550         MOVE SPACES TO RSP-LINE
003560         WRITE RSP-LINE
003570     END-IF.
003580 3100-EXIT.
003590     EXIT.
003600*----------------------------------------------------------*
003610* 3900-WRITE-RSP-TOTALS CLOSES THE RESPONSE FILE OUT WITH    *
003620* THE REQUEST, ANSWERED, NO-ENTRY, AND BAD-REQUEST TOTALS SO *
003630* THE BRANCH CAN TIE THE ANSWERS BACK TO ITS LIST.           *
003640*----------------------------------------------------------*
003650 3900-WRITE-RSP-TOTALS.
003660     MOVE WS-REQ-COUNT TO WS-EDIT-COUNT.
003670     MOVE SPACES TO RSP-LINE.
003680     STRING 'REQUESTS READ   : ' WS-EDIT-COUNT
003690             DELIMITED BY SIZE INTO RSP-LINE.
003700     WRITE RSP-LINE.
003710     MOVE WS-FOUND-COUNT TO WS-EDIT-COUNT.
003720     MOVE SPACES TO RSP-LINE.
003730     STRING 'WITH ENTRIES    : ' WS-EDIT-COUNT
003740             DELIMITED BY SIZE INTO RSP-LINE.
003750     WRITE RSP-LINE.
003760     MOVE WS-NOTFND-COUNT TO WS-EDIT-COUNT.
003770     MOVE SPACES TO RSP-LINE.
003780     STRING 'NO ENTRIES      : ' WS-EDIT-COUNT
003790             DELIMITED BY SIZE INTO RSP-LINE.
003800     WRITE RSP-LINE.
003810     MOVE WS-BADREQ-COUNT TO WS-EDIT-COUNT.
003820     MOVE SPACES TO RSP-LINE.
003830     STRING 'BAD REQUESTS    : ' WS-EDIT-COUNT
003840             DELIMITED BY SIZE INTO RSP-LINE.
003850     WRITE RSP-LINE.
003860 3900-EXIT.
003870     EXIT.
003880*----------------------------------------------------------*
003890* 4000-EDIT-DATE-RANGE TURNS THE FROM/THRU DATES ENTERED     *
003900* INTO THE SEARCH RANGE. A BLANK FROM DATE MEANS THE         *
003910* EARLIEST DAY ON THE ARCHIVE, A BLANK THRU DATE THE LATEST. *
003920* A NON-NUMERIC DATE OR A THRU DATE BEFORE THE FROM DATE IS  *
003930* REJECTED.                                                  *
003940*----------------------------------------------------------*
003950 4000-EDIT-DATE-RANGE.
003960     SET WS-RANGE-GOOD TO TRUE.
003970     EVALUATE TRUE
003980         WHEN WS-INQUIRY-FROM-X = SPACES
003990             MOVE ZERO TO WS-FROM-DATE
004000         WHEN WS-INQUIRY-FROM NUMERIC
004010             MOVE WS-INQUIRY-FROM TO WS-FROM-DATE
004020         WHEN OTHER
004030             MOVE 'N' TO WS-RANGE-GOOD-SW
004040     END-EVALUATE.
004050     EVALUATE TRUE
004060         WHEN WS-INQUIRY-THRU-X = SPACES
004070             MOVE 99999999 TO WS-THRU-DATE
004080         WHEN WS-INQUIRY-THRU NUMERIC
004090             MOVE WS-INQUIRY-THRU TO WS-THRU-DATE
004100         WHEN OTHER
004110             MOVE 'N' TO WS-RANGE-GOOD-SW
004120     END-EVALUATE.
004130     IF WS-RANGE-GOOD
004140        AND WS-THRU-DATE < WS-FROM-DATE
004150         MOVE 'N' TO WS-RANGE-GOOD-SW
004160     END-IF.
004170 4000-EXIT.
004180     EXIT.
004190*----------------------------------------------------------*
004200* 5000-ANSWER-INQUIRY ANSWERS ONE ACCOUNT AND DATE RANGE: A  *
004210* HEADING WITH THE ACCOUNT'S NAME AND BRANCH, ONE LINE PER   *
004220* ARCHIVED ENTRY FOR THE ACCOUNT WHOSE BUSINESS DATE FALLS   *
004230* IN THE RANGE, AND THE PERIOD TOTALS. THE ARCHIVE IS READ   *
004240* FROM THE TOP FOR EACH INQUIRY, SO ENTRIES COME BACK IN THE *
004250* ORDER DL120 ARCHIVED THEM -- OLDEST BUSINESS DATE FIRST,   *
004260* SLOT ORDER WITHIN THE DAY.                                 *
004270*----------------------------------------------------------*
004280 5000-ANSWER-INQUIRY.
004290     MOVE ZERO TO WS-PERIOD-COUNT.
004300     MOVE ZERO TO WS-PERIOD-DEBITS.
004310     MOVE ZERO TO WS-PERIOD-CREDITS.
004320     MOVE ZERO TO WS-PERIOD-NET.
004330     MOVE WS-INQUIRY-ACCT TO WS-NAME-ACCT.
004340     PERFORM 2300-FIND-ACCT-NAME THRU 2300-EXIT.
004350     MOVE SPACES TO WS-OUT-LINE.
004360     STRING 'ACCOUNT ' WS-INQUIRY-ACCT
004370             ' ' WS-ACCT-NAME
004380             '  BR ' WS-ACCT-BRANCH
004390             '  PERIOD ' WS-FROM-DATE ' - ' WS-THRU-DATE
004400             DELIMITED BY SIZE INTO WS-OUT-LINE.
004410     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004420     MOVE SPACES TO WS-OUT-LINE.
004430     STRING '  BUS DATE  SLOT  TC DESCRIPTION'
004440             '                                 AMOUNT'
004450             '  EFF DATE  SRC'
004460             DELIMITED BY SIZE INTO WS-OUT-LINE.
004470     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
004480     OPEN INPUT ARCH-IN-FILE.
004490     IF WS-ARCHIN-STATUS NOT = '00'
004500         DISPLAY 'DL310092E ARCH-IN-FILE OPEN FAILED, STATUS = '
004510                 WS-ARCHIN-STATUS
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN
004540     END-IF.
004550     MOVE 'N' TO WS-ARCH-EOF-SW.
004560     PERFORM 5100-SCAN-ONE-RECORD THRU 5100-EXIT
004570         UNTIL WS-ARCH-AT-EOF.
004580     CLOSE ARCH-IN-FILE.
004590     PERFORM 5300-PUT-PERIOD-TOTALS THRU 5300-EXIT.
004600 5000-EXIT.
004610     EXIT.
004620 5100-SCAN-ONE-RECORD.
004630     READ ARCH-IN-FILE
004640         AT END SET WS-ARCH-AT-EOF TO TRUE
004650         NOT AT END
004660             IF DL100-AR-IS-ENTRY
004670                AND DL100-AR-GEN-DATE NOT < WS-FROM-DATE
004680                AND DL100-AR-GEN-DATE NOT > WS-THRU-DATE
004690                 MOVE DL100-AR-ENTRY TO WS-ENTRY-WORK
004700                 IF WS-EW-ACCT-NO = WS-INQUIRY-ACCT
004710                     PERFORM 5200-PUT-ONE-ENTRY THRU 5200-EXIT
004720                 END-IF
004730             END-IF
004740     END-READ.
004750 5100-EXIT.
004760     EXIT.
004770*----------------------------------------------------------*
004780* 5200-PUT-ONE-ENTRY ADDS ONE ARCHIVED ENTRY INTO THE PERIOD *
004790* TOTALS AND ANSWERS IT. CREDITS ARE CARRIED NEGATIVE, SO    *
004800* THE NET IS A STRAIGHT SUM. AN ENTRY THAT WAS ON HOLD WHEN  *
004810* IT WAS ARCHIVED IS MARKED HELD.                            *
004820*----------------------------------------------------------*
004830 5200-PUT-ONE-ENTRY.
004840     ADD 1 TO WS-PERIOD-COUNT.
004850     IF WS-EW-AMOUNT < ZERO
004860         ADD WS-EW-AMOUNT TO WS-PERIOD-CREDITS
004870     ELSE
004880         ADD WS-EW-AMOUNT TO WS-PERIOD-DEBITS
004890     END-IF.
004900     ADD WS-EW-AMOUNT TO WS-PERIOD-NET.
004910     PERFORM 5210-FIND-TRAN-DESC THRU 5210-EXIT.
004920     MOVE SPACES TO WS-HOLD-TEXT.
004930     IF NOT WS-EW-NOT-HELD
004940         MOVE '  HELD' TO WS-HOLD-TEXT
004950     END-IF.
004960     MOVE DL100-AR-RECNO TO WS-EDIT-SLOT.
004970     MOVE WS-EW-AMOUNT TO WS-EDIT-AMOUNT.
004980     MOVE SPACES TO WS-OUT-LINE.
004990     STRING '  ' DL100-AR-GEN-DATE
005000             ' ' WS-EDIT-SLOT
005010             '  ' WS-EW-TRAN-CODE
005020             ' ' WS-TRAN-DESC
005030             ' ' WS-EDIT-AMOUNT
005040             '  ' WS-EW-EFF-DATE
005050             '  ' WS-EW-SOURCE
005060             WS-HOLD-TEXT
005070             DELIMITED BY SIZE INTO WS-OUT-LINE.
005080     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
005090 5200-EXIT.
005100     EXIT.
005110 5210-FIND-TRAN-DESC.
005120     MOVE SPACES TO WS-TRAN-DESC.
005130     MOVE 'N' TO WS-TC-FOUND-SW.
005140     PERFORM 5220-MATCH-ONE-CODE THRU 5220-EXIT
005150         VARYING WS-TC-SUB FROM 1 BY 1
005160         UNTIL WS-TC-SUB > WS-TC-COUNT
005170            OR WS-TC-CODE-FOUND.
005180     IF NOT WS-TC-CODE-FOUND
005190        AND WS-TC-COUNT > ZERO
005200         MOVE '** NOT ON MASTER **' TO WS-TRAN-DESC
005210     END-IF.
005220 5210-EXIT.
005230     EXIT.
005240 5220-MATCH-ONE-CODE.
005250     IF WS-TC-CODE(WS-TC-SUB) = WS-EW-TRAN-CODE
005260         SET WS-TC-CODE-FOUND TO TRUE
005270         MOVE WS-TC-DESC(WS-TC-SUB) TO WS-TRAN-DESC
005280     END-IF.
005290 5220-EXIT.
005300     EXIT.
005310*----------------------------------------------------------*
005320* 5300-PUT-PERIOD-TOTALS CLOSES THE ANSWER WITH THE PERIOD'S *
005330* ENTRY COUNT, DEBITS, CREDITS, AND NET, OR A NO-ENTRIES     *
005340* LINE WHEN NOTHING FOR THE ACCOUNT WAS ARCHIVED IN THE      *
005350* RANGE.                                                     *
005360*----------------------------------------------------------*
005370 5300-PUT-PERIOD-TOTALS.
005380     MOVE SPACES TO WS-OUT-LINE.
005390     IF WS-PERIOD-COUNT = ZERO
005400         ADD 1 TO WS-NOTFND-COUNT
005410         STRING '  NO ARCHIVED ENTRIES FOR THE ACCOUNT IN THE '
005420                 'PERIOD'
005430                 DELIMITED BY SIZE INTO WS-OUT-LINE
005440     ELSE
005450         ADD 1 TO WS-FOUND-COUNT
005460         MOVE WS-PERIOD-COUNT TO WS-EDIT-COUNT
005470         MOVE WS-PERIOD-DEBITS TO WS-EDIT-TOTAL
005480         MOVE WS-PERIOD-CREDITS TO WS-EDIT-TOTAL-2
005490         MOVE WS-PERIOD-NET TO WS-EDIT-TOTAL-3
005500         STRING '  PERIOD TOTALS  ENTRIES ' WS-EDIT-COUNT
005510                 '  DEBITS ' WS-EDIT-TOTAL
005520                 '  CREDITS ' WS-EDIT-TOTAL-2
005530                 '  NET ' WS-EDIT-TOTAL-3
005540                 DELIMITED BY SIZE INTO WS-OUT-LINE
005550     END-IF.
005560     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
005570     MOVE SPACES TO WS-OUT-LINE.
005580     PERFORM 5900-PUT-LINE THRU 5900-EXIT.
005590 5300-EXIT.
005600     EXIT.
005610*----------------------------------------------------------*
005620* 5900-PUT-LINE SENDS ONE ANSWER LINE TO THE RESPONSE FILE   *
005630* IN BATCH MODE, OR TO THE SCREEN IN A CONSOLE SESSION.      *
005640*----------------------------------------------------------*
005650 5900-PUT-LINE.
005660     IF WS-BATCH-MODE
005670         MOVE WS-OUT-LINE TO RSP-LINE
005680         WRITE RSP-LINE
005690     ELSE
005700         DISPLAY WS-OUT-LINE
005710     END-IF.
005720 5900-EXIT.
005730     EXIT.
005740*----------------------------------------------------------*
005750* 9000-TERMINATE CLOSES THE FILES AND ENDS THE RUN.          *
005760*----------------------------------------------------------*
005770 9000-TERMINATE.
005780     IF WS-ACCT-MASTER-OPEN
005790         CLOSE ACCT-FILE
005800     END-IF.
005810     IF WS-BATCH-MODE
005820         CLOSE REQ-FILE
005830         CLOSE RSP-FILE
005840     ELSE
005850         DISPLAY 'DL310 INQUIRY SESSION ENDED'
005860     END-IF.
005870 9000-EXIT.
005880     EXIT.
