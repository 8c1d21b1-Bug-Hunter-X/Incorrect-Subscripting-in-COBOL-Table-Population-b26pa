000550*                FEED LOADED REACHES THE GL. A GROUP THAT    *
000560*                DOES NOT BALANCE FAILS THE RUN AND HOLDS    *
000570*                THE FILE, LIKE TODAY'S GROUP ALWAYS HAS.    *
000580*  10/15/26 RGH  A TABLE ENTRY DL410 FLAGGED HELD AS A       *
000590*                SUSPECTED CROSS-DAY REPEAT IS NO LONGER     *
000600*                EXTRACTED; ITS COUNT AND AMOUNT ARE SHOWN   *
000610*                APART, AND THE TABLE BALANCES TO THE LOAD   *
000620*                AS EXTRACTED PLUS HELD. HOLDS OPERATIONS    *
000630*                RELEASED TONIGHT (HOLDRLS, COPY DL100HM)    *
000640*                ARE EXTRACTED INTO TODAY'S GROUP AFTER THE  *
000650*                TABLE AND COUNTED APART AS WELL; THE        *
000660*                TRAILER COVERS BOTH.                        *
000670*  10/15/26 RGH  ENTRIES HELD AS ABOVE THEIR HIGH-VALUE HOLD *
000680*                LIMIT (FLAG H, SET BY DL100 AND DL410) STAY *
000690*                OFF THE EXTRACT THE SAME WAY. THE HELD      *
000700*                COUNT AND AMOUNT ARE NOW SPLIT INTO         *
000710*                SUSPECTED REPEATS AND HIGH-VALUE HOLDS; THE *
000720*                BALANCING STILL TAKES ALL HELD ENTRIES      *
000730*                TOGETHER.                                   *
000740*  10/15/26 RGH  A CATCH-UP ENTRY DL410 FLAGGED HELD, AS A   *
000750*                SUSPECTED REPEAT OR ABOVE ITS HIGH-VALUE    *
000760*                HOLD LIMIT, NOW STAYS OFF ITS DATE'S GROUP  *
000770*                THE SAME WAY, AND REACHES THE GL THROUGH    *
000780*                THE RELEASED-ENTRY FILE ONCE RELEASED. EACH *
000790*                CATCH-UP GROUP BALANCES TO ITS RUNHIST      *
000800*                COUNT AS EXTRACTED PLUS HELD, AND THE       *
000810*                CATCH-UP HELD COUNT AND AMOUNT ARE SHOWN    *
000820*                APART.                                      *
000830*----------------------------------------------------------*
000840 ENVIRONMENT DIVISION.
000850 CONFIGURATION SECTION.
000860 SOURCE-COMPUTER.   IBM-370.
000870 OBJECT-COMPUTER.   IBM-370.
000880 INPUT-OUTPUT SECTION.
000890 FILE-CONTROL.
000900     SELECT TBL-IN-FILE  ASSIGN TO TBLOUT
000910                         ORGANIZATION IS RELATIVE
000920                         ACCESS MODE IS SEQUENTIAL
000930                         RELATIVE KEY IS WS-TBL-REL-KEY
000940                         FILE STATUS IS WS-TBL-STATUS.
000950     SELECT HIST-FILE    ASSIGN TO RUNHIST
000960                         ORGANIZATION IS SEQUENTIAL
000970                         FILE STATUS IS WS-HIST-STATUS.
000980     SELECT CUP-IN-FILE  ASSIGN TO CUPIN
000990                         ORGANIZATION IS SEQUENTIAL
001000                         FILE STATUS IS WS-CUPIN-STATUS.
001010     SELECT GL-FILE      ASSIGN TO GLOUT
001020                         ORGANIZATION IS SEQUENTIAL
001030                         FILE STATUS IS WS-GL-STATUS.
001040     SELECT RLS-FILE     ASSIGN TO HOLDRLS
001050                         ORGANIZATION IS SEQUENTIAL
001060                         FILE STATUS IS WS-RLS-STATUS.
001070     SELECT TC-FILE      ASSIGN TO TRANCD
001080                         ORGANIZATION IS INDEXED
001090                         ACCESS MODE IS SEQUENTIAL
001100                         RECORD KEY IS DL100-TC-CODE
001110                         FILE STATUS IS WS-TC-STATUS.
001120 DATA DIVISION.
001130 FILE SECTION.
001140 FD  TBL-IN-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 80 CHARACTERS.
001170     COPY DL100TR.
001180 FD  HIST-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 50 CHARACTERS.
001210     COPY DL100RH.
001220 FD  CUP-IN-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 94 CHARACTERS.
001250     COPY DL100AR.
001260 FD  GL-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 80 CHARACTERS.
001290 01  GL-HEADER-R.
001300     05  GL-HDR-REC-TYPE         PIC X(01).
001310     05  GL-HDR-SYSTEM           PIC X(08).
001320     05  GL-HDR-BUS-DATE         PIC 9(08).
001330     05  GL-HDR-RUN-DATE         PIC 9(08).
001340     05  GL-HDR-RUN-TIME         PIC 9(08).
001350     05  FILLER                  PIC X(47).
001360 01  GL-DETAIL-R.
001370     05  GL-DET-REC-TYPE         PIC X(01).
001380     05  GL-DET-ACCT-NO          PIC X(10).
001390     05  GL-DET-GL-ACCT          PIC X(10).
001400     05  GL-DET-AMOUNT           PIC S9(09)V99.
001410     05  GL-DET-EFF-DATE         PIC 9(08).
001420     05  GL-DET-SOURCE           PIC X(03).
001430     05  FILLER                  PIC X(37).
001440 01  GL-TRAILER-R.
001450     05  GL-TRL-REC-TYPE         PIC X(01).
001460     05  GL-TRL-REC-COUNT        PIC 9(07).
001470     05  GL-TRL-HASH-AMOUNT      PIC S9(13)V99.
001480     05  FILLER                  PIC X(57).
001490 FD  TC-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 60 CHARACTERS.
001520     COPY DL100TC.
001530 FD  RLS-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 130 CHARACTERS.
001560     COPY DL100HM.
001570 WORKING-STORAGE SECTION.
001580 01  WS-FILE-CONTROLS.
001590     05  WS-TBL-REL-KEY          PIC 9(5) COMP VALUE ZERO.
001600     05  WS-TBL-STATUS           PIC X(02) VALUE '00'.
001610     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
001620     05  WS-GL-STATUS            PIC X(02) VALUE '00'.
001630     05  WS-TC-STATUS            PIC X(02) VALUE '00'.
001640     05  WS-CUPIN-STATUS         PIC X(02) VALUE '00'.
001650     05  WS-RLS-STATUS           PIC X(02) VALUE '00'.
001660 01  WS-AREA.
001670     05  WS-EXTRACT-COUNT        PIC 9(7) COMP VALUE ZERO.
001680     05  WS-EXPECTED-COUNT       PIC 9(5) COMP VALUE ZERO.
001690     05  WS-HASH-AMOUNT          PIC S9(13)V99 COMP-3
001700                                 VALUE ZERO.
001710     05  WS-TABLE-COUNT          PIC 9(7) COMP VALUE ZERO.
001720     05  WS-HELD-COUNT           PIC 9(7) COMP VALUE ZERO.
001730     05  WS-HELD-AMOUNT          PIC S9(13)V99 COMP-3
001740                                 VALUE ZERO.
001750     05  WS-HELD-HV-COUNT        PIC 9(7) COMP VALUE ZERO.
001760     05  WS-HELD-HV-AMOUNT       PIC S9(13)V99 COMP-3
001770                                 VALUE ZERO.
001780     05  WS-HELD-DUP-COUNT       PIC 9(7) COMP VALUE ZERO.
001790     05  WS-HELD-DUP-AMOUNT      PIC S9(13)V99 COMP-3
001800                                 VALUE ZERO.
001810     05  WS-RLS-COUNT            PIC 9(7) COMP VALUE ZERO.
001820     05  WS-RLS-AMOUNT           PIC S9(13)V99 COMP-3
001830                                 VALUE ZERO.
001840     05  WS-BALANCE-COUNT        PIC 9(7) COMP VALUE ZERO.
001850     05  WS-HIST-BUS-DATE        PIC 9(08) VALUE ZERO.
001860     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001870     05  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001880     05  WS-EDIT-COUNT           PIC ZZZZZZ9.
001890     05  WS-EDIT-EXPECTED        PIC ZZZZ9.
001900     05  WS-EDIT-HASH            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001910     05  WS-UNMAPPED-COUNT       PIC 9(5) COMP VALUE ZERO.
001920     05  WS-LOOKUP-CODE          PIC X(02) VALUE SPACES.
001930     05  WS-LOOKUP-ACCT          PIC X(10) VALUE SPACES.
001940     05  WS-CUP-DATE             PIC 9(08) VALUE ZERO.
001950     05  WS-CUP-COUNT            PIC 9(7) COMP VALUE ZERO.
001960     05  WS-CUP-HASH             PIC S9(13)V99 COMP-3
001970                                 VALUE ZERO.
001980     05  WS-CUP-EXPECTED         PIC 9(5) COMP VALUE ZERO.
001990     05  WS-CUP-GROUPS           PIC 9(2) COMP VALUE ZERO.
002000     05  WS-CUP-BREAKS           PIC 9(2) COMP VALUE ZERO.
002010     05  WS-CUP-HELD             PIC 9(7) COMP VALUE ZERO.
002020     05  WS-CUP-BAL-COUNT        PIC 9(7) COMP VALUE ZERO.
002030     05  WS-CUP-HELD-COUNT       PIC 9(7) COMP VALUE ZERO.
002040     05  WS-CUP-HELD-AMOUNT      PIC S9(13)V99 COMP-3
002050                                 VALUE ZERO.
002060     05  WS-EDIT-CUP-COUNT       PIC ZZZZZZ9.
002070     05  WS-EDIT-CUP-HELD        PIC ZZZZZZ9.
002080     05  WS-ENTRY-WORK           PIC X(80) VALUE SPACES.
002090     05  WS-ENTRY-WORK-R REDEFINES WS-ENTRY-WORK.
002100         10  WS-EW-ACCT-NO       PIC X(10).
002110         10  WS-EW-TRAN-CODE     PIC X(02).
002120         10  WS-EW-AMOUNT        PIC S9(09)V99.
002130         10  WS-EW-EFF-DATE      PIC 9(08).
002140         10  WS-EW-SOURCE        PIC X(03).
002150         10  WS-EW-HOLD-FLAG     PIC X(01).
002160             88  WS-EW-IS-HELD                VALUE 'D' 'H'.
002170         10  FILLER              PIC X(45).
002180     05  WS-TC-MAX-ALLOWED       PIC 9(3) COMP VALUE 50.
002190     05  WS-TC-COUNT             PIC 9(3) COMP VALUE ZERO.
002200     05  WS-TC-SUB               PIC 9(3) COMP VALUE ZERO.
002210     05  WS-TC-TBL OCCURS 50 TIMES.
002220         10  WS-TC-CODE          PIC X(02).
002230         10  WS-TC-GL-ACCT       PIC X(10).
002240 01  WS-SWITCHES.
002250     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
002260         88  WS-EOF-REACHED               VALUE 'Y'.
002270         88  WS-NOT-AT-EOF                VALUE 'N'.
002280     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
002290         88  WS-HIST-AT-EOF               VALUE 'Y'.
002300     05  WS-HIST-FOUND-SW        PIC X(01) VALUE 'N'.
002310         88  WS-HIST-FOUND                VALUE 'Y'.
002320     05  WS-TC-EOF-SW            PIC X(01) VALUE 'N'.
002330         88  WS-TC-AT-EOF                 VALUE 'Y'.
002340     05  WS-TC-FOUND-SW          PIC X(01) VALUE 'N'.
002350         88  WS-TC-CODE-FOUND             VALUE 'Y'.
002360     05  WS-CUP-EOF-SW           PIC X(01) VALUE 'N'.
002370         88  WS-CUP-AT-EOF                VALUE 'Y'.
002380     05  WS-CUP-GROUP-SW         PIC X(01) VALUE 'N'.
002390         88  WS-CUP-GROUP-OPEN            VALUE 'Y'.
002400     05  WS-CUPHIST-SW           PIC X(01) VALUE 'N'.
002410         88  WS-CUPHIST-FOUND             VALUE 'Y'.
002420     05  WS-CUPHIST-EOF-SW       PIC X(01) VALUE 'N'.
002430         88  WS-CUPHIST-AT-EOF            VALUE 'Y'.
002440     05  WS-RLS-EOF-SW           PIC X(01) VALUE 'N'.
002450         88  WS-RLS-AT-EOF                VALUE 'Y'.
002460 PROCEDURE DIVISION.
002470*----------------------------------------------------------*
002480* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE EXTRACT.    *
002490*----------------------------------------------------------*
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     PERFORM 1500-EXTRACT-CATCHUP THRU 1500-EXIT.
002530     PERFORM 2000-WRITE-GL-HEADER THRU 2000-EXIT.
002540     PERFORM 3100-EXTRACT-ONE-ENTRY THRU 3100-EXIT
002550             UNTIL WS-EOF-REACHED.
002560     PERFORM 3500-EXTRACT-RELEASED THRU 3500-EXIT.
002570     PERFORM 4000-WRITE-GL-TRAILER THRU 4000-EXIT.
002580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002590     GOBACK.
002600 0000-EXIT.
002610     EXIT.
002620*----------------------------------------------------------*
002630* 1000-INITIALIZE PICKS UP TODAY'S RUN FROM THE RUN-HISTORY  *
002640* FILE -- WITHOUT IT THERE IS NO CONTROL TOTAL TO BALANCE    *
002650* AGAINST AND THE EXTRACT REFUSES TO RUN -- THEN OPENS THE   *
002660* TABLE EXTRACT AND THE GL INTERFACE FILE.                   *
002670*----------------------------------------------------------*
002680 1000-INITIALIZE.
002690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002700     ACCEPT WS-RUN-TIME FROM TIME.
002710     OPEN INPUT HIST-FILE.
002720     IF WS-HIST-STATUS NOT = '00'
002730         DISPLAY 'DL400099E HIST-FILE OPEN FAILED, STATUS = '
002740                 WS-HIST-STATUS
002750         DISPLAY 'DL400098E NO RUN HISTORY -- NOTHING TO '
002760                 'BALANCE AGAINST, EXTRACT REFUSED'
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     PERFORM 1100-READ-ONE-HISTORY THRU 1100-EXIT
002810             UNTIL WS-HIST-AT-EOF.
002820     CLOSE HIST-FILE.
002830     IF NOT WS-HIST-FOUND
002840         DISPLAY 'DL400097E RUN-HISTORY FILE IS EMPTY, '
002850                 'EXTRACT REFUSED'
002860         MOVE 16 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002890     OPEN INPUT TBL-IN-FILE.
002900     IF WS-TBL-STATUS NOT = '00'
002910         DISPLAY 'DL400096E TBL-IN-FILE OPEN FAILED, STATUS = '
002920                 WS-TBL-STATUS
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF.
002960     OPEN OUTPUT GL-FILE.
002970     IF WS-GL-STATUS NOT = '00'
002980         DISPLAY 'DL400095E GL-FILE OPEN FAILED, STATUS = '
002990                 WS-GL-STATUS
003000         CLOSE TBL-IN-FILE
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040     PERFORM 1200-LOAD-TRAN-CODES THRU 1200-EXIT.
003050 1000-EXIT.
003060     EXIT.
003070*----------------------------------------------------------*
003080* 1100-READ-ONE-HISTORY STREAMS THE RUN-HISTORY FILE AND     *
003090* KEEPS THE LAST RECORD -- TODAY'S RUN -- FOR THE BUSINESS   *
003100* DATE AND THE LOADED TOTAL TO BALANCE AGAINST.              *
003110*----------------------------------------------------------*
003120 1100-READ-ONE-HISTORY.
003130     READ HIST-FILE
003140         AT END SET WS-HIST-AT-EOF TO TRUE
003150         NOT AT END
003160             SET WS-HIST-FOUND TO TRUE
003170             MOVE DL100-RH-LOADED TO WS-EXPECTED-COUNT
003180             MOVE DL100-RH-BUS-DATE TO WS-HIST-BUS-DATE
003190     END-READ.
003200 1100-EXIT.
003210     EXIT.
003220*----------------------------------------------------------*
003230* 1200-LOAD-TRAN-CODES LOADS THE TRANSACTION-CODE MASTER'S   *
003240* CODE-TO-GL-ACCOUNT MAPPING INTO STORAGE. WITHOUT THE       *
003250* MASTER THERE IS NO MAPPING TO EXTRACT WITH AND THE RUN     *
003260* REFUSES, THE SAME WAY IT REFUSES WITHOUT RUN HISTORY.      *
003270*----------------------------------------------------------*
003280 1200-LOAD-TRAN-CODES.
003290     OPEN INPUT TC-FILE.
003300     IF WS-TC-STATUS NOT = '00'
003310         DISPLAY 'DL400092E TRAN-CODE MASTER OPEN FAILED, '
003320                 'STATUS = ' WS-TC-STATUS
003330         DISPLAY 'DL400091E NO GL ACCOUNT MAPPING, '
003340                 'EXTRACT REFUSED'
003350         CLOSE TBL-IN-FILE
003360         CLOSE GL-FILE
003370         MOVE 16 TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400     PERFORM 1210-LOAD-ONE-TRAN-CODE THRU 1210-EXIT
003410         UNTIL WS-TC-AT-EOF.
003420     CLOSE TC-FILE.
003430 1200-EXIT.
003440     EXIT.
003450 1210-LOAD-ONE-TRAN-CODE.
003460     READ TC-FILE
003470         AT END SET WS-TC-AT-EOF TO TRUE
003480         NOT AT END
003490             IF WS-TC-COUNT = WS-TC-MAX-ALLOWED
003500                 DISPLAY 'DL400090E TOO MANY TRANSACTION '
003510                         'CODES, MAX = ' WS-TC-MAX-ALLOWED
003520                 CLOSE TC-FILE
003530                 MOVE 16 TO RETURN-CODE
003540                 STOP RUN
003550             END-IF
003560             ADD 1 TO WS-TC-COUNT
003570             MOVE DL100-TC-CODE TO WS-TC-CODE(WS-TC-COUNT)
003580             MOVE DL100-TC-GL-ACCT
003590                 TO WS-TC-GL-ACCT(WS-TC-COUNT)
003600     END-READ.
003610 1210-EXIT.
003620     EXIT.
003630*----------------------------------------------------------*
003640* 1500-EXTRACT-CATCHUP EXTRACTS THE CATCH-UP SPILL DL100     *
003650* WRITES WHEN A FEED CLOSES OUT EARLIER BUSINESS DATES       *
003660* (CUPIN, COPY DL100AR): EACH SPILLED GENERATION BECOMES     *
003670* ITS OWN HEADER/DETAIL/TRAILER GROUP ON GLOUT, AHEAD OF     *
003680* TODAY'S GROUP, AND EACH GROUP IS BALANCED AGAINST THAT     *
003690* DATE'S OWN RUNHIST RECORD -- SO THE EARLIER DAYS OF A      *
003700* CATCH-UP REACH THE GL UNDER THE SAME CONTROL DISCIPLINE    *
003710* AS TODAY'S. NO SPILL FILE IS THE NORMAL SINGLE-DATE        *
003720* NIGHT.                                                     *
003730*----------------------------------------------------------*
003740 1500-EXTRACT-CATCHUP.
003750     OPEN INPUT CUP-IN-FILE.
003760     IF WS-CUPIN-STATUS NOT = '00'
003770         DISPLAY 'DL400088I NO CATCH-UP SPILL, STATUS = '
003780                 WS-CUPIN-STATUS
003790     ELSE
003800         PERFORM 1510-EXTRACT-ONE-CUP THRU 1510-EXIT
003810             UNTIL WS-CUP-AT-EOF
003820         IF WS-CUP-GROUP-OPEN
003830             PERFORM 1530-CLOSE-CUP-GROUP THRU 1530-EXIT
003840         END-IF
003850         CLOSE CUP-IN-FILE
003860     END-IF.
003870 1500-EXIT.
003880     EXIT.
003890 1510-EXTRACT-ONE-CUP.
003900     READ CUP-IN-FILE
003910         AT END SET WS-CUP-AT-EOF TO TRUE
003920         NOT AT END
003930             EVALUATE TRUE
003940                 WHEN DL100-AR-IS-GEN-HDR
003950                     PERFORM 1520-START-CUP-GROUP THRU 1520-EXIT
003960                 WHEN DL100-AR-IS-ENTRY
003970                  AND WS-CUP-GROUP-OPEN
003980                     PERFORM 1540-EXTRACT-CUP-ENTRY
003990                         THRU 1540-EXIT
004000                 WHEN OTHER
004010                     CONTINUE
004020             END-EVALUATE
004030     END-READ.
004040 1510-EXIT.
004050     EXIT.
004060*----------------------------------------------------------*
004070* 1520-START-CUP-GROUP CLOSES THE GROUP IN PROGRESS, OPENS   *
004080* A NEW ONE FOR THE GENERATION'S BUSINESS DATE, AND LOOKS    *
004090* THAT DATE'S LOADED COUNT UP ON THE RUN-HISTORY FILE TO     *
004100* BALANCE THE GROUP AGAINST.                                 *
004110*----------------------------------------------------------*
004120 1520-START-CUP-GROUP.
004130     IF WS-CUP-GROUP-OPEN
004140         PERFORM 1530-CLOSE-CUP-GROUP THRU 1530-EXIT
004150     END-IF.
004160     SET WS-CUP-GROUP-OPEN TO TRUE.
004170     ADD 1 TO WS-CUP-GROUPS.
004180     MOVE DL100-AR-GEN-DATE TO WS-CUP-DATE.
004190     MOVE ZERO TO WS-CUP-COUNT.
004200     MOVE ZERO TO WS-CUP-HASH.
004210     MOVE ZERO TO WS-CUP-HELD.
004220     PERFORM 1550-FIND-CUP-HISTORY THRU 1550-EXIT.
004230     MOVE SPACES TO GL-HEADER-R.
004240     MOVE 'H' TO GL-HDR-REC-TYPE.
004250     MOVE 'DL100GL ' TO GL-HDR-SYSTEM.
004260     MOVE WS-CUP-DATE TO GL-HDR-BUS-DATE.
004270     MOVE WS-RUN-DATE TO GL-HDR-RUN-DATE.
004280     MOVE WS-RUN-TIME TO GL-HDR-RUN-TIME.
004290     WRITE GL-HEADER-R.
004300 1520-EXIT.
004310     EXIT.
004320*----------------------------------------------------------*
004330* 1530-CLOSE-CUP-GROUP WRITES THE GROUP'S TRAILER AND        *
004340* BALANCES ITS COUNT, PLUS THE ENTRIES HELD OFF THE GROUP,   *
004350* AGAINST THE RUNHIST LOADED COUNT FOR THAT BUSINESS DATE. A *
004360* BREAK IS REMEMBERED AND FAILS THE RUN AT TERMINATION SO    *
004370* THE FILE IS HELD.                                          *
004380*----------------------------------------------------------*
004390 1530-CLOSE-CUP-GROUP.
004400     MOVE SPACES TO GL-TRAILER-R.
004410     MOVE 'T' TO GL-TRL-REC-TYPE.
004420     MOVE WS-CUP-COUNT TO GL-TRL-REC-COUNT.
004430     MOVE WS-CUP-HASH TO GL-TRL-HASH-AMOUNT.
004440     WRITE GL-TRAILER-R.
004450     MOVE WS-CUP-COUNT TO WS-EDIT-CUP-COUNT.
004460     MOVE WS-CUP-HELD TO WS-EDIT-CUP-HELD.
004470     ADD WS-CUP-COUNT WS-CUP-HELD GIVING WS-CUP-BAL-COUNT.
004480     EVALUATE TRUE
004490         WHEN NOT WS-CUPHIST-FOUND
004500             ADD 1 TO WS-CUP-BREAKS
004510             DISPLAY 'DL400087E NO RUNHIST RECORD FOR '
004520                     'CATCH-UP DATE ' WS-CUP-DATE
004530         WHEN WS-CUP-BAL-COUNT NOT = WS-CUP-EXPECTED
004540             ADD 1 TO WS-CUP-BREAKS
004550             DISPLAY 'DL400086E CATCH-UP DATE ' WS-CUP-DATE
004560                     ' EXTRACTED ' WS-EDIT-CUP-COUNT
004570                     ' HELD ' WS-EDIT-CUP-HELD
004580                     ' VS RUNHIST LOADED ' WS-CUP-EXPECTED
004590         WHEN OTHER
004600             DISPLAY 'DL400 CATCH-UP DATE ' WS-CUP-DATE
004610                     ' EXTRACTED ' WS-EDIT-CUP-COUNT
004620                     ' HELD ' WS-EDIT-CUP-HELD
004630                     ' -- BALANCED'
004640     END-EVALUATE.
004650     MOVE 'N' TO WS-CUP-GROUP-SW.
004660 1530-EXIT.
004670     EXIT.
004680*----------------------------------------------------------*
004690* 1540-EXTRACT-CUP-ENTRY EXTRACTS ONE CATCH-UP ENTRY. AN     *
004700* ENTRY DL410 FLAGGED HELD STAYS OFF THE FILE AND IS COUNTED *
004710* APART, THE SAME WAY AS ON TODAY'S TABLE, UNTIL IT COMES    *
004720* BACK THROUGH THE RELEASED-ENTRY FILE.                      *
004730*----------------------------------------------------------*
004740 1540-EXTRACT-CUP-ENTRY.
004750     MOVE DL100-AR-ENTRY TO WS-ENTRY-WORK.
004760     IF WS-EW-IS-HELD
004770         ADD 1 TO WS-CUP-HELD
004780         ADD 1 TO WS-CUP-HELD-COUNT
004790         ADD WS-EW-AMOUNT TO WS-CUP-HELD-AMOUNT
004800     ELSE
004810         PERFORM 1545-WRITE-CUP-DETAIL THRU 1545-EXIT
004820     END-IF.
004830 1540-EXIT.
004840     EXIT.
004850*----------------------------------------------------------*
004860* 1545-WRITE-CUP-DETAIL WRITES ONE UNHELD CATCH-UP ENTRY.    *
004870*----------------------------------------------------------*
004880 1545-WRITE-CUP-DETAIL.
004890     MOVE SPACES TO GL-DETAIL-R.
004900     MOVE 'D' TO GL-DET-REC-TYPE.
004910     MOVE WS-EW-ACCT-NO TO GL-DET-ACCT-NO.
004920     MOVE WS-EW-TRAN-CODE TO WS-LOOKUP-CODE.
004930     MOVE WS-EW-ACCT-NO TO WS-LOOKUP-ACCT.
004940     PERFORM 3200-FIND-GL-ACCT THRU 3200-EXIT.
004950     MOVE WS-EW-AMOUNT TO GL-DET-AMOUNT.
004960     MOVE WS-EW-EFF-DATE TO GL-DET-EFF-DATE.
004970     MOVE WS-EW-SOURCE TO GL-DET-SOURCE.
004980     WRITE GL-DETAIL-R.
004990     ADD 1 TO WS-CUP-COUNT.
005000     ADD WS-EW-AMOUNT TO WS-CUP-HASH.
005010 1545-EXIT.
005020     EXIT.
005030*----------------------------------------------------------*
005040* 1550-FIND-CUP-HISTORY STREAMS THE RUN-HISTORY FILE AND     *
005050* KEEPS THE LAST LOADED COUNT RECORDED FOR THE CATCH-UP      *
005060* DATE IN HAND -- THE SAME LAST-RECORD-WINS READING THE      *
005070* MAIN EXTRACT APPLIES TO TODAY'S DATE.                      *
005080*----------------------------------------------------------*
005090 1550-FIND-CUP-HISTORY.
005100     MOVE 'N' TO WS-CUPHIST-SW.
005110     MOVE 'N' TO WS-CUPHIST-EOF-SW.
005120     MOVE ZERO TO WS-CUP-EXPECTED.
005130     OPEN INPUT HIST-FILE.
005140     IF WS-HIST-STATUS NOT = '00'
005150         DISPLAY 'DL400085E HIST-FILE REOPEN FAILED, '
005160                 'STATUS = ' WS-HIST-STATUS
005170         MOVE 16 TO RETURN-CODE
005180         STOP RUN
005190     END-IF.
005200     PERFORM 1560-SCAN-ONE-CUP-HISTORY THRU 1560-EXIT
005210         UNTIL WS-CUPHIST-AT-EOF.
005220     CLOSE HIST-FILE.
005230 1550-EXIT.
005240     EXIT.
005250 1560-SCAN-ONE-CUP-HISTORY.
005260     READ HIST-FILE
005270         AT END SET WS-CUPHIST-AT-EOF TO TRUE
005280         NOT AT END
005290             IF DL100-RH-BUS-DATE = WS-CUP-DATE
005300                 SET WS-CUPHIST-FOUND TO TRUE
005310                 MOVE DL100-RH-LOADED TO WS-CUP-EXPECTED
005320             END-IF
005330     END-READ.
005340 1560-EXIT.
005350     EXIT.
005360*----------------------------------------------------------*
005370* 2000-WRITE-GL-HEADER OPENS THE TRANSMISSION WITH THE       *
005380* IDENTIFYING HEADER -- SENDING SYSTEM, BUSINESS DATE, AND   *
005390* CREATION DATE/TIME.                                        *
005400*----------------------------------------------------------*
005410 2000-WRITE-GL-HEADER.
005420     MOVE SPACES TO GL-HEADER-R.
005430     MOVE 'H' TO GL-HDR-REC-TYPE.
005440     MOVE 'DL100GL ' TO GL-HDR-SYSTEM.
005450     MOVE WS-HIST-BUS-DATE TO GL-HDR-BUS-DATE.
005460     MOVE WS-RUN-DATE TO GL-HDR-RUN-DATE.
005470     MOVE WS-RUN-TIME TO GL-HDR-RUN-TIME.
005480     WRITE GL-HEADER-R.
005490 2000-EXIT.
005500     EXIT.
005510*----------------------------------------------------------*
005520* 3100-EXTRACT-ONE-ENTRY MAPS ONE TABLE ENTRY INTO THE GL    *
005530* DETAIL LAYOUT AND ROLLS IT INTO THE COUNT AND AMOUNT HASH  *
005540* CARRIED ON THE TRAILER. AN ENTRY FLAGGED HELD STAYS OFF    *
005550* THE FILE AND IS COUNTED AND TOTALLED APART, BY REASON.     *
005560*----------------------------------------------------------*
005570 3100-EXTRACT-ONE-ENTRY.
005580     READ TBL-IN-FILE
005590         AT END SET WS-EOF-REACHED TO TRUE
005600         NOT AT END
005610             IF DL100-TBL-IS-HELD
005620                 ADD 1 TO WS-HELD-COUNT
005630                 ADD DL100-TBL-AMOUNT TO WS-HELD-AMOUNT
005640                 IF DL100-TBL-HELD-HIGH
005650                     ADD 1 TO WS-HELD-HV-COUNT
005660                     ADD DL100-TBL-AMOUNT TO WS-HELD-HV-AMOUNT
005670                 ELSE
005680                     ADD 1 TO WS-HELD-DUP-COUNT
005690                     ADD DL100-TBL-AMOUNT TO WS-HELD-DUP-AMOUNT
005700                 END-IF
005710             ELSE
005720                 PERFORM 3110-WRITE-TABLE-DETAIL THRU 3110-EXIT
005730             END-IF
005740     END-READ.
005750 3100-EXIT.
005760     EXIT.
005770*----------------------------------------------------------*
005780* 3110-WRITE-TABLE-DETAIL WRITES ONE UNHELD TABLE ENTRY.     *
005790*----------------------------------------------------------*
005800 3110-WRITE-TABLE-DETAIL.
005810     MOVE SPACES TO GL-DETAIL-R.
005820     MOVE 'D' TO GL-DET-REC-TYPE.
005830     MOVE DL100-TBL-ACCT-NO TO GL-DET-ACCT-NO.
005840     MOVE DL100-TBL-TRAN-CODE TO WS-LOOKUP-CODE.
005850     MOVE DL100-TBL-ACCT-NO TO WS-LOOKUP-ACCT.
005860     PERFORM 3200-FIND-GL-ACCT THRU 3200-EXIT.
005870     MOVE DL100-TBL-AMOUNT TO GL-DET-AMOUNT.
005880     MOVE DL100-TBL-EFF-DATE TO GL-DET-EFF-DATE.
005890     MOVE DL100-TBL-SOURCE TO GL-DET-SOURCE.
005900     WRITE GL-DETAIL-R.
005910     ADD 1 TO WS-EXTRACT-COUNT.
005920     ADD 1 TO WS-TABLE-COUNT.
005930     ADD DL100-TBL-AMOUNT TO WS-HASH-AMOUNT.
005940 3110-EXIT.
005950     EXIT.
005960*----------------------------------------------------------*
005970* 3200-FIND-GL-ACCT MAPS THE ENTRY'S TRANSACTION CODE TO     *
005980* ITS GL ACCOUNT FROM THE MASTER. A CODE WITHOUT A MAPPING   *
005990* SHOULD NO LONGER REACH THE TABLE -- THE LOAD AND           *
006000* MAINTENANCE EDITS REJECT IT -- SO ONE THAT DOES IS         *
006010* FLAGGED, EXTRACTED UNDER AN ALL-QUESTION-MARK ACCOUNT,     *
006020* AND FAILS THE RUN AT TERMINATION.                          *
006030*----------------------------------------------------------*
006040 3200-FIND-GL-ACCT.
006050     MOVE 'N' TO WS-TC-FOUND-SW.
006060     PERFORM 3210-MATCH-ONE-CODE THRU 3210-EXIT
006070         VARYING WS-TC-SUB FROM 1 BY 1
006080         UNTIL WS-TC-SUB > WS-TC-COUNT
006090            OR WS-TC-CODE-FOUND.
006100     IF NOT WS-TC-CODE-FOUND
006110         ADD 1 TO WS-UNMAPPED-COUNT
006120         MOVE '??????????' TO GL-DET-GL-ACCT
006130         DISPLAY 'DL400093E NO GL MAPPING FOR CODE '
006140                 WS-LOOKUP-CODE ' ON ACCOUNT '
006150                 WS-LOOKUP-ACCT
006160     END-IF.
006170 3200-EXIT.
006180     EXIT.
006190 3210-MATCH-ONE-CODE.
006200     IF WS-TC-CODE(WS-TC-SUB) = WS-LOOKUP-CODE
006210         SET WS-TC-CODE-FOUND TO TRUE
006220         MOVE WS-TC-GL-ACCT(WS-TC-SUB) TO GL-DET-GL-ACCT
006230     END-IF.
006240 3210-EXIT.
006250     EXIT.
006260*----------------------------------------------------------*
006270* 3500-EXTRACT-RELEASED EXTRACTS THE HOLDS OPERATIONS       *
006280* RELEASED TONIGHT (HOLDRLS, WRITTEN BY DL410) INTO TODAY'S  *
006290* GROUP, COUNTED APART FROM THE TABLE SO THE TABLE STILL     *
006300* BALANCES TO THE LOAD. NO FILE MEANS NOTHING WAS RELEASED.  *
006310*----------------------------------------------------------*
006320 3500-EXTRACT-RELEASED.
006330     OPEN INPUT RLS-FILE.
006340     IF WS-RLS-STATUS NOT = '00'
006350         DISPLAY 'DL400083I NO RELEASED HOLDS, STATUS = '
006360                 WS-RLS-STATUS
006370     ELSE
006380         PERFORM 3510-EXTRACT-ONE-RELEASED THRU 3510-EXIT
006390             UNTIL WS-RLS-AT-EOF
006400         CLOSE RLS-FILE
006410     END-IF.
006420 3500-EXIT.
006430     EXIT.
006440 3510-EXTRACT-ONE-RELEASED.
006450     READ RLS-FILE
006460         AT END SET WS-RLS-AT-EOF TO TRUE
006470         NOT AT END
006480             MOVE DL100-HM-ENTRY TO WS-ENTRY-WORK
006490             MOVE SPACES TO GL-DETAIL-R
006500             MOVE 'D' TO GL-DET-REC-TYPE
006510             MOVE WS-EW-ACCT-NO TO GL-DET-ACCT-NO
006520             MOVE WS-EW-TRAN-CODE TO WS-LOOKUP-CODE
006530             MOVE WS-EW-ACCT-NO TO WS-LOOKUP-ACCT
006540             PERFORM 3200-FIND-GL-ACCT THRU 3200-EXIT
006550             MOVE WS-EW-AMOUNT TO GL-DET-AMOUNT
006560             MOVE WS-EW-EFF-DATE TO GL-DET-EFF-DATE
006570             MOVE WS-EW-SOURCE TO GL-DET-SOURCE
006580             WRITE GL-DETAIL-R
006590             ADD 1 TO WS-EXTRACT-COUNT
006600             ADD 1 TO WS-RLS-COUNT
006610             ADD WS-EW-AMOUNT TO WS-HASH-AMOUNT
006620             ADD WS-EW-AMOUNT TO WS-RLS-AMOUNT
006630     END-READ.
006640 3510-EXIT.
006650     EXIT.
006660*----------------------------------------------------------*
006670* 4000-WRITE-GL-TRAILER CLOSES THE TRANSMISSION WITH THE     *
006680* RECORD COUNT AND AMOUNT HASH TOTAL THE RECEIVING SYSTEM    *
006690* RECONCILES AGAINST.                                        *
006700*----------------------------------------------------------*
006710 4000-WRITE-GL-TRAILER.
006720     MOVE SPACES TO GL-TRAILER-R.
006730     MOVE 'T' TO GL-TRL-REC-TYPE.
006740     MOVE WS-EXTRACT-COUNT TO GL-TRL-REC-COUNT.
006750     MOVE WS-HASH-AMOUNT TO GL-TRL-HASH-AMOUNT.
006760     WRITE GL-TRAILER-R.
006770 4000-EXIT.
006780     EXIT.
006790*----------------------------------------------------------*
006800* 9000-TERMINATE CLOSES THE FILES AND BALANCES THE TABLE     *
006810* ENTRIES EXTRACTED PLUS THOSE HELD AGAINST THE LOADED TOTAL *
006820* FROM TODAY'S RUN-HISTORY RECORD. A MISMATCH FAILS THE RUN  *
006830* SO A SHORT OR LONG FILE IS NEVER HANDED TO TRANSMISSION.   *
006840*----------------------------------------------------------*
006850 9000-TERMINATE.
006860     CLOSE TBL-IN-FILE.
006870     CLOSE GL-FILE.
006880     MOVE WS-EXTRACT-COUNT TO WS-EDIT-COUNT.
006890     MOVE WS-EXPECTED-COUNT TO WS-EDIT-EXPECTED.
006900     MOVE WS-HASH-AMOUNT TO WS-EDIT-HASH.
006910     DISPLAY 'DL400 GL INTERFACE EXTRACT FOR ' WS-HIST-BUS-DATE.
006920     DISPLAY '    RECORDS EXTRACTED = ' WS-EDIT-COUNT.
006930     DISPLAY '    AMOUNT HASH TOTAL = ' WS-EDIT-HASH.
006940     MOVE WS-TABLE-COUNT TO WS-EDIT-COUNT.
006950     DISPLAY '    FROM THE TABLE    = ' WS-EDIT-COUNT.
006960     MOVE WS-RLS-COUNT TO WS-EDIT-COUNT.
006970     MOVE WS-RLS-AMOUNT TO WS-EDIT-HASH.
006980     DISPLAY '    RELEASED HOLDS    = ' WS-EDIT-COUNT
006990             '  AMOUNT ' WS-EDIT-HASH.
007000     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
007010     MOVE WS-HELD-AMOUNT TO WS-EDIT-HASH.
007020     DISPLAY '    HELD, NOT SENT    = ' WS-EDIT-COUNT
007030             '  AMOUNT ' WS-EDIT-HASH.
007040     MOVE WS-HELD-DUP-COUNT TO WS-EDIT-COUNT.
007050     MOVE WS-HELD-DUP-AMOUNT TO WS-EDIT-HASH.
007060     DISPLAY '      REPEATS         = ' WS-EDIT-COUNT
007070             '  AMOUNT ' WS-EDIT-HASH.
007080     MOVE WS-HELD-HV-COUNT TO WS-EDIT-COUNT.
007090     MOVE WS-HELD-HV-AMOUNT TO WS-EDIT-HASH.
007100     DISPLAY '      HIGH VALUE      = ' WS-EDIT-COUNT
007110             '  AMOUNT ' WS-EDIT-HASH.
007120     IF WS-CUP-GROUPS > ZERO
007130         MOVE WS-CUP-HELD-COUNT TO WS-EDIT-COUNT
007140         MOVE WS-CUP-HELD-AMOUNT TO WS-EDIT-HASH
007150         DISPLAY '    CATCH-UP HELD     = ' WS-EDIT-COUNT
007160                 '  AMOUNT ' WS-EDIT-HASH
007170     END-IF.
007180     DISPLAY '    RECORDS EXPECTED  = ' WS-EDIT-EXPECTED.
007190     ADD WS-TABLE-COUNT WS-HELD-COUNT GIVING WS-BALANCE-COUNT.
007200     IF WS-BALANCE-COUNT = WS-EXPECTED-COUNT
007210         DISPLAY '    EXTRACT PLUS HELD BALANCED TO THE LOAD'
007220     ELSE
007230         DISPLAY 'DL400094E EXTRACT DOES NOT BALANCE TO THE '
007240                 'LOAD-CONTROL TOTAL -- DO NOT TRANSMIT'
007250         MOVE 16 TO RETURN-CODE
007260     END-IF.
007270     IF WS-CUP-BREAKS > ZERO
007280         DISPLAY 'DL400084E ' WS-CUP-BREAKS ' CATCH-UP '
007290                 'DATE(S) DO NOT BALANCE -- DO NOT TRANSMIT'
007300         MOVE 16 TO RETURN-CODE
007310     END-IF.
007320     IF WS-UNMAPPED-COUNT > ZERO
007330         DISPLAY 'DL400089E ' WS-UNMAPPED-COUNT ' DETAILS '
007340                 'WITHOUT A GL MAPPING -- DO NOT TRANSMIT'
007350         IF RETURN-CODE < 12
007360             MOVE 12 TO RETURN-CODE
007370         END-IF
007380     END-IF.
007390 9000-EXIT.
007400     EXIT.
