000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL180.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  DAILY LOAD PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                    *
000090*----------------------------------------------------------*
000100*  DATE     BY   DESCRIPTION                                *
000110*  -------- ---- -------------------------------------------*
000120*  10/15/26 RGH  INITIAL VERSION. NIGHTLY ACCOUNT POSITION   *
000130*                POSTING. EACH TABLE ENTRY OF THE DAY'S      *
000140*                CORRECTED EXTRACT (TBLOUT) -- AND OF ANY    *
000150*                EARLIER BUSINESS DATE A CATCH-UP FEED       *
000160*                CLOSED OUT (CUPIN, COPY DL100AR) -- IS      *
000170*                POSTED BY ITS SIGNED AMOUNT ONTO THE        *
000180*                CUMULATIVE POSITION MASTER (POSMST, COPY    *
000190*                DL100PM): OPENING BALANCES, MONTH- AND      *
000200*                YEAR-TO-DATE DEBITS AND CREDITS, CURRENT    *
000210*                BALANCE, AND LAST ACTIVITY DATE. THE        *
000220*                MONTH-TO-DATE FIGURES ROLL AT A NEW MONTH   *
000230*                AND THE YEAR-TO-DATE FIGURES AT A NEW YEAR. *
000240*                EVERY POSTING IS ALSO WRITTEN TO THE        *
000250*                ACTIVITY HISTORY (POSHIST, COPY DL100PH)    *
000260*                WITH THE BALANCE AFTER IT, KEYED ON         *
000270*                ACCOUNT, BUSINESS DATE, AND SLOT, SO A      *
000280*                RERUN OF THE STEP SKIPS WHAT IS ALREADY     *
000290*                POSTED INSTEAD OF DOUBLING IT. THE POSTING  *
000300*                REPORT GOES TO POSRPT.                      *
000310*  10/15/26 RGH  A TABLE ENTRY DL410 FLAGGED HELD -- AS A    *
000320*                SUSPECTED CROSS-DAY REPEAT OR ABOVE ITS     *
000330*                HIGH-VALUE HOLD LIMIT -- IS NOT POSTED,     *
000340*                WHETHER IT IS ON TODAY'S TABLE OR ON A      *
000350*                CATCH-UP DATE; IT IS COUNTED ON THE REPORT  *
000360*                INSTEAD. A HOLD OPERATIONS RELEASED TONIGHT *
000370*                (HOLDRLS, COPY DL100HM) IS POSTED UNDER ITS *
000380*                ORIGINAL BUSINESS DATE AND SLOT.            *
000390*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT TBL-IN-FILE  ASSIGN TO TBLOUT
000470                         ORGANIZATION IS RELATIVE
000480                         ACCESS MODE IS SEQUENTIAL
000490                         RELATIVE KEY IS WS-TBL-REL-KEY
000500                         FILE STATUS IS WS-TBL-STATUS.
000510     SELECT CUP-IN-FILE  ASSIGN TO CUPIN
000520                         ORGANIZATION IS SEQUENTIAL
000530                         FILE STATUS IS WS-CUPIN-STATUS.
000540     SELECT HIST-FILE    ASSIGN TO RUNHIST
000550                         ORGANIZATION IS SEQUENTIAL
000560                         FILE STATUS IS WS-HIST-STATUS.
000570     SELECT POS-FILE     ASSIGN TO POSMST
000580                         ORGANIZATION IS INDEXED
000590                         ACCESS MODE IS RANDOM
000600                         RECORD KEY IS DL100-PM-ACCT-NO
000610                         FILE STATUS IS WS-POS-STATUS.
000620     SELECT PACT-FILE    ASSIGN TO POSHIST
000630                         ORGANIZATION IS INDEXED
000640                         ACCESS MODE IS RANDOM
000650                         RECORD KEY IS DL100-PH-KEY
000660                         FILE STATUS IS WS-PACT-STATUS.
000670     SELECT RLS-FILE     ASSIGN TO HOLDRLS
000680                         ORGANIZATION IS SEQUENTIAL
000690                         FILE STATUS IS WS-RLS-STATUS.
000700     SELECT RPT-FILE     ASSIGN TO POSRPT
000710                         ORGANIZATION IS LINE SEQUENTIAL
000720                         FILE STATUS IS WS-RPT-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  TBL-IN-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 80 CHARACTERS.
000780     COPY DL100TR.
000790 FD  CUP-IN-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 94 CHARACTERS.
000820     COPY DL100AR.
000830 FD  HIST-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 50 CHARACTERS.
000860     COPY DL100RH.
000870 FD  POS-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 128 CHARACTERS.
000900     COPY DL100PM.
000910 FD  PACT-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 80 CHARACTERS.
000940     COPY DL100PH.
000950 FD  RLS-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 130 CHARACTERS.
000980     COPY DL100HM.
000990 FD  RPT-FILE
001000     LABEL RECORDS ARE OMITTED
001010     RECORD CONTAINS 100 CHARACTERS.
001020 01  RPT-LINE                    PIC X(100).
001030 WORKING-STORAGE SECTION.
001040 01  WS-FILE-CONTROLS.
001050     05  WS-TBL-REL-KEY          PIC 9(5) COMP VALUE ZERO.
001060     05  WS-TBL-STATUS           PIC X(02) VALUE '00'.
001070     05  WS-CUPIN-STATUS         PIC X(02) VALUE '00'.
001080     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
001090     05  WS-POS-STATUS           PIC X(02) VALUE '00'.
001100     05  WS-PACT-STATUS          PIC X(02) VALUE '00'.
001110     05  WS-RLS-STATUS           PIC X(02) VALUE '00'.
001120     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
001130 01  WS-AREA.
001140     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001150     05  WS-BUS-DATE             PIC 9(08) VALUE ZERO.
001160     05  WS-POST-DATE            PIC 9(08) VALUE ZERO.
001170     05  WS-POST-DATE-R REDEFINES WS-POST-DATE.
001180         10  WS-POST-CCYYMM      PIC 9(06).
001190         10  WS-POST-CCYYMM-R REDEFINES WS-POST-CCYYMM.
001200             15  WS-POST-CCYY    PIC 9(04).
001210             15  WS-POST-MM      PIC 9(02).
001220         10  WS-POST-DD          PIC 9(02).
001230     05  WS-POST-SLOT            PIC 9(05) VALUE ZERO.
001240     05  WS-TODAY-READ           PIC 9(5) COMP VALUE ZERO.
001250     05  WS-CUP-READ             PIC 9(5) COMP VALUE ZERO.
001260     05  WS-CUP-GENS             PIC 9(3) COMP VALUE ZERO.
001270     05  WS-HELD-COUNT           PIC 9(5) COMP VALUE ZERO.
001280     05  WS-RLS-READ             PIC 9(5) COMP VALUE ZERO.
001290     05  WS-POSTED-COUNT         PIC 9(5) COMP VALUE ZERO.
001300     05  WS-SKIPPED-COUNT        PIC 9(5) COMP VALUE ZERO.
001310     05  WS-CHANGED-COUNT        PIC 9(5) COMP VALUE ZERO.
001320     05  WS-NEW-POS-COUNT        PIC 9(5) COMP VALUE ZERO.
001330     05  WS-MONTH-ROLLS          PIC 9(5) COMP VALUE ZERO.
001340     05  WS-YEAR-ROLLS           PIC 9(5) COMP VALUE ZERO.
001350     05  WS-DEBIT-TOTAL          PIC S9(13)V99 COMP-3
001360                                 VALUE ZERO.
001370     05  WS-CREDIT-TOTAL         PIC S9(13)V99 COMP-3
001380                                 VALUE ZERO.
001390     05  WS-NET-TOTAL            PIC S9(13)V99 COMP-3
001400                                 VALUE ZERO.
001410     05  WS-EDIT-COUNT           PIC ZZZZ9.
001420     05  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001430     05  WS-EDIT-SLOT            PIC 9(05).
001440     05  WS-ENTRY-WORK           PIC X(80) VALUE SPACES.
001450     05  WS-ENTRY-WORK-R REDEFINES WS-ENTRY-WORK.
001460         10  WS-EW-ACCT-NO       PIC X(10).
001470         10  WS-EW-TRAN-CODE     PIC X(02).
001480         10  WS-EW-AMOUNT        PIC S9(09)V99.
001490         10  WS-EW-EFF-DATE      PIC 9(08).
001500         10  WS-EW-SOURCE        PIC X(03).
001510         10  WS-EW-HOLD-FLAG     PIC X(01).
001520             88  WS-EW-IS-HELD                VALUE 'D' 'H'.
001530         10  FILLER              PIC X(45).
001540 01  WS-REPORT-DATE.
001550     05  WS-RPT-YY               PIC 9(2).
001560     05  WS-RPT-MM               PIC 9(2).
001570     05  WS-RPT-DD               PIC 9(2).
001580 01  WS-SWITCHES.
001590     05  WS-TBL-EOF-SW           PIC X(01) VALUE 'N'.
001600         88  WS-TBL-AT-EOF                VALUE 'Y'.
001610     05  WS-CUP-EOF-SW           PIC X(01) VALUE 'N'.
001620         88  WS-CUP-AT-EOF                VALUE 'Y'.
001630     05  WS-CUP-GEN-SW           PIC X(01) VALUE 'N'.
001640         88  WS-CUP-GEN-OPEN              VALUE 'Y'.
001650     05  WS-RLS-EOF-SW           PIC X(01) VALUE 'N'.
001660         88  WS-RLS-AT-EOF                VALUE 'Y'.
001670     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
001680         88  WS-HIST-AT-EOF               VALUE 'Y'.
001690     05  WS-HIST-FOUND-SW        PIC X(01) VALUE 'N'.
001700         88  WS-HIST-FOUND                VALUE 'Y'.
001710     05  WS-PACT-FOUND-SW        PIC X(01) VALUE 'N'.
001720         88  WS-ALREADY-POSTED            VALUE 'Y'.
001730     05  WS-POS-FOUND-SW         PIC X(01) VALUE 'N'.
001740         88  WS-POS-ON-MASTER             VALUE 'Y'.
001750 PROCEDURE DIVISION.
001760*----------------------------------------------------------*
001770* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE POSTING     *
001780* STEP.                                                      *
001790*----------------------------------------------------------*
001800 0000-MAINLINE.
001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820     PERFORM 2000-POST-CATCHUP THRU 2000-EXIT.
001830     PERFORM 2500-POST-RELEASED THRU 2500-EXIT.
001840     PERFORM 3000-POST-TODAY THRU 3000-EXIT.
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001860     GOBACK.
001870 0000-EXIT.
001880     EXIT.
001890*----------------------------------------------------------*
001900* 1000-INITIALIZE PICKS UP THE BUSINESS DATE FROM THE LAST   *
001910* RUN-HISTORY RECORD -- WITHOUT IT THE POSTINGS WOULD CARRY  *
001920* NO DAY AND THE STEP REFUSES TO RUN -- THEN OPENS THE       *
001930* POSITION MASTER AND THE ACTIVITY HISTORY, CREATING EITHER  *
001940* ON THE FIRST RUN.                                          *
001950*----------------------------------------------------------*
001960 1000-INITIALIZE.
001970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001980     OPEN INPUT HIST-FILE.
001990     IF WS-HIST-STATUS NOT = '00'
002000         DISPLAY 'DL180099E HIST-FILE OPEN FAILED, STATUS = '
002010                 WS-HIST-STATUS
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF.
002050     PERFORM 1100-READ-ONE-HISTORY THRU 1100-EXIT
002060         UNTIL WS-HIST-AT-EOF.
002070     CLOSE HIST-FILE.
002080     IF NOT WS-HIST-FOUND
002090         DISPLAY 'DL180098E RUN-HISTORY FILE IS EMPTY, '
002100                 'NO BUSINESS DATE TO POST UNDER'
002110         MOVE 16 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140     OPEN I-O POS-FILE.
002150     IF WS-POS-STATUS = '35'
002160         OPEN OUTPUT POS-FILE
002170         CLOSE POS-FILE
002180         OPEN I-O POS-FILE
002190     END-IF.
002200     IF WS-POS-STATUS NOT = '00'
002210         DISPLAY 'DL180097E POS-FILE OPEN FAILED, STATUS = '
002220                 WS-POS-STATUS
002230         MOVE 16 TO RETURN-CODE
002240         STOP RUN
002250     END-IF.
002260     OPEN I-O PACT-FILE.
002270     IF WS-PACT-STATUS = '35'
002280         OPEN OUTPUT PACT-FILE
002290         CLOSE PACT-FILE
002300         OPEN I-O PACT-FILE
002310     END-IF.
002320     IF WS-PACT-STATUS NOT = '00'
002330         DISPLAY 'DL180096E PACT-FILE OPEN FAILED, STATUS = '
002340                 WS-PACT-STATUS
002350         CLOSE POS-FILE
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF.
002390 1000-EXIT.
002400     EXIT.
002410*----------------------------------------------------------*
002420* 1100-READ-ONE-HISTORY STREAMS THE RUN-HISTORY FILE AND     *
002430* KEEPS THE LAST RECORD'S BUSINESS DATE -- THE LOAD THIS     *
002440* POSTING STEP FOLLOWS.                                      *
002450*----------------------------------------------------------*
002460 1100-READ-ONE-HISTORY.
002470     READ HIST-FILE
002480         AT END SET WS-HIST-AT-EOF TO TRUE
002490         NOT AT END
002500             SET WS-HIST-FOUND TO TRUE
002510             MOVE DL100-RH-BUS-DATE TO WS-BUS-DATE
002520     END-READ.
002530 1100-EXIT.
002540     EXIT.
002550*----------------------------------------------------------*
002560* 2000-POST-CATCHUP POSTS THE CATCH-UP SPILL DL100 WRITES    *
002570* WHEN A FEED CLOSES OUT EARLIER BUSINESS DATES, EACH ENTRY  *
002580* UNDER ITS OWN GENERATION'S DATE AND SLOT, AHEAD OF TODAY'S *
002590* EXTRACT SO THE POSITIONS BUILD IN DATE ORDER. NO SPILL     *
002600* FILE IS THE NORMAL SINGLE-DATE NIGHT. A HELD ENTRY IS      *
002610* COUNTED AND LEFT FOR ITS RELEASE, AS ON TODAY'S TABLE.     *
002620*----------------------------------------------------------*
002630 2000-POST-CATCHUP.
002640     OPEN INPUT CUP-IN-FILE.
002650     IF WS-CUPIN-STATUS NOT = '00'
002660         DISPLAY 'DL180095I NO CATCH-UP SPILL, STATUS = '
002670                 WS-CUPIN-STATUS
002680     ELSE
002690         PERFORM 2100-POST-ONE-CUP THRU 2100-EXIT
002700             UNTIL WS-CUP-AT-EOF
002710         CLOSE CUP-IN-FILE
002720     END-IF.
002730 2000-EXIT.
002740     EXIT.
002750 2100-POST-ONE-CUP.
002760     READ CUP-IN-FILE
002770         AT END SET WS-CUP-AT-EOF TO TRUE
002780         NOT AT END
002790             EVALUATE TRUE
002800                 WHEN DL100-AR-IS-GEN-HDR
002810                     SET WS-CUP-GEN-OPEN TO TRUE
002820                     ADD 1 TO WS-CUP-GENS
002830                     MOVE DL100-AR-GEN-DATE TO WS-POST-DATE
002840                 WHEN DL100-AR-IS-ENTRY
002850                  AND WS-CUP-GEN-OPEN
002860                     ADD 1 TO WS-CUP-READ
002870                     MOVE DL100-AR-RECNO TO WS-POST-SLOT
002880                     MOVE DL100-AR-ENTRY TO WS-ENTRY-WORK
002890                     IF WS-EW-IS-HELD
002900                         ADD 1 TO WS-HELD-COUNT
002910                     ELSE
002920                         PERFORM 5000-POST-ONE-ENTRY
002930                             THRU 5000-EXIT
002940                     END-IF
002950                 WHEN OTHER
002960                     CONTINUE
002970             END-EVALUATE
002980     END-READ.
002990 2100-EXIT.
003000     EXIT.
003010*----------------------------------------------------------*
003020* 2500-POST-RELEASED POSTS THE HOLDS OPERATIONS RELEASED     *
003030* TONIGHT, EACH UNDER THE BUSINESS DATE AND SLOT IT WAS      *
003040* LOADED WITH, SO A RERUN STILL FINDS IT ON THE HISTORY. NO  *
003050* FILE MEANS NOTHING WAS RELEASED.                           *
003060*----------------------------------------------------------*
003070 2500-POST-RELEASED.
003080     OPEN INPUT RLS-FILE.
003090     IF WS-RLS-STATUS NOT = '00'
003100         DISPLAY 'DL180087I NO RELEASED HOLDS, STATUS = '
003110                 WS-RLS-STATUS
003120     ELSE
003130         PERFORM 2510-POST-ONE-RELEASED THRU 2510-EXIT
003140             UNTIL WS-RLS-AT-EOF
003150         CLOSE RLS-FILE
003160     END-IF.
003170 2500-EXIT.
003180     EXIT.
003190 2510-POST-ONE-RELEASED.
003200     READ RLS-FILE
003210         AT END SET WS-RLS-AT-EOF TO TRUE
003220         NOT AT END
003230             ADD 1 TO WS-RLS-READ
003240             MOVE DL100-HM-BUS-DATE TO WS-POST-DATE
003250             MOVE DL100-HM-SLOT TO WS-POST-SLOT
003260             MOVE DL100-HM-ENTRY TO WS-ENTRY-WORK
003270             PERFORM 5000-POST-ONE-ENTRY THRU 5000-EXIT
003280     END-READ.
003290 2510-EXIT.
003300     EXIT.
003310*----------------------------------------------------------*
003320* 3000-POST-TODAY POSTS THE DAY'S CORRECTED TABLE EXTRACT    *
003330* UNDER THE BUSINESS DATE, ONE POSTING PER TABLE SLOT. A     *
003340* HELD ENTRY IS COUNTED AND LEFT FOR ITS RELEASE.            *
003350*----------------------------------------------------------*
003360 3000-POST-TODAY.
003370     OPEN INPUT TBL-IN-FILE.
003380     IF WS-TBL-STATUS NOT = '00'
003390         DISPLAY 'DL180094E TBL-IN-FILE OPEN FAILED, STATUS = '
003400                 WS-TBL-STATUS
003410         CLOSE POS-FILE
003420         CLOSE PACT-FILE
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460     MOVE WS-BUS-DATE TO WS-POST-DATE.
003470     PERFORM 3100-POST-ONE-TODAY THRU 3100-EXIT
003480         UNTIL WS-TBL-AT-EOF.
003490     CLOSE TBL-IN-FILE.
003500 3000-EXIT.
003510     EXIT.
003520 3100-POST-ONE-TODAY.
003530     READ TBL-IN-FILE
003540         AT END SET WS-TBL-AT-EOF TO TRUE
003550         NOT AT END
003560             ADD 1 TO WS-TODAY-READ
003570             IF DL100-TBL-IS-HELD
003580                 ADD 1 TO WS-HELD-COUNT
003590             ELSE
003600                 MOVE WS-TBL-REL-KEY TO WS-POST-SLOT
003610                 MOVE DL100-TBL-ENTRY TO WS-ENTRY-WORK
003620                 PERFORM 5000-POST-ONE-ENTRY THRU 5000-EXIT
003630             END-IF
003640     END-READ.
003650 3100-EXIT.
003660     EXIT.
003670*----------------------------------------------------------*
003680* 5000-POST-ONE-ENTRY POSTS THE ENTRY IN WS-ENTRY-WORK UNDER *
003690* WS-POST-DATE AND WS-POST-SLOT. AN ENTRY WHOSE HISTORY KEY  *
003700* IS ALREADY ON FILE WAS POSTED BY AN EARLIER RUN AND IS     *
003710* SKIPPED; IF ITS CODE OR AMOUNT NO LONGER MATCHES WHAT WAS  *
003720* POSTED IT IS REPORTED, SINCE THE POSITION THEN NEEDS A     *
003730* LOOK. OTHERWISE THE POSITION IS BROUGHT INTO THE POSTING'S *
003740* MONTH, THE AMOUNT APPLIED, AND THE HISTORY RECORD WRITTEN  *
003750* WITH THE BALANCE AFTER IT.                                 *
003760*----------------------------------------------------------*
003770 5000-POST-ONE-ENTRY.
003780     MOVE WS-EW-ACCT-NO TO DL100-PH-ACCT-NO.
003790     MOVE WS-POST-DATE TO DL100-PH-BUS-DATE.
003800     MOVE WS-POST-SLOT TO DL100-PH-SLOT.
003810     MOVE 'N' TO WS-PACT-FOUND-SW.
003820     READ PACT-FILE
003830         INVALID KEY CONTINUE
003840         NOT INVALID KEY SET WS-ALREADY-POSTED TO TRUE
003850     END-READ.
003860     IF WS-ALREADY-POSTED
003870         ADD 1 TO WS-SKIPPED-COUNT
003880         IF DL100-PH-TRAN-CODE NOT = WS-EW-TRAN-CODE
003890            OR DL100-PH-AMOUNT NOT = WS-EW-AMOUNT
003900             ADD 1 TO WS-CHANGED-COUNT
003910             MOVE WS-POST-SLOT TO WS-EDIT-SLOT
003920             DISPLAY 'DL180093W ACCOUNT ' WS-EW-ACCT-NO
003930                     ' DATE ' WS-POST-DATE ' SLOT '
003940                     WS-EDIT-SLOT
003950                     ' CHANGED SINCE IT WAS POSTED'
003960         END-IF
003970     ELSE
003980         PERFORM 5100-FIND-POSITION THRU 5100-EXIT
003990         PERFORM 5200-ROLL-PERIOD THRU 5200-EXIT
004000         PERFORM 5300-APPLY-AMOUNT THRU 5300-EXIT
004010         PERFORM 5400-WRITE-POSITION THRU 5400-EXIT
004020         PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT
004030     END-IF.
004040 5000-EXIT.
004050     EXIT.
004060*----------------------------------------------------------*
004070* 5100-FIND-POSITION READS THE ACCOUNT'S POSITION. AN        *
004080* ACCOUNT SEEN FOR THE FIRST TIME STARTS A NEW POSITION AT   *
004090* ZERO IN THE POSTING'S MONTH.                               *
004100*----------------------------------------------------------*
004110 5100-FIND-POSITION.
004120     MOVE WS-EW-ACCT-NO TO DL100-PM-ACCT-NO.
004130     MOVE 'N' TO WS-POS-FOUND-SW.
004140     READ POS-FILE
004150         INVALID KEY CONTINUE
004160         NOT INVALID KEY SET WS-POS-ON-MASTER TO TRUE
004170     END-READ.
004180     IF NOT WS-POS-ON-MASTER
004190         ADD 1 TO WS-NEW-POS-COUNT
004200         MOVE SPACES TO DL100-PM-RECORD
004210         MOVE WS-EW-ACCT-NO TO DL100-PM-ACCT-NO
004220         MOVE WS-POST-DATE TO DL100-PM-FIRST-DATE
004230         MOVE ZERO TO DL100-PM-OPEN-BAL
004240         MOVE ZERO TO DL100-PM-YR-OPEN-BAL
004250         MOVE ZERO TO DL100-PM-MTD-DEBITS
004260         MOVE ZERO TO DL100-PM-MTD-CREDITS
004270         MOVE ZERO TO DL100-PM-YTD-DEBITS
004280         MOVE ZERO TO DL100-PM-YTD-CREDITS
004290         MOVE ZERO TO DL100-PM-CUR-BAL
004300         MOVE ZERO TO DL100-PM-LAST-ACTIVITY
004310         MOVE WS-POST-CCYYMM TO DL100-PM-PERIOD
004320     END-IF.
004330 5100-EXIT.
004340     EXIT.
004350*----------------------------------------------------------*
004360* 5200-ROLL-PERIOD CLOSES OUT THE POSITION'S MONTH WHEN THE  *
004370* POSTING FALLS IN A LATER ONE: THE CURRENT BALANCE BECOMES  *
004380* THE NEW MONTH'S OPENING BALANCE AND THE MONTH-TO-DATE      *
004390* FIGURES START AGAIN, AND LIKEWISE FOR THE YEAR AT A NEW    *
004400* YEAR. A LATE-DATED POSTING FOR AN EARLIER MONTH STAYS IN   *
004410* THE CURRENT ONE.                                           *
004420*----------------------------------------------------------*
004430 5200-ROLL-PERIOD.
004440     IF WS-POST-CCYYMM > DL100-PM-PERIOD
004450         IF WS-POST-CCYY > DL100-PM-PERIOD-CCYY
004460             ADD 1 TO WS-YEAR-ROLLS
004470             MOVE DL100-PM-CUR-BAL TO DL100-PM-YR-OPEN-BAL
004480             MOVE ZERO TO DL100-PM-YTD-DEBITS
004490             MOVE ZERO TO DL100-PM-YTD-CREDITS
004500         END-IF
004510         ADD 1 TO WS-MONTH-ROLLS
004520         MOVE DL100-PM-CUR-BAL TO DL100-PM-OPEN-BAL
004530         MOVE ZERO TO DL100-PM-MTD-DEBITS
004540         MOVE ZERO TO DL100-PM-MTD-CREDITS
004550         MOVE WS-POST-CCYYMM TO DL100-PM-PERIOD
004560     END-IF.
004570 5200-EXIT.
004580     EXIT.
004590*----------------------------------------------------------*
004600* 5300-APPLY-AMOUNT ADDS THE SIGNED AMOUNT TO THE DEBIT OR   *
004610* CREDIT BUCKETS (CREDITS ARE NEGATIVE) AND TO THE CURRENT   *
004620* BALANCE, AND ADVANCES THE LAST ACTIVITY DATE.              *
004630*----------------------------------------------------------*
004640 5300-APPLY-AMOUNT.
004650     IF WS-EW-AMOUNT < ZERO
004660         ADD WS-EW-AMOUNT TO DL100-PM-MTD-CREDITS
004670         ADD WS-EW-AMOUNT TO DL100-PM-YTD-CREDITS
004680         ADD WS-EW-AMOUNT TO WS-CREDIT-TOTAL
004690     ELSE
004700         ADD WS-EW-AMOUNT TO DL100-PM-MTD-DEBITS
004710         ADD WS-EW-AMOUNT TO DL100-PM-YTD-DEBITS
004720         ADD WS-EW-AMOUNT TO WS-DEBIT-TOTAL
004730     END-IF.
004740     ADD WS-EW-AMOUNT TO DL100-PM-CUR-BAL.
004750     ADD WS-EW-AMOUNT TO WS-NET-TOTAL.
004760     IF WS-POST-DATE > DL100-PM-LAST-ACTIVITY
004770         MOVE WS-POST-DATE TO DL100-PM-LAST-ACTIVITY
004780     END-IF.
004790 5300-EXIT.
004800     EXIT.
004810 5400-WRITE-POSITION.
004820     IF WS-POS-ON-MASTER
004830         REWRITE DL100-PM-RECORD
004840             INVALID KEY
004850                 DISPLAY 'DL180092E POSITION REWRITE FAILED '
004860                         'FOR ' DL100-PM-ACCT-NO
004870                         ', STATUS = ' WS-POS-STATUS
004880                 PERFORM 9900-ABEND-CLOSE THRU 9900-EXIT
004890         END-REWRITE
004900     ELSE
004910         WRITE DL100-PM-RECORD
004920             INVALID KEY
004930                 DISPLAY 'DL180091E POSITION WRITE FAILED '
004940                         'FOR ' DL100-PM-ACCT-NO
004950                         ', STATUS = ' WS-POS-STATUS
004960                 PERFORM 9900-ABEND-CLOSE THRU 9900-EXIT
004970         END-WRITE
004980     END-IF.
004990 5400-EXIT.
005000     EXIT.
005010 5500-WRITE-HISTORY.
005020     MOVE WS-EW-ACCT-NO TO DL100-PH-ACCT-NO.
005030     MOVE WS-POST-DATE TO DL100-PH-BUS-DATE.
005040     MOVE WS-POST-SLOT TO DL100-PH-SLOT.
005050     MOVE WS-EW-TRAN-CODE TO DL100-PH-TRAN-CODE.
005060     MOVE WS-EW-AMOUNT TO DL100-PH-AMOUNT.
005070     MOVE WS-EW-EFF-DATE TO DL100-PH-EFF-DATE.
005080     MOVE WS-EW-SOURCE TO DL100-PH-SOURCE.
005090     MOVE DL100-PM-CUR-BAL TO DL100-PH-BAL-AFTER.
005100     MOVE WS-RUN-DATE TO DL100-PH-POSTED-DATE.
005110     WRITE DL100-PH-RECORD
005120         INVALID KEY
005130             DISPLAY 'DL180090E HISTORY WRITE FAILED FOR '
005140                     DL100-PH-ACCT-NO ', STATUS = '
005150                     WS-PACT-STATUS
005160             PERFORM 9900-ABEND-CLOSE THRU 9900-EXIT
005170     END-WRITE.
005180     ADD 1 TO WS-POSTED-COUNT.
005190 5500-EXIT.
005200     EXIT.
005210*----------------------------------------------------------*
005220* 9000-TERMINATE CLOSES THE MASTERS AND WRITES THE POSTING   *
005230* REPORT. AN ENTRY THAT CHANGED AFTER IT WAS POSTED LEAVES   *
005240* RC 4 SO THE POSITION IS LOOKED AT.                         *
005250*----------------------------------------------------------*
005260 9000-TERMINATE.
005270     CLOSE POS-FILE.
005280     CLOSE PACT-FILE.
005290     ACCEPT WS-REPORT-DATE FROM DATE.
005300     OPEN OUTPUT RPT-FILE.
005310     IF WS-RPT-STATUS NOT = '00'
005320         DISPLAY 'DL180089E RPT-FILE OPEN FAILED, STATUS = '
005330                 WS-RPT-STATUS
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF.
005370     MOVE SPACES TO RPT-LINE.
005380     STRING 'DL180 ACCOUNT POSITION POSTING FOR '
005390             WS-BUS-DATE
005400             '   RUN DATE (YYMMDD) : ' WS-REPORT-DATE
005410             DELIMITED BY SIZE INTO RPT-LINE.
005420     WRITE RPT-LINE.
005430     MOVE SPACES TO RPT-LINE.
005440     WRITE RPT-LINE.
005450     MOVE WS-TODAY-READ TO WS-EDIT-COUNT.
005460     MOVE SPACES TO RPT-LINE.
005470     STRING '    TODAY''S ENTRIES READ          : '
005480             WS-EDIT-COUNT
005490             DELIMITED BY SIZE INTO RPT-LINE.
005500     WRITE RPT-LINE.
005510     MOVE WS-CUP-GENS TO WS-EDIT-COUNT.
005520     MOVE SPACES TO RPT-LINE.
005530     STRING '    CATCH-UP GENERATIONS         : '
005540             WS-EDIT-COUNT
005550             DELIMITED BY SIZE INTO RPT-LINE.
005560     WRITE RPT-LINE.
005570     MOVE WS-CUP-READ TO WS-EDIT-COUNT.
005580     MOVE SPACES TO RPT-LINE.
005590     STRING '    CATCH-UP ENTRIES READ        : '
005600             WS-EDIT-COUNT
005610             DELIMITED BY SIZE INTO RPT-LINE.
005620     WRITE RPT-LINE.
005630     MOVE WS-HELD-COUNT TO WS-EDIT-COUNT.
005640     MOVE SPACES TO RPT-LINE.
005650     STRING '    HELD, NOT POSTED             : '
005660             WS-EDIT-COUNT
005670             DELIMITED BY SIZE INTO RPT-LINE.
005680     WRITE RPT-LINE.
005690     MOVE WS-RLS-READ TO WS-EDIT-COUNT.
005700     MOVE SPACES TO RPT-LINE.
005710     STRING '    RELEASED HOLDS READ          : '
005720             WS-EDIT-COUNT
005730             DELIMITED BY SIZE INTO RPT-LINE.
005740     WRITE RPT-LINE.
005750     MOVE WS-POSTED-COUNT TO WS-EDIT-COUNT.
005760     MOVE SPACES TO RPT-LINE.
005770     STRING '    ENTRIES POSTED               : '
005780             WS-EDIT-COUNT
005790             DELIMITED BY SIZE INTO RPT-LINE.
005800     WRITE RPT-LINE.
005810     MOVE WS-SKIPPED-COUNT TO WS-EDIT-COUNT.
005820     MOVE SPACES TO RPT-LINE.
005830     STRING '    ALREADY POSTED, SKIPPED      : '
005840             WS-EDIT-COUNT
005850             DELIMITED BY SIZE INTO RPT-LINE.
005860     WRITE RPT-LINE.
005870     MOVE WS-CHANGED-COUNT TO WS-EDIT-COUNT.
005880     MOVE SPACES TO RPT-LINE.
005890     STRING '    CHANGED SINCE POSTED         : '
005900             WS-EDIT-COUNT
005910             DELIMITED BY SIZE INTO RPT-LINE.
005920     WRITE RPT-LINE.
005930     MOVE WS-NEW-POS-COUNT TO WS-EDIT-COUNT.
005940     MOVE SPACES TO RPT-LINE.
005950     STRING '    NEW POSITIONS OPENED         : '
005960             WS-EDIT-COUNT
005970             DELIMITED BY SIZE INTO RPT-LINE.
005980     WRITE RPT-LINE.
005990     MOVE WS-MONTH-ROLLS TO WS-EDIT-COUNT.
006000     MOVE SPACES TO RPT-LINE.
006010     STRING '    POSITIONS ROLLED TO NEW MONTH: '
006020             WS-EDIT-COUNT
006030             DELIMITED BY SIZE INTO RPT-LINE.
006040     WRITE RPT-LINE.
006050     MOVE WS-YEAR-ROLLS TO WS-EDIT-COUNT.
006060     MOVE SPACES TO RPT-LINE.
006070     STRING '    POSITIONS ROLLED TO NEW YEAR : '
006080             WS-EDIT-COUNT
006090             DELIMITED BY SIZE INTO RPT-LINE.
006100     WRITE RPT-LINE.
006110     MOVE SPACES TO RPT-LINE.
006120     WRITE RPT-LINE.
006130     MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMOUNT.
006140     MOVE SPACES TO RPT-LINE.
006150     STRING '    DEBITS POSTED                : '
006160             WS-EDIT-AMOUNT
006170             DELIMITED BY SIZE INTO RPT-LINE.
006180     WRITE RPT-LINE.
006190     MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT.
006200     MOVE SPACES TO RPT-LINE.
006210     STRING '    CREDITS POSTED               : '
006220             WS-EDIT-AMOUNT
006230             DELIMITED BY SIZE INTO RPT-LINE.
006240     WRITE RPT-LINE.
006250     MOVE WS-NET-TOTAL TO WS-EDIT-AMOUNT.
006260     MOVE SPACES TO RPT-LINE.
006270     STRING '    NET POSTED                   : '
006280             WS-EDIT-AMOUNT
006290             DELIMITED BY SIZE INTO RPT-LINE.
006300     WRITE RPT-LINE.
006310     CLOSE RPT-FILE.
006320     DISPLAY 'DL180 POSITION POSTING COMPLETE FOR ' WS-BUS-DATE.
006330     IF WS-CHANGED-COUNT > ZERO
006340         DISPLAY 'DL180088W ' WS-CHANGED-COUNT ' ENTRIES '
006350                 'CHANGED AFTER THEY WERE POSTED -- CHECK '
006360                 'THE POSITIONS'
006370         MOVE 4 TO RETURN-CODE
006380     END-IF.
006390 9000-EXIT.
006400     EXIT.
006410*----------------------------------------------------------*
006420* 9900-ABEND-CLOSE CLOSES WHAT IS OPEN AND ENDS THE RUN      *
006430* AFTER A MASTER WRITE FAILS.                                *
006440*----------------------------------------------------------*
006450 9900-ABEND-CLOSE.
006460     CLOSE POS-FILE.
006470     CLOSE PACT-FILE.
006480     MOVE 16 TO RETURN-CODE.
006490     STOP RUN.
006500 9900-EXIT.
006510     EXIT.
