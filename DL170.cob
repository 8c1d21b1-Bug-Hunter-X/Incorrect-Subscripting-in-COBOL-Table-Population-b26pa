000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL170.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  DAILY LOAD PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                    *
000090*----------------------------------------------------------*
000100*  DATE     BY   DESCRIPTION                                *
000110*  -------- ---- -------------------------------------------*
000120*  10/15/26 RGH  INITIAL VERSION. MAKER/CHECKER APPROVAL     *
000130*                QUEUE FOR THE CARDS THAT CHANGE THE TABLE   *
000140*                EXTRACTS OUTSIDE THE LOAD -- DL110          *
000150*                CORRECTIONS AND DL140 SUSPENSE REPAIRS.     *
000160*                EVERY CARD MUST CARRY THE MAKER'S OPERATOR  *
000170*                ID. THE PRIOR QUEUE (APRQMI, COPY DL100AQ)  *
000180*                IS LOADED, THE CHECKER'S APPROVE/REJECT     *
000190*                CARDS (APPRIN) ARE APPLIED TO IT, AND THE   *
000200*                DAY'S NEWLY SUBMITTED CORRECTION (CORRSUB)  *
000210*                AND REPAIR (RPRSUB) CARDS ARE FOLDED ON     *
000220*                WITH FRESH ITEM IDS, EACH STAMPED WITH THE  *
000230*                BUSINESS DATE OF THE LAST LOAD (RUNHIST,    *
000240*                COPY DL100RH). A CHECKER MUST BE A          *
000250*                DIFFERENT OPERATOR FROM THE MAKER -- A      *
000260*                MAKER APPROVING THEIR OWN CARD IS REFUSED   *
000270*                AND REPORTED. AN APPROVED CARD IS STAMPED   *
000280*                WITH THE CHECKER ID AND APPROVAL DATE AND   *
000290*                TIME AND WRITTEN TO THE CARD FILE THE       *
000300*                APPLYING PROGRAM READS (CORRAPR FOR DL110,  *
000310*                RPRAPR FOR DL140); A REJECTED ONE IS        *
000320*                DROPPED. AN APPROVED CORRECTION ALSO        *
000330*                CARRIES ITS SUBMISSION BUSINESS DATE IN     *
000340*                COLUMNS 81-88 OF CORRAPR, SINCE ITS         *
000350*                RELATIVE KEY ONLY MEANS SOMETHING AGAINST   *
000360*                THAT DAY'S EXTRACT. THE NEW QUEUE (APRQMO)  *
000370*                CARRIES ONLY WHAT IS STILL WAITING, AND THE *
000380*                DAILY REPORT (RPTOUT) LISTS THE DECISIONS,  *
000390*                EVERY ITEM STILL WAITING FOR APPROVAL, AND  *
000400*                EVERY SELF-APPROVAL ATTEMPT.                *
000410*----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT QUE-MST-IN-FILE ASSIGN TO APRQMI
000490                         ORGANIZATION IS SEQUENTIAL
000500                         FILE STATUS IS WS-MSTIN-STATUS.
000510     SELECT QUE-MST-OUT-FILE ASSIGN TO APRQMO
000520                         ORGANIZATION IS SEQUENTIAL
000530                         FILE STATUS IS WS-MSTOUT-STATUS.
000540     SELECT APPR-FILE    ASSIGN TO APPRIN
000550                         ORGANIZATION IS SEQUENTIAL
000560                         FILE STATUS IS WS-APPR-STATUS.
000570     SELECT CSUB-FILE    ASSIGN TO CORRSUB
000580                         ORGANIZATION IS SEQUENTIAL
000590                         FILE STATUS IS WS-CSUB-STATUS.
000600     SELECT RSUB-FILE    ASSIGN TO RPRSUB
000610                         ORGANIZATION IS SEQUENTIAL
000620                         FILE STATUS IS WS-RSUB-STATUS.
000630     SELECT CAPR-FILE    ASSIGN TO CORRAPR
000640                         ORGANIZATION IS SEQUENTIAL
000650                         FILE STATUS IS WS-CAPR-STATUS.
000660     SELECT RAPR-FILE    ASSIGN TO RPRAPR
000670                         ORGANIZATION IS SEQUENTIAL
000680                         FILE STATUS IS WS-RAPR-STATUS.
000690     SELECT RPT-FILE     ASSIGN TO RPTOUT
000700                         ORGANIZATION IS LINE SEQUENTIAL
000710                         FILE STATUS IS WS-RPT-STATUS.
000720     SELECT HIST-FILE    ASSIGN TO RUNHIST
000730                         ORGANIZATION IS SEQUENTIAL
000740                         FILE STATUS IS WS-HIST-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  QUE-MST-IN-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 150 CHARACTERS.
000800 01  QUE-MST-IN-RECORD           PIC X(150).
000810 FD  QUE-MST-OUT-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 150 CHARACTERS.
000840     COPY DL100AQ.
000850 FD  APPR-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  APPR-RECORD.
000890     05  APPR-ITEM-ID            PIC 9(05).
000900     05  APPR-ITEM-ID-X REDEFINES APPR-ITEM-ID
000910                                 PIC X(05).
000920     05  APPR-DECISION           PIC X(01).
000930         88  APPR-IS-APPROVE              VALUE 'A'.
000940         88  APPR-IS-REJECT               VALUE 'R'.
000950     05  APPR-CHECKER-ID         PIC X(08).
000960     05  FILLER                  PIC X(66).
000970 FD  CSUB-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 80 CHARACTERS.
001000 01  CSUB-RECORD                 PIC X(80).
001010 FD  RSUB-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS.
001040 01  RSUB-RECORD                 PIC X(80).
001050 FD  CAPR-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 88 CHARACTERS.
001080 01  CAPR-RECORD.
001090     05  CAPR-CARD               PIC X(80).
001100     05  CAPR-BUS-DATE           PIC 9(08).
001110 FD  RAPR-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 80 CHARACTERS.
001140 01  RAPR-RECORD                 PIC X(80).
001150 FD  RPT-FILE
001160     LABEL RECORDS ARE OMITTED
001170     RECORD CONTAINS 100 CHARACTERS.
001180 01  RPT-LINE                    PIC X(100).
001190 FD  HIST-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 50 CHARACTERS.
001220     COPY DL100RH.
001230 WORKING-STORAGE SECTION.
001240 01  WS-FILE-CONTROLS.
001250     05  WS-MSTIN-STATUS         PIC X(02) VALUE '00'.
001260     05  WS-MSTOUT-STATUS        PIC X(02) VALUE '00'.
001270     05  WS-APPR-STATUS          PIC X(02) VALUE '00'.
001280     05  WS-CSUB-STATUS          PIC X(02) VALUE '00'.
001290     05  WS-RSUB-STATUS          PIC X(02) VALUE '00'.
001300     05  WS-CAPR-STATUS          PIC X(02) VALUE '00'.
001310     05  WS-RAPR-STATUS          PIC X(02) VALUE '00'.
001320     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
001330     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
001340 01  WS-AREA.
001350     05  WS-CARRIED-COUNT        PIC 9(5) COMP VALUE ZERO.
001360     05  WS-CSUB-COUNT           PIC 9(5) COMP VALUE ZERO.
001370     05  WS-RSUB-COUNT           PIC 9(5) COMP VALUE ZERO.
001380     05  WS-NOOPER-COUNT         PIC 9(5) COMP VALUE ZERO.
001390     05  WS-APPR-CARD-COUNT      PIC 9(5) COMP VALUE ZERO.
001400     05  WS-CAPR-COUNT           PIC 9(5) COMP VALUE ZERO.
001410     05  WS-RAPR-COUNT           PIC 9(5) COMP VALUE ZERO.
001420     05  WS-REJECTED-COUNT       PIC 9(5) COMP VALUE ZERO.
001430     05  WS-SELF-COUNT           PIC 9(5) COMP VALUE ZERO.
001440     05  WS-ERR-COUNT            PIC 9(5) COMP VALUE ZERO.
001450     05  WS-WAITING-COUNT        PIC 9(5) COMP VALUE ZERO.
001460     05  WS-EDIT-COUNT           PIC ZZZZ9.
001470     05  WS-EDIT-ID              PIC ZZZZ9.
001480     05  WS-EDIT-AGE             PIC ZZ9.
001490     05  WS-EDIT-TRIES           PIC ZZ9.
001500     05  WS-ORIGIN-TEXT          PIC X(04) VALUE SPACES.
001510     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001520     05  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001530     05  WS-BUS-DATE             PIC 9(08) VALUE ZERO.
001540     05  WS-SUB-ORIGIN           PIC X(01) VALUE SPACE.
001550     05  WS-CARD-WORK            PIC X(80) VALUE SPACES.
001560     05  WS-CARD-WORK-R REDEFINES WS-CARD-WORK.
001570         10  WS-CW-DETAIL        PIC X(41).
001580         10  FILLER              PIC X(07).
001590         10  WS-CW-MAKER-ID      PIC X(08).
001600         10  WS-CW-CHECKER-ID    PIC X(08).
001610         10  WS-CW-APPR-DATE     PIC 9(08).
001620         10  WS-CW-APPR-TIME     PIC 9(08).
001630     05  WS-QUE-MAX-ALLOWED      PIC 9(5) COMP VALUE 500.
001640     05  WS-QUE-COUNT            PIC 9(5) COMP VALUE ZERO.
001650     05  WS-QUE-SUB              PIC 9(5) COMP VALUE ZERO.
001660     05  WS-QUE-CUR              PIC 9(5) COMP VALUE ZERO.
001670     05  WS-NEXT-ITEM-ID         PIC 9(5) COMP VALUE 1.
001680     05  WS-QUE-TBL OCCURS 500 TIMES.
001690         10  WS-QI-ID            PIC 9(5) COMP.
001700         10  WS-QI-ORIGIN        PIC X(01).
001710             88  WS-QI-CORRECTION         VALUE 'C'.
001720             88  WS-QI-REPAIR             VALUE 'R'.
001730         10  WS-QI-MAKER-ID      PIC X(08).
001740         10  WS-QI-CHECKER-ID    PIC X(08).
001750         10  WS-QI-SUBMIT-DATE   PIC 9(08).
001760         10  WS-QI-SUBMIT-TIME   PIC 9(08).
001770         10  WS-QI-BUS-DATE      PIC 9(08).
001780         10  WS-QI-AGE           PIC 9(3) COMP.
001790         10  WS-QI-SELF-TRIES    PIC 9(3) COMP.
001800         10  WS-QI-CARD          PIC X(80).
001810         10  WS-QI-STATUS        PIC X(01).
001820             88  WS-QI-WAITING            VALUE 'W'.
001830             88  WS-QI-APPROVED           VALUE 'A'.
001840             88  WS-QI-REJECTED           VALUE 'R'.
001850 01  WS-REPORT-DATE.
001860     05  WS-RPT-YY               PIC 9(2).
001870     05  WS-RPT-MM               PIC 9(2).
001880     05  WS-RPT-DD               PIC 9(2).
001890 01  WS-REPORT-TIME.
001900     05  WS-RPT-HH               PIC 9(2).
001910     05  WS-RPT-MN               PIC 9(2).
001920     05  WS-RPT-SS               PIC 9(2).
001930     05  WS-RPT-HS               PIC 9(2).
001940 01  WS-SWITCHES.
001950     05  WS-MST-EOF-SW           PIC X(01) VALUE 'N'.
001960         88  WS-MST-AT-EOF                VALUE 'Y'.
001970     05  WS-APPR-EOF-SW          PIC X(01) VALUE 'N'.
001980         88  WS-APPR-AT-EOF               VALUE 'Y'.
001990     05  WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.
002000         88  WS-SUB-AT-EOF                VALUE 'Y'.
002010     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
002020         88  WS-HIST-AT-EOF               VALUE 'Y'.
002030 PROCEDURE DIVISION.
002040*----------------------------------------------------------*
002050* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE RUN.       *
002060*----------------------------------------------------------*
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-APPLY-DECISIONS THRU 2000-EXIT.
002100     PERFORM 3000-FOLD-SUBMISSIONS THRU 3000-EXIT.
002110     PERFORM 4000-WRITE-NEW-QUEUE THRU 4000-EXIT.
002120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002130     GOBACK.
002140 0000-EXIT.
002150     EXIT.
002160*----------------------------------------------------------*
002170* 1000-INITIALIZE TAKES THE RUN TIMESTAMP EVERY APPROVAL IS  *
002180* STAMPED WITH AND THE BUSINESS DATE EVERY NEW SUBMISSION IS *
002190* STAMPED WITH, LOADS THE PRIOR QUEUE, AND OPENS THE TWO     *
002200* APPROVED-CARD FILES THE APPLYING PROGRAMS READ.            *
002210*----------------------------------------------------------*
002220 1000-INITIALIZE.
002230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002240     ACCEPT WS-RUN-TIME FROM TIME.
002250     PERFORM 1100-READ-RUN-HISTORY THRU 1100-EXIT.
002260     PERFORM 1200-LOAD-PRIOR-QUEUE THRU 1200-EXIT.
002270     OPEN OUTPUT CAPR-FILE.
002280     IF WS-CAPR-STATUS NOT = '00'
002290         DISPLAY 'DL170099E CAPR-FILE OPEN FAILED, STATUS = '
002300                 WS-CAPR-STATUS
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     OPEN OUTPUT RAPR-FILE.
002350     IF WS-RAPR-STATUS NOT = '00'
002360         DISPLAY 'DL170098E RAPR-FILE OPEN FAILED, STATUS = '
002370                 WS-RAPR-STATUS
002380         CLOSE CAPR-FILE
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420 1000-EXIT.
002430     EXIT.
002440*----------------------------------------------------------*
002450* 1100-READ-RUN-HISTORY KEEPS THE BUSINESS DATE OF THE LAST  *
002460* RUNHIST RECORD -- THE LOAD WHOSE TABLE EXTRACT TODAY'S     *
002470* CORRECTIONS WERE KEYED AGAINST. NO RUN HISTORY LEAVES THE  *
002480* DATE ZERO, AND DL110 WILL REFUSE ANY CORRECTION SUBMITTED  *
002490* UNDER IT.                                                  *
002500*----------------------------------------------------------*
002510 1100-READ-RUN-HISTORY.
002520     OPEN INPUT HIST-FILE.
002530     IF WS-HIST-STATUS NOT = '00'
002540         DISPLAY 'DL170084I NO RUN HISTORY, STATUS = '
002550                 WS-HIST-STATUS
002560     ELSE
002570         PERFORM 1110-READ-ONE-HISTORY THRU 1110-EXIT
002580             UNTIL WS-HIST-AT-EOF
002590         CLOSE HIST-FILE
002600     END-IF.
002610 1100-EXIT.
002620     EXIT.
002630 1110-READ-ONE-HISTORY.
002640     READ HIST-FILE
002650         AT END SET WS-HIST-AT-EOF TO TRUE
002660         NOT AT END
002670             MOVE DL100-RH-BUS-DATE TO WS-BUS-DATE
002680     END-READ.
002690 1110-EXIT.
002700     EXIT.
002710*----------------------------------------------------------*
002720* 1200-LOAD-PRIOR-QUEUE LOADS THE APPROVAL QUEUE CARRIED     *
002730* FORWARD FROM THE LAST RUN, AGING EACH ITEM BY ONE RUN. NO  *
002740* QUEUE YET IS THE NORMAL FIRST-RUN CASE. THE HIGHEST ITEM   *
002750* ID SEEN SETS WHERE NEW SUBMISSIONS START NUMBERING.        *
002760*----------------------------------------------------------*
002770 1200-LOAD-PRIOR-QUEUE.
002780     OPEN INPUT QUE-MST-IN-FILE.
002790     IF WS-MSTIN-STATUS NOT = '00'
002800         DISPLAY 'DL170097I NO PRIOR APPROVAL QUEUE, STATUS = '
002810                 WS-MSTIN-STATUS
002820     ELSE
002830         PERFORM 1210-LOAD-ONE-ITEM THRU 1210-EXIT
002840             UNTIL WS-MST-AT-EOF
002850         CLOSE QUE-MST-IN-FILE
002860     END-IF.
002870 1200-EXIT.
002880     EXIT.
002890 1210-LOAD-ONE-ITEM.
002900     READ QUE-MST-IN-FILE
002910         AT END SET WS-MST-AT-EOF TO TRUE
002920         NOT AT END
002930             MOVE QUE-MST-IN-RECORD TO DL100-AQ-RECORD
002940             PERFORM 1250-VERIFY-TABLE-ROOM THRU 1250-EXIT
002950             ADD 1 TO WS-QUE-COUNT
002960             ADD 1 TO WS-CARRIED-COUNT
002970             MOVE DL100-AQ-ITEM-ID TO WS-QI-ID(WS-QUE-COUNT)
002980             MOVE DL100-AQ-ORIGIN TO WS-QI-ORIGIN(WS-QUE-COUNT)
002990             MOVE DL100-AQ-MAKER-ID
003000                 TO WS-QI-MAKER-ID(WS-QUE-COUNT)
003010             MOVE SPACES TO WS-QI-CHECKER-ID(WS-QUE-COUNT)
003020             MOVE DL100-AQ-SUBMIT-DATE
003030                 TO WS-QI-SUBMIT-DATE(WS-QUE-COUNT)
003040             MOVE DL100-AQ-SUBMIT-TIME
003050                 TO WS-QI-SUBMIT-TIME(WS-QUE-COUNT)
003060             MOVE DL100-AQ-BUS-DATE
003070                 TO WS-QI-BUS-DATE(WS-QUE-COUNT)
003080             ADD 1 DL100-AQ-AGE GIVING WS-QI-AGE(WS-QUE-COUNT)
003090             MOVE ZERO TO WS-QI-SELF-TRIES(WS-QUE-COUNT)
003100             MOVE DL100-AQ-CARD TO WS-QI-CARD(WS-QUE-COUNT)
003110             MOVE 'W' TO WS-QI-STATUS(WS-QUE-COUNT)
003120             IF DL100-AQ-ITEM-ID NOT < WS-NEXT-ITEM-ID
003130                 ADD 1 DL100-AQ-ITEM-ID
003140                     GIVING WS-NEXT-ITEM-ID
003150             END-IF
003160     END-READ.
003170 1210-EXIT.
003180     EXIT.
003190*----------------------------------------------------------*
003200* 1250-VERIFY-TABLE-ROOM ABENDS WHEN THE QUEUE WORK TABLE    *
003210* WOULD OVERFLOW, RATHER THAN LETTING THE SUBSCRIPT RUN PAST *
003220* THE END. A QUEUE THAT DEEP MEANS NOBODY IS CHECKING.       *
003230*----------------------------------------------------------*
003240 1250-VERIFY-TABLE-ROOM.
003250     IF WS-QUE-COUNT = WS-QUE-MAX-ALLOWED
003260         DISPLAY 'DL170096E TOO MANY QUEUED ITEMS, MAX = '
003270                 WS-QUE-MAX-ALLOWED
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310 1250-EXIT.
003320     EXIT.
003330*----------------------------------------------------------*
003340* 2000-APPLY-DECISIONS READS THE CHECKER'S APPROVE/REJECT    *
003350* CARDS AND APPLIES EACH TO ITS QUEUED ITEM. NO CARD FILE    *
003360* MEANS NOTHING WAS CHECKED TODAY -- THE QUEUE IS STILL      *
003370* CARRIED FORWARD AND TODAY'S SUBMISSIONS STILL QUEUED.      *
003380*----------------------------------------------------------*
003390 2000-APPLY-DECISIONS.
003400     OPEN INPUT APPR-FILE.
003410     IF WS-APPR-STATUS NOT = '00'
003420         DISPLAY 'DL170095I NO APPROVAL CARDS, STATUS = '
003430                 WS-APPR-STATUS
003440     ELSE
003450         PERFORM 2100-APPLY-ONE-DECISION THRU 2100-EXIT
003460             UNTIL WS-APPR-AT-EOF
003470         CLOSE APPR-FILE
003480     END-IF.
003490 2000-EXIT.
003500     EXIT.
003510 2100-APPLY-ONE-DECISION.
003520     READ APPR-FILE
003530         AT END SET WS-APPR-AT-EOF TO TRUE
003540         NOT AT END
003550             ADD 1 TO WS-APPR-CARD-COUNT
003560             PERFORM 2200-ROUTE-DECISION THRU 2200-EXIT
003570     END-READ.
003580 2100-EXIT.
003590     EXIT.
003600*----------------------------------------------------------*
003610* 2200-ROUTE-DECISION FINDS THE WAITING ITEM THE CARD IS     *
003620* KEYED TO. A BAD ID, A BAD DECISION CODE, A MISSING CHECKER *
003630* ID, OR AN ID NOT WAITING IS COUNTED AS AN ERROR. A CHECKER *
003640* WHO IS THE ITEM'S OWN MAKER IS REFUSED -- THE ITEM STAYS   *
003650* QUEUED FOR A SECOND OPERATOR AND THE ATTEMPT IS REPORTED.  *
003660*----------------------------------------------------------*
003670 2200-ROUTE-DECISION.
003680     MOVE ZERO TO WS-QUE-CUR.
003690     IF APPR-ITEM-ID-X NUMERIC
003700         PERFORM 2210-FIND-ONE-ITEM THRU 2210-EXIT
003710             VARYING WS-QUE-SUB FROM 1 BY 1
003720             UNTIL WS-QUE-SUB > WS-QUE-COUNT
003730                OR WS-QUE-CUR > ZERO
003740     END-IF.
003750     EVALUATE TRUE
003760         WHEN APPR-ITEM-ID-X NOT NUMERIC
003770          OR APPR-ITEM-ID = ZERO
003780             ADD 1 TO WS-ERR-COUNT
003790             DISPLAY 'DL170094E BAD ITEM ID = ' APPR-ITEM-ID-X
003800         WHEN NOT APPR-IS-APPROVE AND NOT APPR-IS-REJECT
003810             ADD 1 TO WS-ERR-COUNT
003820             DISPLAY 'DL170093E BAD DECISION CODE = '
003830                     APPR-DECISION ' FOR ITEM ' APPR-ITEM-ID
003840         WHEN APPR-CHECKER-ID = SPACES
003850             ADD 1 TO WS-ERR-COUNT
003860             DISPLAY 'DL170092E NO CHECKER ID FOR ITEM '
003870                     APPR-ITEM-ID
003880         WHEN WS-QUE-CUR = ZERO
003890             ADD 1 TO WS-ERR-COUNT
003900             DISPLAY 'DL170091E NO WAITING ITEM FOR ID = '
003910                     APPR-ITEM-ID
003920         WHEN APPR-CHECKER-ID = WS-QI-MAKER-ID(WS-QUE-CUR)
003930             ADD 1 TO WS-SELF-COUNT
003940             ADD 1 TO WS-QI-SELF-TRIES(WS-QUE-CUR)
003950             DISPLAY 'DL170090W SELF-APPROVAL REFUSED FOR ITEM '
003960                     APPR-ITEM-ID ', OPERATOR ' APPR-CHECKER-ID
003970         WHEN APPR-IS-REJECT
003980             ADD 1 TO WS-REJECTED-COUNT
003990             MOVE APPR-CHECKER-ID
004000                 TO WS-QI-CHECKER-ID(WS-QUE-CUR)
004010             MOVE 'R' TO WS-QI-STATUS(WS-QUE-CUR)
004020         WHEN OTHER
004030             PERFORM 2300-RELEASE-APPROVED THRU 2300-EXIT
004040     END-EVALUATE.
004050 2200-EXIT.
004060     EXIT.
004070 2210-FIND-ONE-ITEM.
004080     IF WS-QI-ID(WS-QUE-SUB) = APPR-ITEM-ID
004090        AND WS-QI-WAITING(WS-QUE-SUB)
004100         MOVE WS-QUE-SUB TO WS-QUE-CUR
004110     END-IF.
004120 2210-EXIT.
004130     EXIT.
004140*----------------------------------------------------------*
004150* 2300-RELEASE-APPROVED STAMPS AN APPROVED CARD WITH THE     *
004160* CHECKER ID AND THE APPROVAL DATE AND TIME AND WRITES IT TO *
004170* THE CARD FILE OF THE PROGRAM THAT APPLIES IT. THE STAMP    *
004180* RIDES IN COLUMNS 57-80 OF BOTH CARD LAYOUTS, BEHIND THE    *
004190* MAKER ID IN 49-56, AND IS CARRIED ONTO THE AUDIT TRAIL. A  *
004200* CORRECTION ALSO CARRIES THE BUSINESS DATE IT WAS SUBMITTED *
004210* UNDER, SO DL110 CAN REFUSE ONE WHOSE RELATIVE KEY NO       *
004220* LONGER POINTS AT THE SAME EXTRACT.                         *
004230*----------------------------------------------------------*
004240 2300-RELEASE-APPROVED.
004250     MOVE WS-QI-CARD(WS-QUE-CUR) TO WS-CARD-WORK.
004260     MOVE WS-QI-MAKER-ID(WS-QUE-CUR) TO WS-CW-MAKER-ID.
004270     MOVE APPR-CHECKER-ID TO WS-CW-CHECKER-ID.
004280     MOVE WS-RUN-DATE TO WS-CW-APPR-DATE.
004290     MOVE WS-RUN-TIME TO WS-CW-APPR-TIME.
004300     MOVE APPR-CHECKER-ID TO WS-QI-CHECKER-ID(WS-QUE-CUR).
004310     MOVE 'A' TO WS-QI-STATUS(WS-QUE-CUR).
004320     IF WS-QI-CORRECTION(WS-QUE-CUR)
004330         MOVE WS-CARD-WORK TO CAPR-CARD
004340         MOVE WS-QI-BUS-DATE(WS-QUE-CUR) TO CAPR-BUS-DATE
004350         WRITE CAPR-RECORD
004360         ADD 1 TO WS-CAPR-COUNT
004370     ELSE
004380         MOVE WS-CARD-WORK TO RAPR-RECORD
004390         WRITE RAPR-RECORD
004400         ADD 1 TO WS-RAPR-COUNT
004410     END-IF.
004420 2300-EXIT.
004430     EXIT.
004440*----------------------------------------------------------*
004450* 3000-FOLD-SUBMISSIONS QUEUES THE DAY'S NEWLY SUBMITTED     *
004460* CORRECTION AND REPAIR CARDS. EITHER FILE MAY BE ABSENT --  *
004470* NOTHING OF THAT KIND WAS SUBMITTED TODAY.                  *
004480*----------------------------------------------------------*
004490 3000-FOLD-SUBMISSIONS.
004500     OPEN INPUT CSUB-FILE.
004510     IF WS-CSUB-STATUS NOT = '00'
004520         DISPLAY 'DL170089I NO CORRECTION SUBMISSIONS, STATUS = '
004530                 WS-CSUB-STATUS
004540     ELSE
004550         MOVE 'C' TO WS-SUB-ORIGIN
004560         MOVE 'N' TO WS-SUB-EOF-SW
004570         PERFORM 3100-READ-ONE-CORRECTION THRU 3100-EXIT
004580             UNTIL WS-SUB-AT-EOF
004590         CLOSE CSUB-FILE
004600     END-IF.
004610     OPEN INPUT RSUB-FILE.
004620     IF WS-RSUB-STATUS NOT = '00'
004630         DISPLAY 'DL170088I NO REPAIR SUBMISSIONS, STATUS = '
004640                 WS-RSUB-STATUS
004650     ELSE
004660         MOVE 'R' TO WS-SUB-ORIGIN
004670         MOVE 'N' TO WS-SUB-EOF-SW
004680         PERFORM 3200-READ-ONE-REPAIR THRU 3200-EXIT
004690             UNTIL WS-SUB-AT-EOF
004700         CLOSE RSUB-FILE
004710     END-IF.
004720 3000-EXIT.
004730     EXIT.
004740 3100-READ-ONE-CORRECTION.
004750     READ CSUB-FILE
004760         AT END SET WS-SUB-AT-EOF TO TRUE
004770         NOT AT END
004780             MOVE CSUB-RECORD TO WS-CARD-WORK
004790             PERFORM 3300-QUEUE-ONE-CARD THRU 3300-EXIT
004800     END-READ.
004810 3100-EXIT.
004820     EXIT.
004830 3200-READ-ONE-REPAIR.
004840     READ RSUB-FILE
004850         AT END SET WS-SUB-AT-EOF TO TRUE
004860         NOT AT END
004870             MOVE RSUB-RECORD TO WS-CARD-WORK
004880             PERFORM 3300-QUEUE-ONE-CARD THRU 3300-EXIT
004890     END-READ.
004900 3200-EXIT.
004910     EXIT.
004920*----------------------------------------------------------*
004930* 3300-QUEUE-ONE-CARD PUTS ONE SUBMITTED CARD ON THE QUEUE   *
004940* WITH A FRESH ITEM ID, AGE ZERO, AND THE BUSINESS DATE OF   *
004950* THE LAST LOAD. A CARD WITHOUT THE MAKER'S OPERATOR ID IS   *
004960* REFUSED OUTRIGHT. ANY CHECKER STAMP ALREADY ON THE CARD IS *
004970* CLEARED -- ONLY THIS PROGRAM GIVES IT ONE, AND ONLY ON A   *
004980* SECOND OPERATOR'S APPROVAL.                                *
004990*----------------------------------------------------------*
005000 3300-QUEUE-ONE-CARD.
005010     IF WS-CW-MAKER-ID = SPACES
005020         ADD 1 TO WS-NOOPER-COUNT
005030         ADD 1 TO WS-ERR-COUNT
005040         DISPLAY 'DL170087E SUBMISSION HAS NO OPERATOR ID, '
005050                 'CARD = ' WS-CW-DETAIL
005060     ELSE
005070         PERFORM 1250-VERIFY-TABLE-ROOM THRU 1250-EXIT
005080         IF WS-SUB-ORIGIN = 'C'
005090             ADD 1 TO WS-CSUB-COUNT
005100         ELSE
005110             ADD 1 TO WS-RSUB-COUNT
005120         END-IF
005130         MOVE SPACES TO WS-CW-CHECKER-ID
005140         MOVE ZERO TO WS-CW-APPR-DATE
005150         MOVE ZERO TO WS-CW-APPR-TIME
005160         ADD 1 TO WS-QUE-COUNT
005170         MOVE WS-NEXT-ITEM-ID TO WS-QI-ID(WS-QUE-COUNT)
005180         ADD 1 TO WS-NEXT-ITEM-ID
005190         MOVE WS-SUB-ORIGIN TO WS-QI-ORIGIN(WS-QUE-COUNT)
005200         MOVE WS-CW-MAKER-ID TO WS-QI-MAKER-ID(WS-QUE-COUNT)
005210         MOVE SPACES TO WS-QI-CHECKER-ID(WS-QUE-COUNT)
005220         MOVE WS-RUN-DATE TO WS-QI-SUBMIT-DATE(WS-QUE-COUNT)
005230         MOVE WS-RUN-TIME TO WS-QI-SUBMIT-TIME(WS-QUE-COUNT)
005240         MOVE WS-BUS-DATE TO WS-QI-BUS-DATE(WS-QUE-COUNT)
005250         MOVE ZERO TO WS-QI-AGE(WS-QUE-COUNT)
005260         MOVE ZERO TO WS-QI-SELF-TRIES(WS-QUE-COUNT)
005270         MOVE WS-CARD-WORK TO WS-QI-CARD(WS-QUE-COUNT)
005280         MOVE 'W' TO WS-QI-STATUS(WS-QUE-COUNT)
005290     END-IF.
005300 3300-EXIT.
005310     EXIT.
005320*----------------------------------------------------------*
005330* 4000-WRITE-NEW-QUEUE WRITES THE CARRY-FORWARD QUEUE --     *
005340* ONLY THE ITEMS STILL WAITING. APPROVED AND REJECTED ITEMS  *
005350* DROP OFF HERE AND SURVIVE ONLY ON THE REPORT (AND, WHEN    *
005360* APPROVED, ON THE AUDIT TRAIL OF THE RUN THAT APPLIES THEM).*
005370*----------------------------------------------------------*
005380 4000-WRITE-NEW-QUEUE.
005390     OPEN OUTPUT QUE-MST-OUT-FILE.
005400     IF WS-MSTOUT-STATUS NOT = '00'
005410         DISPLAY 'DL170086E QUE-MST-OUT-FILE OPEN FAILED, '
005420                 'STATUS = ' WS-MSTOUT-STATUS
005430         CLOSE CAPR-FILE
005440         CLOSE RAPR-FILE
005450         MOVE 16 TO RETURN-CODE
005460         STOP RUN
005470     END-IF.
005480     PERFORM 4100-WRITE-ONE-ITEM THRU 4100-EXIT
005490         VARYING WS-QUE-SUB FROM 1 BY 1
005500         UNTIL WS-QUE-SUB > WS-QUE-COUNT.
005510     CLOSE QUE-MST-OUT-FILE.
005520 4000-EXIT.
005530     EXIT.
005540 4100-WRITE-ONE-ITEM.
005550     IF WS-QI-WAITING(WS-QUE-SUB)
005560         ADD 1 TO WS-WAITING-COUNT
005570         MOVE SPACES TO DL100-AQ-RECORD
005580         MOVE WS-QI-ID(WS-QUE-SUB) TO DL100-AQ-ITEM-ID
005590         MOVE WS-QI-ORIGIN(WS-QUE-SUB) TO DL100-AQ-ORIGIN
005600         MOVE WS-QI-MAKER-ID(WS-QUE-SUB) TO DL100-AQ-MAKER-ID
005610         MOVE WS-QI-SUBMIT-DATE(WS-QUE-SUB)
005620             TO DL100-AQ-SUBMIT-DATE
005630         MOVE WS-QI-SUBMIT-TIME(WS-QUE-SUB)
005640             TO DL100-AQ-SUBMIT-TIME
005650         MOVE WS-QI-BUS-DATE(WS-QUE-SUB) TO DL100-AQ-BUS-DATE
005660         MOVE WS-QI-AGE(WS-QUE-SUB) TO DL100-AQ-AGE
005670         MOVE WS-QI-CARD(WS-QUE-SUB) TO DL100-AQ-CARD
005680         WRITE DL100-AQ-RECORD
005690     END-IF.
005700 4100-EXIT.
005710     EXIT.
005720*----------------------------------------------------------*
005730* 9000-TERMINATE CLOSES THE APPROVED-CARD FILES AND WRITES   *
005740* THE DAILY APPROVAL REPORT. A SELF-APPROVAL ATTEMPT LEAVES  *
005750* A WARNING RETURN CODE SO THE SCHEDULER -- AND AUDIT -- SEE *
005760* IT; AN ERRORED CARD LEAVES AN ERROR RETURN CODE.           *
005770*----------------------------------------------------------*
005780 9000-TERMINATE.
005790     CLOSE CAPR-FILE.
005800     CLOSE RAPR-FILE.
005810     PERFORM 9100-BUILD-APPROVAL-RPT THRU 9100-EXIT.
005820     IF WS-ERR-COUNT > ZERO
005830         MOVE 8 TO RETURN-CODE
005840     ELSE
005850         IF WS-SELF-COUNT > ZERO
005860             MOVE 4 TO RETURN-CODE
005870         END-IF
005880     END-IF.
005890 9000-EXIT.
005900     EXIT.
005910*----------------------------------------------------------*
005920* 9100-BUILD-APPROVAL-RPT WRITES THE DAILY APPROVAL REPORT   *
005930* -- THE COUNTS, THE DECISIONS TAKEN THIS RUN, EVERY ITEM    *
005940* STILL WAITING FOR A CHECKER, AND EVERY ITEM ITS OWN MAKER  *
005950* TRIED TO APPROVE.                                          *
005960*----------------------------------------------------------*
005970 9100-BUILD-APPROVAL-RPT.
005980     ACCEPT WS-REPORT-DATE FROM DATE.
005990     ACCEPT WS-REPORT-TIME FROM TIME.
006000     OPEN OUTPUT RPT-FILE.
006010     IF WS-RPT-STATUS NOT = '00'
006020         DISPLAY 'DL170085E RPT-FILE OPEN FAILED, STATUS = '
006030                 WS-RPT-STATUS
006040         MOVE 16 TO RETURN-CODE
006050         STOP RUN
006060     END-IF.
006070     MOVE SPACES TO RPT-LINE.
006080     STRING 'DL170 MAKER/CHECKER APPROVAL REPORT'
006090             DELIMITED BY SIZE INTO RPT-LINE.
006100     WRITE RPT-LINE.
006110     MOVE SPACES TO RPT-LINE.
006120     STRING 'RUN DATE (YYMMDD) : ' WS-REPORT-DATE
006130             '   RUN TIME (HHMMSSHH) : ' WS-REPORT-TIME
006140             DELIMITED BY SIZE INTO RPT-LINE.
006150     WRITE RPT-LINE.
006160     MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT.
006170     MOVE SPACES TO RPT-LINE.
006180     STRING 'CARRIED FORWARD          : ' WS-EDIT-COUNT
006190             DELIMITED BY SIZE INTO RPT-LINE.
006200     WRITE RPT-LINE.
006210     MOVE WS-CSUB-COUNT TO WS-EDIT-COUNT.
006220     MOVE SPACES TO RPT-LINE.
006230     STRING 'CORRECTIONS SUBMITTED    : ' WS-EDIT-COUNT
006240             DELIMITED BY SIZE INTO RPT-LINE.
006250     WRITE RPT-LINE.
006260     MOVE WS-RSUB-COUNT TO WS-EDIT-COUNT.
006270     MOVE SPACES TO RPT-LINE.
006280     STRING 'REPAIRS SUBMITTED        : ' WS-EDIT-COUNT
006290             DELIMITED BY SIZE INTO RPT-LINE.
006300     WRITE RPT-LINE.
006310     MOVE WS-NOOPER-COUNT TO WS-EDIT-COUNT.
006320     MOVE SPACES TO RPT-LINE.
006330     STRING 'REFUSED, NO OPERATOR ID  : ' WS-EDIT-COUNT
006340             DELIMITED BY SIZE INTO RPT-LINE.
006350     WRITE RPT-LINE.
006360     MOVE WS-APPR-CARD-COUNT TO WS-EDIT-COUNT.
006370     MOVE SPACES TO RPT-LINE.
006380     STRING 'DECISION CARDS READ      : ' WS-EDIT-COUNT
006390             DELIMITED BY SIZE INTO RPT-LINE.
006400     WRITE RPT-LINE.
006410     MOVE WS-CAPR-COUNT TO WS-EDIT-COUNT.
006420     MOVE SPACES TO RPT-LINE.
006430     STRING 'CORRECTIONS APPROVED     : ' WS-EDIT-COUNT
006440             DELIMITED BY SIZE INTO RPT-LINE.
006450     WRITE RPT-LINE.
006460     MOVE WS-RAPR-COUNT TO WS-EDIT-COUNT.
006470     MOVE SPACES TO RPT-LINE.
006480     STRING 'REPAIRS APPROVED         : ' WS-EDIT-COUNT
006490             DELIMITED BY SIZE INTO RPT-LINE.
006500     WRITE RPT-LINE.
006510     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
006520     MOVE SPACES TO RPT-LINE.
006530     STRING 'REJECTED                 : ' WS-EDIT-COUNT
006540             DELIMITED BY SIZE INTO RPT-LINE.
006550     WRITE RPT-LINE.
006560     MOVE WS-SELF-COUNT TO WS-EDIT-COUNT.
006570     MOVE SPACES TO RPT-LINE.
006580     STRING 'SELF-APPROVALS REFUSED   : ' WS-EDIT-COUNT
006590             DELIMITED BY SIZE INTO RPT-LINE.
006600     WRITE RPT-LINE.
006610     MOVE WS-ERR-COUNT TO WS-EDIT-COUNT.
006620     MOVE SPACES TO RPT-LINE.
006630     STRING 'CARDS IN ERROR           : ' WS-EDIT-COUNT
006640             DELIMITED BY SIZE INTO RPT-LINE.
006650     WRITE RPT-LINE.
006660     MOVE WS-WAITING-COUNT TO WS-EDIT-COUNT.
006670     MOVE SPACES TO RPT-LINE.
006680     STRING 'STILL AWAITING APPROVAL  : ' WS-EDIT-COUNT
006690             DELIMITED BY SIZE INTO RPT-LINE.
006700     WRITE RPT-LINE.
006710     MOVE SPACES TO RPT-LINE.
006720     WRITE RPT-LINE.
006730     MOVE SPACES TO RPT-LINE.
006740     STRING 'DECISIONS THIS RUN'
006750             DELIMITED BY SIZE INTO RPT-LINE.
006760     WRITE RPT-LINE.
006770     PERFORM 9120-BUILD-ONE-DECISION THRU 9120-EXIT
006780         VARYING WS-QUE-SUB FROM 1 BY 1
006790         UNTIL WS-QUE-SUB > WS-QUE-COUNT.
006800     MOVE SPACES TO RPT-LINE.
006810     WRITE RPT-LINE.
006820     MOVE SPACES TO RPT-LINE.
006830     STRING 'ITEMS AWAITING APPROVAL'
006840             DELIMITED BY SIZE INTO RPT-LINE.
006850     WRITE RPT-LINE.
006860     PERFORM 9130-BUILD-ONE-WAITING THRU 9130-EXIT
006870         VARYING WS-QUE-SUB FROM 1 BY 1
006880         UNTIL WS-QUE-SUB > WS-QUE-COUNT.
006890     MOVE SPACES TO RPT-LINE.
006900     WRITE RPT-LINE.
006910     MOVE SPACES TO RPT-LINE.
006920     STRING 'SELF-APPROVAL ATTEMPTS'
006930             DELIMITED BY SIZE INTO RPT-LINE.
006940     WRITE RPT-LINE.
006950     PERFORM 9140-BUILD-ONE-SELF THRU 9140-EXIT
006960         VARYING WS-QUE-SUB FROM 1 BY 1
006970         UNTIL WS-QUE-SUB > WS-QUE-COUNT.
006980     CLOSE RPT-FILE.
006990 9100-EXIT.
007000     EXIT.
007010*----------------------------------------------------------*
007020* 9110-SET-ORIGIN-TEXT NAMES THE ITEM'S ORIGIN FOR THE       *
007030* REPORT LINES -- CORR FOR A DL110 CORRECTION, RPR FOR A     *
007040* DL140 REPAIR.                                              *
007050*----------------------------------------------------------*
007060 9110-SET-ORIGIN-TEXT.
007070     MOVE WS-QI-ID(WS-QUE-SUB) TO WS-EDIT-ID.
007080     MOVE WS-QI-CARD(WS-QUE-SUB) TO WS-CARD-WORK.
007090     IF WS-QI-CORRECTION(WS-QUE-SUB)
007100         MOVE 'CORR' TO WS-ORIGIN-TEXT
007110     ELSE
007120         MOVE 'RPR ' TO WS-ORIGIN-TEXT
007130     END-IF.
007140 9110-EXIT.
007150     EXIT.
007160 9120-BUILD-ONE-DECISION.
007170     IF WS-QI-APPROVED(WS-QUE-SUB)
007180        OR WS-QI-REJECTED(WS-QUE-SUB)
007190         PERFORM 9110-SET-ORIGIN-TEXT THRU 9110-EXIT
007200         MOVE SPACES TO RPT-LINE
007210         IF WS-QI-APPROVED(WS-QUE-SUB)
007220             STRING '    ID ' WS-EDIT-ID ' ' WS-ORIGIN-TEXT
007230                     ' MAKER ' WS-QI-MAKER-ID(WS-QUE-SUB)
007240                     ' CHECKER ' WS-QI-CHECKER-ID(WS-QUE-SUB)
007250                     '  APPROVED'
007260                     DELIMITED BY SIZE INTO RPT-LINE
007270         ELSE
007280             STRING '    ID ' WS-EDIT-ID ' ' WS-ORIGIN-TEXT
007290                     ' MAKER ' WS-QI-MAKER-ID(WS-QUE-SUB)
007300                     ' CHECKER ' WS-QI-CHECKER-ID(WS-QUE-SUB)
007310                     '  REJECTED'
007320                     DELIMITED BY SIZE INTO RPT-LINE
007330         END-IF
007340         WRITE RPT-LINE
007350     END-IF.
007360 9120-EXIT.
007370     EXIT.
007380 9130-BUILD-ONE-WAITING.
007390     IF WS-QI-WAITING(WS-QUE-SUB)
007400         PERFORM 9110-SET-ORIGIN-TEXT THRU 9110-EXIT
007410         MOVE WS-QI-AGE(WS-QUE-SUB) TO WS-EDIT-AGE
007420         MOVE SPACES TO RPT-LINE
007430         STRING '    ID ' WS-EDIT-ID ' ' WS-ORIGIN-TEXT
007440                 ' MAKER ' WS-QI-MAKER-ID(WS-QUE-SUB)
007450                 ' SUB ' WS-QI-SUBMIT-DATE(WS-QUE-SUB)
007460                 ' AGE ' WS-EDIT-AGE
007470                 '  ' WS-CW-DETAIL
007480                 DELIMITED BY SIZE INTO RPT-LINE
007490         WRITE RPT-LINE
007500     END-IF.
007510 9130-EXIT.
007520     EXIT.
007530 9140-BUILD-ONE-SELF.
007540     IF WS-QI-SELF-TRIES(WS-QUE-SUB) > ZERO
007550         PERFORM 9110-SET-ORIGIN-TEXT THRU 9110-EXIT
007560         MOVE WS-QI-SELF-TRIES(WS-QUE-SUB) TO WS-EDIT-TRIES
007570         MOVE SPACES TO RPT-LINE
007580         STRING '    ID ' WS-EDIT-ID ' ' WS-ORIGIN-TEXT
007590                 ' MAKER ' WS-QI-MAKER-ID(WS-QUE-SUB)
007600                 ' ATTEMPTS ' WS-EDIT-TRIES
007610                 '  ' WS-CW-DETAIL
007620                 DELIMITED BY SIZE INTO RPT-LINE
007630         WRITE RPT-LINE
007640     END-IF.
007650 9140-EXIT.
007660     EXIT.
