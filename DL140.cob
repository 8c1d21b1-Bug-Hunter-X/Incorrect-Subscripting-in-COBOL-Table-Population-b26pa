000540*                RECONCILIATION SEES A REPAIRED SLOT THE     *
000550*                SAME WAY IT SEES A CORRECTION INSTEAD OF    *
000560*                FAILING FALSELY EVERY DAY A REPAIR LANDS.   *
000570*  10/15/26 RGH  THE REPAIR EDITS NOW LOOK THE ACCOUNT UP ON *
000580*                THE ACCOUNT MASTER (ACCTMST, COPY DL100AM), *
000590*                THE SAME EDIT DL100 AND DL110 APPLY. A      *
000600*                REPAIR FOR AN ACCOUNT NOT ON THE MASTER     *
000610*                STAYS SUSPENDED WITH REASON ANOF, A CLOSED  *
000620*                ONE WITH ACLS, AND A FROZEN ONE WITH AFRZ,  *
000630*                EACH COUNTED ON ITS OWN CONTROL-REPORT      *
000640*                LINE. A MISSING MASTER STOPS THE RUN.       *
000650*  10/15/26 RGH  TWO-PERSON CONTROL. REPAIRS ARE NOW         *
000660*                SUBMITTED TO THE DL170 APPROVAL QUEUE, AND  *
000670*                CORRIN IS THE APPROVED-CARD FILE DL170      *
000680*                WRITES (RPRAPR). EVERY CARD CARRIES THE     *
000690*                MAKER'S OPERATOR ID, THE CHECKER'S ID, AND  *
000700*                THE APPROVAL DATE AND TIME IN COLUMNS       *
000710*                49-80; A CARD WITHOUT BOTH IDS, OR CHECKED  *
000720*                BY ITS OWN MAKER, IS NOT APPLIED AND COUNTS *
000730*                AS NOT APPROVED. THE AUDIT TRAIL (AUDOUT)   *
000740*                RECORD GROWS TO 198 TO CARRY THE MAKER ID,  *
000750*                CHECKER ID, AND APPROVAL TIMESTAMP.         *
000760*  10/15/26 RGH  SUSPENSE ITEMS NOW AGE IN BUSINESS DAYS,    *
000770*                NOT RUNS: EACH RUN ADDS THE BUSINESS DAYS   *
000780*                ON THE CALENDAR (BUSCAL, COPY DL100BC)      *
000790*                SINCE THE DATE THE ITEM WAS LAST AGED       *
000800*                THROUGH, UP TO THE LAST DATE LOADED         *
000810*                (RUNHIST, COPY DL100RH), SO EXPIRE=NNN IS   *
000820*                NOW NNN BUSINESS DAYS AND A RERUN OR A      *
000830*                WEEKEND RUN NO LONGER AGES AN ITEM. THE     *
000840*                MASTER CARRIES THE AGED-THROUGH DATE IN ITS *
000850*                SPARE BYTES. NO CALENDAR OR RUN HISTORY, A  *
000860*                DATE OUTSIDE THE CALENDAR, OR A RECORD FROM *
000870*                BEFORE THE CHANGE AGES BY ONE RUN AS        *
000880*                BEFORE.                                     *
000890*  10/15/26 RGH  REJECT NOTICES BACK TO THE REGIONS. THE NEW *
000900*                REJECTS NOW CARRY THEIR SOURCE CODE FROM    *
000910*                DL100 (SUSPIN IS NOW 87 WIDE), AND EACH RUN *
000920*                WRITES AN OUTBOUND NOTICE FILE (REJOUT)     *
000930*                WITH ONE HEADER/TRAILER GROUP PER SOURCE -- *
000940*                EVERY SOURCE ON THE REGIONAL SOURCE         *
000950*                REGISTRY (SRCREG, COPY DL100SR), PLUS ANY   *
000960*                OTHER SOURCE WITH A NOTICE -- LISTING EACH  *
000970*                NEW REJECT STILL IN SUSPENSE AND EACH ITEM  *
000980*                EXPIRED THIS RUN WITH ITS SUSPENSE ID,      *
000990*                REASON CODE, A PLAIN-LANGUAGE REASON, AND   *
001000*                THE ORIGINAL DETAIL IMAGE, SO THE REGION    *
001010*                CAN CORRECT AND RESEND AT ORIGIN. A REJECT  *
001020*                REPAIRED IN THE SAME RUN IS NOT NOTIFIED,   *
001030*                SO IT CANNOT BE SENT TWICE. AN ITEM WITH NO *
001040*                SOURCE CANNOT BE ROUTED AND IS COUNTED AS   *
001050*                NOT SENT. THE CONTROL REPORT GAINS A        *
001060*                NOTICES BY REGION SECTION, NAMED FROM THE   *
001070*                REGISTRY.                                   *
001080*----------------------------------------------------------*
001090 ENVIRONMENT DIVISION.
001100 CONFIGURATION SECTION.
001110 SOURCE-COMPUTER.   IBM-370.
001120 OBJECT-COMPUTER.   IBM-370.
001130 INPUT-OUTPUT SECTION.
001140 FILE-CONTROL.
001150     SELECT SUSP-IN-FILE ASSIGN TO SUSPIN
001160                         ORGANIZATION IS SEQUENTIAL
001170                         FILE STATUS IS WS-SUSPIN-STATUS.
001180     SELECT SUSP-MST-IN-FILE ASSIGN TO SUSPMI
001190                         ORGANIZATION IS SEQUENTIAL
001200                         FILE STATUS IS WS-MSTIN-STATUS.
001210     SELECT SUSP-MST-OUT-FILE ASSIGN TO SUSPMO
001220                         ORGANIZATION IS SEQUENTIAL
001230                         FILE STATUS IS WS-MSTOUT-STATUS.
001240     SELECT CORR-FILE    ASSIGN TO CORRIN
001250                         ORGANIZATION IS SEQUENTIAL
001260                         FILE STATUS IS WS-CORR-STATUS.
001270     SELECT PARM-FILE    ASSIGN TO PARMIN
001280                         ORGANIZATION IS LINE SEQUENTIAL
001290                         FILE STATUS IS WS-PARM-STATUS.
001300     SELECT TBL-OUT-FILE ASSIGN TO TBLOUT
001310                         ORGANIZATION IS RELATIVE
001320                         ACCESS MODE IS DYNAMIC
001330                         RELATIVE KEY IS WS-TBL-REL-KEY
001340                         FILE STATUS IS WS-TBL-STATUS.
001350     SELECT TBL-KEY-FILE ASSIGN TO TBLIDX
001360                         ORGANIZATION IS INDEXED
001370                         ACCESS MODE IS RANDOM
001380                         RECORD KEY IS DL100-KEY-ACCT-NO
001390                         FILE STATUS IS WS-KEY-STATUS.
001400     SELECT TC-FILE      ASSIGN TO TRANCD
001410                         ORGANIZATION IS INDEXED
001420                         ACCESS MODE IS SEQUENTIAL
001430                         RECORD KEY IS DL100-TC-CODE
001440                         FILE STATUS IS WS-TC-STATUS.
001450     SELECT ACCT-FILE    ASSIGN TO ACCTMST
001460                         ORGANIZATION IS INDEXED
001470                         ACCESS MODE IS RANDOM
001480                         RECORD KEY IS DL100-AM-ACCT-NO
001490                         FILE STATUS IS WS-ACCT-STATUS.
001500     SELECT AUDIT-FILE   ASSIGN TO AUDOUT
001510                         ORGANIZATION IS SEQUENTIAL
001520                         FILE STATUS IS WS-AUDIT-STATUS.
001530     SELECT RPT-FILE     ASSIGN TO RPTOUT
001540                         ORGANIZATION IS LINE SEQUENTIAL
001550                         FILE STATUS IS WS-RPT-STATUS.
001560     SELECT HIST-FILE    ASSIGN TO RUNHIST
001570                         ORGANIZATION IS SEQUENTIAL
001580                         FILE STATUS IS WS-HIST-STATUS.
001590     SELECT CAL-FILE     ASSIGN TO BUSCAL
001600                         ORGANIZATION IS SEQUENTIAL
001610                         FILE STATUS IS WS-CAL-STATUS.
001620     SELECT REG-FILE     ASSIGN TO SRCREG
001630                         ORGANIZATION IS SEQUENTIAL
001640                         FILE STATUS IS WS-REG-STATUS.
001650     SELECT REJ-FILE     ASSIGN TO REJOUT
001660                         ORGANIZATION IS SEQUENTIAL
001670                         FILE STATUS IS WS-REJ-STATUS.
001680 DATA DIVISION.
001690 FILE SECTION.
001700 FD  SUSP-IN-FILE
001710     LABEL RECORDS ARE STANDARD
001720     RECORD CONTAINS 87 CHARACTERS.
001730 01  SUSP-RECORD.
001740     05  SUSP-REASON-CODE        PIC X(04).
001750     05  SUSP-TRANS-RECORD       PIC X(80).
001760     05  SUSP-SOURCE-CODE        PIC X(03).
001770 FD  SUSP-MST-IN-FILE
001780     LABEL RECORDS ARE STANDARD
001790     RECORD CONTAINS 100 CHARACTERS.
001800 01  SUSP-MST-IN-RECORD          PIC X(100).
001810 FD  SUSP-MST-OUT-FILE
001820     LABEL RECORDS ARE STANDARD
001830     RECORD CONTAINS 100 CHARACTERS.
001840     COPY DL100SM.
001850 FD  CORR-FILE
001860     LABEL RECORDS ARE STANDARD
001870     RECORD CONTAINS 80 CHARACTERS.
001880 01  CORR-RECORD.
001890     05  CORR-SUSP-ID            PIC 9(05).
001900     05  CORR-SUSP-ID-X REDEFINES CORR-SUSP-ID
001910                                 PIC X(05).
001920     05  CORR-ACCT-NO            PIC X(10).
001930     05  CORR-TRAN-CODE          PIC X(02).
001940     05  CORR-AMOUNT             PIC 9(09)V99.
001950     05  CORR-AMOUNT-X REDEFINES CORR-AMOUNT
001960                                 PIC X(11).
001970     05  CORR-EFF-DATE           PIC 9(08).
001980     05  CORR-EFF-DATE-X REDEFINES CORR-EFF-DATE
001990                                 PIC X(08).
002000     05  CORR-SOURCE             PIC X(03).
002010     05  CORR-DC-IND             PIC X(01).
002020     05  FILLER                  PIC X(08).
002030     05  CORR-MAKER-ID           PIC X(08).
002040     05  CORR-CHECKER-ID         PIC X(08).
002050     05  CORR-APPR-DATE          PIC 9(08).
002060     05  CORR-APPR-TIME          PIC 9(08).
002070 FD  PARM-FILE
002080     LABEL RECORDS ARE OMITTED
002090     RECORD CONTAINS 80 CHARACTERS.
002100 01  PARM-RECORD.
002110     05  PARM-KEYWORD            PIC X(07).
002120     05  PARM-EXPIRE-VALUE       PIC X(03).
002130     05  FILLER                  PIC X(70).
002140 FD  TBL-OUT-FILE
002150     LABEL RECORDS ARE STANDARD
002160     RECORD CONTAINS 80 CHARACTERS.
002170     COPY DL100TR.
002180 FD  TBL-KEY-FILE
002190     LABEL RECORDS ARE STANDARD
002200     RECORD CONTAINS 90 CHARACTERS.
002210     COPY DL100TK.
002220 FD  TC-FILE
002230     LABEL RECORDS ARE STANDARD
002240     RECORD CONTAINS 60 CHARACTERS.
002250     COPY DL100TC.
002260 FD  ACCT-FILE
002270     LABEL RECORDS ARE STANDARD
002280     RECORD CONTAINS 80 CHARACTERS.
002290     COPY DL100AM.
002300 FD  AUDIT-FILE
002310     LABEL RECORDS ARE STANDARD
002320     RECORD CONTAINS 198 CHARACTERS.
002330 01  AUD-RECORD.
002340     05  AUD-ACTION              PIC X(01).
002350     05  AUD-REL-KEY             PIC 9(05).
002360     05  AUD-BEFORE-IMAGE        PIC X(80).
002370     05  AUD-AFTER-IMAGE         PIC X(80).
002380     05  AUD-MAKER-ID            PIC X(08).
002390     05  AUD-CHECKER-ID          PIC X(08).
002400     05  AUD-APPR-DATE           PIC 9(08).
002410     05  AUD-APPR-TIME           PIC 9(08).
002420 FD  RPT-FILE
002430     LABEL RECORDS ARE OMITTED
002440     RECORD CONTAINS 100 CHARACTERS.
002450 01  RPT-LINE                    PIC X(100).
002460 FD  HIST-FILE
002470     LABEL RECORDS ARE STANDARD
002480     RECORD CONTAINS 50 CHARACTERS.
002490     COPY DL100RH.
002500 FD  CAL-FILE
002510     LABEL RECORDS ARE STANDARD
002520     RECORD CONTAINS 80 CHARACTERS.
002530     COPY DL100BC.
002540 FD  REG-FILE
002550     LABEL RECORDS ARE STANDARD
002560     RECORD CONTAINS 80 CHARACTERS.
002570     COPY DL100SR.
002580 FD  REJ-FILE
002590     LABEL RECORDS ARE STANDARD
002600     RECORD CONTAINS 150 CHARACTERS.
002610 01  REJ-HEADER-R.
002620     05  REJ-HDR-REC-TYPE        PIC X(01).
002630     05  REJ-HDR-SYSTEM          PIC X(08).
002640     05  REJ-HDR-SOURCE          PIC X(03).
002650     05  REJ-HDR-REGION          PIC X(30).
002660     05  REJ-HDR-BUS-DATE        PIC 9(08).
002670     05  REJ-HDR-RUN-DATE        PIC 9(08).
002680     05  REJ-HDR-RUN-TIME        PIC 9(08).
002690     05  FILLER                  PIC X(84).
002700 01  REJ-DETAIL-R.
002710     05  REJ-DET-REC-TYPE        PIC X(01).
002720     05  REJ-DET-SOURCE          PIC X(03).
002730     05  REJ-DET-NOTICE-TYPE     PIC X(01).
002740     05  REJ-DET-SUSP-ID         PIC 9(05).
002750     05  REJ-DET-REASON          PIC X(04).
002760     05  REJ-DET-REASON-TEXT     PIC X(40).
002770     05  REJ-DET-AGE             PIC 9(03).
002780     05  REJ-DET-DETAIL          PIC X(80).
002790     05  FILLER                  PIC X(13).
002800 01  REJ-TRAILER-R.
002810     05  REJ-TRL-REC-TYPE        PIC X(01).
002820     05  REJ-TRL-SOURCE          PIC X(03).
002830     05  REJ-TRL-NEW-COUNT       PIC 9(05).
002840     05  REJ-TRL-EXP-COUNT       PIC 9(05).
002850     05  REJ-TRL-REC-COUNT       PIC 9(07).
002860     05  FILLER                  PIC X(129).
002870 WORKING-STORAGE SECTION.
002880 01  WS-FILE-CONTROLS.
002890     05  WS-SUSPIN-STATUS        PIC X(02) VALUE '00'.
002900     05  WS-MSTIN-STATUS         PIC X(02) VALUE '00'.
002910     05  WS-MSTOUT-STATUS        PIC X(02) VALUE '00'.
002920     05  WS-CORR-STATUS          PIC X(02) VALUE '00'.
002930     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
002940     05  WS-TBL-REL-KEY          PIC 9(5) COMP VALUE ZERO.
002950     05  WS-TBL-STATUS           PIC X(02) VALUE '00'.
002960     05  WS-KEY-STATUS           PIC X(02) VALUE '00'.
002970     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
002980     05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
002990     05  WS-TC-STATUS            PIC X(02) VALUE '00'.
003000     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
003010     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
003020     05  WS-CAL-STATUS           PIC X(02) VALUE '00'.
003030     05  WS-REG-STATUS           PIC X(02) VALUE '00'.
003040     05  WS-REJ-STATUS           PIC X(02) VALUE '00'.
003050 01  WS-AREA.
003060     05  WS-EXPIRE-LIMIT         PIC 9(3) COMP VALUE 30.
003070     05  WS-TABLE-MAX-ALLOWED    PIC 9(5) COMP VALUE 100.
003080     05  WS-CARRIED-COUNT        PIC 9(5) COMP VALUE ZERO.
003090     05  WS-NEW-REJ-COUNT        PIC 9(5) COMP VALUE ZERO.
003100     05  WS-CARD-COUNT           PIC 9(5) COMP VALUE ZERO.
003110     05  WS-APPLIED-COUNT        PIC 9(5) COMP VALUE ZERO.
003120     05  WS-STILL-COUNT          PIC 9(5) COMP VALUE ZERO.
003130     05  WS-EXPIRED-COUNT        PIC 9(5) COMP VALUE ZERO.
003140     05  WS-ERR-COUNT            PIC 9(5) COMP VALUE ZERO.
003150     05  WS-UNAPPR-COUNT         PIC 9(5) COMP VALUE ZERO.
003160     05  WS-REJ-ANOF-COUNT       PIC 9(5) COMP VALUE ZERO.
003170     05  WS-REJ-ACLS-COUNT       PIC 9(5) COMP VALUE ZERO.
003180     05  WS-REJ-AFRZ-COUNT       PIC 9(5) COMP VALUE ZERO.
003190     05  WS-EDIT-COUNT           PIC ZZZZ9.
003200     05  WS-EDIT-ID              PIC ZZZZ9.
003210     05  WS-EDIT-AGE             PIC ZZ9.
003220     05  WS-EDIT-SLOT            PIC ZZZZ9.
003230     05  WS-REJECT-REASON        PIC X(04) VALUE SPACES.
003240     05  WS-REPAIR-SOURCE        PIC X(03) VALUE SPACES.
003250     05  WS-TC-MAX-ALLOWED       PIC 9(3) COMP VALUE 50.
003260     05  WS-TC-COUNT             PIC 9(3) COMP VALUE ZERO.
003270     05  WS-TC-SUB               PIC 9(3) COMP VALUE ZERO.
003280     05  WS-TC-CODE-TBL OCCURS 50 TIMES
003290                             PIC X(02).
003300     05  WS-WORK-DATE.
003310         10  WS-WORK-CCYY        PIC 9(04).
003320         10  WS-WORK-MM          PIC 9(02).
003330         10  WS-WORK-DD          PIC 9(02).
003340     05  WS-REPAIR-DETAIL        PIC X(80) VALUE SPACES.
003350     05  WS-REPAIR-DETAIL-R REDEFINES WS-REPAIR-DETAIL.
003360         10  WS-RD-REC-TYPE      PIC X(01).
003370         10  WS-RD-ACCT-NO       PIC X(10).
003380         10  WS-RD-TRAN-CODE     PIC X(02).
003390         10  WS-RD-AMOUNT        PIC 9(09)V99.
003400         10  WS-RD-AMOUNT-X REDEFINES WS-RD-AMOUNT
003410                                 PIC X(11).
003420         10  WS-RD-EFF-DATE      PIC 9(08).
003430         10  WS-RD-EFF-DATE-X REDEFINES WS-RD-EFF-DATE
003440                                 PIC X(08).
003450         10  WS-RD-DC-IND        PIC X(01).
003460             88  WS-RD-IS-DEBIT           VALUES ' ' 'D'.
003470             88  WS-RD-IS-CREDIT          VALUE 'C'.
003480         10  FILLER              PIC X(47).
003490     05  WS-SUSP-MAX-ALLOWED     PIC 9(5) COMP VALUE 500.
003500     05  WS-SUSP-COUNT           PIC 9(5) COMP VALUE ZERO.
003510     05  WS-SUSP-SUB             PIC 9(5) COMP VALUE ZERO.
003520     05  WS-SUSP-CUR             PIC 9(5) COMP VALUE ZERO.
003530     05  WS-NEXT-SUSP-ID         PIC 9(5) COMP VALUE 1.
003540     05  WS-SUSP-TBL OCCURS 500 TIMES.
003550         10  WS-SP-ID            PIC 9(5) COMP.
003560         10  WS-SP-REASON        PIC X(04).
003570         10  WS-SP-AGE           PIC 9(3) COMP.
003580         10  WS-SP-SOURCE        PIC X(03).
003590         10  WS-SP-DETAIL        PIC X(80).
003600         10  WS-SP-STATUS        PIC X(01).
003610             88  WS-SP-SUSPENDED          VALUE 'S'.
003620             88  WS-SP-APPLIED            VALUE 'A'.
003630             88  WS-SP-EXPIRED            VALUE 'E'.
003640         10  WS-SP-AGED-THRU     PIC 9(08).
003650         10  WS-SP-ORIGIN        PIC X(01).
003660             88  WS-SP-CARRIED            VALUE 'C'.
003670             88  WS-SP-NEW-TODAY          VALUE 'N'.
003680     05  WS-AS-OF-DATE           PIC 9(08) VALUE ZERO.
003690     05  WS-BUS-DAYS             PIC 9(5) COMP VALUE ZERO.
003700     05  WS-CAL-MAX-ALLOWED      PIC 9(4) COMP VALUE 1000.
003710     05  WS-CAL-COUNT            PIC 9(4) COMP VALUE ZERO.
003720     05  WS-CAL-SUB              PIC 9(4) COMP VALUE ZERO.
003730     05  WS-CAL-TBL OCCURS 1000 TIMES.
003740         10  WS-CL-DATE          PIC 9(08).
003750         10  WS-CL-DAY-TYPE      PIC X(01).
003760             88  WS-CL-BUSINESS-DAY       VALUE 'B'.
003770     05  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
003780     05  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
003790     05  WS-NOTICE-TEXT          PIC X(40) VALUE SPACES.
003800     05  WS-NOTE-SENT-COUNT      PIC 9(5) COMP VALUE ZERO.
003810     05  WS-NOTE-UNSENT-COUNT    PIC 9(5) COMP VALUE ZERO.
003820     05  WS-NOTE-DET-COUNT       PIC 9(7) COMP VALUE ZERO.
003830     05  WS-EDIT-COUNT-2         PIC ZZZZ9.
003840     05  WS-EDIT-COUNT-3         PIC ZZZZ9.
003850     05  WS-NS-MAX-ALLOWED       PIC 9(3) COMP VALUE 50.
003860     05  WS-NS-COUNT             PIC 9(3) COMP VALUE ZERO.
003870     05  WS-NS-SUB               PIC 9(3) COMP VALUE ZERO.
003880     05  WS-NS-CUR               PIC 9(3) COMP VALUE ZERO.
003890     05  WS-NS-TBL OCCURS 50 TIMES.
003900         10  WS-NS-SOURCE        PIC X(03).
003910         10  WS-NS-REGION        PIC X(30).
003920         10  WS-NS-NEW           PIC 9(5) COMP.
003930         10  WS-NS-EXPIRED       PIC 9(5) COMP.
003940 01  WS-REPORT-DATE.
003950     05  WS-RPT-YY               PIC 9(2).
003960     05  WS-RPT-MM               PIC 9(2).
003970     05  WS-RPT-DD               PIC 9(2).
003980 01  WS-REPORT-TIME.
003990     05  WS-RPT-HH               PIC 9(2).
004000     05  WS-RPT-MN               PIC 9(2).
004010     05  WS-RPT-SS               PIC 9(2).
004020     05  WS-RPT-HS               PIC 9(2).
004030 01  WS-SWITCHES.
004040     05  WS-MST-EOF-SW           PIC X(01) VALUE 'N'.
004050         88  WS-MST-AT-EOF                VALUE 'Y'.
004060     05  WS-SUSP-EOF-SW          PIC X(01) VALUE 'N'.
004070         88  WS-SUSP-AT-EOF               VALUE 'Y'.
004080     05  WS-CORR-EOF-SW          PIC X(01) VALUE 'N'.
004090         88  WS-CORR-AT-EOF               VALUE 'Y'.
004100     05  WS-REPAIR-EDIT-SW       PIC X(01) VALUE 'Y'.
004110         88  WS-REPAIR-PASSES-EDIT        VALUE 'Y'.
004120         88  WS-REPAIR-FAILS-EDIT         VALUE 'N'.
004130     05  WS-SLOT-SW              PIC X(01) VALUE 'N'.
004140         88  WS-FREE-SLOT-FOUND           VALUE 'Y'.
004150     05  WS-TC-EOF-SW            PIC X(01) VALUE 'N'.
004160         88  WS-TC-AT-EOF                 VALUE 'Y'.
004170     05  WS-TC-FOUND-SW          PIC X(01) VALUE 'N'.
004180         88  WS-TC-CODE-FOUND             VALUE 'Y'.
004190     05  WS-ACCT-FOUND-SW        PIC X(01) VALUE 'N'.
004200         88  WS-ACCT-ON-MASTER            VALUE 'Y'.
004210     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
004220         88  WS-HIST-AT-EOF               VALUE 'Y'.
004230     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
004240         88  WS-CAL-AT-EOF                VALUE 'Y'.
004250     05  WS-AGE-BASIS-SW         PIC X(01) VALUE 'R'.
004260         88  WS-AGE-BY-CALENDAR           VALUE 'C'.
004270         88  WS-AGE-BY-RUNS               VALUE 'R'.
004280     05  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
004290         88  WS-REG-AT-EOF                VALUE 'Y'.
004300     05  WS-REG-SW               PIC X(01) VALUE 'N'.
004310         88  WS-REGISTRY-LOADED           VALUE 'Y'.
004320     05  WS-NOTICE-SW            PIC X(01) VALUE SPACE.
004330         88  WS-NOTICE-NEW                VALUE 'N'.
004340         88  WS-NOTICE-EXPIRED            VALUE 'E'.
004350         88  WS-NO-NOTICE                 VALUE SPACE.
004360 PROCEDURE DIVISION.
004370*----------------------------------------------------------*
004380* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE RUN.       *
004390*----------------------------------------------------------*
004400 0000-MAINLINE.
004410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004420     PERFORM 2000-APPLY-REPAIRS THRU 2000-EXIT.
004430     PERFORM 3000-AGE-AND-EXPIRE THRU 3000-EXIT
004440         VARYING WS-SUSP-SUB FROM 1 BY 1
004450         UNTIL WS-SUSP-SUB > WS-SUSP-COUNT.
004460     PERFORM 4000-WRITE-NEW-MASTER THRU 4000-EXIT.
004470     PERFORM 5000-WRITE-REJECT-NOTICES THRU 5000-EXIT.
004480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004490     GOBACK.
004500 0000-EXIT.
004510     EXIT.
004520*----------------------------------------------------------*
004530* 1000-INITIALIZE PICKS UP THE EXPIRY PARM AND THE DATE THE  *
004540* RUN AGES THROUGH, SETTLES WHETHER AGING IS BY BUSINESS     *
004550* DAY OR BY RUN, LOADS THE PRIOR SUSPENSE MASTER AND THE     *
004560* DAY'S NEW REJECTS INTO THE WORK TABLE, AND OPENS THE       *
004570* TABLE EXTRACTS THE REPAIRS POST TO.                        *
004580*----------------------------------------------------------*
004590 1000-INITIALIZE.
004600     PERFORM 1100-READ-EXPIRE-PARM THRU 1100-EXIT.
004610     PERFORM 1600-READ-RUN-HISTORY THRU 1600-EXIT.
004620     PERFORM 1700-LOAD-BUSINESS-CALENDAR THRU 1700-EXIT.
004630     IF WS-CAL-COUNT > ZERO
004640        AND WS-AS-OF-DATE > ZERO
004650         IF WS-AS-OF-DATE NOT < WS-CL-DATE(1)
004660            AND WS-AS-OF-DATE NOT > WS-CL-DATE(WS-CAL-COUNT)
004670             SET WS-AGE-BY-CALENDAR TO TRUE
004680         ELSE
004690             DISPLAY 'DL140073W BUSINESS CALENDAR DOES NOT '
004700                     'COVER ' WS-AS-OF-DATE ', AGING BY RUNS'
004710         END-IF
004720     END-IF.
004730     PERFORM 1200-LOAD-PRIOR-MASTER THRU 1200-EXIT.
004740     PERFORM 1300-LOAD-NEW-REJECTS THRU 1300-EXIT.
004750     PERFORM 1400-LOAD-TRAN-CODES THRU 1400-EXIT.
004760     PERFORM 1500-OPEN-ACCOUNT-MASTER THRU 1500-EXIT.
004770     OPEN I-O TBL-OUT-FILE.
004780     IF WS-TBL-STATUS NOT = '00'
004790         DISPLAY 'DL140099E TBL-OUT-FILE OPEN FAILED, STATUS = '
004800                 WS-TBL-STATUS
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF.
004840     OPEN I-O TBL-KEY-FILE.
004850     IF WS-KEY-STATUS NOT = '00'
004860         DISPLAY 'DL140098E TBL-KEY-FILE OPEN FAILED, STATUS = '
004870                 WS-KEY-STATUS
004880         CLOSE TBL-OUT-FILE
004890         MOVE 16 TO RETURN-CODE
004900         STOP RUN
004910     END-IF.
004920     OPEN OUTPUT AUDIT-FILE.
004930     IF WS-AUDIT-STATUS NOT = '00'
004940         DISPLAY 'DL140080E AUDIT-FILE OPEN FAILED, STATUS = '
004950                 WS-AUDIT-STATUS
004960         CLOSE TBL-OUT-FILE
004970         CLOSE TBL-KEY-FILE
004980         MOVE 16 TO RETURN-CODE
004990         STOP RUN
005000     END-IF.
005010 1000-EXIT.
005020     EXIT.
005030*----------------------------------------------------------*
005040* 1100-READ-EXPIRE-PARM READS THE EXPIRE=NNN CONTROL CARD.   *
005050* A MISSING OR UNREADABLE CARD FALLS BACK TO THE DEFAULT     *
005060* EXPIRY WITH A WARNING RATHER THAN STOPPING THE REPAIR RUN. *
005070*----------------------------------------------------------*
005080 1100-READ-EXPIRE-PARM.
005090     OPEN INPUT PARM-FILE.
005100     IF WS-PARM-STATUS NOT = '00'
005110         DISPLAY 'DL140085W NO PARM CARD, EXPIRY DEFAULTS TO '
005120                 WS-EXPIRE-LIMIT
005130     ELSE
005140         READ PARM-FILE
005150             AT END
005160                 DISPLAY 'DL140084W EMPTY PARM CARD, EXPIRY '
005170                         'DEFAULTS TO ' WS-EXPIRE-LIMIT
005180             NOT AT END
005190                 IF PARM-KEYWORD = 'EXPIRE='
005200                    AND PARM-EXPIRE-VALUE NUMERIC
005210                    AND PARM-EXPIRE-VALUE NOT = '000'
005220                     MOVE PARM-EXPIRE-VALUE TO WS-EXPIRE-LIMIT
005230                 ELSE
005240                     DISPLAY 'DL140083W BAD PARM CARD, EXPIRY '
005250                             'DEFAULTS TO ' WS-EXPIRE-LIMIT
005260                 END-IF
005270         END-READ
005280         CLOSE PARM-FILE
005290     END-IF.
005300 1100-EXIT.
005310     EXIT.
005320*----------------------------------------------------------*
005330* 1200-LOAD-PRIOR-MASTER LOADS THE CUMULATIVE SUSPENSE       *
005340* MASTER CARRIED FORWARD FROM THE LAST RUN. NO MASTER YET    *
005350* IS THE NORMAL FIRST-RUN CASE. THE HIGHEST SUSPENSE ID      *
005360* SEEN SETS WHERE NEW REJECTS START NUMBERING.               *
005370*----------------------------------------------------------*
005380 1200-LOAD-PRIOR-MASTER.
005390     OPEN INPUT SUSP-MST-IN-FILE.
005400     IF WS-MSTIN-STATUS NOT = '00'
005410         DISPLAY 'DL140097I NO PRIOR SUSPENSE MASTER, STATUS = '
005420                 WS-MSTIN-STATUS
005430     ELSE
005440         PERFORM 1210-LOAD-ONE-MASTER THRU 1210-EXIT
005450             UNTIL WS-MST-AT-EOF
005460         CLOSE SUSP-MST-IN-FILE
005470     END-IF.
005480 1200-EXIT.
005490     EXIT.
005500 1210-LOAD-ONE-MASTER.
005510     READ SUSP-MST-IN-FILE
005520         AT END SET WS-MST-AT-EOF TO TRUE
005530         NOT AT END
005540             MOVE SUSP-MST-IN-RECORD TO DL100-SM-RECORD
005550             PERFORM 1250-VERIFY-TABLE-ROOM THRU 1250-EXIT
005560             ADD 1 TO WS-SUSP-COUNT
005570             ADD 1 TO WS-CARRIED-COUNT
005580             MOVE DL100-SM-SUSP-ID
005590                 TO WS-SP-ID(WS-SUSP-COUNT)
005600             MOVE DL100-SM-REASON
005610                 TO WS-SP-REASON(WS-SUSP-COUNT)
005620             MOVE DL100-SM-AGE TO WS-SP-AGE(WS-SUSP-COUNT)
005630             MOVE DL100-SM-SOURCE
005640                 TO WS-SP-SOURCE(WS-SUSP-COUNT)
005650             MOVE DL100-SM-DETAIL
005660                 TO WS-SP-DETAIL(WS-SUSP-COUNT)
005670             MOVE 'S' TO WS-SP-STATUS(WS-SUSP-COUNT)
005680             MOVE 'C' TO WS-SP-ORIGIN(WS-SUSP-COUNT)
005690             IF DL100-SM-AGED-THRU NUMERIC
005700                 MOVE DL100-SM-AGED-THRU
005710                     TO WS-SP-AGED-THRU(WS-SUSP-COUNT)
005720             ELSE
005730                 MOVE ZERO TO WS-SP-AGED-THRU(WS-SUSP-COUNT)
005740             END-IF
005750             IF DL100-SM-SUSP-ID NOT < WS-NEXT-SUSP-ID
005760                 ADD 1 DL100-SM-SUSP-ID
005770                     GIVING WS-NEXT-SUSP-ID
005780             END-IF
005790     END-READ.
005800 1210-EXIT.
005810     EXIT.
005820*----------------------------------------------------------*
005830* 1250-VERIFY-TABLE-ROOM ABENDS WHEN THE SUSPENSE WORK       *
005840* TABLE WOULD OVERFLOW, RATHER THAN LETTING THE SUBSCRIPT    *
005850* RUN PAST THE END. A MASTER THAT DEEP MEANS THE EXPIRY      *
005860* SWEEP HAS NOT BEEN RUNNING AND WANTS LOOKING AT.           *
005870*----------------------------------------------------------*
005880 1250-VERIFY-TABLE-ROOM.
005890     IF WS-SUSP-COUNT = WS-SUSP-MAX-ALLOWED
005900         DISPLAY 'DL140095E TOO MANY SUSPENDED RECORDS, MAX = '
005910                 WS-SUSP-MAX-ALLOWED
005920         MOVE 16 TO RETURN-CODE
005930         STOP RUN
005940     END-IF.
005950 1250-EXIT.
005960     EXIT.
005970*----------------------------------------------------------*
005980* 1300-LOAD-NEW-REJECTS FOLDS THE DAY'S REJECTS FROM DL100'S *
005990* SUSPENSE FILE ONTO THE WORK TABLE, EACH WITH A FRESH       *
006000* SUSPENSE ID AND AGE ZERO, AGED THROUGH THE LAST DATE       *
006010* LOADED, AND MARKED NEW FOR THE REJECT NOTICES. THE SOURCE  *
006020* CODE COMES FROM THE FEED GROUP THE DETAIL CAME IN UNDER.   *
006030* NO FILE MEANS NO NEW REJECTS TODAY -- A NORMAL CASE, NOT   *
006040* AN ERROR.                                                  *
006050*----------------------------------------------------------*
006060 1300-LOAD-NEW-REJECTS.
006070     OPEN INPUT SUSP-IN-FILE.
006080     IF WS-SUSPIN-STATUS NOT = '00'
006090         DISPLAY 'DL140096I NO NEW REJECTS FILE, STATUS = '
006100                 WS-SUSPIN-STATUS
006110     ELSE
006120         PERFORM 1310-LOAD-ONE-REJECT THRU 1310-EXIT
006130             UNTIL WS-SUSP-AT-EOF
006140         CLOSE SUSP-IN-FILE
006150     END-IF.
006160 1300-EXIT.
006170     EXIT.
006180 1310-LOAD-ONE-REJECT.
006190     READ SUSP-IN-FILE
006200         AT END SET WS-SUSP-AT-EOF TO TRUE
006210         NOT AT END
006220             PERFORM 1250-VERIFY-TABLE-ROOM THRU 1250-EXIT
006230             ADD 1 TO WS-SUSP-COUNT
006240             ADD 1 TO WS-NEW-REJ-COUNT
006250             MOVE WS-NEXT-SUSP-ID TO WS-SP-ID(WS-SUSP-COUNT)
006260             ADD 1 TO WS-NEXT-SUSP-ID
006270             MOVE SUSP-REASON-CODE
006280                 TO WS-SP-REASON(WS-SUSP-COUNT)
006290             MOVE ZERO TO WS-SP-AGE(WS-SUSP-COUNT)
006300             MOVE SUSP-SOURCE-CODE
006310                 TO WS-SP-SOURCE(WS-SUSP-COUNT)
006320             MOVE SUSP-TRANS-RECORD
006330                 TO WS-SP-DETAIL(WS-SUSP-COUNT)
006340             MOVE 'S' TO WS-SP-STATUS(WS-SUSP-COUNT)
006350             MOVE 'N' TO WS-SP-ORIGIN(WS-SUSP-COUNT)
006360             MOVE WS-AS-OF-DATE
006370                 TO WS-SP-AGED-THRU(WS-SUSP-COUNT)
006380     END-READ.
006390 1310-EXIT.
006400     EXIT.
006410*----------------------------------------------------------*
006420* 1400-LOAD-TRAN-CODES LOADS THE TRANSACTION-CODE MASTER     *
006430* INTO THE IN-STORAGE CODE TABLE THE REPAIR EDIT CHECKS      *
006440* AGAINST, THE SAME WAY DL100 AND DL110 DO. NO MASTER        *
006450* STOPS THE RUN -- RUN DL150 TO BUILD IT FIRST.              *
006460*----------------------------------------------------------*
006470 1400-LOAD-TRAN-CODES.
006480     OPEN INPUT TC-FILE.
006490     IF WS-TC-STATUS NOT = '00'
006500         DISPLAY 'DL140082E TRAN-CODE MASTER OPEN FAILED, '
006510                 'STATUS = ' WS-TC-STATUS
006520         MOVE 16 TO RETURN-CODE
006530         STOP RUN
006540     END-IF.
006550     PERFORM 1410-LOAD-ONE-TRAN-CODE THRU 1410-EXIT
006560         UNTIL WS-TC-AT-EOF.
006570     CLOSE TC-FILE.
006580 1400-EXIT.
006590     EXIT.
006600 1410-LOAD-ONE-TRAN-CODE.
006610     READ TC-FILE
006620         AT END SET WS-TC-AT-EOF TO TRUE
006630         NOT AT END
006640             IF WS-TC-COUNT = WS-TC-MAX-ALLOWED
006650                 DISPLAY 'DL140081E TOO MANY TRANSACTION '
006660                         'CODES, MAX = ' WS-TC-MAX-ALLOWED
006670                 CLOSE TC-FILE
006680                 MOVE 16 TO RETURN-CODE
006690                 STOP RUN
006700             END-IF
006710             ADD 1 TO WS-TC-COUNT
006720             MOVE DL100-TC-CODE TO WS-TC-CODE-TBL(WS-TC-COUNT)
006730     END-READ.
006740 1410-EXIT.
006750     EXIT.
006760*----------------------------------------------------------*
006770* 1500-OPEN-ACCOUNT-MASTER OPENS THE ACCOUNT MASTER FOR THE  *
006780* RANDOM LOOKUP THE REPAIR EDIT MAKES, THE SAME WAY DL100    *
006790* AND DL110 DO. NO MASTER STOPS THE RUN -- RUN DL160 TO      *
006800* BUILD IT FIRST.                                            *
006810*----------------------------------------------------------*
006820 1500-OPEN-ACCOUNT-MASTER.
006830     OPEN INPUT ACCT-FILE.
006840     IF WS-ACCT-STATUS NOT = '00'
006850         DISPLAY 'DL140079E ACCOUNT MASTER OPEN FAILED, '
006860                 'STATUS = ' WS-ACCT-STATUS
006870         MOVE 16 TO RETURN-CODE
006880         STOP RUN
006890     END-IF.
006900 1500-EXIT.
006910     EXIT.
006920*----------------------------------------------------------*
006930* 1600-READ-RUN-HISTORY KEEPS THE BUSINESS DATE OF THE LAST  *
006940* RUNHIST RECORD -- THE LAST DATE LOADED -- AS THE DATE THE  *
006950* SUSPENSE ITEMS ARE AGED THROUGH.                           *
006960*----------------------------------------------------------*
006970 1600-READ-RUN-HISTORY.
006980     OPEN INPUT HIST-FILE.
006990     IF WS-HIST-STATUS NOT = '00'
007000         DISPLAY 'DL140077I NO RUN HISTORY, STATUS = '
007010                 WS-HIST-STATUS ', AGING BY RUNS'
007020     ELSE
007030         PERFORM 1610-READ-ONE-HISTORY THRU 1610-EXIT
007040             UNTIL WS-HIST-AT-EOF
007050         CLOSE HIST-FILE
007060     END-IF.
007070 1600-EXIT.
007080     EXIT.
007090 1610-READ-ONE-HISTORY.
007100     READ HIST-FILE
007110         AT END SET WS-HIST-AT-EOF TO TRUE
007120         NOT AT END
007130             MOVE DL100-RH-BUS-DATE TO WS-AS-OF-DATE
007140     END-READ.
007150 1610-EXIT.
007160     EXIT.
007170*----------------------------------------------------------*
007180* 1700-LOAD-BUSINESS-CALENDAR LOADS THE BUSINESS-DAY         *
007190* CALENDAR. A BAD OR OUT-OF-SEQUENCE DATE STOPS THE RUN; NO  *
007200* CALENDAR FILE MEANS SUSPENSE ITEMS AGE BY RUNS.            *
007210*----------------------------------------------------------*
007220 1700-LOAD-BUSINESS-CALENDAR.
007230     OPEN INPUT CAL-FILE.
007240     IF WS-CAL-STATUS NOT = '00'
007250         DISPLAY 'DL140076I NO BUSINESS CALENDAR, STATUS = '
007260                 WS-CAL-STATUS ', AGING BY RUNS'
007270     ELSE
007280         PERFORM 1710-LOAD-ONE-CALENDAR-DAY THRU 1710-EXIT
007290             UNTIL WS-CAL-AT-EOF
007300         CLOSE CAL-FILE
007310     END-IF.
007320 1700-EXIT.
007330     EXIT.
007340 1710-LOAD-ONE-CALENDAR-DAY.
007350     READ CAL-FILE
007360         AT END
007370             SET WS-CAL-AT-EOF TO TRUE
007380         NOT AT END
007390             IF WS-CAL-COUNT = WS-CAL-MAX-ALLOWED
007400                 DISPLAY 'DL140075E BUSINESS CALENDAR TABLE '
007410                         'FULL, MAX = ' WS-CAL-MAX-ALLOWED
007420                 CLOSE CAL-FILE
007430                 MOVE 16 TO RETURN-CODE
007440                 STOP RUN
007450             END-IF
007460             IF DL100-BC-DATE NOT NUMERIC
007470                OR NOT DL100-BC-VALID-TYPE
007480                OR (WS-CAL-COUNT > ZERO
007490                    AND DL100-BC-DATE
007500                        NOT > WS-CL-DATE(WS-CAL-COUNT))
007510                 DISPLAY 'DL140074E BAD OR OUT-OF-SEQUENCE '
007520                         'CALENDAR RECORD = ' DL100-BC-RECORD
007530                 CLOSE CAL-FILE
007540                 MOVE 16 TO RETURN-CODE
007550                 STOP RUN
007560             END-IF
007570             ADD 1 TO WS-CAL-COUNT
007580             MOVE DL100-BC-DATE TO WS-CL-DATE(WS-CAL-COUNT)
007590             MOVE DL100-BC-DAY-TYPE
007600                 TO WS-CL-DAY-TYPE(WS-CAL-COUNT)
007610     END-READ.
007620 1710-EXIT.
007630     EXIT.
007640*----------------------------------------------------------*
007650* 2000-APPLY-REPAIRS READS THE REPAIR CARDS AND APPLIES EACH *
007660* TO ITS SUSPENDED RECORD. NO CARD FILE AT ALL MEANS A       *
007670* CARRY-FORWARD-ONLY RUN -- AGING AND EXPIRY STILL HAPPEN.   *
007680*----------------------------------------------------------*
007690 2000-APPLY-REPAIRS.
007700     OPEN INPUT CORR-FILE.
007710     IF WS-CORR-STATUS NOT = '00'
007720         DISPLAY 'DL140094I NO REPAIR CARDS, STATUS = '
007730                 WS-CORR-STATUS
007740     ELSE
007750         PERFORM 2100-APPLY-ONE-REPAIR THRU 2100-EXIT
007760             UNTIL WS-CORR-AT-EOF
007770         CLOSE CORR-FILE
007780     END-IF.
007790 2000-EXIT.
007800     EXIT.
007810 2100-APPLY-ONE-REPAIR.
007820     READ CORR-FILE
007830         AT END SET WS-CORR-AT-EOF TO TRUE
007840         NOT AT END
007850             ADD 1 TO WS-CARD-COUNT
007860             PERFORM 2200-ROUTE-REPAIR THRU 2200-EXIT
007870     END-READ.
007880 2100-EXIT.
007890     EXIT.
007900*----------------------------------------------------------*
007910* 2200-ROUTE-REPAIR FINDS THE SUSPENDED RECORD THE CARD IS   *
007920* KEYED TO. A CARD WITHOUT A SECOND OPERATOR'S APPROVAL, A   *
007930* BAD ID, AN UNKNOWN ID, OR ONE ALREADY APPLIED OR EXPIRED   *
007940* THIS RUN IS COUNTED AS AN ERROR AND FLAGGED.               *
007950*----------------------------------------------------------*
007960 2200-ROUTE-REPAIR.
007970     IF CORR-MAKER-ID = SPACES
007980        OR CORR-CHECKER-ID = SPACES
007990        OR CORR-CHECKER-ID = CORR-MAKER-ID
008000         ADD 1 TO WS-ERR-COUNT
008010         ADD 1 TO WS-UNAPPR-COUNT
008020         DISPLAY 'DL140078E REPAIR NOT APPROVED, ID = '
008030                 CORR-SUSP-ID-X ' MAKER = ' CORR-MAKER-ID
008040     ELSE
008050         IF CORR-SUSP-ID-X NOT NUMERIC
008060            OR CORR-SUSP-ID = ZERO
008070             ADD 1 TO WS-ERR-COUNT
008080             DISPLAY 'DL140093E BAD SUSPENSE ID = '
008090                     CORR-SUSP-ID-X
008100         ELSE
008110             MOVE ZERO TO WS-SUSP-CUR
008120             PERFORM 2210-FIND-ONE-SUSP THRU 2210-EXIT
008130                 VARYING WS-SUSP-SUB FROM 1 BY 1
008140                 UNTIL WS-SUSP-SUB > WS-SUSP-COUNT
008150                    OR WS-SUSP-CUR > ZERO
008160             IF WS-SUSP-CUR = ZERO
008170                 ADD 1 TO WS-ERR-COUNT
008180                 DISPLAY 'DL140092E NO SUSPENDED RECORD FOR '
008190                         'ID = ' CORR-SUSP-ID
008200             ELSE
008210                 PERFORM 2300-REPAIR-ONE-ENTRY THRU 2300-EXIT
008220             END-IF
008230         END-IF
008240     END-IF.
008250 2200-EXIT.
008260     EXIT.
008270 2210-FIND-ONE-SUSP.
008280     IF WS-SP-ID(WS-SUSP-SUB) = CORR-SUSP-ID
008290        AND WS-SP-SUSPENDED(WS-SUSP-SUB)
008300         MOVE WS-SUSP-SUB TO WS-SUSP-CUR
008310     END-IF.
008320 2210-EXIT.
008330     EXIT.
008340*----------------------------------------------------------*
008350* 2300-REPAIR-ONE-ENTRY OVERLAYS THE CARD'S NON-BLANK FIELDS *
008360* ONTO THE SUSPENDED DETAIL AND RE-RUNS THE LOAD EDITS. A    *
008370* REPAIR THAT PASSES POSTS TO THE TABLE EXTRACTS; ONE THAT   *
008380* STILL FAILS KEEPS THE CORRECTED FIELDS ON THE MASTER SO    *
008390* THE NEXT CARD ONLY HAS TO FIX WHAT IS STILL WRONG.         *
008400*----------------------------------------------------------*
008410 2300-REPAIR-ONE-ENTRY.
008420     MOVE WS-SP-DETAIL(WS-SUSP-CUR) TO WS-REPAIR-DETAIL.
008430     MOVE WS-SP-SOURCE(WS-SUSP-CUR) TO WS-REPAIR-SOURCE.
008440     IF CORR-ACCT-NO NOT = SPACES
008450         MOVE CORR-ACCT-NO TO WS-RD-ACCT-NO
008460     END-IF.
008470     IF CORR-TRAN-CODE NOT = SPACES
008480         MOVE CORR-TRAN-CODE TO WS-RD-TRAN-CODE
008490     END-IF.
008500     IF CORR-AMOUNT-X NOT = SPACES
008510         MOVE CORR-AMOUNT-X TO WS-RD-AMOUNT-X
008520     END-IF.
008530     IF CORR-EFF-DATE-X NOT = SPACES
008540         MOVE CORR-EFF-DATE-X TO WS-RD-EFF-DATE-X
008550     END-IF.
008560     IF CORR-DC-IND NOT = SPACES
008570         MOVE CORR-DC-IND TO WS-RD-DC-IND
008580     END-IF.
008590     IF CORR-SOURCE NOT = SPACES
008600         MOVE CORR-SOURCE TO WS-REPAIR-SOURCE
008610     END-IF.
008620     MOVE WS-REPAIR-DETAIL TO WS-SP-DETAIL(WS-SUSP-CUR).
008630     MOVE WS-REPAIR-SOURCE TO WS-SP-SOURCE(WS-SUSP-CUR).
008640     PERFORM 3105-EDIT-REPAIR THRU 3105-EXIT.
008650     IF WS-REPAIR-FAILS-EDIT
008660         ADD 1 TO WS-ERR-COUNT
008670         MOVE WS-REJECT-REASON TO WS-SP-REASON(WS-SUSP-CUR)
008680         EVALUATE WS-REJECT-REASON
008690             WHEN 'ANOF'
008700                 ADD 1 TO WS-REJ-ANOF-COUNT
008710             WHEN 'ACLS'
008720                 ADD 1 TO WS-REJ-ACLS-COUNT
008730             WHEN 'AFRZ'
008740                 ADD 1 TO WS-REJ-AFRZ-COUNT
008750         END-EVALUATE
008760         DISPLAY 'DL140091W REPAIR STILL FAILS EDIT '
008770                 WS-REJECT-REASON ' FOR ID = ' CORR-SUSP-ID
008780     ELSE
008790         PERFORM 2400-POST-REPAIRED THRU 2400-EXIT
008800     END-IF.
008810 2300-EXIT.
008820     EXIT.
008830*----------------------------------------------------------*
008840* 2400-POST-REPAIRED POSTS A REPAIRED DETAIL INTO THE FIRST  *
008850* FREE SLOT ON THE TABLE EXTRACT AND MIRRORS IT ONTO THE     *
008860* ACCOUNT-KEYED EXTRACT, THE SAME TWO WRITES THE DAILY LOAD  *
008870* MAKES. THE SLOT SEARCH STAYS WITHIN THE 100-SLOT BOUND     *
008880* THE LOAD AND MAINTENANCE ENFORCE.                          *
008890*----------------------------------------------------------*
008900 2400-POST-REPAIRED.
008910     MOVE 'N' TO WS-SLOT-SW.
008920     PERFORM 2410-TEST-ONE-SLOT THRU 2410-EXIT
008930         VARYING WS-TBL-REL-KEY FROM 1 BY 1
008940         UNTIL WS-TBL-REL-KEY > WS-TABLE-MAX-ALLOWED
008950            OR WS-FREE-SLOT-FOUND.
008960     IF NOT WS-FREE-SLOT-FOUND
008970         ADD 1 TO WS-ERR-COUNT
008980         DISPLAY 'DL140090E NO FREE TABLE SLOT FOR ID = '
008990                 CORR-SUSP-ID
009000     ELSE
009010         SUBTRACT 1 FROM WS-TBL-REL-KEY
009020         MOVE SPACES TO DL100-TBL-ENTRY
009030         MOVE WS-RD-ACCT-NO TO DL100-TBL-ACCT-NO
009040         MOVE WS-RD-TRAN-CODE TO DL100-TBL-TRAN-CODE
009050         MOVE WS-RD-AMOUNT TO DL100-TBL-AMOUNT
009060         IF WS-RD-IS-CREDIT
009070             SUBTRACT WS-RD-AMOUNT FROM ZERO
009080                 GIVING DL100-TBL-AMOUNT
009090         END-IF
009100         MOVE WS-RD-EFF-DATE TO DL100-TBL-EFF-DATE
009110         MOVE WS-REPAIR-SOURCE TO DL100-TBL-SOURCE
009120         WRITE DL100-TBL-RECORD
009130             INVALID KEY
009140                 ADD 1 TO WS-ERR-COUNT
009150                 DISPLAY 'DL140089E ERROR POSTING REPAIRED '
009160                         'ENTRY FOR ID = ' CORR-SUSP-ID
009170             NOT INVALID KEY
009180                 ADD 1 TO WS-APPLIED-COUNT
009190                 MOVE 'A' TO WS-SP-STATUS(WS-SUSP-CUR)
009200                 PERFORM 2500-WRITE-KEYED-ENTRY THRU 2500-EXIT
009210                 PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT
009220         END-WRITE
009230     END-IF.
009240 2400-EXIT.
009250     EXIT.
009260*----------------------------------------------------------*
009270* 2410-TEST-ONE-SLOT PROBES ONE RELATIVE SLOT. A READ THAT   *
009280* COMES BACK INVALID MEANS THE SLOT IS FREE -- THE LOAD'S    *
009290* STALE-TAIL TRIM DELETED IT OR THE DAY NEVER FILLED IT.     *
009300* THE VARYING LEAVES THE KEY ONE PAST THE FREE SLOT, SO THE  *
009310* CALLER BACKS IT OFF BY ONE BEFORE WRITING.                 *
009320*----------------------------------------------------------*
009330 2410-TEST-ONE-SLOT.
009340     READ TBL-OUT-FILE
009350         INVALID KEY
009360             SET WS-FREE-SLOT-FOUND TO TRUE
009370     END-READ.
009380 2410-EXIT.
009390     EXIT.
009400*----------------------------------------------------------*
009410* 2500-WRITE-KEYED-ENTRY MIRRORS THE POSTED ENTRY ONTO THE   *
009420* ACCOUNT-KEYED EXTRACT. A DUPLICATE ACCOUNT REWRITES,       *
009430* MATCHING THE LAST-ENTRY-WINS RULE DL100 AND DL110 APPLY    *
009440* TO THAT FILE.                                              *
009450*----------------------------------------------------------*
009460 2500-WRITE-KEYED-ENTRY.
009470     MOVE DL100-TBL-ACCT-NO TO DL100-KEY-ACCT-NO.
009480     MOVE DL100-TBL-ENTRY TO DL100-KEY-ENTRY.
009490     WRITE DL100-KEY-RECORD
009500         INVALID KEY
009510             REWRITE DL100-KEY-RECORD
009520                 INVALID KEY
009530                     ADD 1 TO WS-ERR-COUNT
009540                     DISPLAY 'DL140088E KEYED MIRROR FAILED '
009550                             'FOR ' DL100-KEY-ACCT-NO
009560             END-REWRITE
009570     END-WRITE.
009580 2500-EXIT.
009590     EXIT.
009600*----------------------------------------------------------*
009610* 2600-WRITE-AUDIT WRITES THE SAME BEFORE/AFTER AUDIT-TRAIL  *
009620* RECORD DL110 WRITES FOR AN ADD -- ACTION A, THE SLOT THE   *
009630* REPAIR POSTED TO, A BLANK BEFORE IMAGE, AND THE POSTED     *
009640* ENTRY -- SO DL600'S COUNT RECONCILIATION SEES A REPAIR     *
009650* THE SAME WAY IT SEES A CORRECTION. THE MAKER, CHECKER, AND *
009660* APPROVAL TIMESTAMP COME OFF THE APPROVED CARD.             *
009670*----------------------------------------------------------*
009680 2600-WRITE-AUDIT.
009690     MOVE SPACES TO AUD-RECORD.
009700     MOVE 'A' TO AUD-ACTION.
009710     MOVE WS-TBL-REL-KEY TO AUD-REL-KEY.
009720     MOVE SPACES TO AUD-BEFORE-IMAGE.
009730     MOVE DL100-TBL-ENTRY TO AUD-AFTER-IMAGE.
009740     MOVE CORR-MAKER-ID TO AUD-MAKER-ID.
009750     MOVE CORR-CHECKER-ID TO AUD-CHECKER-ID.
009760     MOVE CORR-APPR-DATE TO AUD-APPR-DATE.
009770     MOVE CORR-APPR-TIME TO AUD-APPR-TIME.
009780     WRITE AUD-RECORD.
009790 2600-EXIT.
009800     EXIT.
009810*----------------------------------------------------------*
009820* 3105-EDIT-REPAIR APPLIES THE SAME FIELD-LEVEL EDITS TO THE *
009830* REPAIRED DETAIL THAT DL100'S 3105-EDIT-DETAIL APPLIES ON   *
009840* THE DAILY LOAD -- SOURCE IN EFFECT, ACCOUNT PRESENT, TRAN  *
009850* CODE PRESENT AND ON THE MASTER, AMOUNT NUMERIC,            *
009860* EFFECTIVE DATE A REAL DATE, ACCOUNT ON THE ACCOUNT MASTER  *
009870* AND NEITHER CLOSED NOR FROZEN.                             *
009880* THE FIRST EDIT THAT FAILS SETS THE REASON CODE; THE        *
009890* CALLER CHECKS WS-REPAIR-EDIT-SW AFTERWARD.                 *
009900*----------------------------------------------------------*
009910 3105-EDIT-REPAIR.
009920     MOVE 'Y' TO WS-REPAIR-EDIT-SW.
009930     MOVE SPACES TO WS-REJECT-REASON.
009940     PERFORM 3107-FIND-TRAN-CODE THRU 3107-EXIT.
009950     PERFORM 3109-FIND-ACCOUNT THRU 3109-EXIT.
009960     EVALUATE TRUE
009970         WHEN WS-REPAIR-SOURCE = SPACES
009980             MOVE 'N' TO WS-REPAIR-EDIT-SW
009990             MOVE 'SRC ' TO WS-REJECT-REASON
010000         WHEN WS-RD-ACCT-NO = SPACES
010010             MOVE 'N' TO WS-REPAIR-EDIT-SW
010020             MOVE 'ACCT' TO WS-REJECT-REASON
010030         WHEN NOT WS-ACCT-ON-MASTER
010040             MOVE 'N' TO WS-REPAIR-EDIT-SW
010050             MOVE 'ANOF' TO WS-REJECT-REASON
010060         WHEN DL100-AM-CLOSED
010070             MOVE 'N' TO WS-REPAIR-EDIT-SW
010080             MOVE 'ACLS' TO WS-REJECT-REASON
010090         WHEN DL100-AM-FROZEN
010100             MOVE 'N' TO WS-REPAIR-EDIT-SW
010110             MOVE 'AFRZ' TO WS-REJECT-REASON
010120         WHEN WS-RD-TRAN-CODE = SPACES
010130             MOVE 'N' TO WS-REPAIR-EDIT-SW
010140             MOVE 'TRAN' TO WS-REJECT-REASON
010150         WHEN NOT WS-TC-CODE-FOUND
010160             MOVE 'N' TO WS-REPAIR-EDIT-SW
010170             MOVE 'TCDE' TO WS-REJECT-REASON
010180         WHEN WS-RD-AMOUNT-X NOT NUMERIC
010190             MOVE 'N' TO WS-REPAIR-EDIT-SW
010200             MOVE 'AMT ' TO WS-REJECT-REASON
010210         WHEN NOT WS-RD-IS-DEBIT AND NOT WS-RD-IS-CREDIT
010220             MOVE 'N' TO WS-REPAIR-EDIT-SW
010230             MOVE 'AMT ' TO WS-REJECT-REASON
010240         WHEN WS-RD-EFF-DATE-X NOT NUMERIC
010250             MOVE 'N' TO WS-REPAIR-EDIT-SW
010260             MOVE 'DATE' TO WS-REJECT-REASON
010270         WHEN OTHER
010280             MOVE WS-RD-EFF-DATE-X TO WS-WORK-DATE
010290             IF WS-WORK-MM < 01 OR WS-WORK-MM > 12
010300                OR WS-WORK-DD < 01 OR WS-WORK-DD > 31
010310                 MOVE 'N' TO WS-REPAIR-EDIT-SW
010320                 MOVE 'DATE' TO WS-REJECT-REASON
010330             END-IF
010340     END-EVALUATE.
010350 3105-EXIT.
010360     EXIT.
010370*----------------------------------------------------------*
010380* 3107-FIND-TRAN-CODE LOOKS THE REPAIRED DETAIL'S            *
010390* TRANSACTION CODE UP IN THE IN-STORAGE COPY OF THE          *
010400* TRANSACTION-CODE MASTER. THE CALLER'S EDIT TREATS A CODE   *
010410* NOT ON THE MASTER AS STILL SUSPENDED WITH REASON TCDE.     *
010420*----------------------------------------------------------*
010430 3107-FIND-TRAN-CODE.
010440     MOVE 'N' TO WS-TC-FOUND-SW.
010450     PERFORM 3108-MATCH-ONE-CODE THRU 3108-EXIT
010460         VARYING WS-TC-SUB FROM 1 BY 1
010470         UNTIL WS-TC-SUB > WS-TC-COUNT
010480            OR WS-TC-CODE-FOUND.
010490 3107-EXIT.
010500     EXIT.
010510 3108-MATCH-ONE-CODE.
010520     IF WS-TC-CODE-TBL(WS-TC-SUB) = WS-RD-TRAN-CODE
010530         SET WS-TC-CODE-FOUND TO TRUE
010540     END-IF.
010550 3108-EXIT.
010560     EXIT.
010570*----------------------------------------------------------*
010580* 3109-FIND-ACCOUNT READS THE REPAIRED DETAIL'S ACCOUNT FROM *
010590* THE ACCOUNT MASTER. THE CALLER'S EDIT KEEPS AN ACCOUNT NOT *
010600* ON FILE SUSPENDED WITH REASON ANOF AND JUDGES THE STATUS   *
010610* OF ONE THAT IS.                                            *
010620*----------------------------------------------------------*
010630 3109-FIND-ACCOUNT.
010640     MOVE 'N' TO WS-ACCT-FOUND-SW.
010650     IF WS-RD-ACCT-NO NOT = SPACES
010660         MOVE WS-RD-ACCT-NO TO DL100-AM-ACCT-NO
010670         READ ACCT-FILE
010680             INVALID KEY
010690                 CONTINUE
010700             NOT INVALID KEY
010710                 SET WS-ACCT-ON-MASTER TO TRUE
010720         END-READ
010730     END-IF.
010740 3109-EXIT.
010750     EXIT.
010760*----------------------------------------------------------*
010770* 3000-AGE-AND-EXPIRE AGES ONE STILL-SUSPENDED RECORD BY THE *
010780* BUSINESS DAYS ON THE CALENDAR SINCE IT WAS LAST AGED       *
010790* THROUGH (BY ONE RUN WHEN THE CALENDAR CANNOT SAY) AND      *
010800* RETIRES IT AS EXPIRED ONCE IT HAS BEEN CARRIED PAST THE    *
010810* EXPIRY LIMIT, SO THE MASTER CANNOT GROW WITHOUT BOUND ON   *
010820* RECORDS NOBODY IS GOING TO FIX.                            *
010830*----------------------------------------------------------*
010840 3000-AGE-AND-EXPIRE.
010850     IF WS-SP-SUSPENDED(WS-SUSP-SUB)
010860         IF WS-AGE-BY-CALENDAR
010870            AND WS-SP-AGED-THRU(WS-SUSP-SUB) NOT < WS-CL-DATE(1)
010880             MOVE ZERO TO WS-BUS-DAYS
010890             PERFORM 3010-COUNT-ONE-CALENDAR-DAY THRU 3010-EXIT
010900                 VARYING WS-CAL-SUB FROM 1 BY 1
010910                 UNTIL WS-CAL-SUB > WS-CAL-COUNT
010920             ADD WS-BUS-DAYS TO WS-SP-AGE(WS-SUSP-SUB)
010930         ELSE
010940             ADD 1 TO WS-SP-AGE(WS-SUSP-SUB)
010950         END-IF
010960         IF WS-AS-OF-DATE > ZERO
010970             MOVE WS-AS-OF-DATE TO WS-SP-AGED-THRU(WS-SUSP-SUB)
010980         END-IF
010990         IF WS-SP-AGE(WS-SUSP-SUB) > WS-EXPIRE-LIMIT
011000             MOVE 'E' TO WS-SP-STATUS(WS-SUSP-SUB)
011010             ADD 1 TO WS-EXPIRED-COUNT
011020         ELSE
011030             ADD 1 TO WS-STILL-COUNT
011040         END-IF
011050     END-IF.
011060 3000-EXIT.
011070     EXIT.
011080 3010-COUNT-ONE-CALENDAR-DAY.
011090     IF WS-CL-BUSINESS-DAY(WS-CAL-SUB)
011100        AND WS-CL-DATE(WS-CAL-SUB) > WS-SP-AGED-THRU(WS-SUSP-SUB)
011110        AND WS-CL-DATE(WS-CAL-SUB) NOT > WS-AS-OF-DATE
011120         ADD 1 TO WS-BUS-DAYS
011130     END-IF.
011140 3010-EXIT.
011150     EXIT.
011160*----------------------------------------------------------*
011170* 4000-WRITE-NEW-MASTER WRITES THE CARRY-FORWARD MASTER --   *
011180* ONLY THE RECORDS STILL SUSPENDED. APPLIED AND EXPIRED      *
011190* RECORDS DROP OFF HERE AND SURVIVE ONLY ON THE REPORT.      *
011200*----------------------------------------------------------*
011210 4000-WRITE-NEW-MASTER.
011220     OPEN OUTPUT SUSP-MST-OUT-FILE.
011230     IF WS-MSTOUT-STATUS NOT = '00'
011240         DISPLAY 'DL140087E SUSP-MST-OUT-FILE OPEN FAILED, '
011250                 'STATUS = ' WS-MSTOUT-STATUS
011260         CLOSE TBL-OUT-FILE
011270         CLOSE TBL-KEY-FILE
011280         MOVE 16 TO RETURN-CODE
011290         STOP RUN
011300     END-IF.
011310     PERFORM 4100-WRITE-ONE-MASTER THRU 4100-EXIT
011320         VARYING WS-SUSP-SUB FROM 1 BY 1
011330         UNTIL WS-SUSP-SUB > WS-SUSP-COUNT.
011340     CLOSE SUSP-MST-OUT-FILE.
011350 4000-EXIT.
011360     EXIT.
011370 4100-WRITE-ONE-MASTER.
011380     IF WS-SP-SUSPENDED(WS-SUSP-SUB)
011390         MOVE SPACES TO DL100-SM-RECORD
011400         MOVE WS-SP-ID(WS-SUSP-SUB) TO DL100-SM-SUSP-ID
011410         MOVE WS-SP-REASON(WS-SUSP-SUB) TO DL100-SM-REASON
011420         MOVE WS-SP-AGE(WS-SUSP-SUB) TO DL100-SM-AGE
011430         MOVE WS-SP-SOURCE(WS-SUSP-SUB) TO DL100-SM-SOURCE
011440         MOVE WS-SP-DETAIL(WS-SUSP-SUB) TO DL100-SM-DETAIL
011450         MOVE WS-SP-AGED-THRU(WS-SUSP-SUB) TO DL100-SM-AGED-THRU
011460         WRITE DL100-SM-RECORD
011470     END-IF.
011480 4100-EXIT.
011490     EXIT.
011500*----------------------------------------------------------*
011510* 5000-WRITE-REJECT-NOTICES WRITES THE OUTBOUND NOTICE FILE  *
011520* BACK TO THE REGIONS. EACH NEW REJECT STILL IN SUSPENSE AND *
011530* EACH ITEM EXPIRED THIS RUN IS A NOTICE TO THE SOURCE THAT  *
011540* SENT IT. THE FILE CARRIES ONE HEADER/TRAILER GROUP PER     *
011550* SOURCE, THE WAY GLOUT CARRIES ONE PER BUSINESS DATE --     *
011560* EVERY REGISTERED SOURCE GETS ITS GROUP EVEN WITH NOTHING   *
011570* TO REPORT, SO A REGION CAN TELL A CLEAN NIGHT FROM A       *
011580* MISSING FILE.                                              *
011590*----------------------------------------------------------*
011600 5000-WRITE-REJECT-NOTICES.
011610     PERFORM 5100-LOAD-SOURCE-REGISTRY THRU 5100-EXIT.
011620     PERFORM 5200-TALLY-ONE-NOTICE THRU 5200-EXIT
011630         VARYING WS-SUSP-SUB FROM 1 BY 1
011640         UNTIL WS-SUSP-SUB > WS-SUSP-COUNT.
011650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011660     ACCEPT WS-RUN-TIME FROM TIME.
011670     OPEN OUTPUT REJ-FILE.
011680     IF WS-REJ-STATUS NOT = '00'
011690         DISPLAY 'DL140069E REJ-FILE OPEN FAILED, STATUS = '
011700                 WS-REJ-STATUS
011710         CLOSE TBL-OUT-FILE
011720         CLOSE TBL-KEY-FILE
011730         MOVE 16 TO RETURN-CODE
011740         STOP RUN
011750     END-IF.
011760     PERFORM 5300-WRITE-ONE-SOURCE THRU 5300-EXIT
011770         VARYING WS-NS-SUB FROM 1 BY 1
011780         UNTIL WS-NS-SUB > WS-NS-COUNT.
011790     CLOSE REJ-FILE.
011800 5000-EXIT.
011810     EXIT.
011820*----------------------------------------------------------*
011830* 5100-LOAD-SOURCE-REGISTRY SEEDS THE NOTICE SOURCE TABLE    *
011840* FROM THE REGIONAL SOURCE REGISTRY, IN REGISTRY ORDER, WITH *
011850* THE REGISTRY DESCRIPTION AS THE REGION NAME. NO REGISTRY   *
011860* MEANS ONLY SOURCES WITH A NOTICE GET A GROUP, WITH NO      *
011870* REGION NAME.                                               *
011880*----------------------------------------------------------*
011890 5100-LOAD-SOURCE-REGISTRY.
011900     OPEN INPUT REG-FILE.
011910     IF WS-REG-STATUS NOT = '00'
011920         DISPLAY 'DL140072I NO SOURCE REGISTRY, STATUS = '
011930                 WS-REG-STATUS ', REGION NAMES BLANK'
011940     ELSE
011950         SET WS-REGISTRY-LOADED TO TRUE
011960         PERFORM 5110-LOAD-ONE-REGISTERED THRU 5110-EXIT
011970             UNTIL WS-REG-AT-EOF
011980         CLOSE REG-FILE
011990     END-IF.
012000 5100-EXIT.
012010     EXIT.
012020 5110-LOAD-ONE-REGISTERED.
012030     READ REG-FILE
012040         AT END
012050             SET WS-REG-AT-EOF TO TRUE
012060         NOT AT END
012070             IF WS-NS-COUNT = WS-NS-MAX-ALLOWED
012080                 DISPLAY 'DL140071E SOURCE REGISTRY TABLE '
012090                         'FULL, MAX = ' WS-NS-MAX-ALLOWED
012100                 CLOSE REG-FILE
012110                 MOVE 16 TO RETURN-CODE
012120                 STOP RUN
012130             END-IF
012140             ADD 1 TO WS-NS-COUNT
012150             MOVE DL100-SR-CODE TO WS-NS-SOURCE(WS-NS-COUNT)
012160             MOVE DL100-SR-DESC TO WS-NS-REGION(WS-NS-COUNT)
012170             MOVE ZERO TO WS-NS-NEW(WS-NS-COUNT)
012180             MOVE ZERO TO WS-NS-EXPIRED(WS-NS-COUNT)
012190     END-READ.
012200 5110-EXIT.
012210     EXIT.
012220*----------------------------------------------------------*
012230* 5200-TALLY-ONE-NOTICE COUNTS ONE SUSPENSE ITEM'S NOTICE    *
012240* AGAINST ITS SOURCE, ADDING A SOURCE NOT ON THE REGISTRY TO *
012250* THE TABLE THE FIRST TIME IT IS SEEN. AN ITEM WITH NO       *
012260* SOURCE (REJECTED OUTSIDE ANY FEED GROUP, OR CARRIED FROM   *
012270* BEFORE THE SOURCE WAS KEPT) CANNOT BE ROUTED AND IS ONLY   *
012280* COUNTED AS NOT SENT.                                       *
012290*----------------------------------------------------------*
012300 5200-TALLY-ONE-NOTICE.
012310     PERFORM 5210-TEST-NOTICE THRU 5210-EXIT.
012320     IF NOT WS-NO-NOTICE
012330         IF WS-SP-SOURCE(WS-SUSP-SUB) = SPACES
012340            OR WS-SP-SOURCE(WS-SUSP-SUB) = '***'
012350             ADD 1 TO WS-NOTE-UNSENT-COUNT
012360         ELSE
012370             PERFORM 5220-FIND-NOTICE-SOURCE THRU 5220-EXIT
012380             IF WS-NOTICE-NEW
012390                 ADD 1 TO WS-NS-NEW(WS-NS-CUR)
012400             ELSE
012410                 ADD 1 TO WS-NS-EXPIRED(WS-NS-CUR)
012420             END-IF
012430             ADD 1 TO WS-NOTE-SENT-COUNT
012440         END-IF
012450     END-IF.
012460 5200-EXIT.
012470     EXIT.
012480*----------------------------------------------------------*
012490* 5210-TEST-NOTICE DECIDES WHETHER A SUSPENSE ITEM IS A      *
012500* NOTICE: EXPIRED THIS RUN, OR NEW TODAY AND STILL           *
012510* SUSPENDED. A NEW REJECT ALREADY REPAIRED IN THIS RUN HAS   *
012520* POSTED AND MUST NOT BE RESENT, SO IT IS LEFT OFF.          *
012530*----------------------------------------------------------*
012540 5210-TEST-NOTICE.
012550     MOVE SPACE TO WS-NOTICE-SW.
012560     EVALUATE TRUE
012570         WHEN WS-SP-EXPIRED(WS-SUSP-SUB)
012580             SET WS-NOTICE-EXPIRED TO TRUE
012590         WHEN WS-SP-SUSPENDED(WS-SUSP-SUB)
012600          AND WS-SP-NEW-TODAY(WS-SUSP-SUB)
012610             SET WS-NOTICE-NEW TO TRUE
012620         WHEN OTHER
012630             CONTINUE
012640     END-EVALUATE.
012650 5210-EXIT.
012660     EXIT.
012670 5220-FIND-NOTICE-SOURCE.
012680     MOVE ZERO TO WS-NS-CUR.
012690     PERFORM 5230-MATCH-ONE-SOURCE THRU 5230-EXIT
012700         VARYING WS-NS-SUB FROM 1 BY 1
012710         UNTIL WS-NS-SUB > WS-NS-COUNT
012720            OR WS-NS-CUR > ZERO.
012730     IF WS-NS-CUR = ZERO
012740         IF WS-NS-COUNT = WS-NS-MAX-ALLOWED
012750             DISPLAY 'DL140070E TOO MANY NOTICE SOURCES, MAX = '
012760                     WS-NS-MAX-ALLOWED
012770             MOVE 16 TO RETURN-CODE
012780             STOP RUN
012790         END-IF
012800         ADD 1 TO WS-NS-COUNT
012810         MOVE WS-NS-COUNT TO WS-NS-CUR
012820         MOVE WS-SP-SOURCE(WS-SUSP-SUB) TO WS-NS-SOURCE(WS-NS-CUR)
012830         IF WS-REGISTRY-LOADED
012840             MOVE '** NOT ON REGISTRY **'
012850                 TO WS-NS-REGION(WS-NS-CUR)
012860         ELSE
012870             MOVE SPACES TO WS-NS-REGION(WS-NS-CUR)
012880         END-IF
012890         MOVE ZERO TO WS-NS-NEW(WS-NS-CUR)
012900         MOVE ZERO TO WS-NS-EXPIRED(WS-NS-CUR)
012910     END-IF.
012920 5220-EXIT.
012930     EXIT.
012940 5230-MATCH-ONE-SOURCE.
012950     IF WS-NS-SOURCE(WS-NS-SUB) = WS-SP-SOURCE(WS-SUSP-SUB)
012960         MOVE WS-NS-SUB TO WS-NS-CUR
012970     END-IF.
012980 5230-EXIT.
012990     EXIT.
013000*----------------------------------------------------------*
013010* 5300-WRITE-ONE-SOURCE WRITES ONE SOURCE'S NOTICE GROUP --  *
013020* HEADER WITH THE REGION NAME AND BUSINESS DATE, ONE DETAIL  *
013030* PER NOTICE, AND A TRAILER WITH THE NEW-REJECT, EXPIRED,    *
013040* AND DETAIL COUNTS THE REGION BALANCES THE GROUP TO.        *
013050*----------------------------------------------------------*
013060 5300-WRITE-ONE-SOURCE.
013070     MOVE SPACES TO REJ-HEADER-R.
013080     MOVE 'H' TO REJ-HDR-REC-TYPE.
013090     MOVE 'DL100RJ ' TO REJ-HDR-SYSTEM.
013100     MOVE WS-NS-SOURCE(WS-NS-SUB) TO REJ-HDR-SOURCE.
013110     MOVE WS-NS-REGION(WS-NS-SUB) TO REJ-HDR-REGION.
013120     MOVE WS-AS-OF-DATE TO REJ-HDR-BUS-DATE.
013130     MOVE WS-RUN-DATE TO REJ-HDR-RUN-DATE.
013140     MOVE WS-RUN-TIME TO REJ-HDR-RUN-TIME.
013150     WRITE REJ-HEADER-R.
013160     MOVE ZERO TO WS-NOTE-DET-COUNT.
013170     PERFORM 5310-WRITE-ONE-NOTICE THRU 5310-EXIT
013180         VARYING WS-SUSP-SUB FROM 1 BY 1
013190         UNTIL WS-SUSP-SUB > WS-SUSP-COUNT.
013200     MOVE SPACES TO REJ-TRAILER-R.
013210     MOVE 'T' TO REJ-TRL-REC-TYPE.
013220     MOVE WS-NS-SOURCE(WS-NS-SUB) TO REJ-TRL-SOURCE.
013230     MOVE WS-NS-NEW(WS-NS-SUB) TO REJ-TRL-NEW-COUNT.
013240     MOVE WS-NS-EXPIRED(WS-NS-SUB) TO REJ-TRL-EXP-COUNT.
013250     MOVE WS-NOTE-DET-COUNT TO REJ-TRL-REC-COUNT.
013260     WRITE REJ-TRAILER-R.
013270 5300-EXIT.
013280     EXIT.
013290 5310-WRITE-ONE-NOTICE.
013300     PERFORM 5210-TEST-NOTICE THRU 5210-EXIT.
013310     IF NOT WS-NO-NOTICE
013320        AND WS-SP-SOURCE(WS-SUSP-SUB) = WS-NS-SOURCE(WS-NS-SUB)
013330         PERFORM 5320-SET-NOTICE-TEXT THRU 5320-EXIT
013340         MOVE SPACES TO REJ-DETAIL-R
013350         MOVE 'D' TO REJ-DET-REC-TYPE
013360         MOVE WS-NS-SOURCE(WS-NS-SUB) TO REJ-DET-SOURCE
013370         MOVE WS-NOTICE-SW TO REJ-DET-NOTICE-TYPE
013380         MOVE WS-SP-ID(WS-SUSP-SUB) TO REJ-DET-SUSP-ID
013390         MOVE WS-SP-REASON(WS-SUSP-SUB) TO REJ-DET-REASON
013400         MOVE WS-NOTICE-TEXT TO REJ-DET-REASON-TEXT
013410         MOVE WS-SP-AGE(WS-SUSP-SUB) TO REJ-DET-AGE
013420         MOVE WS-SP-DETAIL(WS-SUSP-SUB) TO REJ-DET-DETAIL
013430         WRITE REJ-DETAIL-R
013440         ADD 1 TO WS-NOTE-DET-COUNT
013450     END-IF.
013460 5310-EXIT.
013470     EXIT.
013480*----------------------------------------------------------*
013490* 5320-SET-NOTICE-TEXT PUTS THE REASON CODE INTO WORDS THE   *
013500* REGION CAN ACT ON WITHOUT THE LOAD EDIT LIST IN HAND.      *
013510*----------------------------------------------------------*
013520 5320-SET-NOTICE-TEXT.
013530     EVALUATE WS-SP-REASON(WS-SUSP-SUB)
013540         WHEN 'ACCT'
013550             MOVE 'ACCOUNT NUMBER MISSING' TO WS-NOTICE-TEXT
013560         WHEN 'ANOF'
013570             MOVE 'ACCOUNT NUMBER NOT ON FILE' TO WS-NOTICE-TEXT
013580         WHEN 'ACLS'
013590             MOVE 'ACCOUNT IS CLOSED' TO WS-NOTICE-TEXT
013600         WHEN 'AFRZ'
013610             MOVE 'ACCOUNT IS FROZEN' TO WS-NOTICE-TEXT
013620         WHEN 'TRAN'
013630             MOVE 'TRANSACTION CODE MISSING' TO WS-NOTICE-TEXT
013640         WHEN 'TCDE'
013650             MOVE 'TRANSACTION CODE NOT VALID FOR THIS LOAD'
013660                 TO WS-NOTICE-TEXT
013670         WHEN 'AMT '
013680             MOVE 'AMOUNT OR DEBIT/CREDIT INDICATOR INVALID'
013690                 TO WS-NOTICE-TEXT
013700         WHEN 'DATE'
013710             MOVE 'EFFECTIVE DATE INVALID' TO WS-NOTICE-TEXT
013720         WHEN OTHER
013730             MOVE 'REJECTED BY THE DAILY LOAD EDITS'
013740                 TO WS-NOTICE-TEXT
013750     END-EVALUATE.
013760 5320-EXIT.
013770     EXIT.
013780*----------------------------------------------------------*
013790* 9000-TERMINATE CLOSES THE TABLE EXTRACTS AND WRITES THE    *
013800* REPAIR CONTROL REPORT. ANY ERRORED CARD OR FAILED POST     *
013810* LEAVES A WARNING RETURN CODE FOR THE SCHEDULER.            *
013820*----------------------------------------------------------*
013830 9000-TERMINATE.
013840     CLOSE TBL-OUT-FILE.
013850     CLOSE TBL-KEY-FILE.
013860     CLOSE AUDIT-FILE.
013870     CLOSE ACCT-FILE.
013880     PERFORM 9100-BUILD-CONTROL-RPT THRU 9100-EXIT.
013890     IF WS-ERR-COUNT > ZERO
013900         MOVE 8 TO RETURN-CODE
013910     END-IF.
013920 9000-EXIT.
013930     EXIT.
013940*----------------------------------------------------------*
013950* 9100-BUILD-CONTROL-RPT WRITES THE SUSPENSE REPAIR CONTROL  *
013960* REPORT -- WHAT CAME IN, WHAT THE CARDS DID, AND ONE LINE   *
013970* PER SUSPENSE RECORD SHOWING WHERE IT ENDED UP.             *
013980*----------------------------------------------------------*
013990 9100-BUILD-CONTROL-RPT.
014000     ACCEPT WS-REPORT-DATE FROM DATE.
014010     ACCEPT WS-REPORT-TIME FROM TIME.
014020     OPEN OUTPUT RPT-FILE.
014030     IF WS-RPT-STATUS NOT = '00'
014040         DISPLAY 'DL140086E RPT-FILE OPEN FAILED, STATUS = '
014050                 WS-RPT-STATUS
014060         MOVE 16 TO RETURN-CODE
014070         STOP RUN
014080     END-IF.
014090     MOVE SPACES TO RPT-LINE.
014100     STRING 'DL140 SUSPENSE REPAIR CONTROL REPORT'
014110             DELIMITED BY SIZE INTO RPT-LINE.
014120     WRITE RPT-LINE.
014130     MOVE SPACES TO RPT-LINE.
014140     STRING 'RUN DATE (YYMMDD) : ' WS-REPORT-DATE
014150             '   RUN TIME (HHMMSSHH) : ' WS-REPORT-TIME
014160             DELIMITED BY SIZE INTO RPT-LINE.
014170     WRITE RPT-LINE.
014180     MOVE WS-CARRIED-COUNT TO WS-EDIT-COUNT.
014190     MOVE SPACES TO RPT-LINE.
014200     STRING 'CARRIED FORWARD      : ' WS-EDIT-COUNT
014210             DELIMITED BY SIZE INTO RPT-LINE.
014220     WRITE RPT-LINE.
014230     MOVE WS-NEW-REJ-COUNT TO WS-EDIT-COUNT.
014240     MOVE SPACES TO RPT-LINE.
014250     STRING 'NEW REJECTS TODAY    : ' WS-EDIT-COUNT
014260             DELIMITED BY SIZE INTO RPT-LINE.
014270     WRITE RPT-LINE.
014280     MOVE WS-CARD-COUNT TO WS-EDIT-COUNT.
014290     MOVE SPACES TO RPT-LINE.
014300     STRING 'REPAIR CARDS READ    : ' WS-EDIT-COUNT
014310             DELIMITED BY SIZE INTO RPT-LINE.
014320     WRITE RPT-LINE.
014330     MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
014340     MOVE SPACES TO RPT-LINE.
014350     STRING 'REPAIRS APPLIED      : ' WS-EDIT-COUNT
014360             DELIMITED BY SIZE INTO RPT-LINE.
014370     WRITE RPT-LINE.
014380     MOVE WS-STILL-COUNT TO WS-EDIT-COUNT.
014390     MOVE SPACES TO RPT-LINE.
014400     STRING 'STILL SUSPENDED      : ' WS-EDIT-COUNT
014410             DELIMITED BY SIZE INTO RPT-LINE.
014420     WRITE RPT-LINE.
014430     MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT.
014440     MOVE SPACES TO RPT-LINE.
014450     STRING 'EXPIRED THIS RUN     : ' WS-EDIT-COUNT
014460             DELIMITED BY SIZE INTO RPT-LINE.
014470     WRITE RPT-LINE.
014480     MOVE SPACES TO RPT-LINE.
014490     IF WS-AGE-BY-CALENDAR
014500         STRING 'AGE BASIS            : BUSINESS DAYS THROUGH '
014510                 WS-AS-OF-DATE
014520                 DELIMITED BY SIZE INTO RPT-LINE
014530     ELSE
014540         STRING 'AGE BASIS            : RUNS (NO BUSINESS '
014550                 'CALENDAR IN EFFECT)'
014560                 DELIMITED BY SIZE INTO RPT-LINE
014570     END-IF.
014580     WRITE RPT-LINE.
014590     MOVE WS-ERR-COUNT TO WS-EDIT-COUNT.
014600     MOVE SPACES TO RPT-LINE.
014610     STRING 'CARDS IN ERROR       : ' WS-EDIT-COUNT
014620             DELIMITED BY SIZE INTO RPT-LINE.
014630     WRITE RPT-LINE.
014640     MOVE WS-UNAPPR-COUNT TO WS-EDIT-COUNT.
014650     MOVE SPACES TO RPT-LINE.
014660     STRING '    NOT APPROVED BY A CHECKER     : ' WS-EDIT-COUNT
014670             DELIMITED BY SIZE INTO RPT-LINE.
014680     WRITE RPT-LINE.
014690     MOVE WS-REJ-ANOF-COUNT TO WS-EDIT-COUNT.
014700     MOVE SPACES TO RPT-LINE.
014710     STRING '    ANOF - ACCOUNT NOT ON MASTER  : ' WS-EDIT-COUNT
014720             DELIMITED BY SIZE INTO RPT-LINE.
014730     WRITE RPT-LINE.
014740     MOVE WS-REJ-ACLS-COUNT TO WS-EDIT-COUNT.
014750     MOVE SPACES TO RPT-LINE.
014760     STRING '    ACLS - ACCOUNT CLOSED         : ' WS-EDIT-COUNT
014770             DELIMITED BY SIZE INTO RPT-LINE.
014780     WRITE RPT-LINE.
014790     MOVE WS-REJ-AFRZ-COUNT TO WS-EDIT-COUNT.
014800     MOVE SPACES TO RPT-LINE.
014810     STRING '    AFRZ - ACCOUNT FROZEN         : ' WS-EDIT-COUNT
014820             DELIMITED BY SIZE INTO RPT-LINE.
014830     WRITE RPT-LINE.
014840     MOVE SPACES TO RPT-LINE.
014850     WRITE RPT-LINE.
014860     MOVE SPACES TO RPT-LINE.
014870     STRING 'SUSPENSE DISPOSITION'
014880             DELIMITED BY SIZE INTO RPT-LINE.
014890     WRITE RPT-LINE.
014900     PERFORM 9120-BUILD-ONE-SUSP-LINE THRU 9120-EXIT
014910         VARYING WS-SUSP-SUB FROM 1 BY 1
014920         UNTIL WS-SUSP-SUB > WS-SUSP-COUNT.
014930     PERFORM 9140-BUILD-NOTICE-SUMMARY THRU 9140-EXIT.
014940     CLOSE RPT-FILE.
014950 9100-EXIT.
014960     EXIT.
014970 9120-BUILD-ONE-SUSP-LINE.
014980     MOVE WS-SP-ID(WS-SUSP-SUB) TO WS-EDIT-ID.
014990     MOVE WS-SP-AGE(WS-SUSP-SUB) TO WS-EDIT-AGE.
015000     MOVE WS-SP-DETAIL(WS-SUSP-SUB) TO WS-REPAIR-DETAIL.
015010     MOVE SPACES TO RPT-LINE.
015020     EVALUATE TRUE
015030         WHEN WS-SP-APPLIED(WS-SUSP-SUB)
015040             STRING '    ID ' WS-EDIT-ID
015050                     '  ACCT ' WS-RD-ACCT-NO
015060                     '  AGE ' WS-EDIT-AGE
015070                     '  APPLIED'
015080                     DELIMITED BY SIZE INTO RPT-LINE
015090         WHEN WS-SP-EXPIRED(WS-SUSP-SUB)
015100             STRING '    ID ' WS-EDIT-ID
015110                     '  ACCT ' WS-RD-ACCT-NO
015120                     '  AGE ' WS-EDIT-AGE
015130                     '  EXPIRED (' WS-SP-REASON(WS-SUSP-SUB)
015140                     ')'
015150                     DELIMITED BY SIZE INTO RPT-LINE
015160         WHEN OTHER
015170             STRING '    ID ' WS-EDIT-ID
015180                     '  ACCT ' WS-RD-ACCT-NO
015190                     '  AGE ' WS-EDIT-AGE
015200                     '  SUSPENDED (' WS-SP-REASON(WS-SUSP-SUB)
015210                     ')'
015220                     DELIMITED BY SIZE INTO RPT-LINE
015230     END-EVALUATE.
015240     WRITE RPT-LINE.
015250 9120-EXIT.
015260     EXIT.
015270*----------------------------------------------------------*
015280* 9140-BUILD-NOTICE-SUMMARY SHOWS HOW MANY REJECT NOTICES    *
015290* WENT TO EACH REGION ON THE OUTBOUND FILE, AND HOW MANY     *
015300* COULD NOT BE SENT FOR WANT OF A SOURCE CODE.               *
015310*----------------------------------------------------------*
015320 9140-BUILD-NOTICE-SUMMARY.
015330     MOVE SPACES TO RPT-LINE.
015340     WRITE RPT-LINE.
015350     MOVE SPACES TO RPT-LINE.
015360     STRING 'REJECT NOTICES BY REGION'
015370             DELIMITED BY SIZE INTO RPT-LINE.
015380     WRITE RPT-LINE.
015390     MOVE SPACES TO RPT-LINE.
015400     STRING '    SRC  REGION                        '
015410             '  NEW REJECTS    EXPIRED'
015420             DELIMITED BY SIZE INTO RPT-LINE.
015430     WRITE RPT-LINE.
015440     PERFORM 9150-BUILD-ONE-REGION-LINE THRU 9150-EXIT
015450         VARYING WS-NS-SUB FROM 1 BY 1
015460         UNTIL WS-NS-SUB > WS-NS-COUNT.
015470     MOVE WS-NOTE-SENT-COUNT TO WS-EDIT-COUNT.
015480     MOVE SPACES TO RPT-LINE.
015490     STRING 'NOTICES SENT         : ' WS-EDIT-COUNT
015500             DELIMITED BY SIZE INTO RPT-LINE.
015510     WRITE RPT-LINE.
015520     MOVE WS-NOTE-UNSENT-COUNT TO WS-EDIT-COUNT.
015530     MOVE SPACES TO RPT-LINE.
015540     STRING 'NOT SENT - NO SOURCE : ' WS-EDIT-COUNT
015550             DELIMITED BY SIZE INTO RPT-LINE.
015560     WRITE RPT-LINE.
015570     MOVE WS-NS-COUNT TO WS-EDIT-COUNT.
015580     MOVE SPACES TO RPT-LINE.
015590     STRING 'SOURCE GROUPS WRITTEN: ' WS-EDIT-COUNT
015600             DELIMITED BY SIZE INTO RPT-LINE.
015610     WRITE RPT-LINE.
015620 9140-EXIT.
015630     EXIT.
015640 9150-BUILD-ONE-REGION-LINE.
015650     MOVE WS-NS-NEW(WS-NS-SUB) TO WS-EDIT-COUNT-2.
015660     MOVE WS-NS-EXPIRED(WS-NS-SUB) TO WS-EDIT-COUNT-3.
015670     MOVE SPACES TO RPT-LINE.
015680     STRING '    ' WS-NS-SOURCE(WS-NS-SUB)
015690             '  ' WS-NS-REGION(WS-NS-SUB)
015700             '        ' WS-EDIT-COUNT-2
015710             '      ' WS-EDIT-COUNT-3
015720             DELIMITED BY SIZE INTO RPT-LINE.
015730     WRITE RPT-LINE.
015740 9150-EXIT.
015750     EXIT.
