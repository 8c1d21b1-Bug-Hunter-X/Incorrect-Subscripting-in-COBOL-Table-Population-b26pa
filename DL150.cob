000240*                LISTS THE FULL MASTER AS IT STANDS, SO THE  *
000250*                REPORT IS THE REFERENCE COPY ACCOUNTING     *
000260*                USED TO KEEP BY HAND.                       *
000270*  10/15/26 RGH  EACH CODE NOW CARRIES A HIGH-VALUE HOLD     *
000280*                LIMIT, CARD COLUMNS 45-55 (9 DIGITS AND 2   *
000290*                DECIMALS, NO POINT). BLANK MEANS NO LIMIT;  *
000300*                ANYTHING ELSE NOT NUMERIC FAILS THE CARD. A *
000310*                CHANGE CARD REPLACES THE LIMIT WITH         *
000320*                WHATEVER IT CARRIES, SO A CHANGE SENT BLANK *
000330*                TAKES THE LIMIT OFF. THE MASTER LISTING     *
000340*                SHOWS EACH CODE'S LIMIT.                    *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT MNT-FILE     ASSIGN TO MNTIN
000430                         ORGANIZATION IS SEQUENTIAL
000440                         FILE STATUS IS WS-MNT-STATUS.
000450     SELECT TC-FILE      ASSIGN TO TRANCD
000460                         ORGANIZATION IS INDEXED
000470                         ACCESS MODE IS DYNAMIC
000480                         RECORD KEY IS DL100-TC-CODE
000490                         FILE STATUS IS WS-TC-STATUS.
000500     SELECT RPT-FILE     ASSIGN TO RPTOUT
000510                         ORGANIZATION IS LINE SEQUENTIAL
000520                         FILE STATUS IS WS-RPT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  MNT-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 80 CHARACTERS.
000580 01  MNT-RECORD.
000590     05  MNT-REC-TYPE            PIC X(01).
000600         88  MNT-IS-ADD                   VALUE 'A'.
000610         88  MNT-IS-CHANGE                VALUE 'C'.
000620         88  MNT-IS-DELETE                VALUE 'X'.
000630     05  MNT-CODE                PIC X(02).
000640     05  MNT-DESC                PIC X(30).
000650     05  MNT-DC-IND              PIC X(01).
000660     05  MNT-GL-ACCT             PIC X(10).
000670     05  MNT-HOLD-LIMIT          PIC 9(09)V99.
000680     05  MNT-HOLD-LIMIT-X REDEFINES MNT-HOLD-LIMIT
000690                                 PIC X(11).
000700     05  FILLER                  PIC X(25).
000710 FD  TC-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 60 CHARACTERS.
000740     COPY DL100TC.
000750 FD  RPT-FILE
000760     LABEL RECORDS ARE OMITTED
000770     RECORD CONTAINS 100 CHARACTERS.
000780 01  RPT-LINE                    PIC X(100).
000790 WORKING-STORAGE SECTION.
000800 01  WS-FILE-CONTROLS.
000810     05  WS-MNT-STATUS           PIC X(02) VALUE '00'.
000820     05  WS-TC-STATUS            PIC X(02) VALUE '00'.
000830     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
000840 01  WS-AREA.
000850     05  WS-READ-COUNT           PIC 9(5) COMP VALUE ZERO.
000860     05  WS-ADD-COUNT            PIC 9(5) COMP VALUE ZERO.
000870     05  WS-CHG-COUNT            PIC 9(5) COMP VALUE ZERO.
000880     05  WS-DEL-COUNT            PIC 9(5) COMP VALUE ZERO.
000890     05  WS-ERR-COUNT            PIC 9(5) COMP VALUE ZERO.
000900     05  WS-LIST-COUNT           PIC 9(5) COMP VALUE ZERO.
000910     05  WS-EDIT-COUNT           PIC ZZZZ9.
000920     05  WS-EDIT-LIMIT           PIC ZZZ,ZZZ,ZZ9.99.
000930     05  WS-EDIT-LIMIT-X REDEFINES WS-EDIT-LIMIT
000940                                 PIC X(14).
000950 01  WS-REPORT-DATE.
000960     05  WS-RPT-YY               PIC 9(2).
000970     05  WS-RPT-MM               PIC 9(2).
000980     05  WS-RPT-DD               PIC 9(2).
000990 01  WS-REPORT-TIME.
001000     05  WS-RPT-HH               PIC 9(2).
001010     05  WS-RPT-MN               PIC 9(2).
001020     05  WS-RPT-SS               PIC 9(2).
001030     05  WS-RPT-HS               PIC 9(2).
001040 01  WS-SWITCHES.
001050     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001060         88  WS-EOF-REACHED               VALUE 'Y'.
001070         88  WS-NOT-AT-EOF                VALUE 'N'.
001080     05  WS-LIST-EOF-SW          PIC X(01) VALUE 'N'.
001090         88  WS-LIST-AT-EOF               VALUE 'Y'.
001100     05  WS-MNT-EDIT-SW          PIC X(01) VALUE 'Y'.
001110         88  WS-MNT-PASSES-EDIT           VALUE 'Y'.
001120         88  WS-MNT-FAILS-EDIT            VALUE 'N'.
001130 PROCEDURE DIVISION.
001140*----------------------------------------------------------*
001150* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE RUN.       *
001160*----------------------------------------------------------*
001170 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001190     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
001200             UNTIL WS-EOF-REACHED.
001210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001220     GOBACK.
001230 0000-EXIT.
001240     EXIT.
001250*----------------------------------------------------------*
001260* 1000-INITIALIZE OPENS THE CARD FILE AND THE MASTER. A      *
001270* MASTER NOT YET ON FILE IS CREATED FRESH -- THE NORMAL      *
001280* FIRST-RUN CASE -- AND THEN REOPENED FOR UPDATE.            *
001290*----------------------------------------------------------*
001300 1000-INITIALIZE.
001310     OPEN INPUT MNT-FILE.
001320     IF WS-MNT-STATUS NOT = '00'
001330         DISPLAY 'DL150099E MNT-FILE OPEN FAILED, STATUS = '
001340                 WS-MNT-STATUS
001350         MOVE 16 TO RETURN-CODE
001360         STOP RUN
001370     END-IF.
001380     OPEN I-O TC-FILE.
001390     IF WS-TC-STATUS = '35'
001400         OPEN OUTPUT TC-FILE
001410         CLOSE TC-FILE
001420         OPEN I-O TC-FILE
001430     END-IF.
001440     IF WS-TC-STATUS NOT = '00'
001450         DISPLAY 'DL150098E TC-FILE OPEN FAILED, STATUS = '
001460                 WS-TC-STATUS
001470         CLOSE MNT-FILE
001480         MOVE 16 TO RETURN-CODE
001490         STOP RUN
001500     END-IF.
001510 1000-EXIT.
001520     EXIT.
001530 2100-APPLY-ONE-CARD.
001540     READ MNT-FILE
001550         AT END     SET WS-EOF-REACHED TO TRUE
001560         NOT AT END
001570             ADD 1 TO WS-READ-COUNT
001580             PERFORM 2200-ROUTE-CARD THRU 2200-EXIT
001590     END-READ.
001600 2100-EXIT.
001610     EXIT.
001620*----------------------------------------------------------*
001630* 2200-ROUTE-CARD ROUTES ONE MAINTENANCE CARD BY RECORD      *
001640* TYPE. AN UNRECOGNIZED TYPE OR A BLANK CODE IS COUNTED AS   *
001650* AN ERROR AND FLAGGED.                                      *
001660*----------------------------------------------------------*
001670 2200-ROUTE-CARD.
001680     IF MNT-CODE = SPACES
001690         ADD 1 TO WS-ERR-COUNT
001700         DISPLAY 'DL150097E BLANK TRANSACTION CODE ON CARD'
001710     ELSE
001720         EVALUATE TRUE
001730             WHEN MNT-IS-ADD
001740                 PERFORM 3100-APPLY-ADD THRU 3100-EXIT
001750             WHEN MNT-IS-CHANGE
001760                 PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
001770             WHEN MNT-IS-DELETE
001780                 PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
001790             WHEN OTHER
001800                 ADD 1 TO WS-ERR-COUNT
001810                 DISPLAY 'DL150096E UNRECOGNIZED RECORD TYPE = '
001820                         MNT-REC-TYPE
001830         END-EVALUATE
001840     END-IF.
001850 2200-EXIT.
001860     EXIT.
001870*----------------------------------------------------------*
001880* 3050-EDIT-CARD APPLIES THE FIELD EDITS AN ADD OR CHANGE    *
001890* MUST PASS -- DESCRIPTION PRESENT, INDICATOR D OR C, GL     *
001900* ACCOUNT PRESENT. A CODE WITHOUT ALL THREE IS NO USE TO     *
001910* THE LISTING OR THE GL EXTRACT. A HOLD LIMIT, WHEN GIVEN,   *
001920* MUST BE NUMERIC.                                           *
001930*----------------------------------------------------------*
001940 3050-EDIT-CARD.
001950     MOVE 'Y' TO WS-MNT-EDIT-SW.
001960     EVALUATE TRUE
001970         WHEN MNT-DESC = SPACES
001980             MOVE 'N' TO WS-MNT-EDIT-SW
001990         WHEN MNT-DC-IND NOT = 'D' AND MNT-DC-IND NOT = 'C'
002000             MOVE 'N' TO WS-MNT-EDIT-SW
002010         WHEN MNT-GL-ACCT = SPACES
002020             MOVE 'N' TO WS-MNT-EDIT-SW
002030         WHEN MNT-HOLD-LIMIT-X NOT = SPACES
002040          AND MNT-HOLD-LIMIT-X NOT NUMERIC
002050             MOVE 'N' TO WS-MNT-EDIT-SW
002060     END-EVALUATE.
002070     IF WS-MNT-FAILS-EDIT
002080         ADD 1 TO WS-ERR-COUNT
002090         DISPLAY 'DL150095E CARD FAILS FIELD EDITS, CODE = '
002100                 MNT-CODE
002110     END-IF.
002120 3050-EXIT.
002130     EXIT.
002140 3060-BUILD-TC-RECORD.
002150     MOVE SPACES TO DL100-TC-RECORD.
002160     MOVE MNT-CODE TO DL100-TC-CODE.
002170     MOVE MNT-DESC TO DL100-TC-DESC.
002180     MOVE MNT-DC-IND TO DL100-TC-DC-IND.
002190     MOVE MNT-GL-ACCT TO DL100-TC-GL-ACCT.
002200     IF MNT-HOLD-LIMIT-X = SPACES
002210         MOVE ZERO TO DL100-TC-HOLD-LIMIT
002220     ELSE
002230         MOVE MNT-HOLD-LIMIT TO DL100-TC-HOLD-LIMIT
002240     END-IF.
002250 3060-EXIT.
002260     EXIT.
002270*----------------------------------------------------------*
002280* 3100-APPLY-ADD WRITES A NEW CODE. A CODE ALREADY ON THE    *
002290* MASTER IS AN ERROR -- SEND A CHANGE FOR AN EXISTING CODE.  *
002300*----------------------------------------------------------*
002310 3100-APPLY-ADD.
002320     PERFORM 3050-EDIT-CARD THRU 3050-EXIT.
002330     IF WS-MNT-PASSES-EDIT
002340         PERFORM 3060-BUILD-TC-RECORD THRU 3060-EXIT
002350         WRITE DL100-TC-RECORD
002360             INVALID KEY
002370                 ADD 1 TO WS-ERR-COUNT
002380                 DISPLAY 'DL150094E ADD REJECTED, CODE ALREADY '
002390                         'ON MASTER = ' MNT-CODE
002400             NOT INVALID KEY
002410                 ADD 1 TO WS-ADD-COUNT
002420         END-WRITE
002430     END-IF.
002440 3100-EXIT.
002450     EXIT.
002460*----------------------------------------------------------*
002470* 3200-APPLY-CHANGE REWRITES AN EXISTING CODE FROM THE       *
002480* CARD'S FIELDS.                                             *
002490*----------------------------------------------------------*
002500 3200-APPLY-CHANGE.
002510     PERFORM 3050-EDIT-CARD THRU 3050-EXIT.
002520     IF WS-MNT-PASSES-EDIT
002530         PERFORM 3060-BUILD-TC-RECORD THRU 3060-EXIT
002540         REWRITE DL100-TC-RECORD
002550             INVALID KEY
002560                 ADD 1 TO WS-ERR-COUNT
002570                 DISPLAY 'DL150093E CHANGE TARGET NOT FOUND, '
002580                         'CODE = ' MNT-CODE
002590             NOT INVALID KEY
002600                 ADD 1 TO WS-CHG-COUNT
002610         END-REWRITE
002620     END-IF.
002630 3200-EXIT.
002640     EXIT.
002650*----------------------------------------------------------*
002660* 3300-APPLY-DELETE DROPS A CODE FROM THE MASTER. THE NEXT   *
002670* LOAD WILL SUSPEND ANY DETAIL STILL ARRIVING WITH IT.       *
002680*----------------------------------------------------------*
002690 3300-APPLY-DELETE.
002700     MOVE MNT-CODE TO DL100-TC-CODE.
002710     DELETE TC-FILE
002720         INVALID KEY
002730             ADD 1 TO WS-ERR-COUNT
002740             DISPLAY 'DL150092E DELETE TARGET NOT FOUND, '
002750                     'CODE = ' MNT-CODE
002760         NOT INVALID KEY
002770             ADD 1 TO WS-DEL-COUNT
002780     END-DELETE.
002790 3300-EXIT.
002800     EXIT.
002810*----------------------------------------------------------*
002820* 9000-TERMINATE CLOSES THE FILES AND WRITES THE CONTROL     *
002830* REPORT. ANY ERRORED CARD LEAVES A WARNING RETURN CODE FOR  *
002840* THE SCHEDULER.                                             *
002850*----------------------------------------------------------*
002860 9000-TERMINATE.
002870     CLOSE MNT-FILE.
002880     PERFORM 9100-BUILD-CONTROL-RPT THRU 9100-EXIT.
002890     CLOSE TC-FILE.
002900     IF WS-ERR-COUNT > ZERO
002910         MOVE 8 TO RETURN-CODE
002920     END-IF.
002930 9000-EXIT.
002940     EXIT.
002950*----------------------------------------------------------*
002960* 9100-BUILD-CONTROL-RPT WRITES THE MAINTENANCE COUNTS AND   *
002970* THEN LISTS THE FULL MASTER AS IT NOW STANDS, IN CODE       *
002980* ORDER, AS THE REFERENCE COPY FOR ACCOUNTING.               *
002990*----------------------------------------------------------*
003000 9100-BUILD-CONTROL-RPT.
003010     ACCEPT WS-REPORT-DATE FROM DATE.
003020     ACCEPT WS-REPORT-TIME FROM TIME.
003030     OPEN OUTPUT RPT-FILE.
003040     IF WS-RPT-STATUS NOT = '00'
003050         DISPLAY 'DL150091E RPT-FILE OPEN FAILED, STATUS = '
003060                 WS-RPT-STATUS
003070         MOVE 16 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100     MOVE SPACES TO RPT-LINE.
003110     STRING 'DL150 TRANSACTION-CODE MASTER MAINTENANCE REPORT'
003120             DELIMITED BY SIZE INTO RPT-LINE.
003130     WRITE RPT-LINE.
003140     MOVE SPACES TO RPT-LINE.
003150     STRING 'RUN DATE (YYMMDD) : ' WS-REPORT-DATE
003160             '   RUN TIME (HHMMSSHH) : ' WS-REPORT-TIME
003170             DELIMITED BY SIZE INTO RPT-LINE.
003180     WRITE RPT-LINE.
003190     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
003200     MOVE SPACES TO RPT-LINE.
003210     STRING 'CARDS READ           : ' WS-EDIT-COUNT
003220             DELIMITED BY SIZE INTO RPT-LINE.
003230     WRITE RPT-LINE.
003240     MOVE WS-ADD-COUNT TO WS-EDIT-COUNT.
003250     MOVE SPACES TO RPT-LINE.
003260     STRING 'ADDS APPLIED         : ' WS-EDIT-COUNT
003270             DELIMITED BY SIZE INTO RPT-LINE.
003280     WRITE RPT-LINE.
003290     MOVE WS-CHG-COUNT TO WS-EDIT-COUNT.
003300     MOVE SPACES TO RPT-LINE.
003310     STRING 'CHANGES APPLIED      : ' WS-EDIT-COUNT
003320             DELIMITED BY SIZE INTO RPT-LINE.
003330     WRITE RPT-LINE.
003340     MOVE WS-DEL-COUNT TO WS-EDIT-COUNT.
003350     MOVE SPACES TO RPT-LINE.
003360     STRING 'DELETES APPLIED      : ' WS-EDIT-COUNT
003370             DELIMITED BY SIZE INTO RPT-LINE.
003380     WRITE RPT-LINE.
003390     MOVE WS-ERR-COUNT TO WS-EDIT-COUNT.
003400     MOVE SPACES TO RPT-LINE.
003410     STRING 'CARDS IN ERROR       : ' WS-EDIT-COUNT
003420             DELIMITED BY SIZE INTO RPT-LINE.
003430     WRITE RPT-LINE.
003440     MOVE SPACES TO RPT-LINE.
003450     WRITE RPT-LINE.
003460     MOVE SPACES TO RPT-LINE.
003470     STRING 'MASTER LISTING -- CODE, D/C, GL ACCOUNT, '
003480             'HOLD LIMIT, DESCRIPTION'
003490             DELIMITED BY SIZE INTO RPT-LINE.
003500     WRITE RPT-LINE.
003510     PERFORM 9200-LIST-MASTER THRU 9200-EXIT.
003520     MOVE WS-LIST-COUNT TO WS-EDIT-COUNT.
003530     MOVE SPACES TO RPT-LINE.
003540     STRING 'CODES ON MASTER      : ' WS-EDIT-COUNT
003550             DELIMITED BY SIZE INTO RPT-LINE.
003560     WRITE RPT-LINE.
003570     CLOSE RPT-FILE.
003580 9100-EXIT.
003590     EXIT.
003600*----------------------------------------------------------*
003610* 9200-LIST-MASTER POSITIONS TO THE FIRST CODE AND STREAMS   *
003620* THE MASTER IN KEY ORDER ONTO THE REPORT.                   *
003630*----------------------------------------------------------*
003640 9200-LIST-MASTER.
003650     MOVE LOW-VALUES TO DL100-TC-CODE.
003660     START TC-FILE KEY NOT < DL100-TC-CODE
003670         INVALID KEY
003680             SET WS-LIST-AT-EOF TO TRUE
003690     END-START.
003700     PERFORM 9210-LIST-ONE-CODE THRU 9210-EXIT
003710         UNTIL WS-LIST-AT-EOF.
003720 9200-EXIT.
003730     EXIT.
003740 9210-LIST-ONE-CODE.
003750     READ TC-FILE NEXT RECORD
003760         AT END SET WS-LIST-AT-EOF TO TRUE
003770         NOT AT END
003780             ADD 1 TO WS-LIST-COUNT
003790             IF DL100-TC-HOLD-LIMIT-X NUMERIC
003800                AND DL100-TC-HOLD-LIMIT > ZERO
003810                 MOVE DL100-TC-HOLD-LIMIT TO WS-EDIT-LIMIT
003820             ELSE
003830                 MOVE '      NO LIMIT' TO WS-EDIT-LIMIT-X
003840             END-IF
003850             MOVE SPACES TO RPT-LINE
003860             STRING '    ' DL100-TC-CODE
003870                     '  ' DL100-TC-DC-IND
003880                     '  ' DL100-TC-GL-ACCT
003890                     '  ' WS-EDIT-LIMIT
003900                     '  ' DL100-TC-DESC
003910                     DELIMITED BY SIZE INTO RPT-LINE
003920             WRITE RPT-LINE
003930     END-READ.
003940 9210-EXIT.
003950     EXIT.
