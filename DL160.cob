000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL160.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  DAILY LOAD PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                    *
000090*----------------------------------------------------------*
000100*  DATE     BY   DESCRIPTION                                *
000110*  -------- ---- -------------------------------------------*
000120*  10/15/26 RGH  INITIAL VERSION. MAINTENANCE FOR THE        *
000130*                ACCOUNT MASTER (ACCTMST, COPY DL100AM) THE  *
000140*                LOAD, CORRECTION, AND REPAIR EDITS CHECK    *
000150*                EVERY ACCOUNT AGAINST. READS A CARD FILE    *
000160*                (MNTIN) CARRYING RECORD TYPES A (ADD), C    *
000170*                (CHANGE), AND X (DELETE), EACH KEYED BY THE *
000180*                TEN-BYTE ACCOUNT NUMBER, AND APPLIES THEM   *
000190*                TO THE MASTER IN PLACE. A FIRST RUN CREATES *
000200*                THE MASTER FRESH. ADDS AND CHANGES MUST     *
000210*                CARRY A NAME, A BRANCH, A STATUS OF O, F,   *
000220*                OR C, AND A NUMERIC OPEN DATE; A CLOSED     *
000230*                ACCOUNT MUST ALSO CARRY ITS CLOSE DATE. THE *
000240*                CONTROL REPORT (RPTOUT) SHOWS APPLIED AND   *
000250*                ERROR COUNTS BY ACTION AND THEN LISTS THE   *
000260*                FULL MASTER WITH COUNTS BY STATUS.          *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT MNT-FILE     ASSIGN TO MNTIN
000350                         ORGANIZATION IS SEQUENTIAL
000360                         FILE STATUS IS WS-MNT-STATUS.
000370     SELECT ACCT-FILE    ASSIGN TO ACCTMST
000380                         ORGANIZATION IS INDEXED
000390                         ACCESS MODE IS DYNAMIC
000400                         RECORD KEY IS DL100-AM-ACCT-NO
000410                         FILE STATUS IS WS-ACCT-STATUS.
000420     SELECT RPT-FILE     ASSIGN TO RPTOUT
000430                         ORGANIZATION IS LINE SEQUENTIAL
000440                         FILE STATUS IS WS-RPT-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  MNT-FILE
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 80 CHARACTERS.
000500 01  MNT-RECORD.
000510     05  MNT-REC-TYPE            PIC X(01).
000520         88  MNT-IS-ADD                   VALUE 'A'.
000530         88  MNT-IS-CHANGE                VALUE 'C'.
000540         88  MNT-IS-DELETE                VALUE 'X'.
000550     05  MNT-ACCT-NO             PIC X(10).
000560     05  MNT-NAME                PIC X(30).
000570     05  MNT-BRANCH              PIC X(05).
000580     05  MNT-STATUS              PIC X(01).
000590         88  MNT-STATUS-VALID             VALUES 'O' 'F' 'C'.
000600         88  MNT-STATUS-CLOSED            VALUE 'C'.
000610     05  MNT-OPEN-DATE           PIC 9(08).
000620     05  MNT-OPEN-DATE-X REDEFINES MNT-OPEN-DATE
000630                                 PIC X(08).
000640     05  MNT-CLOSE-DATE          PIC 9(08).
000650     05  MNT-CLOSE-DATE-X REDEFINES MNT-CLOSE-DATE
000660                                 PIC X(08).
000670     05  FILLER                  PIC X(17).
000680 FD  ACCT-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 80 CHARACTERS.
000710     COPY DL100AM.
000720 FD  RPT-FILE
000730     LABEL RECORDS ARE OMITTED
000740     RECORD CONTAINS 100 CHARACTERS.
000750 01  RPT-LINE                    PIC X(100).
000760 WORKING-STORAGE SECTION.
000770 01  WS-FILE-CONTROLS.
000780     05  WS-MNT-STATUS           PIC X(02) VALUE '00'.
000790     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
000800     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
000810 01  WS-AREA.
000820     05  WS-READ-COUNT           PIC 9(5) COMP VALUE ZERO.
000830     05  WS-ADD-COUNT            PIC 9(5) COMP VALUE ZERO.
000840     05  WS-CHG-COUNT            PIC 9(5) COMP VALUE ZERO.
000850     05  WS-DEL-COUNT            PIC 9(5) COMP VALUE ZERO.
000860     05  WS-ERR-COUNT            PIC 9(5) COMP VALUE ZERO.
000870     05  WS-LIST-COUNT           PIC 9(5) COMP VALUE ZERO.
000880     05  WS-LIST-OPEN            PIC 9(5) COMP VALUE ZERO.
000890     05  WS-LIST-FROZEN          PIC 9(5) COMP VALUE ZERO.
000900     05  WS-LIST-CLOSED          PIC 9(5) COMP VALUE ZERO.
000910     05  WS-EDIT-COUNT           PIC ZZZZ9.
000920     05  WS-EDIT-OPEN            PIC ZZZZ9.
000930     05  WS-EDIT-FROZEN          PIC ZZZZ9.
000940     05  WS-EDIT-CLOSED          PIC ZZZZ9.
000950     05  WS-STATUS-WORDS         PIC X(06) VALUE SPACES.
000960 01  WS-REPORT-DATE.
000970     05  WS-RPT-YY               PIC 9(2).
000980     05  WS-RPT-MM               PIC 9(2).
000990     05  WS-RPT-DD               PIC 9(2).
001000 01  WS-REPORT-TIME.
001010     05  WS-RPT-HH               PIC 9(2).
001020     05  WS-RPT-MN               PIC 9(2).
001030     05  WS-RPT-SS               PIC 9(2).
001040     05  WS-RPT-HS               PIC 9(2).
001050 01  WS-SWITCHES.
001060     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
001070         88  WS-EOF-REACHED               VALUE 'Y'.
001080         88  WS-NOT-AT-EOF                VALUE 'N'.
001090     05  WS-LIST-EOF-SW          PIC X(01) VALUE 'N'.
001100         88  WS-LIST-AT-EOF               VALUE 'Y'.
001110     05  WS-MNT-EDIT-SW          PIC X(01) VALUE 'Y'.
001120         88  WS-MNT-PASSES-EDIT           VALUE 'Y'.
001130         88  WS-MNT-FAILS-EDIT            VALUE 'N'.
001140 PROCEDURE DIVISION.
001150*----------------------------------------------------------*
001160* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE RUN.       *
001170*----------------------------------------------------------*
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001200     PERFORM 2100-APPLY-ONE-CARD THRU 2100-EXIT
001210             UNTIL WS-EOF-REACHED.
001220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001230     GOBACK.
001240 0000-EXIT.
001250     EXIT.
001260*----------------------------------------------------------*
001270* 1000-INITIALIZE OPENS THE CARD FILE AND THE MASTER. A      *
001280* MASTER NOT YET ON FILE IS CREATED FRESH -- THE NORMAL      *
001290* FIRST-RUN CASE -- AND THEN REOPENED FOR UPDATE.            *
001300*----------------------------------------------------------*
001310 1000-INITIALIZE.
001320     OPEN INPUT MNT-FILE.
001330     IF WS-MNT-STATUS NOT = '00'
001340         DISPLAY 'DL160099E MNT-FILE OPEN FAILED, STATUS = '
001350                 WS-MNT-STATUS
001360         MOVE 16 TO RETURN-CODE
001370         STOP RUN
001380     END-IF.
001390     OPEN I-O ACCT-FILE.
001400     IF WS-ACCT-STATUS = '35'
001410         OPEN OUTPUT ACCT-FILE
001420         CLOSE ACCT-FILE
001430         OPEN I-O ACCT-FILE
001440     END-IF.
001450     IF WS-ACCT-STATUS NOT = '00'
001460         DISPLAY 'DL160098E ACCT-FILE OPEN FAILED, STATUS = '
001470                 WS-ACCT-STATUS
001480         CLOSE MNT-FILE
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF.
001520 1000-EXIT.
001530     EXIT.
001540 2100-APPLY-ONE-CARD.
001550     READ MNT-FILE
001560         AT END     SET WS-EOF-REACHED TO TRUE
001570         NOT AT END
001580             ADD 1 TO WS-READ-COUNT
001590             PERFORM 2200-ROUTE-CARD THRU 2200-EXIT
001600     END-READ.
001610 2100-EXIT.
001620     EXIT.
001630*----------------------------------------------------------*
001640* 2200-ROUTE-CARD ROUTES ONE MAINTENANCE CARD BY RECORD      *
001650* TYPE. AN UNRECOGNIZED TYPE OR A BLANK ACCOUNT NUMBER IS    *
001660* COUNTED AS AN ERROR AND FLAGGED.                           *
001670*----------------------------------------------------------*
001680 2200-ROUTE-CARD.
001690     IF MNT-ACCT-NO = SPACES
001700         ADD 1 TO WS-ERR-COUNT
001710         DISPLAY 'DL160097E BLANK ACCOUNT NUMBER ON CARD'
001720     ELSE
001730         EVALUATE TRUE
001740             WHEN MNT-IS-ADD
001750                 PERFORM 3100-APPLY-ADD THRU 3100-EXIT
001760             WHEN MNT-IS-CHANGE
001770                 PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
001780             WHEN MNT-IS-DELETE
001790                 PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
001800             WHEN OTHER
001810                 ADD 1 TO WS-ERR-COUNT
001820                 DISPLAY 'DL160096E UNRECOGNIZED RECORD TYPE = '
001830                         MNT-REC-TYPE
001840         END-EVALUATE
001850     END-IF.
001860 2200-EXIT.
001870     EXIT.
001880*----------------------------------------------------------*
001890* 3050-EDIT-CARD APPLIES THE FIELD EDITS AN ADD OR CHANGE    *
001900* MUST PASS -- NAME AND BRANCH PRESENT, STATUS O, F, OR C,   *
001910* OPEN DATE NUMERIC, AND A CLOSE DATE ON A CLOSED ACCOUNT.   *
001920* A BLANK CLOSE DATE ON AN OPEN OR FROZEN ACCOUNT IS HELD    *
001930* AS ZERO.                                                   *
001940*----------------------------------------------------------*
001950 3050-EDIT-CARD.
001960     MOVE 'Y' TO WS-MNT-EDIT-SW.
001970     IF MNT-CLOSE-DATE-X = SPACES
001980         MOVE ZERO TO MNT-CLOSE-DATE
001990     END-IF.
002000     EVALUATE TRUE
002010         WHEN MNT-NAME = SPACES
002020             MOVE 'N' TO WS-MNT-EDIT-SW
002030         WHEN MNT-BRANCH = SPACES
002040             MOVE 'N' TO WS-MNT-EDIT-SW
002050         WHEN NOT MNT-STATUS-VALID
002060             MOVE 'N' TO WS-MNT-EDIT-SW
002070         WHEN MNT-OPEN-DATE-X NOT NUMERIC
002080             MOVE 'N' TO WS-MNT-EDIT-SW
002090         WHEN MNT-CLOSE-DATE-X NOT NUMERIC
002100             MOVE 'N' TO WS-MNT-EDIT-SW
002110         WHEN MNT-STATUS-CLOSED
002120          AND MNT-CLOSE-DATE = ZERO
002130             MOVE 'N' TO WS-MNT-EDIT-SW
002140     END-EVALUATE.
002150     IF WS-MNT-FAILS-EDIT
002160         ADD 1 TO WS-ERR-COUNT
002170         DISPLAY 'DL160095E CARD FAILS FIELD EDITS, ACCOUNT = '
002180                 MNT-ACCT-NO
002190     END-IF.
002200 3050-EXIT.
002210     EXIT.
002220 3060-BUILD-AM-RECORD.
002230     MOVE SPACES TO DL100-AM-RECORD.
002240     MOVE MNT-ACCT-NO TO DL100-AM-ACCT-NO.
002250     MOVE MNT-NAME TO DL100-AM-NAME.
002260     MOVE MNT-BRANCH TO DL100-AM-BRANCH.
002270     MOVE MNT-STATUS TO DL100-AM-STATUS.
002280     MOVE MNT-OPEN-DATE TO DL100-AM-OPEN-DATE.
002290     MOVE MNT-CLOSE-DATE TO DL100-AM-CLOSE-DATE.
002300 3060-EXIT.
002310     EXIT.
002320*----------------------------------------------------------*
002330* 3100-APPLY-ADD WRITES A NEW ACCOUNT. AN ACCOUNT ALREADY ON *
002340* THE MASTER IS AN ERROR -- SEND A CHANGE INSTEAD.           *
002350*----------------------------------------------------------*
002360 3100-APPLY-ADD.
002370     PERFORM 3050-EDIT-CARD THRU 3050-EXIT.
002380     IF WS-MNT-PASSES-EDIT
002390         PERFORM 3060-BUILD-AM-RECORD THRU 3060-EXIT
002400         WRITE DL100-AM-RECORD
002410             INVALID KEY
002420                 ADD 1 TO WS-ERR-COUNT
002430                 DISPLAY 'DL160094E ADD REJECTED, ACCOUNT '
002440                         'ALREADY ON MASTER = ' MNT-ACCT-NO
002450             NOT INVALID KEY
002460                 ADD 1 TO WS-ADD-COUNT
002470         END-WRITE
002480     END-IF.
002490 3100-EXIT.
002500     EXIT.
002510*----------------------------------------------------------*
002520* 3200-APPLY-CHANGE REWRITES AN EXISTING ACCOUNT FROM THE    *
002530* CARD'S FIELDS. FREEZING OR CLOSING AN ACCOUNT IS A CHANGE  *
002540* CARD CARRYING THE NEW STATUS.                              *
002550*----------------------------------------------------------*
002560 3200-APPLY-CHANGE.
002570     PERFORM 3050-EDIT-CARD THRU 3050-EXIT.
002580     IF WS-MNT-PASSES-EDIT
002590         PERFORM 3060-BUILD-AM-RECORD THRU 3060-EXIT
002600         REWRITE DL100-AM-RECORD
002610             INVALID KEY
002620                 ADD 1 TO WS-ERR-COUNT
002630                 DISPLAY 'DL160093E CHANGE TARGET NOT FOUND, '
002640                         'ACCOUNT = ' MNT-ACCT-NO
002650             NOT INVALID KEY
002660                 ADD 1 TO WS-CHG-COUNT
002670         END-REWRITE
002680     END-IF.
002690 3200-EXIT.
002700     EXIT.
002710*----------------------------------------------------------*
002720* 3300-APPLY-DELETE DROPS AN ACCOUNT FROM THE MASTER. THE    *
002730* NEXT LOAD WILL SUSPEND ANY DETAIL STILL ARRIVING FOR IT    *
002740* AS NOT ON FILE -- CLOSE AN ACCOUNT WITH A CHANGE CARD      *
002750* WHEN ITS HISTORY SHOULD STAY NAMED ON THE MASTER.          *
002760*----------------------------------------------------------*
002770 3300-APPLY-DELETE.
002780     MOVE MNT-ACCT-NO TO DL100-AM-ACCT-NO.
002790     DELETE ACCT-FILE
002800         INVALID KEY
002810             ADD 1 TO WS-ERR-COUNT
002820             DISPLAY 'DL160092E DELETE TARGET NOT FOUND, '
002830                     'ACCOUNT = ' MNT-ACCT-NO
002840         NOT INVALID KEY
002850             ADD 1 TO WS-DEL-COUNT
002860     END-DELETE.
002870 3300-EXIT.
002880     EXIT.
002890*----------------------------------------------------------*
002900* 9000-TERMINATE CLOSES THE FILES AND WRITES THE CONTROL     *
002910* REPORT. ANY ERRORED CARD LEAVES A WARNING RETURN CODE FOR  *
002920* THE SCHEDULER.                                             *
002930*----------------------------------------------------------*
002940 9000-TERMINATE.
002950     CLOSE MNT-FILE.
002960     PERFORM 9100-BUILD-CONTROL-RPT THRU 9100-EXIT.
002970     CLOSE ACCT-FILE.
002980     IF WS-ERR-COUNT > ZERO
002990         MOVE 8 TO RETURN-CODE
003000     END-IF.
003010 9000-EXIT.
003020     EXIT.
003030*----------------------------------------------------------*
003040* 9100-BUILD-CONTROL-RPT WRITES THE MAINTENANCE COUNTS AND   *
003050* THEN LISTS THE FULL MASTER AS IT NOW STANDS, IN ACCOUNT    *
003060* ORDER, WITH A COUNT OF ACCOUNTS BY STATUS.                 *
003070*----------------------------------------------------------*
003080 9100-BUILD-CONTROL-RPT.
003090     ACCEPT WS-REPORT-DATE FROM DATE.
003100     ACCEPT WS-REPORT-TIME FROM TIME.
003110     OPEN OUTPUT RPT-FILE.
003120     IF WS-RPT-STATUS NOT = '00'
003130         DISPLAY 'DL160091E RPT-FILE OPEN FAILED, STATUS = '
003140                 WS-RPT-STATUS
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     MOVE SPACES TO RPT-LINE.
003190     STRING 'DL160 ACCOUNT MASTER MAINTENANCE REPORT'
003200             DELIMITED BY SIZE INTO RPT-LINE.
003210     WRITE RPT-LINE.
003220     MOVE SPACES TO RPT-LINE.
003230     STRING 'RUN DATE (YYMMDD) : ' WS-REPORT-DATE
003240             '   RUN TIME (HHMMSSHH) : ' WS-REPORT-TIME
003250             DELIMITED BY SIZE INTO RPT-LINE.
003260     WRITE RPT-LINE.
003270     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
003280     MOVE SPACES TO RPT-LINE.
003290     STRING 'CARDS READ           : ' WS-EDIT-COUNT
003300             DELIMITED BY SIZE INTO RPT-LINE.
003310     WRITE RPT-LINE.
003320     MOVE WS-ADD-COUNT TO WS-EDIT-COUNT.
003330     MOVE SPACES TO RPT-LINE.
003340     STRING 'ADDS APPLIED         : ' WS-EDIT-COUNT
003350             DELIMITED BY SIZE INTO RPT-LINE.
003360     WRITE RPT-LINE.
003370     MOVE WS-CHG-COUNT TO WS-EDIT-COUNT.
003380     MOVE SPACES TO RPT-LINE.
003390     STRING 'CHANGES APPLIED      : ' WS-EDIT-COUNT
003400             DELIMITED BY SIZE INTO RPT-LINE.
003410     WRITE RPT-LINE.
003420     MOVE WS-DEL-COUNT TO WS-EDIT-COUNT.
003430     MOVE SPACES TO RPT-LINE.
003440     STRING 'DELETES APPLIED      : ' WS-EDIT-COUNT
003450             DELIMITED BY SIZE INTO RPT-LINE.
003460     WRITE RPT-LINE.
003470     MOVE WS-ERR-COUNT TO WS-EDIT-COUNT.
003480     MOVE SPACES TO RPT-LINE.
003490     STRING 'CARDS IN ERROR       : ' WS-EDIT-COUNT
003500             DELIMITED BY SIZE INTO RPT-LINE.
003510     WRITE RPT-LINE.
003520     MOVE SPACES TO RPT-LINE.
003530     WRITE RPT-LINE.
003540     MOVE SPACES TO RPT-LINE.
003550     STRING 'MASTER LISTING -- ACCOUNT, STATUS, BRANCH, '
003560             'OPENED, CLOSED, NAME'
003570             DELIMITED BY SIZE INTO RPT-LINE.
003580     WRITE RPT-LINE.
003590     PERFORM 9200-LIST-MASTER THRU 9200-EXIT.
003600     MOVE WS-LIST-COUNT TO WS-EDIT-COUNT.
003610     MOVE WS-LIST-OPEN TO WS-EDIT-OPEN.
003620     MOVE WS-LIST-FROZEN TO WS-EDIT-FROZEN.
003630     MOVE WS-LIST-CLOSED TO WS-EDIT-CLOSED.
003640     MOVE SPACES TO RPT-LINE.
003650     STRING 'ACCOUNTS ON MASTER   : ' WS-EDIT-COUNT
003660             '   OPEN : ' WS-EDIT-OPEN
003670             '   FROZEN : ' WS-EDIT-FROZEN
003680             '   CLOSED : ' WS-EDIT-CLOSED
003690             DELIMITED BY SIZE INTO RPT-LINE.
003700     WRITE RPT-LINE.
003710     CLOSE RPT-FILE.
003720 9100-EXIT.
003730     EXIT.
003740*----------------------------------------------------------*
003750* 9200-LIST-MASTER POSITIONS TO THE FIRST ACCOUNT AND        *
003760* STREAMS THE MASTER IN KEY ORDER ONTO THE REPORT.           *
003770*----------------------------------------------------------*
003780 9200-LIST-MASTER.
003790     MOVE LOW-VALUES TO DL100-AM-ACCT-NO.
003800     START ACCT-FILE KEY NOT < DL100-AM-ACCT-NO
003810         INVALID KEY
003820             SET WS-LIST-AT-EOF TO TRUE
003830     END-START.
003840     PERFORM 9210-LIST-ONE-ACCOUNT THRU 9210-EXIT
003850         UNTIL WS-LIST-AT-EOF.
003860 9200-EXIT.
003870     EXIT.
003880 9210-LIST-ONE-ACCOUNT.
003890     READ ACCT-FILE NEXT RECORD
003900         AT END SET WS-LIST-AT-EOF TO TRUE
003910         NOT AT END
003920             ADD 1 TO WS-LIST-COUNT
003930             EVALUATE TRUE
003940                 WHEN DL100-AM-OPEN
003950                     ADD 1 TO WS-LIST-OPEN
003960                     MOVE 'OPEN  ' TO WS-STATUS-WORDS
003970                 WHEN DL100-AM-FROZEN
003980                     ADD 1 TO WS-LIST-FROZEN
003990                     MOVE 'FROZEN' TO WS-STATUS-WORDS
004000                 WHEN OTHER
004010                     ADD 1 TO WS-LIST-CLOSED
004020                     MOVE 'CLOSED' TO WS-STATUS-WORDS
004030             END-EVALUATE
004040             MOVE SPACES TO RPT-LINE
004050             STRING '    ' DL100-AM-ACCT-NO
004060                     '  ' WS-STATUS-WORDS
004070                     '  ' DL100-AM-BRANCH
004080                     '  ' DL100-AM-OPEN-DATE
004090                     '  ' DL100-AM-CLOSE-DATE
004100                     '  ' DL100-AM-NAME
004110                     DELIMITED BY SIZE INTO RPT-LINE
004120             WRITE RPT-LINE
004130     END-READ.
004140 9210-EXIT.
004150     EXIT.
