000350*                BRANCH'S LIST OF FORTY ACCOUNTS NO LONGER    *
000360*                GETS KEYED IN ONE BY ONE. NO REQUEST FILE    *
000370*                MEANS THE CONSOLE SESSION RUNS AS BEFORE.    *
000380*  10/15/26 RGH  EVERY ANSWER, CONSOLE AND BATCH, NOW CARRIES *
000390*                THE ACCOUNT NAME AND OWNING BRANCH FROM THE  *
000400*                ACCOUNT MASTER (ACCTMST, COPY DL100AM) NEXT  *
000410*                TO THE ACCOUNT NUMBER; THE RESPONSE FILE IS  *
000420*                NOW 150 WIDE TO HOLD THEM. A MISSING MASTER  *
000430*                ONLY WARNS; ANSWERS THEN SHOW BLANK NAMES.   *
000440*----------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT TBL-IN-FILE  ASSIGN TO TBLOUT
000520                         ORGANIZATION IS RELATIVE
000530                         ACCESS MODE IS DYNAMIC
000540                         RELATIVE KEY IS WS-TBL-REL-KEY
000550                         FILE STATUS IS WS-TBL-STATUS.
000560     SELECT TBL-KEY-FILE ASSIGN TO TBLIDX
000570                         ORGANIZATION IS INDEXED
000580                         ACCESS MODE IS RANDOM
000590                         RECORD KEY IS DL100-KEY-ACCT-NO
000600                         FILE STATUS IS WS-KEY-STATUS.
000610     SELECT REQ-FILE     ASSIGN TO REQIN
000620                         ORGANIZATION IS SEQUENTIAL
000630                         FILE STATUS IS WS-REQ-STATUS.
000640     SELECT RSP-FILE     ASSIGN TO RSPOUT
000650                         ORGANIZATION IS LINE SEQUENTIAL
000660                         FILE STATUS IS WS-RSP-STATUS.
000670     SELECT ACCT-FILE    ASSIGN TO ACCTMST
000680                         ORGANIZATION IS INDEXED
000690                         ACCESS MODE IS RANDOM
000700                         RECORD KEY IS DL100-AM-ACCT-NO
000710                         FILE STATUS IS WS-ACCT-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  TBL-IN-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770     COPY DL100TR.
000780 FD  TBL-KEY-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 90 CHARACTERS.
000810     COPY DL100TK.
000820 FD  REQ-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  REQ-RECORD.
000860     05  REQ-TYPE                PIC X(01).
000870         88  REQ-BY-RECNO                 VALUE 'R'.
000880         88  REQ-BY-ACCT                  VALUE 'A'.
000890     05  REQ-RECNO               PIC 9(05).
000900     05  REQ-RECNO-X REDEFINES REQ-RECNO
000910                                 PIC X(05).
000920     05  REQ-ACCT-NO             PIC X(10).
000930     05  FILLER                  PIC X(64).
000940 FD  RSP-FILE
000950     LABEL RECORDS ARE OMITTED
000960     RECORD CONTAINS 150 CHARACTERS.
000970 01  RSP-LINE                    PIC X(150).
000980 FD  ACCT-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 80 CHARACTERS.
001010     COPY DL100AM.
001020 WORKING-STORAGE SECTION.
001030 01  WS-FILE-CONTROLS.
001040     05  WS-TBL-REL-KEY          PIC 9(5) COMP VALUE ZERO.
001050     05  WS-TBL-STATUS           PIC X(02) VALUE '00'.
001060     05  WS-KEY-STATUS           PIC X(02) VALUE '00'.
001070     05  WS-REQ-STATUS           PIC X(02) VALUE '00'.
001080     05  WS-RSP-STATUS           PIC X(02) VALUE '00'.
001090     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
001100 01  WS-AREA.
001110     05  WS-INQUIRY-RECNO        PIC 9(5) VALUE ZERO.
001120     05  WS-INQUIRY-ACCT         PIC X(10) VALUE SPACES.
001130     05  WS-REQ-COUNT            PIC 9(5) COMP VALUE ZERO.
001140     05  WS-FOUND-COUNT          PIC 9(5) COMP VALUE ZERO.
001150     05  WS-NOTFND-COUNT         PIC 9(5) COMP VALUE ZERO.
001160     05  WS-BADREQ-COUNT         PIC 9(5) COMP VALUE ZERO.
001170     05  WS-EDIT-COUNT           PIC ZZZZ9.
001180     05  WS-EDIT-RECNO           PIC 9(5).
001190     05  WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
001200     05  WS-RSP-KEYTEXT          PIC X(14) VALUE SPACES.
001210     05  WS-NAME-ACCT            PIC X(10) VALUE SPACES.
001220     05  WS-ACCT-NAME            PIC X(30) VALUE SPACES.
001230     05  WS-ACCT-BRANCH          PIC X(05) VALUE SPACES.
001240     05  WS-ENTRY-WORK           PIC X(80) VALUE SPACES.
001250     05  WS-ENTRY-WORK-R REDEFINES WS-ENTRY-WORK.
001260         10  WS-EW-ACCT-NO       PIC X(10).
001270         10  WS-EW-TRAN-CODE     PIC X(02).
001280         10  WS-EW-AMOUNT        PIC S9(09)V99.
001290         10  WS-EW-EFF-DATE      PIC 9(08).
001300         10  WS-EW-SOURCE        PIC X(03).
001310         10  FILLER              PIC X(46).
001320 01  WS-SWITCHES.
001330     05  WS-DONE-SW              PIC X(01) VALUE 'N'.
001340         88  WS-DONE-INQUIRING            VALUE 'Y'.
001350     05  WS-INQ-TYPE             PIC X(01) VALUE SPACE.
001360         88  WS-INQ-BY-RECNO              VALUE 'R'.
001370         88  WS-INQ-BY-ACCT               VALUE 'A'.
001380         88  WS-INQ-EXIT                  VALUE 'X'.
001390     05  WS-MODE-SW              PIC X(01) VALUE 'C'.
001400         88  WS-CONSOLE-MODE              VALUE 'C'.
001410         88  WS-BATCH-MODE                VALUE 'B'.
001420     05  WS-REQ-EOF-SW           PIC X(01) VALUE 'N'.
001430         88  WS-REQ-AT-EOF                VALUE 'Y'.
001440     05  WS-LOOKUP-SW            PIC X(01) VALUE 'N'.
001450         88  WS-LOOKUP-FOUND              VALUE 'Y'.
001460     05  WS-ACCT-OPEN-SW         PIC X(01) VALUE 'N'.
001470         88  WS-ACCT-MASTER-OPEN          VALUE 'Y'.
001480 PROCEDURE DIVISION.
001490*----------------------------------------------------------*
001500* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE INQUIRY     *
001510* SESSION.                                                   *
001520*----------------------------------------------------------*
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001550     IF WS-BATCH-MODE
001560         PERFORM 3000-PROCESS-ONE-REQUEST THRU 3000-EXIT
001570                 UNTIL WS-REQ-AT-EOF
001580         PERFORM 3900-WRITE-RSP-TOTALS THRU 3900-EXIT
001590     ELSE
001600         PERFORM 2000-PROCESS-ONE-INQUIRY THRU 2000-EXIT
001610                 UNTIL WS-DONE-INQUIRING
001620     END-IF.
001630     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001640     GOBACK.
001650 0000-EXIT.
001660     EXIT.
001670*----------------------------------------------------------*
001680* 1000-INITIALIZE OPENS THE SLOT-NUMBER AND ACCOUNT-KEYED    *
001690* EXTRACTS FOR RANDOM READ.                                  *
001700*----------------------------------------------------------*
001710 1000-INITIALIZE.
001720     OPEN INPUT TBL-IN-FILE.
001730     IF WS-TBL-STATUS NOT = '00'
001740         DISPLAY 'DL300099E TBL-IN-FILE OPEN FAILED, STATUS = '
001750                 WS-TBL-STATUS
001760         MOVE 16 TO RETURN-CODE
001770         STOP RUN
001780     END-IF.
001790     OPEN INPUT TBL-KEY-FILE.
001800     IF WS-KEY-STATUS NOT = '00'
001810         DISPLAY 'DL300094E TBL-KEY-FILE OPEN FAILED, STATUS = '
001820                 WS-KEY-STATUS
001830         CLOSE TBL-IN-FILE
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF.
001870     PERFORM 1200-OPEN-ACCOUNT-MASTER THRU 1200-EXIT.
001880     PERFORM 1100-CHECK-REQUEST-FILE THRU 1100-EXIT.
001890     IF WS-CONSOLE-MODE
001900         DISPLAY 'DL300 ONLINE TABLE INQUIRY'
001910     END-IF.
001920 1000-EXIT.
001930     EXIT.
001940*----------------------------------------------------------*
001950* 1100-CHECK-REQUEST-FILE DECIDES THE MODE OF THE RUN. A     *
001960* READABLE REQUEST FILE MEANS BATCH -- EVERY REQUEST IS      *
001970* ANSWERED ON THE RESPONSE FILE. NO REQUEST FILE IS THE      *
001980* NORMAL AD-HOC CASE AND THE CONSOLE SESSION RUNS AS         *
001990* BEFORE.                                                    *
002000*----------------------------------------------------------*
002010 1100-CHECK-REQUEST-FILE.
002020     OPEN INPUT REQ-FILE.
002030     IF WS-REQ-STATUS = '00'
002040         SET WS-BATCH-MODE TO TRUE
002050         DISPLAY 'DL300091I BATCH REQUEST MODE'
002060         OPEN OUTPUT RSP-FILE
002070         IF WS-RSP-STATUS NOT = '00'
002080             DISPLAY 'DL300090E RSP-FILE OPEN FAILED, '
002090                     'STATUS = ' WS-RSP-STATUS
002100             CLOSE TBL-IN-FILE
002110             CLOSE TBL-KEY-FILE
002120             CLOSE REQ-FILE
002130             MOVE 16 TO RETURN-CODE
002140             STOP RUN
002150         END-IF
002160     END-IF.
002170 1100-EXIT.
002180     EXIT.
002190*----------------------------------------------------------*
002200* 1200-OPEN-ACCOUNT-MASTER OPENS THE ACCOUNT MASTER FOR THE  *
002210* NAME AND BRANCH ON EACH ANSWER. A MISSING MASTER ONLY      *
002220* WARNS -- THE INQUIRY STILL ANSWERS, WITH BLANK NAMES,      *
002230* UNTIL DL160 HAS BUILT THE MASTER.                          *
002240*----------------------------------------------------------*
002250 1200-OPEN-ACCOUNT-MASTER.
002260     OPEN INPUT ACCT-FILE.
002270     IF WS-ACCT-STATUS NOT = '00'
002280         DISPLAY 'DL300089W NO ACCOUNT MASTER, STATUS = '
002290                 WS-ACCT-STATUS ', NAMES BLANK'
002300     ELSE
002310         SET WS-ACCT-MASTER-OPEN TO TRUE
002320     END-IF.
002330 1200-EXIT.
002340     EXIT.
002350*----------------------------------------------------------*
002360* 2000-PROCESS-ONE-INQUIRY ASKS FOR THE INQUIRY TYPE, THEN    *
002370* PROMPTS FOR A RECORD NUMBER OR AN ACCOUNT NUMBER AND READS  *
002380* THE MATCHING EXTRACT. ENTERING X ENDS THE SESSION.          *
002390*----------------------------------------------------------*
002400 2000-PROCESS-ONE-INQUIRY.
002410     DISPLAY 'ENTER INQUIRY TYPE (R=RECNO, A=ACCOUNT, '
002420             'X=EXIT): '.
002430     ACCEPT WS-INQ-TYPE FROM CONSOLE.
002440     EVALUATE TRUE
002450         WHEN WS-INQ-EXIT
002460             SET WS-DONE-INQUIRING TO TRUE
002470         WHEN WS-INQ-BY-RECNO
002480             DISPLAY 'ENTER RECORD NUMBER (0 TO EXIT): '
002490             ACCEPT WS-INQUIRY-RECNO FROM CONSOLE
002500             IF WS-INQUIRY-RECNO = ZERO
002510                 SET WS-DONE-INQUIRING TO TRUE
002520             ELSE
002530                 PERFORM 2100-DISPLAY-ENTRY THRU 2100-EXIT
002540             END-IF
002550         WHEN WS-INQ-BY-ACCT
002560             DISPLAY 'ENTER ACCOUNT NUMBER: '
002570             ACCEPT WS-INQUIRY-ACCT FROM CONSOLE
002580             PERFORM 2200-DISPLAY-BY-ACCT THRU 2200-EXIT
002590         WHEN OTHER
002600             DISPLAY 'DL300093W UNRECOGNIZED INQUIRY TYPE = '
002610                     WS-INQ-TYPE
002620     END-EVALUATE.
002630 2000-EXIT.
002640     EXIT.
002650 2100-DISPLAY-ENTRY.
002660     MOVE WS-INQUIRY-RECNO TO WS-TBL-REL-KEY.
002670     READ TBL-IN-FILE
002680         INVALID KEY
002690             DISPLAY 'DL300095W NO ENTRY FOR RECORD NUMBER '
002700                     WS-INQUIRY-RECNO
002710         NOT INVALID KEY
002720             DISPLAY 'RECORD ' WS-INQUIRY-RECNO ' : '
002730                     DL100-TBL-ENTRY
002740             MOVE DL100-TBL-ACCT-NO TO WS-NAME-ACCT
002750             PERFORM 2300-FIND-ACCT-NAME THRU 2300-EXIT
002760             DISPLAY '  ACCOUNT ' WS-NAME-ACCT ' ' WS-ACCT-NAME
002770                     ' BRANCH ' WS-ACCT-BRANCH
002780     END-READ.
002790 2100-EXIT.
002800     EXIT.
002810*----------------------------------------------------------*
002820* 2200-DISPLAY-BY-ACCT READS THE ACCOUNT-KEYED EXTRACT       *
002830* DIRECTLY BY ACCOUNT NUMBER -- THE QUESTION THE BUSINESS    *
002840* ACTUALLY ASKS -- WITHOUT A FULL DL200 LISTING.             *
002850*----------------------------------------------------------*
002860 2200-DISPLAY-BY-ACCT.
002870     MOVE WS-INQUIRY-ACCT TO DL100-KEY-ACCT-NO.
002880     READ TBL-KEY-FILE
002890         INVALID KEY
002900             DISPLAY 'DL300092W NO ENTRY FOR ACCOUNT '
002910                     WS-INQUIRY-ACCT
002920         NOT INVALID KEY
002930             DISPLAY 'ACCOUNT ' DL100-KEY-ACCT-NO ' : '
002940                     DL100-KEY-ENTRY
002950             MOVE DL100-KEY-ACCT-NO TO WS-NAME-ACCT
002960             PERFORM 2300-FIND-ACCT-NAME THRU 2300-EXIT
002970             DISPLAY '  ACCOUNT ' WS-NAME-ACCT ' ' WS-ACCT-NAME
002980                     ' BRANCH ' WS-ACCT-BRANCH
002990     END-READ.
003000 2200-EXIT.
003010     EXIT.
003020*----------------------------------------------------------*
003030* 2300-FIND-ACCT-NAME LOOKS WS-NAME-ACCT UP ON THE ACCOUNT   *
003040* MASTER FOR ITS NAME AND BRANCH. AN ACCOUNT NOT ON THE      *
003050* MASTER IS FLAGGED IN THE NAME ITSELF. SHARED BY THE        *
003060* CONSOLE AND BATCH ANSWERS.                                 *
003070*----------------------------------------------------------*
003080 2300-FIND-ACCT-NAME.
003090     MOVE SPACES TO WS-ACCT-NAME.
003100     MOVE SPACES TO WS-ACCT-BRANCH.
003110     IF WS-ACCT-MASTER-OPEN
003120         MOVE WS-NAME-ACCT TO DL100-AM-ACCT-NO
003130         READ ACCT-FILE
003140             INVALID KEY
003150                 MOVE '** NOT ON MASTER **' TO WS-ACCT-NAME
003160             NOT INVALID KEY
003170                 MOVE DL100-AM-NAME TO WS-ACCT-NAME
003180                 MOVE DL100-AM-BRANCH TO WS-ACCT-BRANCH
003190         END-READ
003200     END-IF.
003210 2300-EXIT.
003220     EXIT.
003230*----------------------------------------------------------*
003240* 3000-PROCESS-ONE-REQUEST READS THE NEXT BATCH REQUEST AND   *
003250* ROUTES IT. BOTH LOOKUPS ARE THE SAME ONES THE CONSOLE       *
003260* SESSION RUNS -- ONLY THE ANSWER GOES TO THE RESPONSE FILE   *
003270* INSTEAD OF THE SCREEN.                                      *
003280*----------------------------------------------------------*
003290 3000-PROCESS-ONE-REQUEST.
003300     READ REQ-FILE
003310         AT END SET WS-REQ-AT-EOF TO TRUE
003320         NOT AT END
003330             ADD 1 TO WS-REQ-COUNT
003340             PERFORM 3100-ROUTE-REQUEST THRU 3100-EXIT
003350     END-READ.
003360 3000-EXIT.
003370     EXIT.
003380 3100-ROUTE-REQUEST.
003390     EVALUATE TRUE
003400         WHEN REQ-BY-RECNO
003410          AND REQ-RECNO-X NUMERIC
003420          AND REQ-RECNO > ZERO
003430             PERFORM 3200-ANSWER-BY-RECNO THRU 3200-EXIT
003440         WHEN REQ-BY-ACCT
003450          AND REQ-ACCT-NO NOT = SPACES
003460             PERFORM 3300-ANSWER-BY-ACCT THRU 3300-EXIT
003470         WHEN OTHER
003480             ADD 1 TO WS-BADREQ-COUNT
003490             MOVE SPACES TO RSP-LINE
003500             STRING '** BAD REQUEST ** ' REQ-TYPE ' '
003510                     REQ-RECNO-X ' ' REQ-ACCT-NO
003520                     DELIMITED BY SIZE INTO RSP-LINE
003530             WRITE RSP-LINE
003540     END-EVALUATE.
003550 3100-EXIT.
003560     EXIT.
003570 3200-ANSWER-BY-RECNO.
003580     MOVE REQ-RECNO TO WS-TBL-REL-KEY.
003590     MOVE REQ-RECNO TO WS-EDIT-RECNO.
003600     MOVE SPACES TO WS-RSP-KEYTEXT.
003610     STRING 'R ' WS-EDIT-RECNO
003620             DELIMITED BY SIZE INTO WS-RSP-KEYTEXT.
003630     MOVE 'N' TO WS-LOOKUP-SW.
003640     READ TBL-IN-FILE
003650         INVALID KEY
003660             CONTINUE
003670         NOT INVALID KEY
003680             SET WS-LOOKUP-FOUND TO TRUE
003690             MOVE DL100-TBL-ENTRY TO WS-ENTRY-WORK
003700     END-READ.
003710     PERFORM 3400-WRITE-RESPONSE THRU 3400-EXIT.
003720 3200-EXIT.
003730     EXIT.
003740 3300-ANSWER-BY-ACCT.
003750     MOVE REQ-ACCT-NO TO DL100-KEY-ACCT-NO.
003760     MOVE SPACES TO WS-RSP-KEYTEXT.
003770     STRING 'A ' REQ-ACCT-NO
003780             DELIMITED BY SIZE INTO WS-RSP-KEYTEXT.
003790     MOVE 'N' TO WS-LOOKUP-SW.
003800     READ TBL-KEY-FILE
003810         INVALID KEY
003820             CONTINUE
003830         NOT INVALID KEY
003840             SET WS-LOOKUP-FOUND TO TRUE
003850             MOVE DL100-KEY-ENTRY TO WS-ENTRY-WORK
003860     END-READ.
003870     PERFORM 3400-WRITE-RESPONSE THRU 3400-EXIT.
003880 3300-EXIT.
003890     EXIT.
003900*----------------------------------------------------------*
003910* 3400-WRITE-RESPONSE WRITES ONE ANSWER LINE -- THE REQUEST   *
003920* KEY, THE FOUND/NOT-FOUND FLAG, AND (WHEN FOUND) THE FULL    *
003930* FIELD BREAKDOWN FROM THE DL100TR ENTRY LAYOUT.              *
003940*----------------------------------------------------------*
003950 3400-WRITE-RESPONSE.
003960     MOVE SPACES TO RSP-LINE.
003970     IF WS-LOOKUP-FOUND
003980         ADD 1 TO WS-FOUND-COUNT
003990         MOVE WS-EW-AMOUNT TO WS-EDIT-AMOUNT
004000         MOVE WS-EW-ACCT-NO TO WS-NAME-ACCT
004010         PERFORM 2300-FIND-ACCT-NAME THRU 2300-EXIT
004020         STRING WS-RSP-KEYTEXT
004030                 ' FOUND      ACCT ' WS-EW-ACCT-NO
004040                 ' ' WS-ACCT-NAME
004050                 '  BR ' WS-ACCT-BRANCH
004060                 '  TRAN ' WS-EW-TRAN-CODE
004070                 '  AMT ' WS-EDIT-AMOUNT
004080                 '  EFF ' WS-EW-EFF-DATE
004090                 '  SRC ' WS-EW-SOURCE
004100                 DELIMITED BY SIZE INTO RSP-LINE
004110     ELSE
004120         ADD 1 TO WS-NOTFND-COUNT
004130         STRING WS-RSP-KEYTEXT ' NOT FOUND'
004140                 DELIMITED BY SIZE INTO RSP-LINE
004150     END-IF.
004160     WRITE RSP-LINE.
004170 3400-EXIT.
004180     EXIT.
004190*----------------------------------------------------------*
004200* 3900-WRITE-RSP-TOTALS CLOSES THE RESPONSE FILE OUT WITH     *
004210* THE REQUEST, FOUND, NOT-FOUND, AND BAD-REQUEST TOTALS SO    *
004220* THE BRANCH CAN TIE THE ANSWERS BACK TO ITS LIST.            *
004230*----------------------------------------------------------*
004240 3900-WRITE-RSP-TOTALS.
004250     MOVE SPACES TO RSP-LINE.
004260     WRITE RSP-LINE.
004270     MOVE WS-REQ-COUNT TO WS-EDIT-COUNT.
004280     MOVE SPACES TO RSP-LINE.
004290     STRING 'REQUESTS READ   : ' WS-EDIT-COUNT
004300             DELIMITED BY SIZE INTO RSP-LINE.
004310     WRITE RSP-LINE.
004320     MOVE WS-FOUND-COUNT TO WS-EDIT-COUNT.
004330     MOVE SPACES TO RSP-LINE.
004340     STRING 'FOUND           : ' WS-EDIT-COUNT
004350             DELIMITED BY SIZE INTO RSP-LINE.
004360     WRITE RSP-LINE.
004370     MOVE WS-NOTFND-COUNT TO WS-EDIT-COUNT.
004380     MOVE SPACES TO RSP-LINE.
004390     STRING 'NOT FOUND       : ' WS-EDIT-COUNT
004400             DELIMITED BY SIZE INTO RSP-LINE.
004410     WRITE RSP-LINE.
004420     MOVE WS-BADREQ-COUNT TO WS-EDIT-COUNT.
004430     MOVE SPACES TO RSP-LINE.
004440     STRING 'BAD REQUESTS    : ' WS-EDIT-COUNT
004450             DELIMITED BY SIZE INTO RSP-LINE.
004460     WRITE RSP-LINE.
004470 3900-EXIT.
004480     EXIT.
004490*----------------------------------------------------------*
004500* 9000-TERMINATE CLOSES THE FILES AND ENDS THE RUN.           *
004510*----------------------------------------------------------*
004520 9000-TERMINATE.
004530     CLOSE TBL-IN-FILE.
004540     CLOSE TBL-KEY-FILE.
004550     IF WS-ACCT-MASTER-OPEN
004560         CLOSE ACCT-FILE
004570     END-IF.
004580     IF WS-BATCH-MODE
004590         CLOSE REQ-FILE
004600         CLOSE RSP-FILE
004610     ELSE
004620         DISPLAY 'DL300 INQUIRY SESSION ENDED'
004630     END-IF.
004640 9000-EXIT.
004650     EXIT.
