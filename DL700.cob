000360*                THE RC 8 VERDICT EVERY RUN UNTIL RESOLVED,  *
000370*                INSTEAD OF RAISING IT ONLY ON THE RUN THE   *
000380*                MISMATCHED ACK ARRIVED.                     *
000390*  10/15/26 RGH  AN UNACKNOWLEDGED DAY NOW AGES IN BUSINESS  *
000400*                DAYS, NOT RUNS: ITS AGE IS THE COUNT OF     *
000410*                BUSINESS DAYS ON THE CALENDAR (BUSCAL, COPY *
000420*                DL100BC) AFTER ITS BUSINESS DATE UP TO THE  *
000430*                LAST DATE LOADED (RUNHIST, COPY DL100RH),   *
000440*                SO GRACE=NN IS NOW NN BUSINESS DAYS AND A   *
000450*                WEEKEND OR HOLIDAY NO LONGER PUSHES A DAY   *
000460*                PAST GRACE. NO CALENDAR OR RUN HISTORY, OR  *
000470*                A DATE THE CALENDAR DOES NOT COVER, AGES BY *
000480*                ONE RUN AS BEFORE. THE REPORT SAYS WHICH.   *
000490*----------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PARM-FILE    ASSIGN TO PARMIN
000570                         ORGANIZATION IS LINE SEQUENTIAL
000580                         FILE STATUS IS WS-PARM-STATUS.
000590     SELECT GL-FILE      ASSIGN TO GLOUT
000600                         ORGANIZATION IS SEQUENTIAL
000610                         FILE STATUS IS WS-GL-STATUS.
000620     SELECT ACK-FILE     ASSIGN TO GLACK
000630                         ORGANIZATION IS SEQUENTIAL
000640                         FILE STATUS IS WS-ACK-STATUS.
000650     SELECT LED-IN-FILE  ASSIGN TO GLLEDI
000660                         ORGANIZATION IS SEQUENTIAL
000670                         FILE STATUS IS WS-LEDIN-STATUS.
000680     SELECT LED-OUT-FILE ASSIGN TO GLLEDO
000690                         ORGANIZATION IS SEQUENTIAL
000700                         FILE STATUS IS WS-LEDOUT-STATUS.
000710     SELECT RPT-FILE     ASSIGN TO RPTOUT
000720                         ORGANIZATION IS LINE SEQUENTIAL
000730                         FILE STATUS IS WS-RPT-STATUS.
000740     SELECT HIST-FILE    ASSIGN TO RUNHIST
000750                         ORGANIZATION IS SEQUENTIAL
000760                         FILE STATUS IS WS-HIST-STATUS.
000770     SELECT CAL-FILE     ASSIGN TO BUSCAL
000780                         ORGANIZATION IS SEQUENTIAL
000790                         FILE STATUS IS WS-CAL-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  PARM-FILE
000830     LABEL RECORDS ARE OMITTED
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  PARM-RECORD.
000860     05  PARM-KEYWORD            PIC X(06).
000870     05  PARM-GRACE-VALUE        PIC X(02).
000880     05  FILLER                  PIC X(72).
000890 FD  GL-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 80 CHARACTERS.
000920 01  GL-RECORD                   PIC X(80).
000930 01  GL-HEADER-R REDEFINES GL-RECORD.
000940     05  GL-HDR-REC-TYPE         PIC X(01).
000950         88  GL-IS-HEADER                 VALUE 'H'.
000960         88  GL-IS-TRAILER                VALUE 'T'.
000970     05  GL-HDR-SYSTEM           PIC X(08).
000980     05  GL-HDR-BUS-DATE         PIC 9(08).
000990     05  GL-HDR-RUN-DATE         PIC 9(08).
001000     05  GL-HDR-RUN-TIME         PIC 9(08).
001010     05  FILLER                  PIC X(47).
001020 01  GL-TRAILER-R REDEFINES GL-RECORD.
001030     05  FILLER                  PIC X(01).
001040     05  GL-TRL-REC-COUNT        PIC 9(07).
001050     05  GL-TRL-HASH-AMOUNT      PIC S9(13)V99.
001060     05  FILLER                  PIC X(57).
001070 FD  ACK-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 80 CHARACTERS.
001100 01  ACK-RECORD.
001110     05  ACK-BUS-DATE            PIC 9(08).
001120     05  ACK-BUS-DATE-X REDEFINES ACK-BUS-DATE
001130                                 PIC X(08).
001140     05  ACK-REC-COUNT           PIC 9(07).
001150     05  ACK-AMOUNT              PIC S9(13)V99.
001160     05  FILLER                  PIC X(50).
001170 FD  LED-IN-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200 01  LED-IN-RECORD               PIC X(80).
001210 FD  LED-OUT-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 80 CHARACTERS.
001240 01  LED-RECORD.
001250     05  LED-BUS-DATE            PIC 9(08).
001260     05  LED-STATUS              PIC X(01).
001270     05  LED-SENT-COUNT          PIC 9(07).
001280     05  LED-SENT-HASH           PIC S9(13)V99.
001290     05  LED-ACK-COUNT           PIC 9(07).
001300     05  LED-ACK-AMOUNT          PIC S9(13)V99.
001310     05  LED-AGE                 PIC 9(03).
001320     05  FILLER                  PIC X(24).
001330 FD  RPT-FILE
001340     LABEL RECORDS ARE OMITTED
001350     RECORD CONTAINS 100 CHARACTERS.
001360 01  RPT-LINE                    PIC X(100).
001370 FD  HIST-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 50 CHARACTERS.
001400     COPY DL100RH.
001410 FD  CAL-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 80 CHARACTERS.
001440     COPY DL100BC.
001450 WORKING-STORAGE SECTION.
001460 01  WS-FILE-CONTROLS.
001470     05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
001480     05  WS-GL-STATUS            PIC X(02) VALUE '00'.
001490     05  WS-ACK-STATUS           PIC X(02) VALUE '00'.
001500     05  WS-LEDIN-STATUS         PIC X(02) VALUE '00'.
001510     05  WS-LEDOUT-STATUS        PIC X(02) VALUE '00'.
001520     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
001530     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
001540     05  WS-CAL-STATUS           PIC X(02) VALUE '00'.
001550 01  WS-AREA.
001560     05  WS-GRACE-LIMIT          PIC 9(2) COMP VALUE 02.
001570     05  WS-ACK-COUNT            PIC 9(5) COMP VALUE ZERO.
001580     05  WS-ACK-MATCHED          PIC 9(5) COMP VALUE ZERO.
001590     05  WS-ACK-MISMATCHED       PIC 9(5) COMP VALUE ZERO.
001600     05  WS-ACK-UNKNOWN          PIC 9(5) COMP VALUE ZERO.
001610     05  WS-OVERDUE-COUNT        PIC 9(5) COMP VALUE ZERO.
001620     05  WS-MISM-DAYS            PIC 9(5) COMP VALUE ZERO.
001630     05  WS-GL-BUS-DATE          PIC 9(08) VALUE ZERO.
001640     05  WS-GL-SENT-COUNT        PIC 9(7) COMP VALUE ZERO.
001650     05  WS-GL-SENT-HASH         PIC S9(13)V99 COMP-3
001660                                 VALUE ZERO.
001670     05  WS-EDIT-COUNT           PIC ZZZZ9.
001680     05  WS-EDIT-A               PIC ZZZZZZ9.
001690     05  WS-EDIT-B               PIC ZZZZZZ9.
001700     05  WS-EDIT-AGE             PIC ZZ9.
001710     05  WS-EDIT-AMT-A           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001720     05  WS-EDIT-AMT-B           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001730     05  WS-LED-MAX-ALLOWED      PIC 9(3) COMP VALUE 100.
001740     05  WS-LED-COUNT            PIC 9(3) COMP VALUE ZERO.
001750     05  WS-LED-SUB              PIC 9(3) COMP VALUE ZERO.
001760     05  WS-LED-CUR              PIC 9(3) COMP VALUE ZERO.
001770     05  WS-FIND-DATE            PIC 9(08) VALUE ZERO.
001780     05  WS-LEDGER-TBL OCCURS 100 TIMES.
001790         10  WS-LD-BUS-DATE      PIC 9(08).
001800         10  WS-LD-STATUS        PIC X(01).
001810             88  WS-LD-TRANSMITTED        VALUE 'T'.
001820             88  WS-LD-ACKED              VALUE 'A'.
001830             88  WS-LD-MISMATCHED         VALUE 'M'.
001840         10  WS-LD-SENT-COUNT    PIC 9(07).
001850         10  WS-LD-SENT-HASH     PIC S9(13)V99 COMP-3.
001860         10  WS-LD-ACK-COUNT     PIC 9(07).
001870         10  WS-LD-ACK-AMOUNT    PIC S9(13)V99 COMP-3.
001880         10  WS-LD-AGE           PIC 9(03).
001890     05  WS-AS-OF-DATE           PIC 9(08) VALUE ZERO.
001900     05  WS-BUS-DAYS             PIC 9(5) COMP VALUE ZERO.
001910     05  WS-CAL-MAX-ALLOWED      PIC 9(4) COMP VALUE 1000.
001920     05  WS-CAL-COUNT            PIC 9(4) COMP VALUE ZERO.
001930     05  WS-CAL-SUB              PIC 9(4) COMP VALUE ZERO.
001940     05  WS-CAL-TBL OCCURS 1000 TIMES.
001950         10  WS-CL-DATE          PIC 9(08).
001960         10  WS-CL-DAY-TYPE      PIC X(01).
001970             88  WS-CL-BUSINESS-DAY       VALUE 'B'.
001980 01  WS-REPORT-DATE.
001990     05  WS-RPT-YY               PIC 9(2).
002000     05  WS-RPT-MM               PIC 9(2).
002010     05  WS-RPT-DD               PIC 9(2).
002020 01  WS-SWITCHES.
002030     05  WS-GL-EOF-SW            PIC X(01) VALUE 'N'.
002040         88  WS-GL-AT-EOF                 VALUE 'Y'.
002050     05  WS-GL-SEEN-SW           PIC X(01) VALUE 'N'.
002060         88  WS-GL-FILE-SEEN              VALUE 'Y'.
002070     05  WS-ACK-EOF-SW           PIC X(01) VALUE 'N'.
002080         88  WS-ACK-AT-EOF                VALUE 'Y'.
002090     05  WS-LED-EOF-SW           PIC X(01) VALUE 'N'.
002100         88  WS-LED-AT-EOF                VALUE 'Y'.
002110     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
002120         88  WS-HIST-AT-EOF               VALUE 'Y'.
002130     05  WS-CAL-EOF-SW           PIC X(01) VALUE 'N'.
002140         88  WS-CAL-AT-EOF                VALUE 'Y'.
002150     05  WS-AGE-BASIS-SW         PIC X(01) VALUE 'R'.
002160         88  WS-AGE-BY-CALENDAR           VALUE 'C'.
002170         88  WS-AGE-BY-RUNS               VALUE 'R'.
002180 PROCEDURE DIVISION.
002190*----------------------------------------------------------*
002200* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE RUN.       *
002210*----------------------------------------------------------*
002220 0000-MAINLINE.
002230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002240     PERFORM 2000-NOTE-TODAYS-EXTRACT THRU 2000-EXIT.
002250     PERFORM 3000-MATCH-ACKS THRU 3000-EXIT.
002260     PERFORM 4000-AGE-THE-LEDGER THRU 4000-EXIT
002270         VARYING WS-LED-SUB FROM 1 BY 1
002280         UNTIL WS-LED-SUB > WS-LED-COUNT.
002290     PERFORM 5000-WRITE-NEW-LEDGER THRU 5000-EXIT.
002300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002310     GOBACK.
002320 0000-EXIT.
002330     EXIT.
002340*----------------------------------------------------------*
002350* 1000-INITIALIZE PICKS UP THE GRACE PARM AND LOADS THE      *
002360* TRANSMISSION-STATUS LEDGER CARRIED FORWARD FROM THE LAST   *
002370* RUN. NO LEDGER YET IS THE NORMAL FIRST-RUN CASE. IT THEN   *
002380* SETTLES HOW THE LEDGER AGES: IN BUSINESS DAYS WHEN THE     *
002390* CALENDAR COVERS THE LAST DATE LOADED, OTHERWISE BY RUNS.   *
002400*----------------------------------------------------------*
002410 1000-INITIALIZE.
002420     PERFORM 1100-READ-GRACE-PARM THRU 1100-EXIT.
002430     PERFORM 1200-LOAD-LEDGER THRU 1200-EXIT.
002440     PERFORM 1300-READ-RUN-HISTORY THRU 1300-EXIT.
002450     PERFORM 1400-LOAD-BUSINESS-CALENDAR THRU 1400-EXIT.
002460     IF WS-CAL-COUNT > ZERO
002470        AND WS-AS-OF-DATE > ZERO
002480         IF WS-AS-OF-DATE NOT < WS-CL-DATE(1)
002490            AND WS-AS-OF-DATE NOT > WS-CL-DATE(WS-CAL-COUNT)
002500             SET WS-AGE-BY-CALENDAR TO TRUE
002510         ELSE
002520             DISPLAY 'DL700081W BUSINESS CALENDAR DOES NOT '
002530                     'COVER ' WS-AS-OF-DATE ', AGING BY RUNS'
002540         END-IF
002550     END-IF.
002560 1000-EXIT.
002570     EXIT.
002580 1100-READ-GRACE-PARM.
002590     OPEN INPUT PARM-FILE.
002600     IF WS-PARM-STATUS NOT = '00'
002610         DISPLAY 'DL700097I NO PARM CARD, GRACE DEFAULTS TO '
002620                 WS-GRACE-LIMIT
002630     ELSE
002640         READ PARM-FILE
002650             AT END
002660                 DISPLAY 'DL700096W EMPTY PARM CARD, GRACE '
002670                         'DEFAULTS TO ' WS-GRACE-LIMIT
002680             NOT AT END
002690                 IF PARM-KEYWORD = 'GRACE='
002700                    AND PARM-GRACE-VALUE NUMERIC
002710                     MOVE PARM-GRACE-VALUE TO WS-GRACE-LIMIT
002720                 ELSE
002730                     DISPLAY 'DL700095W BAD PARM CARD, GRACE '
002740                             'DEFAULTS TO ' WS-GRACE-LIMIT
002750                 END-IF
002760         END-READ
002770         CLOSE PARM-FILE
002780     END-IF.
002790 1100-EXIT.
002800     EXIT.
002810 1200-LOAD-LEDGER.
002820     OPEN INPUT LED-IN-FILE.
002830     IF WS-LEDIN-STATUS NOT = '00'
002840         DISPLAY 'DL700094I NO PRIOR LEDGER, STATUS = '
002850                 WS-LEDIN-STATUS
002860     ELSE
002870         PERFORM 1210-LOAD-ONE-LEDGER THRU 1210-EXIT
002880             UNTIL WS-LED-AT-EOF
002890         CLOSE LED-IN-FILE
002900     END-IF.
002910 1200-EXIT.
002920     EXIT.
002930 1210-LOAD-ONE-LEDGER.
002940     READ LED-IN-FILE
002950         AT END SET WS-LED-AT-EOF TO TRUE
002960         NOT AT END
002970             IF WS-LED-COUNT = WS-LED-MAX-ALLOWED
002980                 DISPLAY 'DL700093E LEDGER TABLE FULL, MAX = '
002990                         WS-LED-MAX-ALLOWED
003000                 CLOSE LED-IN-FILE
003010                 MOVE 16 TO RETURN-CODE
003020                 STOP RUN
003030             END-IF
003040             MOVE LED-IN-RECORD TO LED-RECORD
003050             ADD 1 TO WS-LED-COUNT
003060             MOVE LED-BUS-DATE
003070                 TO WS-LD-BUS-DATE(WS-LED-COUNT)
003080             MOVE LED-STATUS TO WS-LD-STATUS(WS-LED-COUNT)
003090             MOVE LED-SENT-COUNT
003100                 TO WS-LD-SENT-COUNT(WS-LED-COUNT)
003110             MOVE LED-SENT-HASH
003120                 TO WS-LD-SENT-HASH(WS-LED-COUNT)
003130             MOVE LED-ACK-COUNT
003140                 TO WS-LD-ACK-COUNT(WS-LED-COUNT)
003150             MOVE LED-ACK-AMOUNT
003160                 TO WS-LD-ACK-AMOUNT(WS-LED-COUNT)
003170             MOVE LED-AGE TO WS-LD-AGE(WS-LED-COUNT)
003180     END-READ.
003190 1210-EXIT.
003200     EXIT.
003210*----------------------------------------------------------*
003220* 1300-READ-RUN-HISTORY KEEPS THE BUSINESS DATE OF THE LAST  *
003230* RUNHIST RECORD -- THE LAST DATE LOADED -- AS THE DATE THE  *
003240* LEDGER IS AGED UP TO.                                      *
003250*----------------------------------------------------------*
003260 1300-READ-RUN-HISTORY.
003270     OPEN INPUT HIST-FILE.
003280     IF WS-HIST-STATUS NOT = '00'
003290         DISPLAY 'DL700085I NO RUN HISTORY, STATUS = '
003300                 WS-HIST-STATUS ', AGING BY RUNS'
003310     ELSE
003320         PERFORM 1310-READ-ONE-HISTORY THRU 1310-EXIT
003330             UNTIL WS-HIST-AT-EOF
003340         CLOSE HIST-FILE
003350     END-IF.
003360 1300-EXIT.
003370     EXIT.
003380 1310-READ-ONE-HISTORY.
003390     READ HIST-FILE
003400         AT END SET WS-HIST-AT-EOF TO TRUE
003410         NOT AT END
003420             MOVE DL100-RH-BUS-DATE TO WS-AS-OF-DATE
003430     END-READ.
003440 1310-EXIT.
003450     EXIT.
003460*----------------------------------------------------------*
003470* 1400-LOAD-BUSINESS-CALENDAR LOADS THE BUSINESS-DAY         *
003480* CALENDAR. A BAD OR OUT-OF-SEQUENCE DATE STOPS THE RUN; NO  *
003490* CALENDAR FILE MEANS THE LEDGER AGES BY RUNS.               *
003500*----------------------------------------------------------*
003510 1400-LOAD-BUSINESS-CALENDAR.
003520     OPEN INPUT CAL-FILE.
003530     IF WS-CAL-STATUS NOT = '00'
003540         DISPLAY 'DL700084I NO BUSINESS CALENDAR, STATUS = '
003550                 WS-CAL-STATUS ', AGING BY RUNS'
003560     ELSE
003570         PERFORM 1410-LOAD-ONE-CALENDAR-DAY THRU 1410-EXIT
003580             UNTIL WS-CAL-AT-EOF
003590         CLOSE CAL-FILE
003600     END-IF.
003610 1400-EXIT.
003620     EXIT.
003630 1410-LOAD-ONE-CALENDAR-DAY.
003640     READ CAL-FILE
003650         AT END
003660             SET WS-CAL-AT-EOF TO TRUE
003670         NOT AT END
003680             IF WS-CAL-COUNT = WS-CAL-MAX-ALLOWED
003690                 DISPLAY 'DL700083E BUSINESS CALENDAR TABLE '
003700                         'FULL, MAX = ' WS-CAL-MAX-ALLOWED
003710                 CLOSE CAL-FILE
003720                 MOVE 16 TO RETURN-CODE
003730                 STOP RUN
003740             END-IF
003750             IF DL100-BC-DATE NOT NUMERIC
003760                OR NOT DL100-BC-VALID-TYPE
003770                OR (WS-CAL-COUNT > ZERO
003780                    AND DL100-BC-DATE
003790                        NOT > WS-CL-DATE(WS-CAL-COUNT))
003800                 DISPLAY 'DL700082E BAD OR OUT-OF-SEQUENCE '
003810                         'CALENDAR RECORD = ' DL100-BC-RECORD
003820                 CLOSE CAL-FILE
003830                 MOVE 16 TO RETURN-CODE
003840                 STOP RUN
003850             END-IF
003860             ADD 1 TO WS-CAL-COUNT
003870             MOVE DL100-BC-DATE TO WS-CL-DATE(WS-CAL-COUNT)
003880             MOVE DL100-BC-DAY-TYPE
003890                 TO WS-CL-DAY-TYPE(WS-CAL-COUNT)
003900     END-READ.
003910 1410-EXIT.
003920     EXIT.
003930*----------------------------------------------------------*
003940* 2000-NOTE-TODAYS-EXTRACT PICKS EACH HEADER/TRAILER GROUP   *
003950* OFF TODAY'S GL EXTRACT AND PUTS ITS BUSINESS DATE ON THE   *
003960* LEDGER AS TRANSMITTED -- A CATCH-UP NIGHT'S EXTRACT        *
003970* CARRIES ONE GROUP PER DATE, AND EVERY GROUP IS POSTED AS   *
003980* ITS TRAILER GOES BY. A RE-EXTRACTED DAY ALREADY ON THE     *
003990* LEDGER HAS ITS SENT TOTALS REFRESHED AND ITS AGE RESET.    *
004000* NO GLOUT MEANS NOTHING WAS SENT TODAY -- THE ACKS AND      *
004010* AGING STILL RUN.                                           *
004020*----------------------------------------------------------*
004030 2000-NOTE-TODAYS-EXTRACT.
004040     OPEN INPUT GL-FILE.
004050     IF WS-GL-STATUS NOT = '00'
004060         DISPLAY 'DL700092I NO GL EXTRACT TODAY, STATUS = '
004070                 WS-GL-STATUS
004080     ELSE
004090         PERFORM 2100-SCAN-ONE-GL THRU 2100-EXIT
004100             UNTIL WS-GL-AT-EOF
004110         CLOSE GL-FILE
004120         IF NOT WS-GL-FILE-SEEN
004130             DISPLAY 'DL700086W GL EXTRACT CARRIES NO HEADER'
004140         END-IF
004150     END-IF.
004160 2000-EXIT.
004170     EXIT.
004180 2100-SCAN-ONE-GL.
004190     READ GL-FILE
004200         AT END SET WS-GL-AT-EOF TO TRUE
004210         NOT AT END
004220             EVALUATE TRUE
004230                 WHEN GL-IS-HEADER
004240                     SET WS-GL-FILE-SEEN TO TRUE
004250                     MOVE GL-HDR-BUS-DATE TO WS-GL-BUS-DATE
004260                 WHEN GL-IS-TRAILER
004270                     MOVE GL-TRL-REC-COUNT
004280                         TO WS-GL-SENT-COUNT
004290                     MOVE GL-TRL-HASH-AMOUNT
004300                         TO WS-GL-SENT-HASH
004310                     PERFORM 2200-POST-TRANSMISSION
004320                         THRU 2200-EXIT
004330                 WHEN OTHER
004340                     CONTINUE
004350             END-EVALUATE
004360     END-READ.
004370 2100-EXIT.
004380     EXIT.
004390 2200-POST-TRANSMISSION.
004400     MOVE WS-GL-BUS-DATE TO WS-FIND-DATE.
004410     PERFORM 2300-FIND-LEDGER-DATE THRU 2300-EXIT.
004420     IF WS-LED-CUR = ZERO
004430         IF WS-LED-COUNT = WS-LED-MAX-ALLOWED
004440             DISPLAY 'DL700093E LEDGER TABLE FULL, MAX = '
004450                     WS-LED-MAX-ALLOWED
004460             MOVE 16 TO RETURN-CODE
004470             STOP RUN
004480         END-IF
004490         ADD 1 TO WS-LED-COUNT
004500         MOVE WS-LED-COUNT TO WS-LED-CUR
004510         MOVE WS-GL-BUS-DATE TO WS-LD-BUS-DATE(WS-LED-CUR)
004520         MOVE ZERO TO WS-LD-ACK-COUNT(WS-LED-CUR)
004530         MOVE ZERO TO WS-LD-ACK-AMOUNT(WS-LED-CUR)
004540     END-IF.
004550     MOVE 'T' TO WS-LD-STATUS(WS-LED-CUR).
004560     MOVE WS-GL-SENT-COUNT TO WS-LD-SENT-COUNT(WS-LED-CUR).
004570     MOVE WS-GL-SENT-HASH TO WS-LD-SENT-HASH(WS-LED-CUR).
004580     MOVE ZERO TO WS-LD-AGE(WS-LED-CUR).
004590 2200-EXIT.
004600     EXIT.
004610 2300-FIND-LEDGER-DATE.
004620     MOVE ZERO TO WS-LED-CUR.
004630     PERFORM 2310-TEST-ONE-LEDGER THRU 2310-EXIT
004640         VARYING WS-LED-SUB FROM 1 BY 1
004650         UNTIL WS-LED-SUB > WS-LED-COUNT
004660            OR WS-LED-CUR > ZERO.
004670 2300-EXIT.
004680     EXIT.
004690 2310-TEST-ONE-LEDGER.
004700     IF WS-LD-BUS-DATE(WS-LED-SUB) = WS-FIND-DATE
004710         MOVE WS-LED-SUB TO WS-LED-CUR
004720     END-IF.
004730 2310-EXIT.
004740     EXIT.
004750*----------------------------------------------------------*
004760* 3000-MATCH-ACKS READS THE GL SIDE'S ACKNOWLEDGMENTS AND    *
004770* JUDGES EACH AGAINST WHAT THE LEDGER SAYS WAS SENT FOR      *
004780* THAT BUSINESS DATE. NO ACK FILE MEANS NONE ARRIVED TODAY.  *
004790*----------------------------------------------------------*
004800 3000-MATCH-ACKS.
004810     OPEN INPUT ACK-FILE.
004820     IF WS-ACK-STATUS NOT = '00'
004830         DISPLAY 'DL700091I NO ACK FILE TODAY, STATUS = '
004840                 WS-ACK-STATUS
004850     ELSE
004860         PERFORM 3100-MATCH-ONE-ACK THRU 3100-EXIT
004870             UNTIL WS-ACK-AT-EOF
004880         CLOSE ACK-FILE
004890     END-IF.
004900 3000-EXIT.
004910     EXIT.
004920 3100-MATCH-ONE-ACK.
004930     READ ACK-FILE
004940         AT END SET WS-ACK-AT-EOF TO TRUE
004950         NOT AT END
004960             ADD 1 TO WS-ACK-COUNT
004970             PERFORM 3200-JUDGE-ONE-ACK THRU 3200-EXIT
004980     END-READ.
004990 3100-EXIT.
005000     EXIT.
005010 3200-JUDGE-ONE-ACK.
005020     IF ACK-BUS-DATE-X NOT NUMERIC
005030         ADD 1 TO WS-ACK-UNKNOWN
005040         DISPLAY 'DL700090E BAD ACK RECORD = ' ACK-BUS-DATE-X
005050     ELSE
005060         MOVE ACK-BUS-DATE TO WS-FIND-DATE
005070         PERFORM 2300-FIND-LEDGER-DATE THRU 2300-EXIT
005080         PERFORM 3300-APPLY-ONE-ACK THRU 3300-EXIT
005090     END-IF.
005100 3200-EXIT.
005110     EXIT.
005120 3300-APPLY-ONE-ACK.
005130     IF WS-LED-CUR = ZERO
005140         ADD 1 TO WS-ACK-UNKNOWN
005150         DISPLAY 'DL700089E ACK FOR A DATE NOT ON THE '
005160                 'LEDGER = ' ACK-BUS-DATE
005170     ELSE
005180         MOVE ACK-REC-COUNT TO WS-LD-ACK-COUNT(WS-LED-CUR)
005190         MOVE ACK-AMOUNT TO WS-LD-ACK-AMOUNT(WS-LED-CUR)
005200         IF ACK-REC-COUNT = WS-LD-SENT-COUNT(WS-LED-CUR)
005210            AND ACK-AMOUNT = WS-LD-SENT-HASH(WS-LED-CUR)
005220             MOVE 'A' TO WS-LD-STATUS(WS-LED-CUR)
005230             ADD 1 TO WS-ACK-MATCHED
005240         ELSE
005250             MOVE 'M' TO WS-LD-STATUS(WS-LED-CUR)
005260             ADD 1 TO WS-ACK-MISMATCHED
005270         END-IF
005280     END-IF.
005290 3300-EXIT.
005300     EXIT.
005310*----------------------------------------------------------*
005320* 4000-AGE-THE-LEDGER AGES ONE STILL-UNACKNOWLEDGED DAY. ITS *
005330* AGE IS THE BUSINESS DAYS ON THE CALENDAR AFTER ITS OWN     *
005340* BUSINESS DATE UP TO THE LAST DATE LOADED; A DAY THE        *
005350* CALENDAR DOES NOT REACH BACK TO, OR A RUN WITHOUT THE      *
005360* CALENDAR, AGES BY ONE RUN. THE GRACE JUDGMENT HAPPENS ON   *
005370* THE REPORT.                                                *
005380*----------------------------------------------------------*
005390 4000-AGE-THE-LEDGER.
005400     IF WS-LD-TRANSMITTED(WS-LED-SUB)
005410         IF WS-AGE-BY-CALENDAR
005420            AND WS-LD-BUS-DATE(WS-LED-SUB) NOT < WS-CL-DATE(1)
005430             MOVE ZERO TO WS-BUS-DAYS
005440             PERFORM 4100-COUNT-ONE-CALENDAR-DAY THRU 4100-EXIT
005450                 VARYING WS-CAL-SUB FROM 1 BY 1
005460                 UNTIL WS-CAL-SUB > WS-CAL-COUNT
005470             MOVE WS-BUS-DAYS TO WS-LD-AGE(WS-LED-SUB)
005480         ELSE
005490             ADD 1 TO WS-LD-AGE(WS-LED-SUB)
005500         END-IF
005510     END-IF.
005520 4000-EXIT.
005530     EXIT.
005540 4100-COUNT-ONE-CALENDAR-DAY.
005550     IF WS-CL-BUSINESS-DAY(WS-CAL-SUB)
005560        AND WS-CL-DATE(WS-CAL-SUB) > WS-LD-BUS-DATE(WS-LED-SUB)
005570        AND WS-CL-DATE(WS-CAL-SUB) NOT > WS-AS-OF-DATE
005580         ADD 1 TO WS-BUS-DAYS
005590     END-IF.
005600 4100-EXIT.
005610     EXIT.
005620*----------------------------------------------------------*
005630* 5000-WRITE-NEW-LEDGER CARRIES THE LEDGER FORWARD. A DAY    *
005640* ACKNOWLEDGED AND BALANCED IS CLOSED AND DROPS OFF;         *
005650* TRANSMITTED AND MISMATCHED DAYS STAY UNTIL RESOLVED.       *
005660*----------------------------------------------------------*
005670 5000-WRITE-NEW-LEDGER.
005680     OPEN OUTPUT LED-OUT-FILE.
005690     IF WS-LEDOUT-STATUS NOT = '00'
005700         DISPLAY 'DL700088E LED-OUT-FILE OPEN FAILED, '
005710                 'STATUS = ' WS-LEDOUT-STATUS
005720         MOVE 16 TO RETURN-CODE
005730         STOP RUN
005740     END-IF.
005750     PERFORM 5100-WRITE-ONE-LEDGER THRU 5100-EXIT
005760         VARYING WS-LED-SUB FROM 1 BY 1
005770         UNTIL WS-LED-SUB > WS-LED-COUNT.
005780     CLOSE LED-OUT-FILE.
005790 5000-EXIT.
005800     EXIT.
005810 5100-WRITE-ONE-LEDGER.
005820     IF NOT WS-LD-ACKED(WS-LED-SUB)
005830         MOVE SPACES TO LED-RECORD
005840         MOVE WS-LD-BUS-DATE(WS-LED-SUB) TO LED-BUS-DATE
005850         MOVE WS-LD-STATUS(WS-LED-SUB) TO LED-STATUS
005860         MOVE WS-LD-SENT-COUNT(WS-LED-SUB)
005870             TO LED-SENT-COUNT
005880         MOVE WS-LD-SENT-HASH(WS-LED-SUB) TO LED-SENT-HASH
005890         MOVE WS-LD-ACK-COUNT(WS-LED-SUB) TO LED-ACK-COUNT
005900         MOVE WS-LD-ACK-AMOUNT(WS-LED-SUB)
005910             TO LED-ACK-AMOUNT
005920         MOVE WS-LD-AGE(WS-LED-SUB) TO LED-AGE
005930         WRITE LED-RECORD
005940     END-IF.
005950 5100-EXIT.
005960     EXIT.
005970*----------------------------------------------------------*
005980* 9000-TERMINATE WRITES THE RECONCILIATION REPORT -- ONE     *
005990* LINE PER LEDGER DAY WITH ITS STANDING -- AND LEAVES RC 8   *
006000* ON ANY MISMATCH OR ON A DAY UNACKNOWLEDGED PAST GRACE.     *
006010*----------------------------------------------------------*
006020 9000-TERMINATE.
006030     ACCEPT WS-REPORT-DATE FROM DATE.
006040     OPEN OUTPUT RPT-FILE.
006050     IF WS-RPT-STATUS NOT = '00'
006060         DISPLAY 'DL700099E RPT-FILE OPEN FAILED, STATUS = '
006070                 WS-RPT-STATUS
006080         MOVE 16 TO RETURN-CODE
006090         STOP RUN
006100     END-IF.
006110     MOVE SPACES TO RPT-LINE.
006120     STRING 'DL700 GL ACKNOWLEDGMENT RECONCILIATION'
006130             '   RUN DATE (YYMMDD) : ' WS-REPORT-DATE
006140             DELIMITED BY SIZE INTO RPT-LINE.
006150     WRITE RPT-LINE.
006160     MOVE WS-ACK-COUNT TO WS-EDIT-COUNT.
006170     MOVE SPACES TO RPT-LINE.
006180     STRING 'ACKS READ            : ' WS-EDIT-COUNT
006190             DELIMITED BY SIZE INTO RPT-LINE.
006200     WRITE RPT-LINE.
006210     MOVE WS-ACK-MATCHED TO WS-EDIT-COUNT.
006220     MOVE SPACES TO RPT-LINE.
006230     STRING 'ACKS BALANCED        : ' WS-EDIT-COUNT
006240             DELIMITED BY SIZE INTO RPT-LINE.
006250     WRITE RPT-LINE.
006260     MOVE WS-ACK-MISMATCHED TO WS-EDIT-COUNT.
006270     MOVE SPACES TO RPT-LINE.
006280     STRING 'ACKS MISMATCHED      : ' WS-EDIT-COUNT
006290             DELIMITED BY SIZE INTO RPT-LINE.
006300     WRITE RPT-LINE.
006310     MOVE WS-ACK-UNKNOWN TO WS-EDIT-COUNT.
006320     MOVE SPACES TO RPT-LINE.
006330     STRING 'ACKS IN ERROR        : ' WS-EDIT-COUNT
006340             DELIMITED BY SIZE INTO RPT-LINE.
006350     WRITE RPT-LINE.
006360     MOVE SPACES TO RPT-LINE.
006370     IF WS-AGE-BY-CALENDAR
006380         STRING 'AGE BASIS            : BUSINESS DAYS THROUGH '
006390                 WS-AS-OF-DATE
006400                 DELIMITED BY SIZE INTO RPT-LINE
006410     ELSE
006420         STRING 'AGE BASIS            : RUNS (NO BUSINESS '
006430                 'CALENDAR IN EFFECT)'
006440                 DELIMITED BY SIZE INTO RPT-LINE
006450     END-IF.
006460     WRITE RPT-LINE.
006470     MOVE SPACES TO RPT-LINE.
006480     WRITE RPT-LINE.
006490     MOVE SPACES TO RPT-LINE.
006500     STRING 'TRANSMISSION LEDGER'
006510             DELIMITED BY SIZE INTO RPT-LINE.
006520     WRITE RPT-LINE.
006530     PERFORM 9100-BUILD-ONE-LEDGER-LINE THRU 9100-EXIT
006540         VARYING WS-LED-SUB FROM 1 BY 1
006550         UNTIL WS-LED-SUB > WS-LED-COUNT.
006560     CLOSE RPT-FILE.
006570     IF WS-MISM-DAYS > ZERO
006580        OR WS-ACK-UNKNOWN > ZERO
006590        OR WS-OVERDUE-COUNT > ZERO
006600         MOVE 8 TO RETURN-CODE
006610     END-IF.
006620 9000-EXIT.
006630     EXIT.
006640 9100-BUILD-ONE-LEDGER-LINE.
006650     MOVE WS-LD-SENT-COUNT(WS-LED-SUB) TO WS-EDIT-A.
006660     MOVE WS-LD-SENT-HASH(WS-LED-SUB) TO WS-EDIT-AMT-A.
006670     MOVE WS-LD-AGE(WS-LED-SUB) TO WS-EDIT-AGE.
006680     MOVE SPACES TO RPT-LINE.
006690     EVALUATE TRUE
006700         WHEN WS-LD-ACKED(WS-LED-SUB)
006710             STRING '    ' WS-LD-BUS-DATE(WS-LED-SUB)
006720                     '  SENT ' WS-EDIT-A
006730                     ' ' WS-EDIT-AMT-A
006740                     '  ACKNOWLEDGED AND BALANCED -- CLOSED'
006750                     DELIMITED BY SIZE INTO RPT-LINE
006760         WHEN WS-LD-MISMATCHED(WS-LED-SUB)
006770             ADD 1 TO WS-MISM-DAYS
006780             MOVE WS-LD-ACK-COUNT(WS-LED-SUB) TO WS-EDIT-B
006790             MOVE WS-LD-ACK-AMOUNT(WS-LED-SUB)
006800                 TO WS-EDIT-AMT-B
006810             STRING '    ' WS-LD-BUS-DATE(WS-LED-SUB)
006820                     '  SENT ' WS-EDIT-A
006830                     ' ' WS-EDIT-AMT-A
006840                     '  ACKED ' WS-EDIT-B
006850                     ' ' WS-EDIT-AMT-B
006860                     '  ** MISMATCH **'
006870                     DELIMITED BY SIZE INTO RPT-LINE
006880         WHEN WS-LD-AGE(WS-LED-SUB) > WS-GRACE-LIMIT
006890             ADD 1 TO WS-OVERDUE-COUNT
006900             STRING '    ' WS-LD-BUS-DATE(WS-LED-SUB)
006910                     '  SENT ' WS-EDIT-A
006920                     ' ' WS-EDIT-AMT-A
006930                     '  AGE ' WS-EDIT-AGE
006940                     '  ** UNACKNOWLEDGED PAST GRACE **'
006950                     DELIMITED BY SIZE INTO RPT-LINE
006960         WHEN OTHER
006970             STRING '    ' WS-LD-BUS-DATE(WS-LED-SUB)
006980                     '  SENT ' WS-EDIT-A
006990                     ' ' WS-EDIT-AMT-A
007000                     '  AGE ' WS-EDIT-AGE
007010                     '  AWAITING ACK'
007020                     DELIMITED BY SIZE INTO RPT-LINE
007030     END-EVALUATE.
007040     WRITE RPT-LINE.
007050 9100-EXIT.
007060     EXIT.
