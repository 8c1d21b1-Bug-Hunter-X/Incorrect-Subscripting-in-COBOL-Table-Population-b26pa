000550*                TABLE ENTRY, MATCHING THE SIGNED AMOUNT      *
000560*                DL100 NOW LOADS. ANY OTHER INDICATOR FAILS   *
000570*                THE FIELD EDITS.                             *
000580*  10/15/26 RGH  ADDS AND CHANGES NOW LOOK THE ACCOUNT UP ON  *
000590*                THE ACCOUNT MASTER (ACCTMST, COPY DL100AM),  *
000600*                THE SAME EDIT DL100 NOW APPLIES ON THE LOAD. *
000610*                AN ACCOUNT NOT ON THE MASTER (ANOF), CLOSED  *
000620*                (ACLS), OR FROZEN (AFRZ) FAILS WITH ITS OWN  *
000630*                MESSAGE AND ITS OWN LINE ON THE CONTROL      *
000640*                REPORT. NO MASTER STOPS THE RUN.             *
000650*  10/15/26 RGH  TWO-PERSON CONTROL. CORRECTIONS ARE NOW      *
000660*                SUBMITTED TO THE DL170 APPROVAL QUEUE, AND   *
000670*                CORRIN IS THE APPROVED-CARD FILE DL170       *
000680*                WRITES (CORRAPR). EVERY CARD CARRIES THE     *
000690*                MAKER'S OPERATOR ID, THE CHECKER'S ID, AND   *
000700*                THE APPROVAL DATE AND TIME IN COLUMNS 49-80; *
000710*                A CARD WITHOUT BOTH IDS, OR CHECKED BY ITS   *
000720*                OWN MAKER, IS NOT APPLIED AND COUNTS AS NOT  *
000730*                APPROVED. CORRIN GROWS TO 88 TO CARRY, IN    *
000740*                COLUMNS 81-88, THE BUSINESS DATE THE         *
000750*                CORRECTION WAS SUBMITTED UNDER; A CARD WHOSE *
000760*                DATE IS NOT THE LAST ONE ON THE RUN HISTORY  *
000770*                (RUNHIST, COPY DL100RH) WAS KEYED TO AN      *
000780*                EARLIER EXTRACT, SO ITS RELATIVE KEY MAY NOW *
000790*                POINT AT ANOTHER ACCOUNT'S ENTRY -- IT IS    *
000800*                NOT APPLIED AND COUNTS AS AN ERROR. NO RUN   *
000810*                HISTORY STOPS THE RUN. THE AUDIT TRAIL       *
000820*                (AUDOUT) RECORD GROWS TO 198 TO CARRY THE    *
000830*                MAKER ID, CHECKER ID, AND APPROVAL           *
000840*                TIMESTAMP.                                   *
000850*----------------------------------------------------------*
000860 ENVIRONMENT DIVISION.
000870 CONFIGURATION SECTION.
000880 SOURCE-COMPUTER.   IBM-370.
000890 OBJECT-COMPUTER.   IBM-370.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     SELECT CORR-FILE    ASSIGN TO CORRIN
000930                         ORGANIZATION IS SEQUENTIAL
000940                         FILE STATUS IS WS-CORR-STATUS.
000950     SELECT TBL-OUT-FILE ASSIGN TO TBLOUT
000960                         ORGANIZATION IS RELATIVE
000970                         ACCESS MODE IS DYNAMIC
000980                         RELATIVE KEY IS WS-TBL-REL-KEY
000990                         FILE STATUS IS WS-TBL-STATUS.
001000     SELECT TBL-KEY-FILE ASSIGN TO TBLIDX
001010                         ORGANIZATION IS INDEXED
001020                         ACCESS MODE IS RANDOM
001030                         RECORD KEY IS DL100-KEY-ACCT-NO
001040                         FILE STATUS IS WS-KEY-STATUS.
001050     SELECT AUDIT-FILE   ASSIGN TO AUDOUT
001060                         ORGANIZATION IS SEQUENTIAL
001070                         FILE STATUS IS WS-AUDIT-STATUS.
001080     SELECT RPT-FILE     ASSIGN TO RPTOUT
001090                         ORGANIZATION IS LINE SEQUENTIAL
001100                         FILE STATUS IS WS-RPT-STATUS.
001110     SELECT TC-FILE      ASSIGN TO TRANCD
001120                         ORGANIZATION IS INDEXED
001130                         ACCESS MODE IS SEQUENTIAL
001140                         RECORD KEY IS DL100-TC-CODE
001150                         FILE STATUS IS WS-TC-STATUS.
001160     SELECT ACCT-FILE    ASSIGN TO ACCTMST
001170                         ORGANIZATION IS INDEXED
001180                         ACCESS MODE IS RANDOM
001190                         RECORD KEY IS DL100-AM-ACCT-NO
001200                         FILE STATUS IS WS-ACCT-STATUS.
001210     SELECT HIST-FILE    ASSIGN TO RUNHIST
001220                         ORGANIZATION IS SEQUENTIAL
001230                         FILE STATUS IS WS-HIST-STATUS.
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  CORR-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 88 CHARACTERS.
001290 01  CORR-RECORD                 PIC X(88).
001300 01  CORR-RECORD-R REDEFINES CORR-RECORD.
001310     05  CORR-REC-TYPE           PIC X(01).
001320         88  CORR-IS-ADD                  VALUE 'A'.
001330         88  CORR-IS-CHANGE               VALUE 'C'.
001340         88  CORR-IS-DELETE               VALUE 'X'.
001350     05  CORR-REL-KEY            PIC 9(05).
001360     05  CORR-REL-KEY-X REDEFINES CORR-REL-KEY
001370                                 PIC X(05).
001380     05  CORR-ACCT-NO            PIC X(10).
001390     05  CORR-TRAN-CODE          PIC X(02).
001400     05  CORR-AMOUNT             PIC 9(09)V99.
001410     05  CORR-AMOUNT-X REDEFINES CORR-AMOUNT
001420                                 PIC X(11).
001430     05  CORR-EFF-DATE           PIC 9(08).
001440     05  CORR-EFF-DATE-X REDEFINES CORR-EFF-DATE
001450                                 PIC X(08).
001460     05  CORR-SOURCE             PIC X(03).
001470     05  CORR-DC-IND             PIC X(01).
001480         88  CORR-IS-DEBIT                VALUES ' ' 'D'.
001490         88  CORR-IS-CREDIT               VALUE 'C'.
001500     05  FILLER                  PIC X(07).
001510     05  CORR-MAKER-ID           PIC X(08).
001520     05  CORR-CHECKER-ID         PIC X(08).
001530     05  CORR-APPR-DATE          PIC 9(08).
001540     05  CORR-APPR-TIME          PIC 9(08).
001550     05  CORR-BUS-DATE           PIC 9(08).
001560     05  CORR-BUS-DATE-X REDEFINES CORR-BUS-DATE
001570                                 PIC X(08).
001580 FD  TBL-OUT-FILE
001590     LABEL RECORDS ARE STANDARD
001600     RECORD CONTAINS 80 CHARACTERS.
001610     COPY DL100TR.
001620 FD  TBL-KEY-FILE
001630     LABEL RECORDS ARE STANDARD
001640     RECORD CONTAINS 90 CHARACTERS.
001650     COPY DL100TK.
001660 FD  AUDIT-FILE
001670     LABEL RECORDS ARE STANDARD
001680     RECORD CONTAINS 198 CHARACTERS.
001690 01  AUD-RECORD.
001700     05  AUD-ACTION              PIC X(01).
001710     05  AUD-REL-KEY             PIC 9(05).
001720     05  AUD-BEFORE-IMAGE        PIC X(80).
001730     05  AUD-AFTER-IMAGE         PIC X(80).
001740     05  AUD-MAKER-ID            PIC X(08).
001750     05  AUD-CHECKER-ID          PIC X(08).
001760     05  AUD-APPR-DATE           PIC 9(08).
001770     05  AUD-APPR-TIME           PIC 9(08).
001780 FD  RPT-FILE
001790     LABEL RECORDS ARE OMITTED
001800     RECORD CONTAINS 100 CHARACTERS.
001810 01  RPT-LINE                    PIC X(100).
001820 FD  TC-FILE
001830     LABEL RECORDS ARE STANDARD
001840     RECORD CONTAINS 60 CHARACTERS.
001850     COPY DL100TC.
001860 FD  ACCT-FILE
001870     LABEL RECORDS ARE STANDARD
001880     RECORD CONTAINS 80 CHARACTERS.
001890     COPY DL100AM.
001900 FD  HIST-FILE
001910     LABEL RECORDS ARE STANDARD
001920     RECORD CONTAINS 50 CHARACTERS.
001930     COPY DL100RH.
001940 WORKING-STORAGE SECTION.
001950 01  WS-FILE-CONTROLS.
001960     05  WS-CORR-STATUS          PIC X(02) VALUE '00'.
001970     05  WS-TBL-REL-KEY          PIC 9(5) COMP VALUE ZERO.
001980     05  WS-TBL-STATUS           PIC X(02) VALUE '00'.
001990     05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
002000     05  WS-KEY-STATUS           PIC X(02) VALUE '00'.
002010     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
002020     05  WS-TC-STATUS            PIC X(02) VALUE '00'.
002030     05  WS-ACCT-STATUS          PIC X(02) VALUE '00'.
002040     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
002050 01  WS-AREA.
002060     05  WS-READ-COUNT           PIC 9(5) COMP VALUE ZERO.
002070     05  WS-ADD-COUNT            PIC 9(5) COMP VALUE ZERO.
002080     05  WS-CHG-COUNT            PIC 9(5) COMP VALUE ZERO.
002090     05  WS-DEL-COUNT            PIC 9(5) COMP VALUE ZERO.
002100     05  WS-ERR-COUNT            PIC 9(5) COMP VALUE ZERO.
002110     05  WS-UNAPPR-COUNT         PIC 9(5) COMP VALUE ZERO.
002120     05  WS-STALE-COUNT          PIC 9(5) COMP VALUE ZERO.
002130     05  WS-REJ-ANOF-COUNT       PIC 9(5) COMP VALUE ZERO.
002140     05  WS-REJ-ACLS-COUNT       PIC 9(5) COMP VALUE ZERO.
002150     05  WS-REJ-AFRZ-COUNT       PIC 9(5) COMP VALUE ZERO.
002160     05  WS-CORR-REASON          PIC X(04) VALUE SPACES.
002170     05  WS-TABLE-MAX-ALLOWED    PIC 9(5) COMP VALUE 100.
002180     05  WS-BUS-DATE             PIC 9(08) VALUE ZERO.
002190     05  WS-EDIT-COUNT           PIC ZZZZ9.
002200     05  WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
002210     05  WS-BEFORE-IMAGE-R REDEFINES WS-BEFORE-IMAGE.
002220         10  WS-BEFORE-ACCT-NO   PIC X(10).
002230         10  FILLER              PIC X(70).
002240     05  WS-WORK-DATE.
002250         10  WS-WORK-CCYY        PIC 9(04).
002260         10  WS-WORK-MM          PIC 9(02).
002270         10  WS-WORK-DD          PIC 9(02).
002280     05  WS-TC-MAX-ALLOWED       PIC 9(3) COMP VALUE 50.
002290     05  WS-TC-COUNT             PIC 9(3) COMP VALUE ZERO.
002300     05  WS-TC-SUB               PIC 9(3) COMP VALUE ZERO.
002310     05  WS-TC-CODE-TBL OCCURS 50 TIMES
002320                             PIC X(02).
002330 01  WS-REPORT-DATE.
002340     05  WS-RPT-YY               PIC 9(2).
002350     05  WS-RPT-MM               PIC 9(2).
002360     05  WS-RPT-DD               PIC 9(2).
002370 01  WS-REPORT-TIME.
002380     05  WS-RPT-HH               PIC 9(2).
002390     05  WS-RPT-MN               PIC 9(2).
002400     05  WS-RPT-SS               PIC 9(2).
002410     05  WS-RPT-HS               PIC 9(2).
002420 01  WS-SWITCHES.
002430     05  WS-EOF-SW               PIC X(01) VALUE 'N'.
002440         88  WS-EOF-REACHED               VALUE 'Y'.
002450         88  WS-NOT-AT-EOF                VALUE 'N'.
002460     05  WS-CORR-EDIT-SW         PIC X(01) VALUE 'Y'.
002470         88  WS-CORR-PASSES-EDIT          VALUE 'Y'.
002480         88  WS-CORR-FAILS-EDIT           VALUE 'N'.
002490     05  WS-TC-EOF-SW            PIC X(01) VALUE 'N'.
002500         88  WS-TC-AT-EOF                 VALUE 'Y'.
002510     05  WS-TC-FOUND-SW          PIC X(01) VALUE 'N'.
002520         88  WS-TC-CODE-FOUND             VALUE 'Y'.
002530     05  WS-ACCT-FOUND-SW        PIC X(01) VALUE 'N'.
002540         88  WS-ACCT-ON-MASTER            VALUE 'Y'.
002550     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
002560         88  WS-HIST-AT-EOF               VALUE 'Y'.
002570 PROCEDURE DIVISION.
002580*----------------------------------------------------------*
002590* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE RUN.       *
002600*----------------------------------------------------------*
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002630     PERFORM 2100-APPLY-ONE-CORRECTION THRU 2100-EXIT
002640             UNTIL WS-EOF-REACHED.
002650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002660     GOBACK.
002670 0000-EXIT.
002680     EXIT.
002690*----------------------------------------------------------*
002700* 1000-INITIALIZE OPENS THE CORRECTION FILE, THE TABLE       *
002710* EXTRACT, AND THE AUDIT TRAIL, ABENDING ON ANY FAILED OPEN  *
002720* SO A PARTIAL MAINTENANCE PASS CANNOT RUN SILENTLY.         *
002730*----------------------------------------------------------*
002740 1000-INITIALIZE.
002750     OPEN INPUT CORR-FILE.
002760     IF WS-CORR-STATUS NOT = '00'
002770         DISPLAY 'DL110099E CORR-FILE OPEN FAILED, STATUS = '
002780                 WS-CORR-STATUS
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.
002820     OPEN I-O TBL-OUT-FILE.
002830     IF WS-TBL-STATUS NOT = '00'
002840         DISPLAY 'DL110098E TBL-OUT-FILE OPEN FAILED, STATUS = '
002850                 WS-TBL-STATUS
002860         CLOSE CORR-FILE
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900     OPEN OUTPUT AUDIT-FILE.
002910     IF WS-AUDIT-STATUS NOT = '00'
002920         DISPLAY 'DL110097E AUDIT-FILE OPEN FAILED, STATUS = '
002930                 WS-AUDIT-STATUS
002940         CLOSE CORR-FILE
002950         CLOSE TBL-OUT-FILE
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     OPEN I-O TBL-KEY-FILE.
003000     IF WS-KEY-STATUS NOT = '00'
003010         DISPLAY 'DL110088E TBL-KEY-FILE OPEN FAILED, STATUS = '
003020                 WS-KEY-STATUS
003030         CLOSE CORR-FILE
003040         CLOSE TBL-OUT-FILE
003050         CLOSE AUDIT-FILE
003060         MOVE 16 TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090     PERFORM 1100-LOAD-TRAN-CODES THRU 1100-EXIT.
003100     PERFORM 1200-OPEN-ACCOUNT-MASTER THRU 1200-EXIT.
003110     PERFORM 1300-READ-RUN-HISTORY THRU 1300-EXIT.
003120 1000-EXIT.
003130     EXIT.
003140*----------------------------------------------------------*
003150* 1100-LOAD-TRAN-CODES LOADS THE TRANSACTION-CODE MASTER     *
003160* INTO THE IN-STORAGE CODE TABLE THE CORRECTION EDIT CHECKS  *
003170* AGAINST, THE SAME WAY DL100 DOES AT LOAD TIME. NO MASTER   *
003180* STOPS THE RUN -- RUN DL150 TO BUILD IT FIRST.              *
003190*----------------------------------------------------------*
003200 1100-LOAD-TRAN-CODES.
003210     OPEN INPUT TC-FILE.
003220     IF WS-TC-STATUS NOT = '00'
003230         DISPLAY 'DL110083E TRAN-CODE MASTER OPEN FAILED, '
003240                 'STATUS = ' WS-TC-STATUS
003250         CLOSE CORR-FILE
003260         CLOSE TBL-OUT-FILE
003270         CLOSE AUDIT-FILE
003280         CLOSE TBL-KEY-FILE
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     PERFORM 1110-LOAD-ONE-TRAN-CODE THRU 1110-EXIT
003330         UNTIL WS-TC-AT-EOF.
003340     CLOSE TC-FILE.
003350 1100-EXIT.
003360     EXIT.
003370 1110-LOAD-ONE-TRAN-CODE.
003380     READ TC-FILE
003390         AT END SET WS-TC-AT-EOF TO TRUE
003400         NOT AT END
003410             IF WS-TC-COUNT = WS-TC-MAX-ALLOWED
003420                 DISPLAY 'DL110082E TOO MANY TRANSACTION '
003430                         'CODES, MAX = ' WS-TC-MAX-ALLOWED
003440                 CLOSE TC-FILE
003450                 MOVE 16 TO RETURN-CODE
003460                 STOP RUN
003470             END-IF
003480             ADD 1 TO WS-TC-COUNT
003490             MOVE DL100-TC-CODE TO WS-TC-CODE-TBL(WS-TC-COUNT)
003500     END-READ.
003510 1110-EXIT.
003520     EXIT.
003530*----------------------------------------------------------*
003540* 1200-OPEN-ACCOUNT-MASTER OPENS THE ACCOUNT MASTER FOR THE  *
003550* RANDOM LOOKUP THE CORRECTION EDIT MAKES, THE SAME WAY      *
003560* DL100 DOES AT LOAD TIME. NO MASTER STOPS THE RUN -- RUN    *
003570* DL160 TO BUILD IT FIRST.                                   *
003580*----------------------------------------------------------*
003590 1200-OPEN-ACCOUNT-MASTER.
003600     OPEN INPUT ACCT-FILE.
003610     IF WS-ACCT-STATUS NOT = '00'
003620         DISPLAY 'DL110081E ACCOUNT MASTER OPEN FAILED, '
003630                 'STATUS = ' WS-ACCT-STATUS
003640         CLOSE CORR-FILE
003650         CLOSE TBL-OUT-FILE
003660         CLOSE AUDIT-FILE
003670         CLOSE TBL-KEY-FILE
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710 1200-EXIT.
003720     EXIT.
003730*----------------------------------------------------------*
003740* 1300-READ-RUN-HISTORY KEEPS THE BUSINESS DATE OF THE LAST  *
003750* RUNHIST RECORD -- THE LOAD THAT BUILT THE TABLE EXTRACT    *
003760* NOW ON TBLOUT. A CORRECTION IS ONLY APPLIED WHEN IT WAS    *
003770* SUBMITTED UNDER THAT SAME DATE. NO RUN HISTORY STOPS THE   *
003780* RUN.                                                       *
003790*----------------------------------------------------------*
003800 1300-READ-RUN-HISTORY.
003810     OPEN INPUT HIST-FILE.
003820     IF WS-HIST-STATUS NOT = '00'
003830         DISPLAY 'DL110076E RUN HISTORY OPEN FAILED, STATUS = '
003840                 WS-HIST-STATUS
003850         CLOSE CORR-FILE
003860         CLOSE TBL-OUT-FILE
003870         CLOSE AUDIT-FILE
003880         CLOSE TBL-KEY-FILE
003890         CLOSE ACCT-FILE
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930     PERFORM 1310-READ-ONE-HISTORY THRU 1310-EXIT
003940         UNTIL WS-HIST-AT-EOF.
003950     CLOSE HIST-FILE.
003960 1300-EXIT.
003970     EXIT.
003980 1310-READ-ONE-HISTORY.
003990     READ HIST-FILE
004000         AT END SET WS-HIST-AT-EOF TO TRUE
004010         NOT AT END
004020             MOVE DL100-RH-BUS-DATE TO WS-BUS-DATE
004030     END-READ.
004040 1310-EXIT.
004050     EXIT.
004060*----------------------------------------------------------*
004070* 2100-APPLY-ONE-CORRECTION READS THE NEXT CORRECTION AND    *
004080* ROUTES IT BY RECORD TYPE. A CARD WITHOUT A SECOND          *
004090* OPERATOR'S APPROVAL, A CARD SUBMITTED UNDER AN EARLIER     *
004100* BUSINESS DATE THAN THE EXTRACT NOW ON TBLOUT, AN           *
004110* UNRECOGNIZED TYPE, OR A BAD RELATIVE KEY IS COUNTED AS AN  *
004120* ERROR AND FLAGGED.                                         *
004130*----------------------------------------------------------*
004140 2100-APPLY-ONE-CORRECTION.
004150     READ CORR-FILE
004160         AT END     SET WS-EOF-REACHED TO TRUE
004170         NOT AT END
004180             ADD 1 TO WS-READ-COUNT
004190             PERFORM 2200-ROUTE-CORRECTION THRU 2200-EXIT
004200     END-READ.
004210 2100-EXIT.
004220     EXIT.
004230 2200-ROUTE-CORRECTION.
004240     EVALUATE TRUE
004250         WHEN CORR-MAKER-ID = SPACES
004260          OR CORR-CHECKER-ID = SPACES
004270          OR CORR-CHECKER-ID = CORR-MAKER-ID
004280             ADD 1 TO WS-ERR-COUNT
004290             ADD 1 TO WS-UNAPPR-COUNT
004300             DISPLAY 'DL110077E CORRECTION NOT APPROVED, KEY = '
004310                     CORR-REL-KEY-X ' MAKER = ' CORR-MAKER-ID
004320         WHEN CORR-BUS-DATE-X NOT NUMERIC
004330          OR CORR-BUS-DATE NOT = WS-BUS-DATE
004340             ADD 1 TO WS-ERR-COUNT
004350             ADD 1 TO WS-STALE-COUNT
004360             DISPLAY 'DL110075E CORRECTION FOR EARLIER EXTRACT, '
004370                     'KEY = ' CORR-REL-KEY-X ' DATE = '
004380                     CORR-BUS-DATE-X ' VS RUNHIST ' WS-BUS-DATE
004390         WHEN CORR-REL-KEY-X NOT NUMERIC
004400          OR CORR-REL-KEY = ZERO
004410          OR CORR-REL-KEY > WS-TABLE-MAX-ALLOWED
004420             ADD 1 TO WS-ERR-COUNT
004430             DISPLAY 'DL110096E BAD RELATIVE KEY = '
004440                     CORR-REL-KEY-X
004450         WHEN OTHER
004460             MOVE CORR-REL-KEY TO WS-TBL-REL-KEY
004470             EVALUATE TRUE
004480                 WHEN CORR-IS-ADD
004490                     PERFORM 3100-APPLY-ADD THRU 3100-EXIT
004500                 WHEN CORR-IS-CHANGE
004510                     PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
004520                 WHEN CORR-IS-DELETE
004530                     PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
004540                 WHEN OTHER
004550                     ADD 1 TO WS-ERR-COUNT
004560                     DISPLAY 'DL110095E UNRECOGNIZED RECORD '
004570                             'TYPE = ' CORR-REC-TYPE
004580             END-EVALUATE
004590     END-EVALUATE.
004600 2200-EXIT.
004610     EXIT.
004620*----------------------------------------------------------*
004630* 3050-EDIT-CORRECTION APPLIES THE SAME FIELD EDITS TO AN    *
004640* ADD OR CHANGE THAT DL100 APPLIES TO A DAILY DETAIL --      *
004650* ACCOUNT PRESENT, TRAN CODE PRESENT AND ON THE MASTER,      *
004660* AMOUNT NUMERIC, EFFECTIVE DATE A REAL DATE -- AND THE      *
004670* ACCOUNT ON THE ACCOUNT MASTER AND NEITHER CLOSED NOR       *
004680* FROZEN. AN ACCOUNT FAILURE GETS ITS OWN MESSAGE AND COUNT. *
004690*----------------------------------------------------------*
004700 3050-EDIT-CORRECTION.
004710     MOVE 'Y' TO WS-CORR-EDIT-SW.
004720     MOVE SPACES TO WS-CORR-REASON.
004730     PERFORM 3070-FIND-TRAN-CODE THRU 3070-EXIT.
004740     PERFORM 3090-FIND-ACCOUNT THRU 3090-EXIT.
004750     EVALUATE TRUE
004760         WHEN CORR-ACCT-NO = SPACES
004770             MOVE 'N' TO WS-CORR-EDIT-SW
004780         WHEN NOT WS-ACCT-ON-MASTER
004790             MOVE 'N' TO WS-CORR-EDIT-SW
004800             MOVE 'ANOF' TO WS-CORR-REASON
004810         WHEN DL100-AM-CLOSED
004820             MOVE 'N' TO WS-CORR-EDIT-SW
004830             MOVE 'ACLS' TO WS-CORR-REASON
004840         WHEN DL100-AM-FROZEN
004850             MOVE 'N' TO WS-CORR-EDIT-SW
004860             MOVE 'AFRZ' TO WS-CORR-REASON
004870         WHEN CORR-TRAN-CODE = SPACES
004880             MOVE 'N' TO WS-CORR-EDIT-SW
004890         WHEN NOT WS-TC-CODE-FOUND
004900             MOVE 'N' TO WS-CORR-EDIT-SW
004910         WHEN CORR-AMOUNT-X NOT NUMERIC
004920             MOVE 'N' TO WS-CORR-EDIT-SW
004930         WHEN NOT CORR-IS-DEBIT AND NOT CORR-IS-CREDIT
004940             MOVE 'N' TO WS-CORR-EDIT-SW
004950         WHEN CORR-EFF-DATE-X NOT NUMERIC
004960             MOVE 'N' TO WS-CORR-EDIT-SW
004970         WHEN OTHER
004980             MOVE CORR-EFF-DATE-X TO WS-WORK-DATE
004990             IF WS-WORK-MM < 01 OR WS-WORK-MM > 12
005000                OR WS-WORK-DD < 01 OR WS-WORK-DD > 31
005010                 MOVE 'N' TO WS-CORR-EDIT-SW
005020             END-IF
005030     END-EVALUATE.
005040     IF WS-CORR-FAILS-EDIT
005050         ADD 1 TO WS-ERR-COUNT
005060         EVALUATE WS-CORR-REASON
005070             WHEN 'ANOF'
005080                 ADD 1 TO WS-REJ-ANOF-COUNT
005090                 DISPLAY 'DL110080E ACCOUNT NOT ON MASTER, KEY = '
005100                         CORR-REL-KEY ' ACCOUNT = ' CORR-ACCT-NO
005110             WHEN 'ACLS'
005120                 ADD 1 TO WS-REJ-ACLS-COUNT
005130                 DISPLAY 'DL110079E ACCOUNT CLOSED, KEY = '
005140                         CORR-REL-KEY ' ACCOUNT = ' CORR-ACCT-NO
005150             WHEN 'AFRZ'
005160                 ADD 1 TO WS-REJ-AFRZ-COUNT
005170                 DISPLAY 'DL110078E ACCOUNT FROZEN, KEY = '
005180                         CORR-REL-KEY ' ACCOUNT = ' CORR-ACCT-NO
005190             WHEN OTHER
005200                 DISPLAY 'DL110094E CORRECTION FAILS FIELD '
005210                         'EDITS, KEY = ' CORR-REL-KEY
005220         END-EVALUATE
005230     END-IF.
005240 3050-EXIT.
005250     EXIT.
005260*----------------------------------------------------------*
005270* 3070-FIND-TRAN-CODE LOOKS THE CORRECTION'S TRANSACTION     *
005280* CODE UP IN THE IN-STORAGE COPY OF THE TRANSACTION-CODE     *
005290* MASTER. THE CALLER'S EDIT FAILS A CODE NOT ON THE MASTER.  *
005300*----------------------------------------------------------*
005310 3070-FIND-TRAN-CODE.
005320     MOVE 'N' TO WS-TC-FOUND-SW.
005330     PERFORM 3080-MATCH-ONE-CODE THRU 3080-EXIT
005340         VARYING WS-TC-SUB FROM 1 BY 1
005350         UNTIL WS-TC-SUB > WS-TC-COUNT
005360            OR WS-TC-CODE-FOUND.
005370 3070-EXIT.
005380     EXIT.
005390 3080-MATCH-ONE-CODE.
005400     IF WS-TC-CODE-TBL(WS-TC-SUB) = CORR-TRAN-CODE
005410         SET WS-TC-CODE-FOUND TO TRUE
005420     END-IF.
005430 3080-EXIT.
005440     EXIT.
005450*----------------------------------------------------------*
005460* 3060-BUILD-TBL-ENTRY MAPS THE CORRECTION'S DETAIL FIELDS    *
005470* INTO THE TABLE EXTRACT RECORD LAYOUT.                       *
005480*----------------------------------------------------------*
005490 3060-BUILD-TBL-ENTRY.
005500     MOVE SPACES TO DL100-TBL-ENTRY.
005510     MOVE CORR-ACCT-NO TO DL100-TBL-ACCT-NO.
005520     MOVE CORR-TRAN-CODE TO DL100-TBL-TRAN-CODE.
005530     MOVE CORR-AMOUNT TO DL100-TBL-AMOUNT.
005540     IF CORR-IS-CREDIT
005550         SUBTRACT CORR-AMOUNT FROM ZERO
005560             GIVING DL100-TBL-AMOUNT
005570     END-IF.
005580     MOVE CORR-EFF-DATE TO DL100-TBL-EFF-DATE.
005590     MOVE CORR-SOURCE TO DL100-TBL-SOURCE.
005600 3060-EXIT.
005610     EXIT.
005620*----------------------------------------------------------*
005630* 3090-FIND-ACCOUNT READS THE CORRECTION'S ACCOUNT FROM THE  *
005640* ACCOUNT MASTER. THE CALLER'S EDIT FAILS AN ACCOUNT NOT ON  *
005650* FILE AND JUDGES THE STATUS OF ONE THAT IS.                 *
005660*----------------------------------------------------------*
005670 3090-FIND-ACCOUNT.
005680     MOVE 'N' TO WS-ACCT-FOUND-SW.
005690     IF CORR-ACCT-NO NOT = SPACES
005700         MOVE CORR-ACCT-NO TO DL100-AM-ACCT-NO
005710         READ ACCT-FILE
005720             INVALID KEY
005730                 CONTINUE
005740             NOT INVALID KEY
005750                 SET WS-ACCT-ON-MASTER TO TRUE
005760         END-READ
005770     END-IF.
005780 3090-EXIT.
005790     EXIT.
005800*----------------------------------------------------------*
005810* 3100-APPLY-ADD WRITES A NEW ENTRY AT THE REQUESTED SLOT.    *
005820* A SLOT ALREADY OCCUPIED IS AN ERROR -- THE SOURCE SYSTEM    *
005830* MUST SEND A CHANGE FOR AN EXISTING ENTRY.                   *
005840*----------------------------------------------------------*
005850 3100-APPLY-ADD.
005860     PERFORM 3050-EDIT-CORRECTION THRU 3050-EXIT.
005870     IF WS-CORR-PASSES-EDIT
005880         PERFORM 3060-BUILD-TBL-ENTRY THRU 3060-EXIT
005890         WRITE DL100-TBL-RECORD
005900             INVALID KEY
005910                 ADD 1 TO WS-ERR-COUNT
005920                 DISPLAY 'DL110093E ADD REJECTED, SLOT IN USE, '
005930                         'KEY = ' CORR-REL-KEY
005940             NOT INVALID KEY
005950                 ADD 1 TO WS-ADD-COUNT
005960                 MOVE SPACES TO WS-BEFORE-IMAGE
005970                 PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
005980                 PERFORM 8100-MIRROR-KEYED-ENTRY THRU 8100-EXIT
005990         END-WRITE
006000     END-IF.
006010 3100-EXIT.
006020     EXIT.
006030*----------------------------------------------------------*
006040* 3200-APPLY-CHANGE READS THE EXISTING ENTRY FOR ITS BEFORE   *
006050* IMAGE, THEN REWRITES IT FROM THE CORRECTION'S FIELDS.       *
006060*----------------------------------------------------------*
006070 3200-APPLY-CHANGE.
006080     PERFORM 3050-EDIT-CORRECTION THRU 3050-EXIT.
006090     IF WS-CORR-PASSES-EDIT
006100         READ TBL-OUT-FILE
006110             INVALID KEY
006120                 ADD 1 TO WS-ERR-COUNT
006130                 DISPLAY 'DL110092E CHANGE TARGET NOT FOUND, '
006140                         'KEY = ' CORR-REL-KEY
006150             NOT INVALID KEY
006160                 MOVE DL100-TBL-ENTRY TO WS-BEFORE-IMAGE
006170                 PERFORM 3060-BUILD-TBL-ENTRY THRU 3060-EXIT
006180                 REWRITE DL100-TBL-RECORD
006190                     INVALID KEY
006200                         ADD 1 TO WS-ERR-COUNT
006210                         DISPLAY 'DL110091E REWRITE FAILED, '
006220                                 'KEY = ' CORR-REL-KEY
006230                     NOT INVALID KEY
006240                         ADD 1 TO WS-CHG-COUNT
006250                         PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
006260                         IF WS-BEFORE-ACCT-NO NOT =
006270                            DL100-TBL-ACCT-NO
006280                             PERFORM 8200-MIRROR-KEYED-DELETE
006290                                 THRU 8200-EXIT
006300                         END-IF
006310                         PERFORM 8100-MIRROR-KEYED-ENTRY
006320                             THRU 8100-EXIT
006330                 END-REWRITE
006340         END-READ
006350     END-IF.
006360 3200-EXIT.
006370     EXIT.
006380*----------------------------------------------------------*
006390* 3300-APPLY-DELETE READS THE EXISTING ENTRY FOR ITS BEFORE   *
006400* IMAGE, THEN DELETES THE SLOT.                               *
006410*----------------------------------------------------------*
006420 3300-APPLY-DELETE.
006430     READ TBL-OUT-FILE
006440         INVALID KEY
006450             ADD 1 TO WS-ERR-COUNT
006460             DISPLAY 'DL110090E DELETE TARGET NOT FOUND, '
006470                     'KEY = ' CORR-REL-KEY
006480         NOT INVALID KEY
006490             MOVE DL100-TBL-ENTRY TO WS-BEFORE-IMAGE
006500             DELETE TBL-OUT-FILE
006510                 INVALID KEY
006520                     ADD 1 TO WS-ERR-COUNT
006530                     DISPLAY 'DL110089E DELETE FAILED, KEY = '
006540                             CORR-REL-KEY
006550                 NOT INVALID KEY
006560                     ADD 1 TO WS-DEL-COUNT
006570                     MOVE SPACES TO DL100-TBL-ENTRY
006580                     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT
006590                     PERFORM 8200-MIRROR-KEYED-DELETE
006600                         THRU 8200-EXIT
006610             END-DELETE
006620     END-READ.
006630 3300-EXIT.
006640     EXIT.
006650*----------------------------------------------------------*
006660* 8000-WRITE-AUDIT WRITES ONE AUDIT TRAIL RECORD FOR AN       *
006670* APPLIED CORRECTION -- ACTION, RELATIVE KEY, THE ENTRY       *
006680* IMAGES BEFORE AND AFTER THE CHANGE (SPACES FOR THE MISSING  *
006690* SIDE OF AN ADD OR DELETE), AND WHO MADE AND WHO APPROVED    *
006700* IT AND WHEN.                                                *
006710*----------------------------------------------------------*
006720 8000-WRITE-AUDIT.
006730     MOVE CORR-REC-TYPE TO AUD-ACTION.
006740     MOVE CORR-REL-KEY TO AUD-REL-KEY.
006750     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
006760     MOVE DL100-TBL-ENTRY TO AUD-AFTER-IMAGE.
006770     MOVE CORR-MAKER-ID TO AUD-MAKER-ID.
006780     MOVE CORR-CHECKER-ID TO AUD-CHECKER-ID.
006790     MOVE CORR-APPR-DATE TO AUD-APPR-DATE.
006800     MOVE CORR-APPR-TIME TO AUD-APPR-TIME.
006810     WRITE AUD-RECORD.
006820 8000-EXIT.
006830     EXIT.
006840*----------------------------------------------------------*
006850* 8100-MIRROR-KEYED-ENTRY CARRIES THE ENTRY JUST WRITTEN OR  *
006860* REWRITTEN ON THE SLOT FILE ONTO THE ACCOUNT-KEYED EXTRACT. *
006870* A DUPLICATE ACCOUNT REWRITES, MATCHING DL100'S LAST-ENTRY- *
006880* WINS RULE FOR THAT FILE.                                   *
006890*----------------------------------------------------------*
006900 8100-MIRROR-KEYED-ENTRY.
006910     MOVE DL100-TBL-ACCT-NO TO DL100-KEY-ACCT-NO.
006920     MOVE DL100-TBL-ENTRY TO DL100-KEY-ENTRY.
006930     WRITE DL100-KEY-RECORD
006940         INVALID KEY
006950             REWRITE DL100-KEY-RECORD
006960                 INVALID KEY
006970                     ADD 1 TO WS-ERR-COUNT
006980                     DISPLAY 'DL110087E KEYED MIRROR FAILED '
006990                             'FOR ' DL100-KEY-ACCT-NO
007000             END-REWRITE
007010     END-WRITE.
007020 8100-EXIT.
007030     EXIT.
007040*----------------------------------------------------------*
007050* 8200-MIRROR-KEYED-DELETE DROPS THE BEFORE-IMAGE'S ACCOUNT  *
007060* FROM THE ACCOUNT-KEYED EXTRACT -- AFTER A DELETE, OR AHEAD *
007070* OF A CHANGE THAT MOVES THE ENTRY TO A NEW ACCOUNT. AN      *
007080* ACCOUNT ALREADY ABSENT (A DUPLICATE THE LAST-ENTRY-WINS    *
007090* RULE OVERWROTE) IS ONLY WORTH A NOTE.                      *
007100*----------------------------------------------------------*
007110 8200-MIRROR-KEYED-DELETE.
007120     MOVE WS-BEFORE-ACCT-NO TO DL100-KEY-ACCT-NO.
007130     DELETE TBL-KEY-FILE
007140         INVALID KEY
007150             DISPLAY 'DL110086W NO KEYED ENTRY TO DROP FOR '
007160                     DL100-KEY-ACCT-NO
007170     END-DELETE.
007180 8200-EXIT.
007190     EXIT.
007200*----------------------------------------------------------*
007210* 9000-TERMINATE CLOSES THE FILES AND WRITES THE MAINTENANCE  *
007220* CONTROL REPORT. ANY ERRORED CORRECTION LEAVES A WARNING     *
007230* RETURN CODE FOR THE SCHEDULER.                              *
007240*----------------------------------------------------------*
007250 9000-TERMINATE.
007260     CLOSE CORR-FILE.
007270     CLOSE TBL-OUT-FILE.
007280     CLOSE AUDIT-FILE.
007290     CLOSE TBL-KEY-FILE.
007300     CLOSE ACCT-FILE.
007310     PERFORM 9100-BUILD-CONTROL-RPT THRU 9100-EXIT.
007320     IF WS-ERR-COUNT > ZERO
007330         MOVE 8 TO RETURN-CODE
007340     END-IF.
007350 9000-EXIT.
007360     EXIT.
007370*----------------------------------------------------------*
007380* 9100-BUILD-CONTROL-RPT WRITES THE MAINTENANCE CONTROL       *
007390* REPORT -- CORRECTIONS READ, APPLIED BY ACTION, AND ERRORS,  *
007400* WITH THE ACCOUNT-MASTER FAILURES BROKEN OUT BY REASON.      *
007410*----------------------------------------------------------*
007420 9100-BUILD-CONTROL-RPT.
007430     ACCEPT WS-REPORT-DATE FROM DATE.
007440     ACCEPT WS-REPORT-TIME FROM TIME.
007450     OPEN OUTPUT RPT-FILE.
007460     IF WS-RPT-STATUS NOT = '00'
007470         DISPLAY 'DL110084E RPT-FILE OPEN FAILED, STATUS = '
007480                 WS-RPT-STATUS
007490         MOVE 16 TO RETURN-CODE
007500         STOP RUN
007510     END-IF.
007520     MOVE SPACES TO RPT-LINE.
007530     STRING 'DL110 INTRADAY MAINTENANCE CONTROL REPORT'
007540             DELIMITED BY SIZE INTO RPT-LINE.
007550     WRITE RPT-LINE.
007560     MOVE SPACES TO RPT-LINE.
007570     STRING 'RUN DATE (YYMMDD) : ' WS-REPORT-DATE
007580             '   RUN TIME (HHMMSSHH) : ' WS-REPORT-TIME
007590             DELIMITED BY SIZE INTO RPT-LINE.
007600     WRITE RPT-LINE.
007610     MOVE WS-READ-COUNT TO WS-EDIT-COUNT.
007620     MOVE SPACES TO RPT-LINE.
007630     STRING 'CORRECTIONS READ     : ' WS-EDIT-COUNT
007640             DELIMITED BY SIZE INTO RPT-LINE.
007650     WRITE RPT-LINE.
007660     MOVE WS-ADD-COUNT TO WS-EDIT-COUNT.
007670     MOVE SPACES TO RPT-LINE.
007680     STRING 'ADDS APPLIED         : ' WS-EDIT-COUNT
007690             DELIMITED BY SIZE INTO RPT-LINE.
007700     WRITE RPT-LINE.
007710     MOVE WS-CHG-COUNT TO WS-EDIT-COUNT.
007720     MOVE SPACES TO RPT-LINE.
007730     STRING 'CHANGES APPLIED      : ' WS-EDIT-COUNT
007740             DELIMITED BY SIZE INTO RPT-LINE.
007750     WRITE RPT-LINE.
007760     MOVE WS-DEL-COUNT TO WS-EDIT-COUNT.
007770     MOVE SPACES TO RPT-LINE.
007780     STRING 'DELETES APPLIED      : ' WS-EDIT-COUNT
007790             DELIMITED BY SIZE INTO RPT-LINE.
007800     WRITE RPT-LINE.
007810     MOVE WS-ERR-COUNT TO WS-EDIT-COUNT.
007820     MOVE SPACES TO RPT-LINE.
007830     STRING 'CORRECTIONS IN ERROR : ' WS-EDIT-COUNT
007840             DELIMITED BY SIZE INTO RPT-LINE.
007850     WRITE RPT-LINE.
007860     MOVE WS-UNAPPR-COUNT TO WS-EDIT-COUNT.
007870     MOVE SPACES TO RPT-LINE.
007880     STRING '    NOT APPROVED BY A CHECKER     : ' WS-EDIT-COUNT
007890             DELIMITED BY SIZE INTO RPT-LINE.
007900     WRITE RPT-LINE.
007910     MOVE WS-STALE-COUNT TO WS-EDIT-COUNT.
007920     MOVE SPACES TO RPT-LINE.
007930     STRING '    KEYED TO AN EARLIER EXTRACT   : ' WS-EDIT-COUNT
007940             DELIMITED BY SIZE INTO RPT-LINE.
007950     WRITE RPT-LINE.
007960     MOVE WS-REJ-ANOF-COUNT TO WS-EDIT-COUNT.
007970     MOVE SPACES TO RPT-LINE.
007980     STRING '    ANOF - ACCOUNT NOT ON MASTER  : ' WS-EDIT-COUNT
007990             DELIMITED BY SIZE INTO RPT-LINE.
008000     WRITE RPT-LINE.
008010     MOVE WS-REJ-ACLS-COUNT TO WS-EDIT-COUNT.
008020     MOVE SPACES TO RPT-LINE.
008030     STRING '    ACLS - ACCOUNT CLOSED         : ' WS-EDIT-COUNT
008040             DELIMITED BY SIZE INTO RPT-LINE.
008050     WRITE RPT-LINE.
008060     MOVE WS-REJ-AFRZ-COUNT TO WS-EDIT-COUNT.
008070     MOVE SPACES TO RPT-LINE.
008080     STRING '    AFRZ - ACCOUNT FROZEN         : ' WS-EDIT-COUNT
008090             DELIMITED BY SIZE INTO RPT-LINE.
008100     WRITE RPT-LINE.
008110     CLOSE RPT-FILE.
008120 9100-EXIT.
008130     EXIT.
