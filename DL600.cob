000260*                PRINTS PASS OR FAIL WITH THE SPECIFIC       *
000270*                NUMBERS (RPTOUT), AND ANY BREAK LEAVES RC 8 *
000280*                SO THE SCHEDULER HOLDS THE GL TRANSMISSION. *
000290*  10/15/26 RGH  THE AUDIT TRAIL RECORD (AUDIN) IS NOW 198   *
000300*                BYTES -- DL110 AND DL140 APPEND THE MAKER   *
000310*                ID, CHECKER ID, AND APPROVAL TIMESTAMP OF   *
000320*                EVERY APPLIED CARD. THE COUNT               *
000330*                RECONCILIATION IS UNCHANGED.                *
000340*  10/15/26 RGH  THE GL TRAILER IS NOW RECONCILED TO THE     *
000350*                TBLOUT SLOTS AND AMOUNT LESS THE ENTRIES    *
000360*                DL410 HOLDS AS SUSPECTED CROSS-DAY REPEATS, *
000370*                PLUS THE HOLDS RELEASED TONIGHT (HOLDRLS,   *
000380*                OPTIONAL); THE HELD AND RELEASED FIGURES    *
000390*                PRINT UNDER THE GL CHECKS.                  *
000400*  10/15/26 RGH  THE HELD ENTRIES LEFT OUT OF THE            *
000410*                RECONCILIATION NOW INCLUDE THOSE HELD AS    *
000420*                ABOVE THEIR HIGH-VALUE HOLD LIMIT (FLAG H), *
000430*                ALONGSIDE THE SUSPECTED REPEATS.            *
000440*----------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT TBL-IN-FILE  ASSIGN TO TBLOUT
000520                         ORGANIZATION IS RELATIVE
000530                         ACCESS MODE IS SEQUENTIAL
000540                         RELATIVE KEY IS WS-TBL-REL-KEY
000550                         FILE STATUS IS WS-TBL-STATUS.
000560     SELECT TBL-KEY-FILE ASSIGN TO TBLIDX
000570                         ORGANIZATION IS INDEXED
000580                         ACCESS MODE IS SEQUENTIAL
000590                         RECORD KEY IS DL100-KEY-ACCT-NO
000600                         FILE STATUS IS WS-KEY-STATUS.
000610     SELECT HIST-FILE    ASSIGN TO RUNHIST
000620                         ORGANIZATION IS SEQUENTIAL
000630                         FILE STATUS IS WS-HIST-STATUS.
000640     SELECT AUDIT-FILE   ASSIGN TO AUDIN
000650                         ORGANIZATION IS SEQUENTIAL
000660                         FILE STATUS IS WS-AUDIT-STATUS.
000670     SELECT GL-FILE      ASSIGN TO GLOUT
000680                         ORGANIZATION IS SEQUENTIAL
000690                         FILE STATUS IS WS-GL-STATUS.
000700     SELECT RPT-FILE     ASSIGN TO VFYRPT
000710                         ORGANIZATION IS LINE SEQUENTIAL
000720                         FILE STATUS IS WS-RPT-STATUS.
000730     SELECT RLS-FILE     ASSIGN TO HOLDRLS
000740                         ORGANIZATION IS SEQUENTIAL
000750                         FILE STATUS IS WS-RLS-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  TBL-IN-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 80 CHARACTERS.
000810     COPY DL100TR.
000820 FD  TBL-KEY-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 90 CHARACTERS.
000850     COPY DL100TK.
000860 FD  HIST-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 50 CHARACTERS.
000890     COPY DL100RH.
000900 FD  AUDIT-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 198 CHARACTERS.
000930 01  AUD-RECORD.
000940     05  AUD-ACTION              PIC X(01).
000950         88  AUD-IS-ADD                   VALUE 'A'.
000960         88  AUD-IS-DELETE                VALUE 'X'.
000970     05  AUD-REL-KEY             PIC 9(05).
000980     05  AUD-BEFORE-IMAGE        PIC X(80).
000990     05  AUD-AFTER-IMAGE         PIC X(80).
001000     05  AUD-MAKER-ID            PIC X(08).
001010     05  AUD-CHECKER-ID          PIC X(08).
001020     05  AUD-APPR-DATE           PIC 9(08).
001030     05  AUD-APPR-TIME           PIC 9(08).
001040 FD  GL-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  GL-RECORD                   PIC X(80).
001080 01  GL-HEADER-R REDEFINES GL-RECORD.
001090     05  GL-HDR-REC-TYPE         PIC X(01).
001100         88  GL-IS-HEADER                 VALUE 'H'.
001110         88  GL-IS-DETAIL                 VALUE 'D'.
001120         88  GL-IS-TRAILER                VALUE 'T'.
001130     05  GL-HDR-SYSTEM           PIC X(08).
001140     05  GL-HDR-BUS-DATE         PIC 9(08).
001150     05  GL-HDR-RUN-DATE         PIC 9(08).
001160     05  GL-HDR-RUN-TIME         PIC 9(08).
001170     05  FILLER                  PIC X(47).
001180 01  GL-DETAIL-R REDEFINES GL-RECORD.
001190     05  FILLER                  PIC X(01).
001200     05  GL-DET-ACCT-NO          PIC X(10).
001210     05  GL-DET-GL-ACCT          PIC X(10).
001220     05  GL-DET-AMOUNT           PIC S9(09)V99.
001230     05  GL-DET-EFF-DATE         PIC 9(08).
001240     05  GL-DET-SOURCE           PIC X(03).
001250     05  FILLER                  PIC X(37).
001260 01  GL-TRAILER-R REDEFINES GL-RECORD.
001270     05  FILLER                  PIC X(01).
001280     05  GL-TRL-REC-COUNT        PIC 9(07).
001290     05  GL-TRL-HASH-AMOUNT      PIC S9(13)V99.
001300     05  FILLER                  PIC X(57).
001310 FD  RPT-FILE
001320     LABEL RECORDS ARE OMITTED
001330     RECORD CONTAINS 100 CHARACTERS.
001340 01  RPT-LINE                    PIC X(100).
001350 FD  RLS-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 130 CHARACTERS.
001380     COPY DL100HM.
001390 WORKING-STORAGE SECTION.
001400 01  WS-FILE-CONTROLS.
001410     05  WS-TBL-REL-KEY          PIC 9(5) COMP VALUE ZERO.
001420     05  WS-TBL-STATUS           PIC X(02) VALUE '00'.
001430     05  WS-KEY-STATUS           PIC X(02) VALUE '00'.
001440     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
001450     05  WS-AUDIT-STATUS         PIC X(02) VALUE '00'.
001460     05  WS-GL-STATUS            PIC X(02) VALUE '00'.
001470     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
001480     05  WS-RLS-STATUS           PIC X(02) VALUE '00'.
001490 01  WS-AREA.
001500     05  WS-TBL-COUNT            PIC 9(5) COMP VALUE ZERO.
001510     05  WS-TBL-AMOUNT           PIC S9(13)V99 COMP-3
001520                                 VALUE ZERO.
001530     05  WS-HELD-COUNT           PIC 9(5) COMP VALUE ZERO.
001540     05  WS-HELD-AMOUNT          PIC S9(13)V99 COMP-3
001550                                 VALUE ZERO.
001560     05  WS-RLS-COUNT            PIC 9(5) COMP VALUE ZERO.
001570     05  WS-RLS-AMOUNT           PIC S9(13)V99 COMP-3
001580                                 VALUE ZERO.
001590     05  WS-GL-DUE-COUNT         PIC S9(7) COMP VALUE ZERO.
001600     05  WS-GL-DUE-AMOUNT        PIC S9(13)V99 COMP-3
001610                                 VALUE ZERO.
001620     05  WS-KEY-COUNT            PIC 9(5) COMP VALUE ZERO.
001630     05  WS-KEY-AMOUNT           PIC S9(13)V99 COMP-3
001640                                 VALUE ZERO.
001650     05  WS-HIST-LOADED          PIC 9(5) COMP VALUE ZERO.
001660     05  WS-HIST-BUS-DATE        PIC 9(08) VALUE ZERO.
001670     05  WS-AUD-ADDS             PIC 9(5) COMP VALUE ZERO.
001680     05  WS-AUD-DELETES          PIC 9(5) COMP VALUE ZERO.
001690     05  WS-EXPECT-COUNT         PIC S9(5) COMP VALUE ZERO.
001700     05  WS-GL-DET-COUNT         PIC 9(7) COMP VALUE ZERO.
001710     05  WS-GL-DET-AMOUNT        PIC S9(13)V99 COMP-3
001720                                 VALUE ZERO.
001730     05  WS-GL-TRL-COUNT         PIC 9(7) COMP VALUE ZERO.
001740     05  WS-GL-TRL-HASH          PIC S9(13)V99 COMP-3
001750                                 VALUE ZERO.
001760     05  WS-GL-BUS-DATE          PIC 9(08) VALUE ZERO.
001770     05  WS-BREAK-COUNT          PIC 9(3) COMP VALUE ZERO.
001780     05  WS-LAST-AMT-SUM         PIC S9(13)V99 COMP-3
001790                                 VALUE ZERO.
001800     05  WS-EDIT-A               PIC ZZZZZZ9.
001810     05  WS-EDIT-B               PIC ZZZZZZ9.
001820     05  WS-EDIT-AMT-A           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001830     05  WS-EDIT-AMT-B           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001840     05  WS-ENTRY-WORK           PIC X(80) VALUE SPACES.
001850     05  WS-ENTRY-WORK-R REDEFINES WS-ENTRY-WORK.
001860         10  WS-EW-ACCT-NO       PIC X(10).
001870         10  WS-EW-TRAN-CODE     PIC X(02).
001880         10  WS-EW-AMOUNT        PIC S9(09)V99.
001890         10  WS-EW-EFF-DATE      PIC 9(08).
001900         10  WS-EW-SOURCE        PIC X(03).
001910         10  FILLER              PIC X(46).
001920     05  WS-AC-MAX-ALLOWED       PIC 9(5) COMP VALUE 100.
001930     05  WS-AC-COUNT             PIC 9(5) COMP VALUE ZERO.
001940     05  WS-AC-SUB               PIC 9(5) COMP VALUE ZERO.
001950     05  WS-AC-CUR               PIC 9(5) COMP VALUE ZERO.
001960     05  WS-ACCT-TBL OCCURS 100 TIMES.
001970         10  WS-AC-ACCT          PIC X(10).
001980         10  WS-AC-AMOUNT        PIC S9(11)V99 COMP-3.
001990 01  WS-REPORT-DATE.
002000     05  WS-RPT-YY               PIC 9(2).
002010     05  WS-RPT-MM               PIC 9(2).
002020     05  WS-RPT-DD               PIC 9(2).
002030 01  WS-REPORT-TIME.
002040     05  WS-RPT-HH               PIC 9(2).
002050     05  WS-RPT-MN               PIC 9(2).
002060     05  WS-RPT-SS               PIC 9(2).
002070     05  WS-RPT-HS               PIC 9(2).
002080 01  WS-SWITCHES.
002090     05  WS-TBL-EOF-SW           PIC X(01) VALUE 'N'.
002100         88  WS-TBL-AT-EOF                VALUE 'Y'.
002110     05  WS-KEY-EOF-SW           PIC X(01) VALUE 'N'.
002120         88  WS-KEY-AT-EOF                VALUE 'Y'.
002130     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
002140         88  WS-HIST-AT-EOF               VALUE 'Y'.
002150     05  WS-HIST-FOUND-SW        PIC X(01) VALUE 'N'.
002160         88  WS-HIST-FOUND                VALUE 'Y'.
002170     05  WS-AUD-EOF-SW           PIC X(01) VALUE 'N'.
002180         88  WS-AUD-AT-EOF                VALUE 'Y'.
002190     05  WS-AUD-SUPPLIED-SW      PIC X(01) VALUE 'N'.
002200         88  WS-AUDIT-SUPPLIED            VALUE 'Y'.
002210     05  WS-GL-EOF-SW            PIC X(01) VALUE 'N'.
002220         88  WS-GL-AT-EOF                 VALUE 'Y'.
002230     05  WS-GL-SUPPLIED-SW       PIC X(01) VALUE 'N'.
002240         88  WS-GL-SUPPLIED               VALUE 'Y'.
002250     05  WS-GL-TRAILER-SW        PIC X(01) VALUE 'N'.
002260         88  WS-GL-TRAILER-SEEN           VALUE 'Y'.
002270     05  WS-RLS-EOF-SW           PIC X(01) VALUE 'N'.
002280         88  WS-RLS-AT-EOF                VALUE 'Y'.
002290 PROCEDURE DIVISION.
002300*----------------------------------------------------------*
002310* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE VERIFIER.  *
002320*----------------------------------------------------------*
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002350     PERFORM 2000-SCAN-TABLE-EXTRACT THRU 2000-EXIT.
002360     PERFORM 3000-SCAN-KEYED-EXTRACT THRU 3000-EXIT.
002370     PERFORM 4000-READ-RUN-HISTORY THRU 4000-EXIT.
002380     PERFORM 5000-SCAN-AUDIT-TRAIL THRU 5000-EXIT.
002390     PERFORM 6000-SCAN-GL-EXTRACT THRU 6000-EXIT.
002400     PERFORM 6500-SCAN-RELEASED-HOLDS THRU 6500-EXIT.
002410     PERFORM 7000-JUDGE-AND-REPORT THRU 7000-EXIT.
002420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002430     GOBACK.
002440 0000-EXIT.
002450     EXIT.
002460*----------------------------------------------------------*
002470* 1000-INITIALIZE OPENS THE REPORT (VFYRPT, EXTENDED SO THE  *
002480* POST-CORRECTIONS AND POST-EXTRACT RUNS OF THE SAME NIGHT   *
002490* BOTH SURVIVE ON ONE FILE) -- EVERYTHING ELSE IS OPENED     *
002500* AND CLOSED BY ITS OWN SCAN, BECAUSE THE AUDIT TRAIL AND    *
002510* THE GL EXTRACT ARE LEGITIMATELY ABSENT WHEN THE VERIFIER   *
002520* RUNS AHEAD OF THOSE STEPS.                                 *
002530*----------------------------------------------------------*
002540 1000-INITIALIZE.
002550     ACCEPT WS-REPORT-DATE FROM DATE.
002560     ACCEPT WS-REPORT-TIME FROM TIME.
002570     OPEN EXTEND RPT-FILE.
002580     IF WS-RPT-STATUS = '35'
002590         OPEN OUTPUT RPT-FILE
002600     END-IF.
002610     IF WS-RPT-STATUS NOT = '00'
002620         DISPLAY 'DL600099E RPT-FILE OPEN FAILED, STATUS = '
002630                 WS-RPT-STATUS
002640         MOVE 16 TO RETURN-CODE
002650         STOP RUN
002660     END-IF.
002670     MOVE SPACES TO RPT-LINE.
002680     STRING 'DL600 CROSS-FILE INTEGRITY REPORT'
002690             '   RUN DATE (YYMMDD) : ' WS-REPORT-DATE
002700             DELIMITED BY SIZE INTO RPT-LINE.
002710     WRITE RPT-LINE.
002720     MOVE SPACES TO RPT-LINE.
002730     WRITE RPT-LINE.
002740 1000-EXIT.
002750     EXIT.
002760*----------------------------------------------------------*
002770* 2000-SCAN-TABLE-EXTRACT COUNTS AND TOTALS THE SLOT FILE    *
002780* AND KEEPS THE LAST ENTRY PER DISTINCT ACCOUNT, WHICH IS    *
002790* EXACTLY WHAT THE KEYED EXTRACT IS SUPPOSED TO HOLD UNDER   *
002800* THE LAST-ENTRY-WINS RULE.                                  *
002810*----------------------------------------------------------*
002820 2000-SCAN-TABLE-EXTRACT.
002830     OPEN INPUT TBL-IN-FILE.
002840     IF WS-TBL-STATUS NOT = '00'
002850         DISPLAY 'DL600098E TBL-IN-FILE OPEN FAILED, STATUS = '
002860                 WS-TBL-STATUS
002870         CLOSE RPT-FILE
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     PERFORM 2100-SCAN-ONE-SLOT THRU 2100-EXIT
002920         UNTIL WS-TBL-AT-EOF.
002930     CLOSE TBL-IN-FILE.
002940 2000-EXIT.
002950     EXIT.
002960 2100-SCAN-ONE-SLOT.
002970     READ TBL-IN-FILE
002980         AT END SET WS-TBL-AT-EOF TO TRUE
002990         NOT AT END
003000             ADD 1 TO WS-TBL-COUNT
003010             ADD DL100-TBL-AMOUNT TO WS-TBL-AMOUNT
003020             IF DL100-TBL-IS-HELD
003030                 ADD 1 TO WS-HELD-COUNT
003040                 ADD DL100-TBL-AMOUNT TO WS-HELD-AMOUNT
003050             END-IF
003060             PERFORM 2200-NOTE-ACCOUNT THRU 2200-EXIT
003070     END-READ.
003080 2100-EXIT.
003090     EXIT.
003100 2200-NOTE-ACCOUNT.
003110     MOVE ZERO TO WS-AC-CUR.
003120     PERFORM 2210-FIND-ONE-ACCOUNT THRU 2210-EXIT
003130         VARYING WS-AC-SUB FROM 1 BY 1
003140         UNTIL WS-AC-SUB > WS-AC-COUNT
003150            OR WS-AC-CUR > ZERO.
003160     IF WS-AC-CUR = ZERO
003170         IF WS-AC-COUNT = WS-AC-MAX-ALLOWED
003180             DISPLAY 'DL600097E TOO MANY DISTINCT ACCOUNTS, '
003190                     'MAX = ' WS-AC-MAX-ALLOWED
003200             CLOSE TBL-IN-FILE
003210             CLOSE RPT-FILE
003220             MOVE 16 TO RETURN-CODE
003230             STOP RUN
003240         END-IF
003250         ADD 1 TO WS-AC-COUNT
003260         MOVE WS-AC-COUNT TO WS-AC-CUR
003270         MOVE DL100-TBL-ACCT-NO TO WS-AC-ACCT(WS-AC-CUR)
003280     END-IF.
003290     MOVE DL100-TBL-AMOUNT TO WS-AC-AMOUNT(WS-AC-CUR).
003300 2200-EXIT.
003310     EXIT.
003320 2210-FIND-ONE-ACCOUNT.
003330     IF WS-AC-ACCT(WS-AC-SUB) = DL100-TBL-ACCT-NO
003340         MOVE WS-AC-SUB TO WS-AC-CUR
003350     END-IF.
003360 2210-EXIT.
003370     EXIT.
003380*----------------------------------------------------------*
003390* 3000-SCAN-KEYED-EXTRACT COUNTS AND TOTALS THE ACCOUNT-     *
003400* KEYED FILE IN KEY ORDER.                                   *
003410*----------------------------------------------------------*
003420 3000-SCAN-KEYED-EXTRACT.
003430     OPEN INPUT TBL-KEY-FILE.
003440     IF WS-KEY-STATUS NOT = '00'
003450         DISPLAY 'DL600096E TBL-KEY-FILE OPEN FAILED, '
003460                 'STATUS = ' WS-KEY-STATUS
003470         CLOSE RPT-FILE
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF.
003510     PERFORM 3100-SCAN-ONE-KEYED THRU 3100-EXIT
003520         UNTIL WS-KEY-AT-EOF.
003530     CLOSE TBL-KEY-FILE.
003540 3000-EXIT.
003550     EXIT.
003560 3100-SCAN-ONE-KEYED.
003570     READ TBL-KEY-FILE
003580         AT END SET WS-KEY-AT-EOF TO TRUE
003590         NOT AT END
003600             ADD 1 TO WS-KEY-COUNT
003610             MOVE DL100-KEY-ENTRY TO WS-ENTRY-WORK
003620             ADD WS-EW-AMOUNT TO WS-KEY-AMOUNT
003630     END-READ.
003640 3100-EXIT.
003650     EXIT.
003660*----------------------------------------------------------*
003670* 4000-READ-RUN-HISTORY KEEPS THE LAST RUNHIST RECORD --     *
003680* TODAY'S LOAD -- FOR THE LOADED COUNT AND BUSINESS DATE.    *
003690* NO HISTORY MEANS THERE IS NOTHING TO VERIFY AGAINST AND    *
003700* THE RUN REFUSES, THE SAME WAY THE GL EXTRACT REFUSES.      *
003710*----------------------------------------------------------*
003720 4000-READ-RUN-HISTORY.
003730     OPEN INPUT HIST-FILE.
003740     IF WS-HIST-STATUS NOT = '00'
003750         DISPLAY 'DL600095E HIST-FILE OPEN FAILED, STATUS = '
003760                 WS-HIST-STATUS
003770         CLOSE RPT-FILE
003780         MOVE 16 TO RETURN-CODE
003790         STOP RUN
003800     END-IF.
003810     PERFORM 4100-READ-ONE-HISTORY THRU 4100-EXIT
003820         UNTIL WS-HIST-AT-EOF.
003830     CLOSE HIST-FILE.
003840     IF NOT WS-HIST-FOUND
003850         DISPLAY 'DL600094E RUN-HISTORY FILE IS EMPTY, '
003860                 'NOTHING TO VERIFY AGAINST'
003870         CLOSE RPT-FILE
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910 4000-EXIT.
003920     EXIT.
003930 4100-READ-ONE-HISTORY.
003940     READ HIST-FILE
003950         AT END SET WS-HIST-AT-EOF TO TRUE
003960         NOT AT END
003970             SET WS-HIST-FOUND TO TRUE
003980             MOVE DL100-RH-LOADED TO WS-HIST-LOADED
003990             MOVE DL100-RH-BUS-DATE TO WS-HIST-BUS-DATE
004000     END-READ.
004010 4100-EXIT.
004020     EXIT.
004030*----------------------------------------------------------*
004040* 5000-SCAN-AUDIT-TRAIL NETS THE ADDS AND DELETES OFF THE    *
004050* AUDIT TRAIL -- DL110 CORRECTIONS AND DL140 REPAIRS BOTH   *
004060* WRITE THE SAME RECORD, AND AUDIN MAY CONCATENATE BOTH --  *
004070* SO THE RUNHIST LOADED COUNT CAN BE JUDGED AFTER THE       *
004080* TABLE HAS MOVED. NO AUDIT FILE MEANS NOTHING MOVED IT --  *
004090* THE LOADED COUNT STANDS AS IS.                             *
004100*----------------------------------------------------------*
004110 5000-SCAN-AUDIT-TRAIL.
004120     OPEN INPUT AUDIT-FILE.
004130     IF WS-AUDIT-STATUS NOT = '00'
004140         DISPLAY 'DL600093I NO AUDIT TRAIL, STATUS = '
004150                 WS-AUDIT-STATUS
004160     ELSE
004170         SET WS-AUDIT-SUPPLIED TO TRUE
004180         PERFORM 5100-SCAN-ONE-AUDIT THRU 5100-EXIT
004190             UNTIL WS-AUD-AT-EOF
004200         CLOSE AUDIT-FILE
004210     END-IF.
004220 5000-EXIT.
004230     EXIT.
004240 5100-SCAN-ONE-AUDIT.
004250     READ AUDIT-FILE
004260         AT END SET WS-AUD-AT-EOF TO TRUE
004270         NOT AT END
004280             EVALUATE TRUE
004290                 WHEN AUD-IS-ADD
004300                     ADD 1 TO WS-AUD-ADDS
004310                 WHEN AUD-IS-DELETE
004320                     ADD 1 TO WS-AUD-DELETES
004330                 WHEN OTHER
004340                     CONTINUE
004350             END-EVALUATE
004360     END-READ.
004370 5100-EXIT.
004380     EXIT.
004390*----------------------------------------------------------*
004400* 6000-SCAN-GL-EXTRACT WALKS EVERY HEADER/TRAILER GROUP ON   *
004410* THE GL EXTRACT AND KEEPS THE LAST ONE -- TODAY'S, SINCE A  *
004420* CATCH-UP NIGHT'S GROUPS COME FIRST -- RESETTING THE        *
004430* DETAIL COUNT AND TOTAL AT EACH HEADER. NO GL FILE, OR A    *
004440* FILE WHOSE LAST GROUP PREDATES THE RUNHIST DATE (LAST      *
004450* NIGHT'S EXTRACT STILL ON THE DDNAME), MEANS THE VERIFIER   *
004460* IS RUNNING AHEAD OF DL400 AND THE GL CHECKS ARE SKIPPED    *
004470* WITH A NOTE.                                               *
004480*----------------------------------------------------------*
004490 6000-SCAN-GL-EXTRACT.
004500     OPEN INPUT GL-FILE.
004510     IF WS-GL-STATUS NOT = '00'
004520         DISPLAY 'DL600092I NO GL EXTRACT YET, STATUS = '
004530                 WS-GL-STATUS
004540     ELSE
004550         SET WS-GL-SUPPLIED TO TRUE
004560         PERFORM 6100-SCAN-ONE-GL THRU 6100-EXIT
004570             UNTIL WS-GL-AT-EOF
004580         CLOSE GL-FILE
004590     END-IF.
004600 6000-EXIT.
004610     EXIT.
004620 6100-SCAN-ONE-GL.
004630     READ GL-FILE
004640         AT END SET WS-GL-AT-EOF TO TRUE
004650         NOT AT END
004660             EVALUATE TRUE
004670                 WHEN GL-IS-HEADER
004680                     MOVE GL-HDR-BUS-DATE TO WS-GL-BUS-DATE
004690                     MOVE ZERO TO WS-GL-DET-COUNT
004700                     MOVE ZERO TO WS-GL-DET-AMOUNT
004710                     MOVE 'N' TO WS-GL-TRAILER-SW
004720                 WHEN GL-IS-DETAIL
004730                     ADD 1 TO WS-GL-DET-COUNT
004740                     ADD GL-DET-AMOUNT TO WS-GL-DET-AMOUNT
004750                 WHEN GL-IS-TRAILER
004760                     SET WS-GL-TRAILER-SEEN TO TRUE
004770                     MOVE GL-TRL-REC-COUNT TO WS-GL-TRL-COUNT
004780                     MOVE GL-TRL-HASH-AMOUNT
004790                         TO WS-GL-TRL-HASH
004800                 WHEN OTHER
004810                     CONTINUE
004820             END-EVALUATE
004830     END-READ.
004840 6100-EXIT.
004850     EXIT.
004860*----------------------------------------------------------*
004870* 6500-SCAN-RELEASED-HOLDS COUNTS AND TOTALS THE HOLDS      *
004880* RELEASED TONIGHT, WHICH DL400 EXTRACTS ON TOP OF THE SLOT  *
004890* FILE. NO FILE MEANS NOTHING WAS RELEASED.                  *
004900*----------------------------------------------------------*
004910 6500-SCAN-RELEASED-HOLDS.
004920     OPEN INPUT RLS-FILE.
004930     IF WS-RLS-STATUS NOT = '00'
004940         DISPLAY 'DL600091I NO RELEASED HOLDS, STATUS = '
004950                 WS-RLS-STATUS
004960     ELSE
004970         PERFORM 6510-SCAN-ONE-RELEASED THRU 6510-EXIT
004980             UNTIL WS-RLS-AT-EOF
004990         CLOSE RLS-FILE
005000     END-IF.
005010 6500-EXIT.
005020     EXIT.
005030 6510-SCAN-ONE-RELEASED.
005040     READ RLS-FILE
005050         AT END SET WS-RLS-AT-EOF TO TRUE
005060         NOT AT END
005070             MOVE DL100-HM-ENTRY TO WS-ENTRY-WORK
005080             ADD 1 TO WS-RLS-COUNT
005090             ADD WS-EW-AMOUNT TO WS-RLS-AMOUNT
005100     END-READ.
005110 6510-EXIT.
005120     EXIT.
005130*----------------------------------------------------------*
005140* 7000-JUDGE-AND-REPORT RUNS EVERY CHECK AND PRINTS PASS OR  *
005150* FAIL WITH THE SPECIFIC NUMBERS ON EACH SIDE.               *
005160*----------------------------------------------------------*
005170 7000-JUDGE-AND-REPORT.
005180     ADD WS-HIST-LOADED WS-AUD-ADDS GIVING WS-EXPECT-COUNT.
005190     SUBTRACT WS-AUD-DELETES FROM WS-EXPECT-COUNT.
005200     MOVE WS-TBL-COUNT TO WS-EDIT-A.
005210     MOVE WS-EXPECT-COUNT TO WS-EDIT-B.
005220     IF WS-TBL-COUNT = WS-EXPECT-COUNT
005230         PERFORM 7100-WRITE-PASS THRU 7100-EXIT
005240     ELSE
005250         PERFORM 7200-WRITE-FAIL THRU 7200-EXIT
005260     END-IF.
005270     MOVE SPACES TO RPT-LINE.
005280     STRING '    TBLOUT SLOTS ' WS-EDIT-A
005290             '  VS RUNHIST LOADED NET OF CORRECTIONS '
005300             WS-EDIT-B
005310             DELIMITED BY SIZE INTO RPT-LINE.
005320     WRITE RPT-LINE.
005330     MOVE WS-KEY-COUNT TO WS-EDIT-A.
005340     MOVE WS-AC-COUNT TO WS-EDIT-B.
005350     IF WS-KEY-COUNT = WS-AC-COUNT
005360         PERFORM 7100-WRITE-PASS THRU 7100-EXIT
005370     ELSE
005380         PERFORM 7200-WRITE-FAIL THRU 7200-EXIT
005390     END-IF.
005400     MOVE SPACES TO RPT-LINE.
005410     STRING '    TBLIDX ENTRIES ' WS-EDIT-A
005420             '  VS DISTINCT TBLOUT ACCOUNTS ' WS-EDIT-B
005430             DELIMITED BY SIZE INTO RPT-LINE.
005440     WRITE RPT-LINE.
005450     PERFORM 7300-SUM-LAST-AMOUNTS THRU 7300-EXIT.
005460     EVALUATE TRUE
005470         WHEN NOT WS-GL-SUPPLIED
005480             MOVE SPACES TO RPT-LINE
005490             STRING 'SKIP -- GL EXTRACT NOT YET PRODUCED, GL '
005500                     'CHECKS DEFERRED'
005510                     DELIMITED BY SIZE INTO RPT-LINE
005520             WRITE RPT-LINE
005530         WHEN WS-GL-BUS-DATE < WS-HIST-BUS-DATE
005540             MOVE SPACES TO RPT-LINE
005550             STRING 'SKIP -- GL EXTRACT IS FOR '
005560                     WS-GL-BUS-DATE
005570                     ', PRIOR TO RUNHIST DATE '
005580                     WS-HIST-BUS-DATE
005590                     ' -- GL CHECKS DEFERRED'
005600                     DELIMITED BY SIZE INTO RPT-LINE
005610             WRITE RPT-LINE
005620         WHEN OTHER
005630             PERFORM 7400-JUDGE-GL-EXTRACT THRU 7400-EXIT
005640     END-EVALUATE.
005650 7000-EXIT.
005660     EXIT.
005670 7100-WRITE-PASS.
005680     MOVE SPACES TO RPT-LINE.
005690     STRING 'PASS'
005700             DELIMITED BY SIZE INTO RPT-LINE.
005710     WRITE RPT-LINE.
005720 7100-EXIT.
005730     EXIT.
005740 7200-WRITE-FAIL.
005750     ADD 1 TO WS-BREAK-COUNT.
005760     MOVE SPACES TO RPT-LINE.
005770     STRING '** FAIL **'
005780             DELIMITED BY SIZE INTO RPT-LINE.
005790     WRITE RPT-LINE.
005800 7200-EXIT.
005810     EXIT.
005820*----------------------------------------------------------*
005830* 7300-SUM-LAST-AMOUNTS CHECKS THE KEYED FILE'S AMOUNT       *
005840* TOTAL AGAINST THE SUM OF THE LAST AMOUNT PER DISTINCT      *
005850* ACCOUNT ON THE SLOT FILE -- THE TOTAL THE LAST-ENTRY-      *
005860* WINS RULE SAYS THE KEYED FILE MUST CARRY.                  *
005870*----------------------------------------------------------*
005880 7300-SUM-LAST-AMOUNTS.
005890     MOVE ZERO TO WS-LAST-AMT-SUM.
005900     PERFORM 7310-SUM-ONE-ACCOUNT THRU 7310-EXIT
005910         VARYING WS-AC-SUB FROM 1 BY 1
005920         UNTIL WS-AC-SUB > WS-AC-COUNT.
005930     MOVE WS-KEY-AMOUNT TO WS-EDIT-AMT-A.
005940     MOVE WS-LAST-AMT-SUM TO WS-EDIT-AMT-B.
005950     IF WS-KEY-AMOUNT = WS-LAST-AMT-SUM
005960         PERFORM 7100-WRITE-PASS THRU 7100-EXIT
005970     ELSE
005980         PERFORM 7200-WRITE-FAIL THRU 7200-EXIT
005990     END-IF.
006000     MOVE SPACES TO RPT-LINE.
006010     STRING '    TBLIDX AMOUNT ' WS-EDIT-AMT-A
006020             '  VS LAST-PER-ACCOUNT ' WS-EDIT-AMT-B
006030             DELIMITED BY SIZE INTO RPT-LINE.
006040     WRITE RPT-LINE.
006050 7300-EXIT.
006060     EXIT.
006070 7310-SUM-ONE-ACCOUNT.
006080     ADD WS-AC-AMOUNT(WS-AC-SUB) TO WS-LAST-AMT-SUM.
006090 7310-EXIT.
006100     EXIT.
006110*----------------------------------------------------------*
006120* 7400-JUDGE-GL-EXTRACT RUNS THE GL-SIDE CHECKS -- HEADER    *
006130* DATE AGAINST RUNHIST, TRAILER COUNT AND HASH AGAINST THE   *
006140* SLOT FILE, AND THE TRAILER AGAINST THE DETAILS IT CLAIMS   *
006150* TO COVER.                                                  *
006160*----------------------------------------------------------*
006170 7400-JUDGE-GL-EXTRACT.
006180     IF NOT WS-GL-TRAILER-SEEN
006190         PERFORM 7200-WRITE-FAIL THRU 7200-EXIT
006200         MOVE SPACES TO RPT-LINE
006210         STRING '    GL EXTRACT HAS NO TRAILER RECORD'
006220                 DELIMITED BY SIZE INTO RPT-LINE
006230         WRITE RPT-LINE
006240     ELSE
006250         PERFORM 7410-JUDGE-GL-TOTALS THRU 7410-EXIT
006260     END-IF.
006270 7400-EXIT.
006280     EXIT.
006290*----------------------------------------------------------*
006300* 7410-JUDGE-GL-TOTALS RUNS THE GL-SIDE NUMBER CHECKS FOR    *
006310* THE LAST GROUP ON THE EXTRACT -- TODAY'S, SINCE ANY        *
006320* CATCH-UP GROUPS COME FIRST. THE GROUP IS DUE THE SLOT      *
006330* FILE LESS ITS HELD ENTRIES PLUS TONIGHT'S RELEASED HOLDS.  *
006340*----------------------------------------------------------*
006350 7410-JUDGE-GL-TOTALS.
006360     SUBTRACT WS-HELD-COUNT FROM WS-TBL-COUNT
006370         GIVING WS-GL-DUE-COUNT.
006380     ADD WS-RLS-COUNT TO WS-GL-DUE-COUNT.
006390     SUBTRACT WS-HELD-AMOUNT FROM WS-TBL-AMOUNT
006400         GIVING WS-GL-DUE-AMOUNT.
006410     ADD WS-RLS-AMOUNT TO WS-GL-DUE-AMOUNT.
006420     IF WS-GL-BUS-DATE = WS-HIST-BUS-DATE
006430         PERFORM 7100-WRITE-PASS THRU 7100-EXIT
006440     ELSE
006450         PERFORM 7200-WRITE-FAIL THRU 7200-EXIT
006460     END-IF.
006470     MOVE SPACES TO RPT-LINE.
006480     STRING '    GL HEADER DATE ' WS-GL-BUS-DATE
006490             '  VS RUNHIST DATE ' WS-HIST-BUS-DATE
006500             DELIMITED BY SIZE INTO RPT-LINE.
006510     WRITE RPT-LINE.
006520     MOVE WS-GL-TRL-COUNT TO WS-EDIT-A.
006530     MOVE WS-GL-DUE-COUNT TO WS-EDIT-B.
006540     IF WS-GL-TRL-COUNT = WS-GL-DUE-COUNT
006550         PERFORM 7100-WRITE-PASS THRU 7100-EXIT
006560     ELSE
006570         PERFORM 7200-WRITE-FAIL THRU 7200-EXIT
006580     END-IF.
006590     MOVE SPACES TO RPT-LINE.
006600     STRING '    GL TRAILER COUNT ' WS-EDIT-A
006610             '  VS TBLOUT SLOTS NET OF HOLDS ' WS-EDIT-B
006620             DELIMITED BY SIZE INTO RPT-LINE.
006630     WRITE RPT-LINE.
006640     MOVE WS-GL-TRL-HASH TO WS-EDIT-AMT-A.
006650     MOVE WS-GL-DUE-AMOUNT TO WS-EDIT-AMT-B.
006660     IF WS-GL-TRL-HASH = WS-GL-DUE-AMOUNT
006670         PERFORM 7100-WRITE-PASS THRU 7100-EXIT
006680     ELSE
006690         PERFORM 7200-WRITE-FAIL THRU 7200-EXIT
006700     END-IF.
006710     MOVE SPACES TO RPT-LINE.
006720     STRING '    GL TRAILER HASH ' WS-EDIT-AMT-A
006730             '  VS TBLOUT AMOUNT NET OF HOLDS ' WS-EDIT-AMT-B
006740             DELIMITED BY SIZE INTO RPT-LINE.
006750     WRITE RPT-LINE.
006760     MOVE WS-HELD-COUNT TO WS-EDIT-A.
006770     MOVE WS-HELD-AMOUNT TO WS-EDIT-AMT-A.
006780     MOVE SPACES TO RPT-LINE.
006790     STRING '    HELD ON TBLOUT ' WS-EDIT-A
006800             '  AMOUNT ' WS-EDIT-AMT-A
006810             DELIMITED BY SIZE INTO RPT-LINE.
006820     WRITE RPT-LINE.
006830     MOVE WS-RLS-COUNT TO WS-EDIT-A.
006840     MOVE WS-RLS-AMOUNT TO WS-EDIT-AMT-A.
006850     MOVE SPACES TO RPT-LINE.
006860     STRING '    RELEASED TONIGHT ' WS-EDIT-A
006870             '  AMOUNT ' WS-EDIT-AMT-A
006880             DELIMITED BY SIZE INTO RPT-LINE.
006890     WRITE RPT-LINE.
006900     MOVE WS-GL-DET-COUNT TO WS-EDIT-A.
006910     MOVE WS-GL-TRL-COUNT TO WS-EDIT-B.
006920     IF WS-GL-DET-COUNT = WS-GL-TRL-COUNT
006930         PERFORM 7100-WRITE-PASS THRU 7100-EXIT
006940     ELSE
006950         PERFORM 7200-WRITE-FAIL THRU 7200-EXIT
006960     END-IF.
006970     MOVE SPACES TO RPT-LINE.
006980     STRING '    GL DETAILS ON FILE ' WS-EDIT-A
006990             '  VS GL TRAILER COUNT ' WS-EDIT-B
007000             DELIMITED BY SIZE INTO RPT-LINE.
007010     WRITE RPT-LINE.
007020 7410-EXIT.
007030     EXIT.
007040*----------------------------------------------------------*
007050* 9000-TERMINATE WRITES THE VERDICT AND LEAVES A NON-ZERO    *
007060* RETURN CODE ON ANY BREAK SO THE SCHEDULER HOLDS THE GL     *
007070* TRANSMISSION.                                              *
007080*----------------------------------------------------------*
007090 9000-TERMINATE.
007100     MOVE SPACES TO RPT-LINE.
007110     WRITE RPT-LINE.
007120     MOVE SPACES TO RPT-LINE.
007130     IF WS-BREAK-COUNT = ZERO
007140         STRING 'VERDICT : ALL CHECKS PASSED'
007150                 DELIMITED BY SIZE INTO RPT-LINE
007160     ELSE
007170         MOVE WS-BREAK-COUNT TO WS-EDIT-A
007180         STRING 'VERDICT : ' WS-EDIT-A
007190                 ' CHECK(S) FAILED -- HOLD THE GL '
007200                 'TRANSMISSION'
007210                 DELIMITED BY SIZE INTO RPT-LINE
007220         MOVE 8 TO RETURN-CODE
007230     END-IF.
007240     WRITE RPT-LINE.
007250     CLOSE RPT-FILE.
007260 9000-EXIT.
007270     EXIT.
