000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DL420.
000030 AUTHOR.        R HARTLEY.
000040 INSTALLATION.  DAILY LOAD PROCESSING.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                    *
000090*----------------------------------------------------------*
000100*  DATE     BY   DESCRIPTION                                *
000110*  -------- ---- -------------------------------------------*
000120*  10/15/26 RGH  INITIAL VERSION. HOLD AGING REPORT OFF THE  *
000130*                HELD-ENTRY MASTER AS DL410 LAST LEFT IT     *
000140*                (HOLDMI, COPY DL100HM) -- ONE LINE PER      *
000150*                ENTRY STILL HELD OFF THE GL, WITH ITS       *
000160*                REASON (DUPL, A SUSPECTED CROSS-DAY REPEAT; *
000170*                HIVL, ABOVE THE HIGH-VALUE HOLD LIMIT) AND  *
000180*                ITS AGE IN RUNS, THEN COUNT AND AMOUNT      *
000190*                TOTALS BY REASON AND BY AGE BAND. A HOLD    *
000200*                OLDER THAN THE REVIEW AGE IS MARKED OVERDUE *
000210*                AND LEAVES RC 4. THE BUSINESS DATE ON THE   *
000220*                HEADING IS THE LAST ON RUNHIST. RUN ON      *
000230*                DEMAND; THE REPORT (HOLDRPT) IS WHAT        *
000240*                TREASURY WORKS ITS RELEASE AND DECLINE      *
000250*                CARDS (HOLDCRD, READ BY DL410) FROM.        *
000260*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT HIST-FILE    ASSIGN TO RUNHIST
000340                         ORGANIZATION IS SEQUENTIAL
000350                         FILE STATUS IS WS-HIST-STATUS.
000360     SELECT HOLD-IN-FILE ASSIGN TO HOLDMI
000370                         ORGANIZATION IS SEQUENTIAL
000380                         FILE STATUS IS WS-HOLDIN-STATUS.
000390     SELECT RPT-FILE     ASSIGN TO HOLDRPT
000400                         ORGANIZATION IS LINE SEQUENTIAL
000410                         FILE STATUS IS WS-RPT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  HIST-FILE
000450     LABEL RECORDS ARE STANDARD
000460     RECORD CONTAINS 50 CHARACTERS.
000470     COPY DL100RH.
000480 FD  HOLD-IN-FILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 130 CHARACTERS.
000510     COPY DL100HM.
000520 FD  RPT-FILE
000530     LABEL RECORDS ARE OMITTED
000540     RECORD CONTAINS 100 CHARACTERS.
000550 01  RPT-LINE                    PIC X(100).
000560 WORKING-STORAGE SECTION.
000570 01  WS-FILE-CONTROLS.
000580     05  WS-HIST-STATUS          PIC X(02) VALUE '00'.
000590     05  WS-HOLDIN-STATUS        PIC X(02) VALUE '00'.
000600     05  WS-RPT-STATUS           PIC X(02) VALUE '00'.
000610 01  WS-AREA.
000620     05  WS-BUS-DATE             PIC 9(08) VALUE ZERO.
000630     05  WS-REVIEW-AGE           PIC 9(3) COMP VALUE 5.
000640     05  WS-HOLD-COUNT           PIC 9(5) COMP VALUE ZERO.
000650     05  WS-HOLD-AMOUNT          PIC S9(13)V99 COMP-3
000660                                 VALUE ZERO.
000670     05  WS-DUP-COUNT            PIC 9(5) COMP VALUE ZERO.
000680     05  WS-DUP-AMOUNT           PIC S9(13)V99 COMP-3
000690                                 VALUE ZERO.
000700     05  WS-HV-COUNT             PIC 9(5) COMP VALUE ZERO.
000710     05  WS-HV-AMOUNT            PIC S9(13)V99 COMP-3
000720                                 VALUE ZERO.
000730     05  WS-OTHER-COUNT          PIC 9(5) COMP VALUE ZERO.
000740     05  WS-OTHER-AMOUNT         PIC S9(13)V99 COMP-3
000750                                 VALUE ZERO.
000760     05  WS-OVERDUE-COUNT        PIC 9(5) COMP VALUE ZERO.
000770     05  WS-OLDEST-AGE           PIC 9(3) COMP VALUE ZERO.
000780     05  WS-EDIT-COUNT           PIC ZZZZ9.
000790     05  WS-EDIT-TOTAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
000800     05  WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
000810     05  WS-EDIT-SLOT            PIC 9(05).
000820     05  WS-EDIT-AGE             PIC ZZ9.
000830     05  WS-OVERDUE-MARK         PIC X(08) VALUE SPACES.
000840     05  WS-ENTRY-WORK           PIC X(80) VALUE SPACES.
000850     05  WS-ENTRY-WORK-R REDEFINES WS-ENTRY-WORK.
000860         10  WS-EW-ACCT-NO       PIC X(10).
000870         10  WS-EW-TRAN-CODE     PIC X(02).
000880         10  WS-EW-AMOUNT        PIC S9(09)V99.
000890         10  WS-EW-EFF-DATE      PIC 9(08).
000900         10  WS-EW-SOURCE        PIC X(03).
000910         10  WS-EW-HOLD-FLAG     PIC X(01).
000920         10  FILLER              PIC X(45).
000930     05  WS-AB-COUNT             PIC 9(1) COMP VALUE 4.
000940     05  WS-AB-SUB               PIC 9(1) COMP VALUE ZERO.
000950     05  WS-AB-CUR               PIC 9(1) COMP VALUE ZERO.
000960     05  WS-AB-LIMITS            PIC X(24)
000970         VALUE '000002003005006010011999'.
000980     05  WS-AB-LIMITS-R REDEFINES WS-AB-LIMITS.
000990         10  WS-AB-RANGE OCCURS 4 TIMES.
001000             15  WS-AB-LOW       PIC 9(03).
001010             15  WS-AB-HIGH      PIC 9(03).
001020     05  WS-AB-LABELS            PIC X(48)
001030         VALUE ' 1 -  2 RUNS 3 -  5 RUNS 6 - 10 RUNSOVER 10 RUNS'.
001040     05  WS-AB-LABELS-R REDEFINES WS-AB-LABELS.
001050         10  WS-AB-LABEL OCCURS 4 TIMES
001060                                 PIC X(12).
001070     05  WS-AB-TOTALS OCCURS 4 TIMES.
001080         10  WS-AB-HOLDS         PIC 9(5) COMP.
001090         10  WS-AB-AMOUNT        PIC S9(13)V99 COMP-3.
001100 01  WS-REPORT-DATE.
001110     05  WS-RPT-YY               PIC 9(2).
001120     05  WS-RPT-MM               PIC 9(2).
001130     05  WS-RPT-DD               PIC 9(2).
001140 01  WS-REPORT-TIME.
001150     05  WS-RPT-HH               PIC 9(2).
001160     05  WS-RPT-MN               PIC 9(2).
001170     05  WS-RPT-SS               PIC 9(2).
001180     05  WS-RPT-HS               PIC 9(2).
001190 01  WS-SWITCHES.
001200     05  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
001210         88  WS-HIST-AT-EOF               VALUE 'Y'.
001220     05  WS-HOLD-EOF-SW          PIC X(01) VALUE 'N'.
001230         88  WS-HOLD-AT-EOF               VALUE 'Y'.
001240     05  WS-MASTER-SW            PIC X(01) VALUE 'N'.
001250         88  WS-MASTER-EXISTS             VALUE 'Y'.
001260 PROCEDURE DIVISION.
001270*----------------------------------------------------------*
001280* 0000-MAINLINE CONTROLS THE OVERALL FLOW OF THE REPORT.     *
001290*----------------------------------------------------------*
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     IF WS-MASTER-EXISTS
001330         PERFORM 2000-REPORT-ONE-HOLD THRU 2000-EXIT
001340             UNTIL WS-HOLD-AT-EOF
001350         CLOSE HOLD-IN-FILE
001360     END-IF.
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001380     GOBACK.
001390 0000-EXIT.
001400     EXIT.
001410*----------------------------------------------------------*
001420* 1000-INITIALIZE CLEARS THE AGE-BAND TOTALS, PICKS UP THE   *
001430* BUSINESS DATE, OPENS THE HOLD MASTER AND THE REPORT, AND   *
001440* WRITES THE HEADINGS. NO HOLD MASTER YET MEANS NOTHING HAS  *
001450* EVER BEEN HELD, AND THE REPORT SAYS SO.                    *
001460*----------------------------------------------------------*
001470 1000-INITIALIZE.
001480     PERFORM 1010-CLEAR-ONE-BAND THRU 1010-EXIT
001490         VARYING WS-AB-SUB FROM 1 BY 1
001500         UNTIL WS-AB-SUB > WS-AB-COUNT.
001510     PERFORM 1100-READ-RUN-HISTORY THRU 1100-EXIT.
001520     OPEN INPUT HOLD-IN-FILE.
001530     IF WS-HOLDIN-STATUS NOT = '00'
001540         DISPLAY 'DL420098I NO HOLD MASTER, STATUS = '
001550                 WS-HOLDIN-STATUS
001560     ELSE
001570         SET WS-MASTER-EXISTS TO TRUE
001580     END-IF.
001590     OPEN OUTPUT RPT-FILE.
001600     IF WS-RPT-STATUS NOT = '00'
001610         DISPLAY 'DL420097E RPT-FILE OPEN FAILED, STATUS = '
001620                 WS-RPT-STATUS
001630         MOVE 16 TO RETURN-CODE
001640         STOP RUN
001650     END-IF.
001660     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
001670 1000-EXIT.
001680     EXIT.
001690 1010-CLEAR-ONE-BAND.
001700     MOVE ZERO TO WS-AB-HOLDS(WS-AB-SUB).
001710     MOVE ZERO TO WS-AB-AMOUNT(WS-AB-SUB).
001720 1010-EXIT.
001730     EXIT.
001740*----------------------------------------------------------*
001750* 1100-READ-RUN-HISTORY KEEPS THE LAST RUNHIST RECORD'S      *
001760* BUSINESS DATE FOR THE HEADING. THE REPORT DOES NOT DEPEND  *
001770* ON IT, SO NO HISTORY ONLY LEAVES THE DATE AT ZERO.         *
001780*----------------------------------------------------------*
001790 1100-READ-RUN-HISTORY.
001800     OPEN INPUT HIST-FILE.
001810     IF WS-HIST-STATUS NOT = '00'
001820         DISPLAY 'DL420099I NO RUN HISTORY, STATUS = '
001830                 WS-HIST-STATUS
001840     ELSE
001850         PERFORM 1110-READ-ONE-HISTORY THRU 1110-EXIT
001860             UNTIL WS-HIST-AT-EOF
001870         CLOSE HIST-FILE
001880     END-IF.
001890 1100-EXIT.
001900     EXIT.
001910 1110-READ-ONE-HISTORY.
001920     READ HIST-FILE
001930         AT END SET WS-HIST-AT-EOF TO TRUE
001940         NOT AT END
001950             MOVE DL100-RH-BUS-DATE TO WS-BUS-DATE
001960     END-READ.
001970 1110-EXIT.
001980     EXIT.
001990 1200-WRITE-HEADINGS.
002000     ACCEPT WS-REPORT-DATE FROM DATE.
002010     ACCEPT WS-REPORT-TIME FROM TIME.
002020     MOVE SPACES TO RPT-LINE.
002030     STRING 'DL420 HOLD AGING REPORT AS OF BUSINESS DATE '
002040             WS-BUS-DATE
002050             DELIMITED BY SIZE INTO RPT-LINE.
002060     WRITE RPT-LINE.
002070     MOVE SPACES TO RPT-LINE.
002080     STRING 'RUN DATE (YYMMDD) : ' WS-REPORT-DATE
002090             '   RUN TIME (HHMMSSHH) : ' WS-REPORT-TIME
002100             DELIMITED BY SIZE INTO RPT-LINE.
002110     WRITE RPT-LINE.
002120     MOVE SPACES TO RPT-LINE.
002130     WRITE RPT-LINE.
002140     MOVE SPACES TO RPT-LINE.
002150     STRING '  BUS DATE SLOT  ACCOUNT    TC          AMOUNT '
002160             'EFF DATE SRC RSN  AGE'
002170             DELIMITED BY SIZE INTO RPT-LINE.
002180     WRITE RPT-LINE.
002190 1200-EXIT.
002200     EXIT.
002210*----------------------------------------------------------*
002220* 2000-REPORT-ONE-HOLD LISTS ONE HELD ENTRY AND ROLLS IT     *
002230* INTO THE REASON AND AGE-BAND TOTALS. A HOLD OLDER THAN     *
002240* WS-REVIEW-AGE RUNS IS MARKED OVERDUE.                      *
002250*----------------------------------------------------------*
002260 2000-REPORT-ONE-HOLD.
002270     READ HOLD-IN-FILE
002280         AT END SET WS-HOLD-AT-EOF TO TRUE
002290         NOT AT END
002300             PERFORM 2100-ROLL-ONE-HOLD THRU 2100-EXIT
002310             PERFORM 2200-WRITE-HOLD-LINE THRU 2200-EXIT
002320     END-READ.
002330 2000-EXIT.
002340     EXIT.
002350 2100-ROLL-ONE-HOLD.
002360     MOVE DL100-HM-ENTRY TO WS-ENTRY-WORK.
002370     ADD 1 TO WS-HOLD-COUNT.
002380     ADD WS-EW-AMOUNT TO WS-HOLD-AMOUNT.
002390     EVALUATE TRUE
002400         WHEN DL100-HM-IS-DUPLICATE
002410             ADD 1 TO WS-DUP-COUNT
002420             ADD WS-EW-AMOUNT TO WS-DUP-AMOUNT
002430         WHEN DL100-HM-IS-HIGH-VALUE
002440             ADD 1 TO WS-HV-COUNT
002450             ADD WS-EW-AMOUNT TO WS-HV-AMOUNT
002460         WHEN OTHER
002470             ADD 1 TO WS-OTHER-COUNT
002480             ADD WS-EW-AMOUNT TO WS-OTHER-AMOUNT
002490     END-EVALUATE.
002500     MOVE ZERO TO WS-AB-CUR.
002510     PERFORM 2110-FIND-ONE-BAND THRU 2110-EXIT
002520         VARYING WS-AB-SUB FROM 1 BY 1
002530         UNTIL WS-AB-SUB > WS-AB-COUNT
002540            OR WS-AB-CUR > ZERO.
002550     IF WS-AB-CUR = ZERO
002560         MOVE WS-AB-COUNT TO WS-AB-CUR
002570     END-IF.
002580     ADD 1 TO WS-AB-HOLDS(WS-AB-CUR).
002590     ADD WS-EW-AMOUNT TO WS-AB-AMOUNT(WS-AB-CUR).
002600     IF DL100-HM-AGE > WS-OLDEST-AGE
002610         MOVE DL100-HM-AGE TO WS-OLDEST-AGE
002620     END-IF.
002630     IF DL100-HM-AGE > WS-REVIEW-AGE
002640         ADD 1 TO WS-OVERDUE-COUNT
002650         MOVE 'OVERDUE' TO WS-OVERDUE-MARK
002660     ELSE
002670         MOVE SPACES TO WS-OVERDUE-MARK
002680     END-IF.
002690 2100-EXIT.
002700     EXIT.
002710 2110-FIND-ONE-BAND.
002720     IF DL100-HM-AGE NOT < WS-AB-LOW(WS-AB-SUB)
002730        AND DL100-HM-AGE NOT > WS-AB-HIGH(WS-AB-SUB)
002740         MOVE WS-AB-SUB TO WS-AB-CUR
002750     END-IF.
002760 2110-EXIT.
002770     EXIT.
002780 2200-WRITE-HOLD-LINE.
002790     MOVE WS-EW-AMOUNT TO WS-EDIT-AMOUNT.
002800     MOVE DL100-HM-SLOT TO WS-EDIT-SLOT.
002810     MOVE DL100-HM-AGE TO WS-EDIT-AGE.
002820     MOVE SPACES TO RPT-LINE.
002830     STRING '  ' DL100-HM-BUS-DATE
002840             ' ' WS-EDIT-SLOT
002850             ' ' WS-EW-ACCT-NO
002860             ' ' WS-EW-TRAN-CODE
002870             ' ' WS-EDIT-AMOUNT
002880             ' ' WS-EW-EFF-DATE
002890             ' ' WS-EW-SOURCE
002900             ' ' DL100-HM-REASON
002910             ' ' WS-EDIT-AGE
002920             ' ' WS-OVERDUE-MARK
002930             DELIMITED BY SIZE INTO RPT-LINE.
002940     WRITE RPT-LINE.
002950 2200-EXIT.
002960     EXIT.
002970*----------------------------------------------------------*
002980* 9000-TERMINATE WRITES THE TOTALS AND CLOSES THE REPORT. AN *
002990* OVERDUE HOLD LEAVES RC 4 SO IT IS CHASED.                  *
003000*----------------------------------------------------------*
003010 9000-TERMINATE.
003020     PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT.
003030     CLOSE RPT-FILE.
003040     DISPLAY 'DL420 HOLD AGING REPORT COMPLETE FOR ' WS-BUS-DATE.
003050     MOVE WS-HOLD-COUNT TO WS-EDIT-COUNT.
003060     MOVE WS-HOLD-AMOUNT TO WS-EDIT-TOTAL.
003070     DISPLAY '    STILL HELD        = ' WS-EDIT-COUNT
003080             '  AMOUNT ' WS-EDIT-TOTAL.
003090     IF WS-OVERDUE-COUNT > ZERO
003100         MOVE WS-REVIEW-AGE TO WS-EDIT-AGE
003110         DISPLAY 'DL420096W ' WS-OVERDUE-COUNT ' HOLD(S) HELD '
003120                 'OVER ' WS-EDIT-AGE ' RUNS -- SEE HOLDRPT'
003130         MOVE 4 TO RETURN-CODE
003140     END-IF.
003150 9000-EXIT.
003160     EXIT.
003170*----------------------------------------------------------*
003180* 9100-WRITE-TOTALS WRITES THE STILL-HELD TOTAL, THE COUNT   *
003190* AND AMOUNT BY REASON, THE COUNT AND AMOUNT BY AGE BAND,    *
003200* AND THE OLDEST HOLD'S AGE AND THE OVERDUE COUNT.           *
003210*----------------------------------------------------------*
003220 9100-WRITE-TOTALS.
003230     MOVE SPACES TO RPT-LINE.
003240     WRITE RPT-LINE.
003250     IF NOT WS-MASTER-EXISTS
003260         MOVE SPACES TO RPT-LINE
003270         STRING '    NO HOLD MASTER ON FILE -- NOTHING HELD'
003280                 DELIMITED BY SIZE INTO RPT-LINE
003290         WRITE RPT-LINE
003300     END-IF.
003310     MOVE WS-HOLD-COUNT TO WS-EDIT-COUNT.
003320     MOVE WS-HOLD-AMOUNT TO WS-EDIT-TOTAL.
003330     MOVE SPACES TO RPT-LINE.
003340     STRING '    STILL HELD                   : ' WS-EDIT-COUNT
003350             '  AMOUNT ' WS-EDIT-TOTAL
003360             DELIMITED BY SIZE INTO RPT-LINE.
003370     WRITE RPT-LINE.
003380     MOVE WS-DUP-COUNT TO WS-EDIT-COUNT.
003390     MOVE WS-DUP-AMOUNT TO WS-EDIT-TOTAL.
003400     MOVE SPACES TO RPT-LINE.
003410     STRING '      SUSPECTED REPEATS (DUPL)   : ' WS-EDIT-COUNT
003420             '  AMOUNT ' WS-EDIT-TOTAL
003430             DELIMITED BY SIZE INTO RPT-LINE.
003440     WRITE RPT-LINE.
003450     MOVE WS-HV-COUNT TO WS-EDIT-COUNT.
003460     MOVE WS-HV-AMOUNT TO WS-EDIT-TOTAL.
003470     MOVE SPACES TO RPT-LINE.
003480     STRING '      HIGH VALUE (HIVL)          : ' WS-EDIT-COUNT
003490             '  AMOUNT ' WS-EDIT-TOTAL
003500             DELIMITED BY SIZE INTO RPT-LINE.
003510     WRITE RPT-LINE.
003520     IF WS-OTHER-COUNT > ZERO
003530         MOVE WS-OTHER-COUNT TO WS-EDIT-COUNT
003540         MOVE WS-OTHER-AMOUNT TO WS-EDIT-TOTAL
003550         MOVE SPACES TO RPT-LINE
003560         STRING '      OTHER REASON               : '
003570                 WS-EDIT-COUNT
003580                 '  AMOUNT ' WS-EDIT-TOTAL
003590                 DELIMITED BY SIZE INTO RPT-LINE
003600         WRITE RPT-LINE
003610     END-IF.
003620     MOVE SPACES TO RPT-LINE.
003630     WRITE RPT-LINE.
003640     PERFORM 9110-WRITE-ONE-BAND THRU 9110-EXIT
003650         VARYING WS-AB-SUB FROM 1 BY 1
003660         UNTIL WS-AB-SUB > WS-AB-COUNT.
003670     MOVE SPACES TO RPT-LINE.
003680     WRITE RPT-LINE.
003690     MOVE WS-OLDEST-AGE TO WS-EDIT-AGE.
003700     MOVE SPACES TO RPT-LINE.
003710     STRING '    OLDEST HOLD (RUNS)           :   ' WS-EDIT-AGE
003720             DELIMITED BY SIZE INTO RPT-LINE.
003730     WRITE RPT-LINE.
003740     MOVE WS-OVERDUE-COUNT TO WS-EDIT-COUNT.
003750     MOVE WS-REVIEW-AGE TO WS-EDIT-AGE.
003760     MOVE SPACES TO RPT-LINE.
003770     STRING '    OVERDUE (OVER ' WS-EDIT-AGE ' RUNS)      : '
003780             WS-EDIT-COUNT
003790             DELIMITED BY SIZE INTO RPT-LINE.
003800     WRITE RPT-LINE.
003810 9100-EXIT.
003820     EXIT.
003830 9110-WRITE-ONE-BAND.
003840     MOVE WS-AB-HOLDS(WS-AB-SUB) TO WS-EDIT-COUNT.
003850     MOVE WS-AB-AMOUNT(WS-AB-SUB) TO WS-EDIT-TOTAL.
003860     MOVE SPACES TO RPT-LINE.
003870     STRING '    HELD ' WS-AB-LABEL(WS-AB-SUB)
003880             '            : ' WS-EDIT-COUNT
003890             '  AMOUNT ' WS-EDIT-TOTAL
003900             DELIMITED BY SIZE INTO RPT-LINE.
003910     WRITE RPT-LINE.
003920 9110-EXIT.
003930     EXIT.
