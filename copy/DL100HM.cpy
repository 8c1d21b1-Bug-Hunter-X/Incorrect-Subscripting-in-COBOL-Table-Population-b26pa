000010*----------------------------------------------------------*
000020* DL100HM - HELD-ENTRY MASTER RECORD LAYOUT.                 *
000030* ONE RECORD PER TABLE ENTRY KEPT OFF THE GL EXTRACT: THE    *
000040* BUSINESS DATE AND SLOT IT LOADED UNDER (THE KEY THE        *
000050* RELEASE CARDS NAME), THE HOLD REASON (DUPL, A SUSPECTED    *
000060* CROSS-DAY REPEAT; HIVL, ABOVE THE HIGH-VALUE HOLD LIMIT),  *
000070* AN AGE COUNTER (RUNS CARRIED), THE EARLIER BUSINESS DATE   *
000080* AND SLOT ON THE ARCHIVE MASTER A REPEAT WAS FOUND TO MATCH *
000090* (ZERO ON A HIGH-VALUE HOLD), AND THE ENTRY IMAGE (COPY     *
000100* DL100TR). WRITTEN AND READ BY DL410 (HOLDMI/HOLDMO); READ  *
000110* BY DL420 FOR THE HOLD AGING REPORT. THE SAME LAYOUT        *
000120* CARRIES THE ENTRIES RELEASED ON A RUN (HOLDRLS) -- WITH    *
000130* THE RELEASING OPERATOR'S ID -- WHICH DL180 POSTS AND DL400 *
000140* EXTRACTS THAT NIGHT.                                       *
000150*----------------------------------------------------------*
000160 01  DL100-HM-RECORD.
000170     05  DL100-HM-BUS-DATE       PIC 9(08).
000180     05  DL100-HM-SLOT           PIC 9(05).
000190     05  DL100-HM-REASON         PIC X(04).
000200         88  DL100-HM-IS-DUPLICATE        VALUE 'DUPL'.
000210         88  DL100-HM-IS-HIGH-VALUE       VALUE 'HIVL'.
000220     05  DL100-HM-AGE            PIC 9(03).
000230     05  DL100-HM-MATCH-DATE     PIC 9(08).
000240     05  DL100-HM-MATCH-SLOT     PIC 9(05).
000250     05  DL100-HM-ENTRY          PIC X(80).
000260     05  DL100-HM-RELEASED-BY    PIC X(08).
000270     05  FILLER                  PIC X(09).
