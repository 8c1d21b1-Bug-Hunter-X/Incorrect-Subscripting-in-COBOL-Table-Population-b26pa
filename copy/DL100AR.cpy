000010*----------------------------------------------------------*
000020* DL100AR - TABLE EXTRACT ARCHIVE MASTER RECORD LAYOUT. ONE  *
000030* 'G' GENERATION HEADER PER ARCHIVED DAY (DATE AND ENTRY     *
000040* COUNT) FOLLOWED BY ONE 'E' RECORD PER TABLE ENTRY          *
000050* (RELATIVE RECORD NUMBER AND ENTRY IMAGE). WRITTEN BY DL120 *
000060* (ARCHIVE STEP) AND READ BY DL120, DL130 (RESTORE-BY-DATE   *
000070* UTILITY), DL310 (ACCOUNT HISTORY INQUIRY), DL410           *
000080* (DUPLICATE SEARCH OVER PRIOR GENERATIONS), AND DL800       *
000090* (MONTH-END SUMMARY). THE SAME LAYOUT CARRIES THE CATCH-UP  *
000100* SPILL DL100 WRITES (CUPOUT) FOR EARLIER BUSINESS DATES A   *
000110* FEED CLOSES OUT, WHICH DL410 JUDGES FOR HOLDS, DL180 READS *
000120* FOR CATCH-UP POSTING, AND DL400 READS FOR THE CATCH-UP GL  *
000130* EXTRACT.                                                   *
000140*----------------------------------------------------------*
000150 01  DL100-AR-RECORD.
000160     05  DL100-AR-REC-TYPE       PIC X(01).
000170         88  DL100-AR-IS-GEN-HDR          VALUE 'G'.
000180         88  DL100-AR-IS-ENTRY            VALUE 'E'.
000190     05  DL100-AR-GEN-DATE       PIC 9(08).
000200     05  DL100-AR-RECNO          PIC 9(05).
000210     05  DL100-AR-GEN-COUNT REDEFINES DL100-AR-RECNO
000220                                 PIC 9(05).
000230     05  DL100-AR-ENTRY          PIC X(80).
