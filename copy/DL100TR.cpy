000080* DL100 AT LOAD TIME. THE AMOUNT IS SIGNED: A CREDIT OR     *
000090* REVERSAL (D/C INDICATOR C ON THE INBOUND DETAIL) CARRIES  *
000100* A NEGATIVE VALUE, SO SUBTOTALS AND HASH TOTALS NET.       *
000110* THE HOLD FLAG IS BLANK ON A NORMAL ENTRY. DL410 SETS IT   *
000120* TO D ON A SUSPECTED REPEAT OF AN ENTRY ALREADY ARCHIVED   *
000130* FOR AN EARLIER BUSINESS DATE, AND TO H ON AN ENTRY ABOVE  *
000140* ITS HIGH-VALUE HOLD LIMIT -- WHICH DL100 ALREADY MARKS H  *
000150* AS IT LOADS. A HELD ENTRY STAYS ON THE TABLE BUT IS KEPT  *
000160* OFF THE GL EXTRACT AND THE POSITIONS UNTIL RELEASED (HOLD *
000170* MASTER, COPY DL100HM). THE SAME IMAGE, FLAG INCLUDED, IS  *
000180* CARRIED ON THE CATCH-UP SPILL (CUPIN) FOR EACH EARLIER    *
000190* DATE A FEED CLOSES OUT, AND IS HELD THERE THE SAME WAY.   *
000200*----------------------------------------------------------*
000210 01  DL100-TBL-RECORD.
000220     05  DL100-TBL-ENTRY.
000230         10  DL100-TBL-ACCT-NO   PIC X(10).
000240         10  DL100-TBL-TRAN-CODE PIC X(02).
000250         10  DL100-TBL-AMOUNT    PIC S9(09)V99.
000260         10  DL100-TBL-EFF-DATE  PIC 9(08).
000270         10  DL100-TBL-SOURCE    PIC X(03).
000280         10  DL100-TBL-HOLD-FLAG PIC X(01).
000290             88  DL100-TBL-NOT-HELD           VALUE SPACE.
000300             88  DL100-TBL-HELD-DUP           VALUE 'D'.
000310             88  DL100-TBL-HELD-HIGH          VALUE 'H'.
000320             88  DL100-TBL-IS-HELD            VALUES 'D' 'H'.
000330         10  FILLER              PIC X(45).
