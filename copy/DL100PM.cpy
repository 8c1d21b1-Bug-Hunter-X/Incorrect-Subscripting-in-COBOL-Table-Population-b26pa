000010*----------------------------------------------------------*
000020* DL100PM - ACCOUNT POSITION MASTER RECORD LAYOUT.          *
000030* ONE RECORD PER ACCOUNT THAT HAS EVER HAD ACTIVITY         *
000040* (POSMST, KEYED ON THE ACCOUNT NUMBER): THE FIRST DATE     *
000050* POSTED, THE MONTH'S AND THE YEAR'S OPENING BALANCES,      *
000060* MONTH-TO-DATE AND YEAR-TO-DATE DEBITS AND CREDITS         *
000070* (CREDITS CARRIED NEGATIVE, AS ON THE TABLE EXTRACT), THE  *
000080* CURRENT BALANCE, THE LAST BUSINESS DATE WITH ACTIVITY,    *
000090* AND THE CCYYMM THE MONTH-TO-DATE FIGURES BELONG TO.       *
000100* OPENING BALANCE PLUS MTD DEBITS PLUS MTD CREDITS IS THE   *
000110* CURRENT BALANCE. POSTED BY DL180; READ BY DL190           *
000120* (ACCOUNT STATEMENT).                                      *
000130*----------------------------------------------------------*
000140 01  DL100-PM-RECORD.
000150     05  DL100-PM-ACCT-NO        PIC X(10).
000160     05  DL100-PM-FIRST-DATE     PIC 9(08).
000170     05  DL100-PM-OPEN-BAL       PIC S9(11)V99.
000180     05  DL100-PM-YR-OPEN-BAL    PIC S9(11)V99.
000190     05  DL100-PM-MTD-DEBITS     PIC S9(11)V99.
000200     05  DL100-PM-MTD-CREDITS    PIC S9(11)V99.
000210     05  DL100-PM-YTD-DEBITS     PIC S9(11)V99.
000220     05  DL100-PM-YTD-CREDITS    PIC S9(11)V99.
000230     05  DL100-PM-CUR-BAL        PIC S9(11)V99.
000240     05  DL100-PM-LAST-ACTIVITY  PIC 9(08).
000250     05  DL100-PM-PERIOD         PIC 9(06).
000260     05  DL100-PM-PERIOD-R REDEFINES DL100-PM-PERIOD.
000270         10  DL100-PM-PERIOD-CCYY PIC 9(04).
000280         10  DL100-PM-PERIOD-MM  PIC 9(02).
000290     05  FILLER                  PIC X(05).
