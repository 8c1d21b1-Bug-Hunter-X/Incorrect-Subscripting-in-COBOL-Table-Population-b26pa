000010*----------------------------------------------------------*
000020* DL100PH - ACCOUNT ACTIVITY HISTORY RECORD LAYOUT.         *
000030* ONE RECORD PER TABLE ENTRY POSTED TO THE POSITION MASTER  *
000040* (POSHIST, KEYED ON ACCOUNT, BUSINESS DATE, AND TABLE      *
000050* SLOT, SO AN ACCOUNT'S ACTIVITY READS BACK IN DATE ORDER   *
000060* AND AN ENTRY ALREADY POSTED IS RECOGNIZED ON A RERUN):    *
000070* THE TRANSACTION CODE, SIGNED AMOUNT, EFFECTIVE DATE,      *
000080* SOURCE CODE, THE ACCOUNT BALANCE AFTER THE POSTING, AND   *
000090* THE DATE IT WAS POSTED. WRITTEN BY DL180; READ BY DL190   *
000100* (ACCOUNT STATEMENT).                                      *
000110*----------------------------------------------------------*
000120 01  DL100-PH-RECORD.
000130     05  DL100-PH-KEY.
000140         10  DL100-PH-ACCT-NO    PIC X(10).
000150         10  DL100-PH-BUS-DATE   PIC 9(08).
000160         10  DL100-PH-SLOT       PIC 9(05).
000170     05  DL100-PH-TRAN-CODE      PIC X(02).
000180     05  DL100-PH-AMOUNT         PIC S9(09)V99.
000190     05  DL100-PH-EFF-DATE       PIC 9(08).
000200     05  DL100-PH-SOURCE         PIC X(03).
000210     05  DL100-PH-BAL-AFTER      PIC S9(11)V99.
000220     05  DL100-PH-POSTED-DATE    PIC 9(08).
000230     05  FILLER                  PIC X(12).
