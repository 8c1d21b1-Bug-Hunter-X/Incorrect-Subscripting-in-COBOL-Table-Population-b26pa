000010*----------------------------------------------------------*
000020* DL100TC - TRANSACTION-CODE MASTER RECORD LAYOUT. ONE      *
000030* RECORD PER VALID TRANSACTION CODE (TRANCD, KEYED ON THE   *
000040* CODE): DESCRIPTION, DEBIT/CREDIT INDICATOR, THE           *
000050* GENERAL-LEDGER ACCOUNT THE CODE POSTS TO, AND THE         *
000060* HIGH-VALUE HOLD LIMIT -- AN ENTRY WHOSE AMOUNT, DEBIT OR  *
000070* CREDIT, IS ABOVE IT IS HELD OFF THE GL FOR REVIEW (ZERO   *
000080* OR BLANK, AS ON A RECORD WRITTEN BEFORE THE LIMIT WAS     *
000090* ADDED, MEANS NO LIMIT). MAINTAINED BY DL150; READ BY      *
000100* DL100, DL110, AND DL140 (CODE VALIDATION ON THE LOAD,     *
000110* MAINTENANCE, AND REPAIR EDITS), DL200 AND DL310           *
000120* (DESCRIPTIONS ON THE LISTING AND THE ACCOUNT HISTORY      *
000130* INQUIRY), DL400 (GL ACCOUNT MAPPING ON THE EXTRACT), AND  *
000140* DL410 (THE HIGH-VALUE HOLD, WHICH DL100 ALSO APPLIES AS   *
000150* IT LOADS).                                                *
000160*----------------------------------------------------------*
000170 01  DL100-TC-RECORD.
000180     05  DL100-TC-CODE           PIC X(02).
000190     05  DL100-TC-DESC           PIC X(30).
000200     05  DL100-TC-DC-IND         PIC X(01).
000210         88  DL100-TC-DEBIT               VALUE 'D'.
000220         88  DL100-TC-CREDIT              VALUE 'C'.
000230     05  DL100-TC-GL-ACCT        PIC X(10).
000240     05  DL100-TC-HOLD-LIMIT     PIC 9(09)V99.
000250     05  DL100-TC-HOLD-LIMIT-X REDEFINES DL100-TC-HOLD-LIMIT
000260                                 PIC X(11).
000270     05  FILLER                  PIC X(06).
