000010*----------------------------------------------------------*
000020* DL100AQ - MAKER/CHECKER APPROVAL QUEUE RECORD LAYOUT. ONE *
000030* RECORD PER CARD STILL WAITING FOR A CHECKER: THE ITEM ID  *
000040* THE APPROVE/REJECT CARDS KEY ON, THE ORIGIN (C = A DL110  *
000050* CORRECTION CARD, R = A DL140 REPAIR CARD), THE MAKER'S    *
000060* OPERATOR ID, WHEN IT WAS SUBMITTED, THE BUSINESS DATE OF  *
000070* THE LOAD IT WAS SUBMITTED AGAINST, AN AGE COUNTER         *
000080* (APPROVAL RUNS WAITED), AND THE CARD IMAGE AS SUBMITTED.  *
000090* WRITTEN AND READ BY DL170 (APPROVAL QUEUE), WHICH CARRIES *
000100* THE QUEUE FORWARD FROM APRQMI TO APRQMO.                  *
000110*----------------------------------------------------------*
000120 01  DL100-AQ-RECORD.
000130     05  DL100-AQ-ITEM-ID        PIC 9(05).
000140     05  DL100-AQ-ORIGIN         PIC X(01).
000150         88  DL100-AQ-CORRECTION          VALUE 'C'.
000160         88  DL100-AQ-REPAIR              VALUE 'R'.
000170     05  DL100-AQ-MAKER-ID       PIC X(08).
000180     05  DL100-AQ-SUBMIT-DATE    PIC 9(08).
000190     05  DL100-AQ-SUBMIT-TIME    PIC 9(08).
000200     05  DL100-AQ-BUS-DATE       PIC 9(08).
000210     05  DL100-AQ-AGE            PIC 9(03).
000220     05  DL100-AQ-CARD           PIC X(80).
000230     05  FILLER                  PIC X(29).
