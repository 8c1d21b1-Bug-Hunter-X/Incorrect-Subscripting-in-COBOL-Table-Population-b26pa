000020* DL100PD - PENDING-RELEASE (FUTURE-DATED) RECORD LAYOUT.   *
000030* ONE RECORD PER DETAIL WHOSE EFFECTIVE DATE IS AHEAD OF    *
000040* THE BUSINESS DATE IT ARRIVED ON: THE EFFECTIVE (RELEASE)  *
000050* DATE, THE SOURCE CODE IN EFFECT, THE BUSINESS DATE IT WAS *
000060* WAREHOUSED, AND THE ORIGINAL DETAIL RECORD IMAGE. WRITTEN *
000070* AND READ BY DL100, WHICH CARRIES THE FILE FORWARD EACH    *
000080* NIGHT (PENDIN TO PENDOUT) AND INJECTS THE RECORDS         *
000090* MATURING ON THE CURRENT BUSINESS DATE INTO THE LOAD AHEAD *
000100* OF RECONCILIATION. READ BY DL900 (MORNING OPERATIONS      *
000110* DIGEST).                                                  *
000120*----------------------------------------------------------*
000130 01  DL100-PD-RECORD.
000140     05  DL100-PD-EFF-DATE       PIC 9(08).
000150     05  DL100-PD-SOURCE         PIC X(03).
000160     05  DL100-PD-ADDED-DATE     PIC 9(08).
000170     05  DL100-PD-DETAIL         PIC X(80).
000180     05  FILLER                  PIC X(01).
