000010*----------------------------------------------------------*
000020* DL100AM - ACCOUNT MASTER RECORD LAYOUT. ONE RECORD PER    *
000030* ACCOUNT (ACCTMST, KEYED ON THE ACCOUNT NUMBER): ACCOUNT   *
000040* NAME, OWNING BRANCH, STATUS (OPEN, FROZEN, OR CLOSED),    *
000050* AND THE OPEN AND CLOSE DATES. MAINTAINED BY DL160; READ   *
000060* BY DL100, DL110, AND DL140 (ACCOUNT-STATUS EDITS ON THE   *
000070* LOAD, CORRECTIONS, AND REPAIRS), BY DL200, DL300, AND     *
000080* DL310 (NAME AND BRANCH ON THE LISTING, THE INQUIRY, AND   *
000090* THE ACCOUNT HISTORY INQUIRY), AND BY DL190 (NAME AND      *
000100* BRANCH ON THE ACCOUNT STATEMENT).                         *
000110*----------------------------------------------------------*
000120 01  DL100-AM-RECORD.
000130     05  DL100-AM-ACCT-NO        PIC X(10).
000140     05  DL100-AM-NAME           PIC X(30).
000150     05  DL100-AM-BRANCH         PIC X(05).
000160     05  DL100-AM-STATUS         PIC X(01).
000170         88  DL100-AM-OPEN                VALUE 'O'.
000180         88  DL100-AM-FROZEN              VALUE 'F'.
000190         88  DL100-AM-CLOSED              VALUE 'C'.
000200     05  DL100-AM-OPEN-DATE      PIC 9(08).
000210     05  DL100-AM-CLOSE-DATE     PIC 9(08).
000220     05  FILLER                  PIC X(18).
