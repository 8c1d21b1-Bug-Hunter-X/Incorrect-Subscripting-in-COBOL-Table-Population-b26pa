000010*----------------------------------------------------------*
000020* DL100SM - CUMULATIVE SUSPENSE MASTER RECORD LAYOUT. ONE   *
000030* RECORD PER DETAIL STILL IN SUSPENSE: THE SUSPENSE ID THE  *
000040* REPAIR CARDS KEY ON, THE REASON CODE FROM THE DL100 EDIT  *
000050* THAT REJECTED IT, AN AGE COUNTER (BUSINESS DAYS CARRIED), *
000060* THE SOURCE CODE IN EFFECT WHEN KNOWN, THE ORIGINAL DETAIL *
000070* RECORD IMAGE, AND THE BUSINESS DATE THE AGE HAS BEEN      *
000080* COUNTED THROUGH (PACKED, IN WHAT WAS FILLER, SO THE       *
000090* RECORD KEEPS ITS LENGTH; NOT NUMERIC ON A RECORD WRITTEN  *
000100* BEFORE IT WAS ADDED). WRITTEN AND READ BY DL140 (SUSPENSE *
000110* REPAIR AND RECYCLE), WHICH FOLDS EACH DAY'S NEW REJECTS   *
000120* FROM DL100'S SUSPOUT ONTO THE MASTER. READ BY DL900       *
000130* (MORNING OPERATIONS DIGEST).                              *
000140*----------------------------------------------------------*
000150 01  DL100-SM-RECORD.
000160     05  DL100-SM-SUSP-ID        PIC 9(05).
000170     05  DL100-SM-REASON         PIC X(04).
000180     05  DL100-SM-AGE            PIC 9(03).
000190     05  DL100-SM-SOURCE         PIC X(03).
000200     05  DL100-SM-DETAIL         PIC X(80).
000210     05  DL100-SM-AGED-THRU      PIC 9(08) COMP-3.
