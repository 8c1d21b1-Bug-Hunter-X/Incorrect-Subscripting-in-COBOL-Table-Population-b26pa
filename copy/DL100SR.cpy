000010*----------------------------------------------------------*
000020* DL100SR - REGIONAL SOURCE REGISTRY RECORD LAYOUT.         *
000030* ONE CARD-IMAGE RECORD PER REGIONAL SOURCE (SRCREG): THE   *
000040* SOURCE CODE CARRIED IN THE FEED HEADER, ITS DESCRIPTION,  *
000050* THE DAYS OF THE WEEK IT IS EXPECTED TO SEND (Y IN THE     *
000060* DAY'S POSITION, MONDAY THROUGH SUNDAY), AND ITS NORMAL    *
000070* DAILY VOLUME RANGE IN DETAILS PROCESSED. A RANGE OF ZERO  *
000080* TO ZERO IS NOT JUDGED. AN OPTIONAL HIGH-VALUE HOLD LIMIT, *
000090* WHEN NOT ZERO OR BLANK, TAKES THE PLACE OF THE            *
000100* TRANSACTION-CODE LIMITS (COPY DL100TC) FOR EVERY ENTRY    *
000110* FROM THE SOURCE. READ BY DL100, WHICH CHECKS EACH         *
000120* BUSINESS DATE'S SOURCE GROUPS AGAINST IT, BY DL140, WHICH *
000130* WRITES EACH REGISTERED SOURCE ITS REJECT NOTICES, AND BY  *
000140* DL410 FOR THE HOLD LIMIT (WHICH DL100 ALSO APPLIES AS IT  *
000150* LOADS).                                                   *
000160*----------------------------------------------------------*
000170 01  DL100-SR-RECORD.
000180     05  DL100-SR-CODE           PIC X(03).
000190     05  DL100-SR-DESC           PIC X(30).
000200     05  DL100-SR-DAYS           PIC X(07).
000210     05  DL100-SR-DAYS-R REDEFINES DL100-SR-DAYS.
000220         10  DL100-SR-DAY OCCURS 7 TIMES
000230                                 PIC X(01).
000240     05  DL100-SR-VOL-LOW        PIC 9(05).
000250     05  DL100-SR-VOL-HIGH       PIC 9(05).
000260     05  DL100-SR-HOLD-LIMIT     PIC 9(09)V99.
000270     05  DL100-SR-HOLD-LIMIT-X REDEFINES DL100-SR-HOLD-LIMIT
000280                                 PIC X(11).
000290     05  FILLER                  PIC X(19).
