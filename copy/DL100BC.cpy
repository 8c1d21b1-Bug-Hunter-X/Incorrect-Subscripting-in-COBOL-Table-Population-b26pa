000010*----------------------------------------------------------*
000020* DL100BC - BUSINESS-DAY CALENDAR RECORD LAYOUT. ONE        *
000030* CARD-IMAGE RECORD PER CALENDAR DATE (BUSCAL), IN          *
000040* ASCENDING DATE ORDER WITH NO DATES LEFT OUT: THE DATE,    *
000050* ITS DAY TYPE -- B FOR A BUSINESS DAY, W FOR A WEEKEND, H  *
000060* FOR A BANK HOLIDAY -- AND A DESCRIPTION (THE HOLIDAY'S    *
000070* NAME). MAINTAINED BY OPERATIONS A YEAR AHEAD. READ BY     *
000080* DL100 FOR THE DATE-GAP CHECK, BY DL700 AND DL140 TO AGE   *
000090* GL ACKNOWLEDGMENTS AND SUSPENSE ITEMS IN BUSINESS DAYS,   *
000100* BY DL800 TO TELL A NON-BUSINESS DAY FROM A MISSING ONE,   *
000110* AND BY DL900 TO FIND THE NEXT BUSINESS DAYS FOR THE       *
000120* WAREHOUSE LOOK-AHEAD. A DATE OUTSIDE THE CALENDAR FALLS   *
000130* BACK TO COUNTING CALENDAR DAYS OR RUNS AS BEFORE.         *
000140*----------------------------------------------------------*
000150 01  DL100-BC-RECORD.
000160     05  DL100-BC-DATE           PIC 9(08).
000170     05  DL100-BC-DAY-TYPE       PIC X(01).
000180         88  DL100-BC-BUSINESS-DAY        VALUE 'B'.
000190         88  DL100-BC-WEEKEND             VALUE 'W'.
000200         88  DL100-BC-HOLIDAY             VALUE 'H'.
000210         88  DL100-BC-VALID-TYPE          VALUES 'B' 'W' 'H'.
000220     05  DL100-BC-DESC           PIC X(30).
000230     05  FILLER                  PIC X(41).
