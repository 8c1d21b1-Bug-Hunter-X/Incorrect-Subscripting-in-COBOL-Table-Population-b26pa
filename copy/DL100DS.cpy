000010*----------------------------------------------------------*
000020* DL100DS - MORNING OPERATIONS STATUS RECORD LAYOUT. ONE    *
000030* RECORD WRITTEN BY DL900 (DIGSTAT) AFTER THE NIGHTLY       *
000040* CHAIN, FOR THE SCHEDULER TO ALERT ON: THE BUSINESS DATE,  *
000050* WHEN THE DIGEST RAN, THE OVERALL STATUS (G GREEN, A       *
000060* AMBER, R RED -- THE WORST OF THE AREAS), ONE STATUS PER   *
000070* AREA IN DIGEST ORDER (STEP COMPLETION, LOAD VOLUME,       *
000080* RECONCILIATION, INTEGRITY CHECKS, GL ACKNOWLEDGMENTS,     *
000090* SUSPENSE AGING, WAREHOUSE MATURING), THE RETURN CODE      *
000100* DL900 LEFT, AND THE KEY COUNTS BEHIND THE AREA STATUSES.  *
000110*----------------------------------------------------------*
000120 01  DL100-DS-RECORD.
000130     05  DL100-DS-PROGRAM        PIC X(08).
000140     05  DL100-DS-BUS-DATE       PIC 9(08).
000150     05  DL100-DS-RUN-DATE       PIC 9(06).
000160     05  DL100-DS-RUN-TIME       PIC 9(08).
000170     05  DL100-DS-OVERALL        PIC X(01).
000180         88  DL100-DS-OVERALL-GREEN       VALUE 'G'.
000190         88  DL100-DS-OVERALL-AMBER       VALUE 'A'.
000200         88  DL100-DS-OVERALL-RED         VALUE 'R'.
000210     05  DL100-DS-AREAS.
000220         10  DL100-DS-STEPS      PIC X(01).
000230         10  DL100-DS-VOLUME     PIC X(01).
000240         10  DL100-DS-RECON      PIC X(01).
000250         10  DL100-DS-VERIFY     PIC X(01).
000260         10  DL100-DS-GL         PIC X(01).
000270         10  DL100-DS-SUSPENSE   PIC X(01).
000280         10  DL100-DS-WAREHOUSE  PIC X(01).
000290     05  DL100-DS-AREAS-R REDEFINES DL100-DS-AREAS.
000300         10  DL100-DS-AREA OCCURS 7 TIMES
000310                                 PIC X(01).
000320     05  DL100-DS-RC             PIC 9(02).
000330     05  DL100-DS-STEPS-DONE     PIC 9(02).
000340     05  DL100-DS-LOADED         PIC 9(05).
000350     05  DL100-DS-TRAIL-AVG      PIC 9(05).
000360     05  DL100-DS-VFY-FAILED     PIC 9(03).
000370     05  DL100-DS-GL-UNACKED     PIC 9(03).
000380     05  DL100-DS-GL-MISMATCHED  PIC 9(03).
000390     05  DL100-DS-SUSP-COUNT     PIC 9(05).
000400     05  DL100-DS-SUSP-OLDEST    PIC 9(03).
000410     05  DL100-DS-WHSE-DUE       PIC 9(05).
000420     05  FILLER                  PIC X(06).
