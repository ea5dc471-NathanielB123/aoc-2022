000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUCKSIM.
000030 AUTHOR. D W BRENNAN.
000040 INSTALLATION. AOC-SOLUTIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   10/15/26   DWB   ORIGINAL PROGRAM - RE-PRICING WHAT-IF   *
000110*                    SIMULATION. UNTIL NOW THE FIRST ANYONE  *
000120*                    SAW OF A RE-PRICING WAS THE NIGHT IT    *
000130*                    TOOK EFFECT. THIS STEP READS A PROPOSED *
000140*                    PRIORITY TABLE (SAME LAYOUT AS THE LIVE *
000150*                    ONE) AND REVALUES THE CURRENT           *
000160*                    GENERATION'S EXTRACT AND BADGE-GROUP    *
000170*                    FILE UNDER IT, REPORTING OLD AND NEW    *
000180*                    PART A AND PART B TOTALS BY LETTER, BY  *
000190*                    INPUT FILE AND BY SQUAD, SO FINANCE CAN *
000200*                    APPROVE A RE-PRICING FROM REAL NUMBERS  *
000210*                    BEFORE ITS RECORDS ARE DATED INTO THE   *
000220*                    LIVE TABLE. NOTHING OFFICIAL IS TOUCHED.*
000221*   10/15/26   DWB   ROSTER ENTRIES NOW CARRY AN EFFECTIVE   *
000222*                    DATE - SQUADS ARE TAKEN AS OF THE       *
000223*                    GENERATION'S DATE, AS THE MAIN RUN DOES.*
0022A1*   10/15/26   DWB   WHEN THE STATISTICS FILE NAMES MORE     *
0022A2*                    INPUT FILES THAN THE DETAIL REPORT      *
0022A3*                    SHOWS (AN EMPTY INPUT FILE), THE FILE   *
0022A4*                    NAMES NOW COME FROM THE MATCHING RUN'S  *
0022A5*                    'FL' RECORDS ON THE RUN HISTORY, EMPTY  *
0022A6*                    FILES LEFT OUT, AS QASAMPLE DOES. A     *
0022A7*                    DIFFERENCE NO RUN ACCOUNTS FOR NOW      *
0022A8*                    REFUSES THE GENERATION INSTEAD OF       *
0022A9*                    WARNING AND REPORTING EVERY LATER FILE  *
0022B1*                    UNDER ITS NEIGHBOUR'S NAME. WS-TMP IS   *
0022B2*                    UNSIGNED SO A FILE NAMED BY POSITION    *
0022B3*                    NO LONGER PICKS UP A SIGN DIGIT.        *
000230*----------------------------------------------------------*
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PROPOSAL-FILE-NAME ASSIGN TO 'day3pripropose.txt'
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-PROPOSAL-STATUS.
000310     SELECT CURPTR-FILE-NAME ASSIGN TO 'day3current.txt'
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-CURPTR-STATUS.
000340     SELECT STATS-FILE-NAME
000350         ASSIGN TO DYNAMIC WS-STATS-FILE-ID
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-STATS-STATUS.
000380     SELECT REPORT-FILE-NAME
000390         ASSIGN TO DYNAMIC WS-REPORT-FILE-ID
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REPORT-STATUS.
000420     SELECT EXTRACT-FILE-NAME
000430         ASSIGN TO DYNAMIC WS-EXTRACT-FILE-ID
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-EXTRACT-STATUS.
000460     SELECT BADGE-FILE-NAME
000470         ASSIGN TO DYNAMIC WS-BADGE-FILE-ID
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BADGE-STATUS.
000500     SELECT ROSTER-FILE-NAME ASSIGN TO 'day3roster.txt'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-ROSTER-STATUS.
000530     SELECT WHATIF-FILE-NAME ASSIGN TO 'day3whatif.txt'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-WHATIF-STATUS.
000551     SELECT HISTORY-FILE-NAME ASSIGN TO 'day3runhistory.txt'
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS WS-HISTORY-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*----------------------------------------------------------*
000600* PROPOSED PRIORITY TABLE - THE SAME LAYOUT AS THE LIVE      *
000610* TABLE. FOR EACH LETTER THE RECORD WITH THE LATEST          *
000620* EFFECTIVE DATE WINS, WHATEVER THAT DATE IS - THE POINT IS  *
000630* TO PRICE THE PROPOSAL BEFORE IT COMES INTO FORCE. A LETTER *
000640* THE PROPOSAL DOES NOT MENTION KEEPS THE WEIGHT IT RAN AT.  *
000650*----------------------------------------------------------*
000660 FD  PROPOSAL-FILE-NAME.
000670 01  PROPOSAL-REC.
000680     05  PRT-LETTER                   PIC X(01).
000690     05  FILLER                       PIC X(01).
000700     05  PRT-PRIORITY                 PIC 9(02).
000710     05  FILLER                       PIC X(01).
000720     05  PRT-EFF-DATE                 PIC 9(08).
000730*
000740*----------------------------------------------------------*
000750* CURRENT-GENERATION POINTER - NAMES THE GENERATION TO       *
000760* REVALUE.                                                   *
000770*----------------------------------------------------------*
000780 FD  CURPTR-FILE-NAME.
000790 01  CURPTR-REC.
000800     05  CUR-GEN-SUFFIX               PIC X(14).
000810*
000820*----------------------------------------------------------*
000830* ITEM-FREQUENCY STATISTICS - THE GENERATION'S STATISTICS    *
000840* FILE. ONLY ITS 'FI' SECTION HEADERS ARE USED: THEY NAME    *
000850* THE INPUT FILES IN THE ORDER THE MAIN RUN PROCESSED THEM.  *
000860*----------------------------------------------------------*
000870 FD  STATS-FILE-NAME.
000880 01  STATS-REC.
000890     05  STA-RECORD-TYPE              PIC X(02).
000900     05  FILLER                       PIC X(01).
000910     05  STA-DETAIL                   PIC X(60).
000920     05  STA-NAME-DETAIL REDEFINES STA-DETAIL.
000930         10  STA-FILE-NAME            PIC X(30).
000940         10  FILLER                   PIC X(30).
000950*
000960*----------------------------------------------------------*
000970* DETAIL REPORT - THE GENERATION'S PER-RUCKSACK AUDIT TRAIL, *
000980* ONE RECORD PER LINE READ. THE LINE NUMBER STARTS AGAIN AT  *
000990* ONE WITH EACH INPUT FILE, WHICH IS HOW THE FILE BOUNDARIES *
001000* IN THE EXTRACT AND THE BADGE GROUPS ARE FOUND.             *
001010*----------------------------------------------------------*
001020 FD  REPORT-FILE-NAME.
001030 01  DETAIL-REC.
001040     05  DET-LINE-NO                  PIC X(06).
001050     05  FILLER                       PIC X(01).
001060     05  DET-LINE-TEXT                PIC X(100).
001070     05  FILLER                       PIC X(01).
001080     05  DET-STATUS                   PIC X(08).
001090*
001100*----------------------------------------------------------*
001110* EXTRACT FILE - THE GENERATION'S EXTRACT, ONE RECORD PER    *
001120* LINE READ IN THE SAME ORDER AS THE DETAIL REPORT. ONLY     *
001130* MATCHED ('RS') RECORDS CARRY PART A.                       *
001140*----------------------------------------------------------*
001150 FD  EXTRACT-FILE-NAME.
001160 01  EXTRACT-REC.
001170     05  EXT-RECORD-TYPE              PIC X(02).
001180     05  EXT-FOUND-CHR                PIC X(01).
001190     05  EXT-PRIORITY                 PIC 9(02).
001200     05  EXT-ITEM-DESC                PIC X(30).
001210     05  EXT-ITEM-FLAG                PIC X(08).
001220*
001230*----------------------------------------------------------*
001240* BADGE-GROUP FILE - THE GENERATION'S BADGE GROUPS. ONLY     *
001250* ELIGIBLE GROUPS CARRY PART B.                              *
001260*----------------------------------------------------------*
001270 FD  BADGE-FILE-NAME.
001280 01  BADGE-REC.
001290     05  BDG-GROUP-SEQ                PIC 9(06).
001300     05  FILLER                       PIC X(01).
001310     05  BDG-LINE-NO-1                PIC 9(06).
001320     05  FILLER                       PIC X(01).
001330     05  BDG-LINE-NO-2                PIC 9(06).
001340     05  FILLER                       PIC X(01).
001350     05  BDG-LINE-NO-3                PIC 9(06).
001360     05  FILLER                       PIC X(01).
001370     05  BDG-BADGE-CHR                PIC X(01).
001380     05  FILLER                       PIC X(01).
001390     05  BDG-PRIORITY                 PIC 9(02).
001400     05  FILLER                       PIC X(01).
001410     05  BDG-STATUS                   PIC X(09).
001420     05  FILLER                       PIC X(01).
001430     05  BDG-ITEM-FLAG                PIC X(08).
001440*
001450*----------------------------------------------------------*
001460* SQUAD ROSTER FILE - MAPS A BADGE GROUP SEQUENCE TO THE     *
001470* SQUAD ACCOUNTABLE FOR IT, AS IN THE MAIN RUN. A MATCHED    *
001480* LINE IS CREDITED TO THE SQUAD OF THE GROUP IT SITS IN.     *
001481* AN ENTRY APPLIES FROM ITS EFFECTIVE DATE (SPACES ON OLDER  *
001482* ENTRIES - IN FORCE FROM THE BEGINNING).                    *
001490*----------------------------------------------------------*
001500 FD  ROSTER-FILE-NAME.
001510 01  ROSTER-REC.
001520     05  RST-GROUP-SEQ                PIC 9(06).
001530     05  FILLER                       PIC X(01).
001540     05  RST-SQUAD-ID                 PIC X(08).
001541     05  FILLER                       PIC X(01).
001542     05  RST-EFF-DATE                 PIC 9(08).
001550*
001560*----------------------------------------------------------*
001570* WHAT-IF REPORT - AN 'HD' HEADER (GENERATION, PROPOSAL      *
001580* EFFECTIVE DATE, RUN DATE), ONE 'LT' RECORD PER LETTER WITH *
001590* ITS OLD AND NEW WEIGHT, THEN 'FI' PER INPUT FILE, 'SQ' PER *
001600* SQUAD AND ONE 'GT' GRAND TOTAL, EACH WITH OLD, NEW AND     *
001610* DELTA PART A AND PART B.                                   *
001620*----------------------------------------------------------*
001630 FD  WHATIF-FILE-NAME.
001640 01  WHATIF-REC.
001650     05  WIF-RECORD-TYPE              PIC X(02).
001660     05  FILLER                       PIC X(01).
001670     05  WIF-DETAIL                   PIC X(100).
001680     05  WIF-HEADER-DETAIL REDEFINES WIF-DETAIL.
001690         10  WIF-GEN-SUFFIX           PIC X(14).
001700         10  FILLER                   PIC X(01).
001710         10  WIF-PROPOSAL-EFF         PIC 9(08).
001720         10  FILLER                   PIC X(01).
001730         10  WIF-RUN-DATE             PIC 9(08).
001740         10  FILLER                   PIC X(68).
001750     05  WIF-LETTER-DETAIL REDEFINES WIF-DETAIL.
001760         10  WIF-LETTER               PIC X(01).
001770         10  FILLER                   PIC X(01).
001780         10  WIF-OLD-WEIGHT           PIC 9(02).
001790         10  FILLER                   PIC X(01).
001800         10  WIF-NEW-WEIGHT           PIC 9(02).
001810         10  FILLER                   PIC X(01).
001820         10  WIF-MATCH-COUNT          PIC 9(09).
001830         10  FILLER                   PIC X(01).
001840         10  WIF-ELIGIBLE-COUNT       PIC 9(09).
001850         10  FILLER                   PIC X(01).
001860         10  WIF-LT-OLD-A             PIC 9(09).
001870         10  FILLER                   PIC X(01).
001880         10  WIF-LT-NEW-A             PIC 9(09).
001890         10  FILLER                   PIC X(01).
001900         10  WIF-LT-OLD-B             PIC 9(09).
001910         10  FILLER                   PIC X(01).
001920         10  WIF-LT-NEW-B             PIC 9(09).
001930         10  FILLER                   PIC X(33).
001940     05  WIF-TOTALS-DETAIL REDEFINES WIF-DETAIL.
001950         10  WIF-KEY                  PIC X(30).
001960         10  FILLER                   PIC X(01).
001970         10  WIF-OLD-A                PIC 9(09).
001980         10  FILLER                   PIC X(01).
001990         10  WIF-NEW-A                PIC 9(09).
002000         10  FILLER                   PIC X(01).
002010         10  WIF-DELTA-A              PIC +9(09).
002020         10  FILLER                   PIC X(01).
002030         10  WIF-OLD-B                PIC 9(09).
002040         10  FILLER                   PIC X(01).
002050         10  WIF-NEW-B                PIC 9(09).
002060         10  FILLER                   PIC X(01).
002070         10  WIF-DELTA-B              PIC +9(09).
002080         10  FILLER                   PIC X(08).
002090*
0209A1*----------------------------------------------------------*
0209A2* RUN-HISTORY FILE - AS APPENDED BY EVERY EXECUTION OF THE   *
0209A3* MAIN RUN: AN 'HD' HEADER PER RUN, THEN AN 'FL' RECORD PER  *
0209A4* INPUT FILE WITH ITS RECORD COUNT. ONLY READ WHEN THE       *
0209A5* STATISTICS FILE NAMES MORE INPUT FILES THAN THE DETAIL     *
0209A6* REPORT SHOWS.                                              *
0209A7*----------------------------------------------------------*
0209A8 FD  HISTORY-FILE-NAME.
0209A9 01  HISTORY-REC.
0209B1     05  HST-RECORD-TYPE              PIC X(02).
0209B2     05  FILLER                       PIC X(01).
0209B3     05  HST-DETAIL                   PIC X(90).
0209B4     05  HST-FILE-DETAIL REDEFINES HST-DETAIL.
0209B5         10  HST-FILE-NAME            PIC X(30).
0209B6         10  FILLER                   PIC X(01).
0209B7         10  HST-RECORD-COUNT         PIC 9(09).
0209B8         10  FILLER                   PIC X(50).
0209B9*
002100 WORKING-STORAGE SECTION.
002110*----------------------------------------------------------*
002120* SWITCHES.                                                  *
002130*----------------------------------------------------------*
002140 01  WS-SWITCHES.
002150     05  WS-PROPOSAL-EOF-SW          PIC X(01) VALUE 'N'.
002160         88  WS-PROPOSAL-EOF                   VALUE 'Y'.
002170     05  WS-STATS-EOF-SW             PIC X(01) VALUE 'N'.
002180         88  WS-STATS-EOF                      VALUE 'Y'.
002190     05  WS-REPORT-EOF-SW            PIC X(01) VALUE 'N'.
002200         88  WS-REPORT-EOF                     VALUE 'Y'.
002210     05  WS-EXTRACT-EOF-SW           PIC X(01) VALUE 'N'.
002220         88  WS-EXTRACT-EOF                    VALUE 'Y'.
002230     05  WS-BADGE-EOF-SW             PIC X(01) VALUE 'N'.
002240         88  WS-BADGE-EOF                      VALUE 'Y'.
002250     05  WS-ROSTER-EOF-SW            PIC X(01) VALUE 'N'.
002260         88  WS-ROSTER-EOF                     VALUE 'Y'.
002261     05  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
002262         88  WS-HISTORY-EOF                    VALUE 'Y'.
002263     05  WS-HRF-MATCH-SW             PIC X(01) VALUE 'N'.
002264         88  WS-HRF-MATCH                      VALUE 'Y'.
002265     05  WS-HMP-FOUND-SW             PIC X(01) VALUE 'N'.
002266         88  WS-HMP-FOUND                      VALUE 'Y'.
002270*
002280 77  WS-PROPOSAL-STATUS              PIC X(02) VALUE SPACES.
002290 77  WS-CURPTR-STATUS                PIC X(02) VALUE SPACES.
002300 77  WS-STATS-STATUS                 PIC X(02) VALUE SPACES.
002310 77  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
002320 77  WS-EXTRACT-STATUS               PIC X(02) VALUE SPACES.
002330 77  WS-BADGE-STATUS                 PIC X(02) VALUE SPACES.
002340 77  WS-ROSTER-STATUS                PIC X(02) VALUE SPACES.
002350 77  WS-WHATIF-STATUS                PIC X(02) VALUE SPACES.
002351 77  WS-HISTORY-STATUS               PIC X(02) VALUE SPACES.
002360 77  WS-STATS-FILE-ID                PIC X(40) VALUE SPACES.
002370 77  WS-REPORT-FILE-ID               PIC X(40) VALUE SPACES.
002380 77  WS-EXTRACT-FILE-ID              PIC X(40) VALUE SPACES.
002390 77  WS-BADGE-FILE-ID                PIC X(40) VALUE SPACES.
002400 77  WS-GEN-SUFFIX                   PIC X(14) VALUE SPACES.
002410 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
002420 77  WS-LINE-NO-X                    PIC X(06).
002430 77  WS-LINE-NO                      PIC 9(06) VALUE 0.
002440 77  WS-PRIOR-LINE-NO                PIC 9(06) VALUE 0.
002450*
002460*----------------------------------------------------------*
002470* PROPOSED WEIGHTS AND PER-LETTER RESULTS - ONE SLOT PER     *
002480* PRIORITY VALUE 1-52. THE OLD WEIGHT IS THE ONE THE LETTER  *
002490* ACTUALLY RAN AT IN THIS GENERATION.                        *
002500*----------------------------------------------------------*
002510 77  WS-PRI-SLOT                     PIC S9(09) COMP VALUE 0.
002520 77  WS-PROPOSAL-EFF                 PIC 9(08) VALUE 0.
002530 77  WS-PROPOSAL-COUNT               PIC S9(09) COMP VALUE 0.
002540 01  WS-LETTER-TABLE.
002550     05  WS-LTR-ENTRY OCCURS 52 TIMES.
002560         10  WS-LTR-PROP-VALUE       PIC 9(02).
002570         10  WS-LTR-PROP-EFF         PIC 9(08).
002580         10  WS-LTR-OLD-WEIGHT       PIC 9(02).
002590         10  WS-LTR-MATCHES          PIC S9(09) COMP.
002600         10  WS-LTR-ELIGIBLE         PIC S9(09) COMP.
002610         10  WS-LTR-OLD-A            PIC S9(09) COMP.
002620         10  WS-LTR-NEW-A            PIC S9(09) COMP.
002630         10  WS-LTR-OLD-B            PIC S9(09) COMP.
002640         10  WS-LTR-NEW-B            PIC S9(09) COMP.
002650*
002660*----------------------------------------------------------*
002670* INPUT FILE TABLE - THE GENERATION'S INPUT FILES IN         *
002680* PROCESSING ORDER, EACH WITH ITS LINE COUNT, THE RUN-WIDE   *
002690* GROUP SEQUENCE JUST BEFORE ITS FIRST BADGE GROUP, AND ITS  *
002700* OLD AND NEW TOTALS.                                        *
002710*----------------------------------------------------------*
002720 77  WS-FIL-COUNT                    PIC S9(09) COMP VALUE 0.
002730 77  WS-FIL-NAMED                    PIC S9(09) COMP VALUE 0.
002740 77  WS-FIL-MAX                      PIC S9(09) COMP VALUE 100.
002750 77  WS-FIL-I                        PIC S9(09) COMP VALUE 0.
002760 77  WS-FIL-HIT                      PIC S9(09) COMP VALUE 0.
002770 01  WS-FILE-TABLE.
002780     05  WS-FIL-ENTRY OCCURS 100 TIMES.
002790         10  WS-FIL-NAME             PIC X(30).
002800         10  WS-FIL-LINES            PIC S9(09) COMP.
002810         10  WS-FIL-GROUPS           PIC S9(09) COMP.
002820         10  WS-FIL-GROUP-BASE       PIC S9(09) COMP.
002830         10  WS-FIL-OLD-A            PIC S9(09) COMP.
002840         10  WS-FIL-NEW-A            PIC S9(09) COMP.
002850         10  WS-FIL-OLD-B            PIC S9(09) COMP.
002860         10  WS-FIL-NEW-B            PIC S9(09) COMP.
002870*
002880*----------------------------------------------------------*
0288A1* RUN-HISTORY FILE MAP - THE 'FL' RECORDS OF THE RUN BEING   *
0288A2* READ (NAME AND RECORD COUNT; THE RUN IS UNUSABLE ONCE A    *
0288A3* COUNT IS UNREADABLE OR THE TABLE OVERFLOWS), AND THE NAMES *
0288A4* OF THE NON-EMPTY FILES OF THE LATEST RUN THAT MATCHED.     *
0288A5*----------------------------------------------------------*
0288A6 77  WS-HRF-COUNT                    PIC S9(09) COMP VALUE 0.
0288A7 77  WS-HRF-I                        PIC S9(09) COMP VALUE 0.
0288A8 77  WS-HRF-K                        PIC S9(09) COMP VALUE 0.
0288A9 77  WS-HRF-USABLE-SW                PIC X(01) VALUE 'Y'.
0288B1 01  WS-HRF-TABLE.
0288B2     05  WS-HRF-ENTRY OCCURS 100 TIMES.
0288B3         10  WS-HRF-NAME             PIC X(30).
0288B4         10  WS-HRF-LINES            PIC 9(09).
0288B5 77  WS-HMP-COUNT                    PIC S9(09) COMP VALUE 0.
0288B6 01  WS-HMP-TABLE.
0288B7     05  WS-HMP-NAME OCCURS 100 TIMES PIC X(30).
0288B8*
0288B9*----------------------------------------------------------*
002890* SQUAD ROSTER TABLE AND SQUAD RESULTS TABLE.                *
002900*----------------------------------------------------------*
002910 77  WS-ROSTER-COUNT                 PIC S9(09) COMP VALUE 0.
002911 77  WS-ROSTER-MAX                   PIC S9(09) COMP VALUE 2000.
002930 77  WS-RST-I                        PIC S9(09) COMP VALUE 0.
002931 77  WS-RST-BEST-EFF                 PIC 9(08) VALUE 0.
002932 77  WS-ROSTER-AS-OF                 PIC 9(08) VALUE 0.
002940 01  WS-ROSTER-TABLE.
002941     05  WS-RST-ENTRY OCCURS 2000 TIMES.
002960         10  WS-RST-GROUP-SEQ        PIC 9(06).
002970         10  WS-RST-SQUAD-ID         PIC X(08).
002971         10  WS-RST-EFF-DATE         PIC 9(08).
002980 77  WS-SQUAD-COUNT                  PIC S9(09) COMP VALUE 0.
002990 77  WS-SQUAD-MAX                    PIC S9(09) COMP VALUE 100.
003000 77  WS-SQD-I                        PIC S9(09) COMP VALUE 0.
003010 77  WS-SQD-HIT                      PIC S9(09) COMP VALUE 0.
003020 01  WS-SQUAD-TABLE.
003030     05  WS-SQD-ENTRY OCCURS 100 TIMES.
003040         10  WS-SQD-ID               PIC X(08).
003050         10  WS-SQD-OLD-A            PIC S9(09) COMP.
003060         10  WS-SQD-NEW-A            PIC S9(09) COMP.
003070         10  WS-SQD-OLD-B            PIC S9(09) COMP.
003080         10  WS-SQD-NEW-B            PIC S9(09) COMP.
003090*
003100*----------------------------------------------------------*
003110* REVALUATION WORK AREA.                                     *
003120*----------------------------------------------------------*
003130 77  WS-PRI-CHR                      PIC X(01).
003140 77  WS-PRI-ORD                      PIC S9(09) VALUE 0.
003150 77  WS-PRI-VALUE                    PIC S9(09) VALUE 0.
003160 77  WS-TMP                          PIC 9(09) VALUE 0.
003170 77  WS-LETTER                       PIC X(01).
003180 77  WS-OLD-WEIGHT                   PIC S9(09) VALUE 0.
003190 77  WS-NEW-WEIGHT                   PIC S9(09) VALUE 0.
003200 77  WS-GROUP-SEQ                    PIC S9(09) COMP VALUE 0.
003210 77  WS-GROUP-IN-FILE                PIC S9(09) COMP VALUE 0.
003220 77  WS-GROUP-SQUAD-ID               PIC X(08) VALUE SPACES.
003230 77  WS-LINE-IN-FILE                 PIC S9(09) COMP VALUE 0.
003240 77  WS-REPORT-RECS                  PIC S9(09) COMP VALUE 0.
003250 77  WS-EXTRACT-RECS                 PIC S9(09) COMP VALUE 0.
003260 77  WS-GRAND-OLD-A                  PIC S9(09) COMP VALUE 0.
003270 77  WS-GRAND-NEW-A                  PIC S9(09) COMP VALUE 0.
003280 77  WS-GRAND-OLD-B                  PIC S9(09) COMP VALUE 0.
003290 77  WS-GRAND-NEW-B                  PIC S9(09) COMP VALUE 0.
003300 77  WS-OUT-OLD-A                    PIC S9(09) VALUE 0.
003310 77  WS-OUT-NEW-A                    PIC S9(09) VALUE 0.
003320 77  WS-OUT-OLD-B                    PIC S9(09) VALUE 0.
003330 77  WS-OUT-NEW-B                    PIC S9(09) VALUE 0.
003340*
003350 PROCEDURE DIVISION.
003360*----------------------------------------------------------*
003370* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
003380*----------------------------------------------------------*
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003410     PERFORM 2000-REVALUE-EXTRACT THRU 2000-EXIT.
003420     PERFORM 3000-REVALUE-BADGES THRU 3000-EXIT.
003430     PERFORM 8000-WRITE-WHATIF THRU 8000-EXIT.
003440     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003450     STOP RUN.
003460 0000-EXIT.
003470     EXIT.
003480*
003490*----------------------------------------------------------*
003500* 1000-INITIALIZE - LOAD THE PROPOSAL, RESOLVE THE CURRENT   *
003510* GENERATION, LOAD THE ROSTER, AND MAP OUT THE GENERATION'S  *
003520* INPUT FILES.                                               *
003530*----------------------------------------------------------*
003540 1000-INITIALIZE.
003550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003560     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
003570             UNTIL WS-PRI-SLOT > 52
003580         MOVE 0 TO WS-LTR-PROP-VALUE(WS-PRI-SLOT)
003590         MOVE 0 TO WS-LTR-PROP-EFF(WS-PRI-SLOT)
003600         MOVE 0 TO WS-LTR-OLD-WEIGHT(WS-PRI-SLOT)
003610         MOVE 0 TO WS-LTR-MATCHES(WS-PRI-SLOT)
003620         MOVE 0 TO WS-LTR-ELIGIBLE(WS-PRI-SLOT)
003630         MOVE 0 TO WS-LTR-OLD-A(WS-PRI-SLOT)
003640         MOVE 0 TO WS-LTR-NEW-A(WS-PRI-SLOT)
003650         MOVE 0 TO WS-LTR-OLD-B(WS-PRI-SLOT)
003660         MOVE 0 TO WS-LTR-NEW-B(WS-PRI-SLOT)
003670     END-PERFORM.
003680     PERFORM 1100-LOAD-PROPOSAL THRU 1100-EXIT.
003690     PERFORM 1300-RESOLVE-GENERATION THRU 1300-EXIT.
003700     PERFORM 1400-LOAD-ROSTER THRU 1400-EXIT.
003710     PERFORM 1500-LOAD-FILE-NAMES THRU 1500-EXIT.
003720     PERFORM 1600-COUNT-FILE-LINES THRU 1600-EXIT.
003730 1000-EXIT.
003740     EXIT.
003750*
003760*----------------------------------------------------------*
003770* 1100-LOAD-PROPOSAL - LOAD THE PROPOSED WEIGHTS. WITHOUT A  *
003780* PROPOSAL THERE IS NOTHING TO SIMULATE.                     *
003790*----------------------------------------------------------*
003800 1100-LOAD-PROPOSAL.
003810     OPEN INPUT PROPOSAL-FILE-NAME.
003820     IF WS-PROPOSAL-STATUS NOT = '00'
003830         DISPLAY "ERROR: CANNOT OPEN PROPOSED PRIORITY TABLE "
003840             "(STATUS " WS-PROPOSAL-STATUS ") - NOTHING TO "
003850             "SIMULATE"
003860         STOP RUN
003870     END-IF.
003880     MOVE 'N' TO WS-PROPOSAL-EOF-SW.
003890     PERFORM 1150-READ-PROPOSAL-RECORD THRU 1150-EXIT
003900         UNTIL WS-PROPOSAL-EOF.
003910     CLOSE PROPOSAL-FILE-NAME.
003920     IF WS-PROPOSAL-COUNT = 0
003930         DISPLAY "ERROR: PROPOSED PRIORITY TABLE HOLDS NO "
003940             "VALID RECORD - NOTHING TO SIMULATE"
003950         STOP RUN
003960     END-IF.
003970     DISPLAY "PROPOSED TABLE LOADED - " WS-PROPOSAL-COUNT
003980         " LETTERS, LATEST EFFECTIVE " WS-PROPOSAL-EFF.
003990 1100-EXIT.
004000     EXIT.
004010*
004020 1150-READ-PROPOSAL-RECORD.
004030     READ PROPOSAL-FILE-NAME
004040         AT END
004050             SET WS-PROPOSAL-EOF TO TRUE
004060             GO TO 1150-EXIT
004070     END-READ.
004080     IF PRT-LETTER NOT ALPHABETIC-LOWER
004090         AND PRT-LETTER NOT ALPHABETIC-UPPER
004100         GO TO 1150-EXIT
004110     END-IF.
004120     IF PRT-PRIORITY NOT NUMERIC OR PRT-EFF-DATE NOT NUMERIC
004130         GO TO 1150-EXIT
004140     END-IF.
004150     MOVE PRT-LETTER TO WS-PRI-CHR.
004160     PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT.
004170     IF WS-PRI-VALUE < 1 OR WS-PRI-VALUE > 52
004180         GO TO 1150-EXIT
004190     END-IF.
004200     IF WS-LTR-PROP-EFF(WS-PRI-VALUE) = 0
004210         AND WS-LTR-PROP-VALUE(WS-PRI-VALUE) = 0
004220         ADD 1 TO WS-PROPOSAL-COUNT
004230     END-IF.
004240     IF PRT-EFF-DATE >= WS-LTR-PROP-EFF(WS-PRI-VALUE)
004250         MOVE PRT-PRIORITY TO WS-LTR-PROP-VALUE(WS-PRI-VALUE)
004260         MOVE PRT-EFF-DATE TO WS-LTR-PROP-EFF(WS-PRI-VALUE)
004270     END-IF.
004280     IF PRT-EFF-DATE > WS-PROPOSAL-EFF
004290         MOVE PRT-EFF-DATE TO WS-PROPOSAL-EFF
004300     END-IF.
004310 1150-EXIT.
004320     EXIT.
004330*
004340*----------------------------------------------------------*
004350* 1300-RESOLVE-GENERATION - BUILD THE GENERATION'S FILE      *
004360* NAMES OFF THE CURRENT-GENERATION POINTER. NO POINTER MEANS *
004370* AN OLDER UNVERSIONED RUN - FALL BACK TO THE PLAIN NAMES.   *
004380*----------------------------------------------------------*
004390 1300-RESOLVE-GENERATION.
004400     MOVE 'day3stats.txt' TO WS-STATS-FILE-ID.
004410     MOVE 'day3report.txt' TO WS-REPORT-FILE-ID.
004420     MOVE 'day3extract.txt' TO WS-EXTRACT-FILE-ID.
004430     MOVE 'day3badge.txt' TO WS-BADGE-FILE-ID.
004440     OPEN INPUT CURPTR-FILE-NAME.
004450     IF WS-CURPTR-STATUS NOT = '00'
004460         DISPLAY "NO CURRENT-GENERATION POINTER - USING "
004470             "UNVERSIONED FILE NAMES"
004480         GO TO 1300-EXIT
004490     END-IF.
004500     READ CURPTR-FILE-NAME
004510         AT END
004520             CLOSE CURPTR-FILE-NAME
004530             GO TO 1300-EXIT
004540     END-READ.
004550     CLOSE CURPTR-FILE-NAME.
004560     MOVE CUR-GEN-SUFFIX TO WS-GEN-SUFFIX.
004570     MOVE SPACES TO WS-STATS-FILE-ID.
004580     STRING 'day3stats.' DELIMITED BY SIZE
004590            CUR-GEN-SUFFIX DELIMITED BY SPACE
004600            '.txt' DELIMITED BY SIZE
004610            INTO WS-STATS-FILE-ID.
004620     MOVE SPACES TO WS-REPORT-FILE-ID.
004630     STRING 'day3report.' DELIMITED BY SIZE
004640            CUR-GEN-SUFFIX DELIMITED BY SPACE
004650            '.txt' DELIMITED BY SIZE
004660            INTO WS-REPORT-FILE-ID.
004670     MOVE SPACES TO WS-EXTRACT-FILE-ID.
004680     STRING 'day3extract.' DELIMITED BY SIZE
004690            CUR-GEN-SUFFIX DELIMITED BY SPACE
004700            '.txt' DELIMITED BY SIZE
004710            INTO WS-EXTRACT-FILE-ID.
004720     MOVE SPACES TO WS-BADGE-FILE-ID.
004730     STRING 'day3badge.' DELIMITED BY SIZE
004740            CUR-GEN-SUFFIX DELIMITED BY SPACE
004750            '.txt' DELIMITED BY SIZE
004760            INTO WS-BADGE-FILE-ID.
004770     DISPLAY "SIMULATING AGAINST GENERATION " WS-GEN-SUFFIX.
004780 1300-EXIT.
004790     EXIT.
004800*
004810*----------------------------------------------------------*
004820* 1400-LOAD-ROSTER - LOAD THE SQUAD ROSTER, AS THE MAIN RUN  *
004830* DOES. NO ROSTER JUST MEANS EVERYTHING TOTALS UNDER         *
004831* 'UNASSIGN'. ENTRIES ARE SELECTED AS OF THE GENERATION'S    *
004832* DATE - TODAY'S IF THERE IS NO DATED GENERATION.            *
004850*----------------------------------------------------------*
004860 1400-LOAD-ROSTER.
004861     IF WS-GEN-SUFFIX(1:8) NUMERIC
004862         MOVE WS-GEN-SUFFIX(1:8) TO WS-ROSTER-AS-OF
004863     ELSE
004864         MOVE WS-RUN-DATE TO WS-ROSTER-AS-OF
004865     END-IF.
004870     OPEN INPUT ROSTER-FILE-NAME.
004880     IF WS-ROSTER-STATUS NOT = '00'
004890         DISPLAY "NO SQUAD ROSTER (STATUS " WS-ROSTER-STATUS
004900             ") - SQUAD FIGURES WILL TOTAL UNDER UNASSIGN"
004910         GO TO 1400-EXIT
004920     END-IF.
004930     MOVE 'N' TO WS-ROSTER-EOF-SW.
004940     PERFORM 1450-READ-ROSTER-RECORD THRU 1450-EXIT
004950         UNTIL WS-ROSTER-EOF.
004960     CLOSE ROSTER-FILE-NAME.
004970 1400-EXIT.
004980     EXIT.
004990*
005000 1450-READ-ROSTER-RECORD.
005010     READ ROSTER-FILE-NAME
005020         AT END
005030             SET WS-ROSTER-EOF TO TRUE
005040         NOT AT END
005050             IF WS-ROSTER-COUNT < WS-ROSTER-MAX
005060                 ADD 1 TO WS-ROSTER-COUNT
005070                 MOVE RST-GROUP-SEQ
005080                     TO WS-RST-GROUP-SEQ(WS-ROSTER-COUNT)
005090                 MOVE RST-SQUAD-ID
005100                     TO WS-RST-SQUAD-ID(WS-ROSTER-COUNT)
005101                 IF RST-EFF-DATE NUMERIC
005102                     MOVE RST-EFF-DATE
005103                         TO WS-RST-EFF-DATE(WS-ROSTER-COUNT)
005104                 ELSE
005105                     MOVE 0 TO WS-RST-EFF-DATE(WS-ROSTER-COUNT)
005106                 END-IF
005110             ELSE
005120                 DISPLAY "ROSTER TABLE FULL - ENTRY FOR GROUP "
005130                     RST-GROUP-SEQ " DROPPED"
005140             END-IF
005150     END-READ.
005160 1450-EXIT.
005170     EXIT.
005180*
005190*----------------------------------------------------------*
005200* 1500-LOAD-FILE-NAMES - THE 'FI' SECTION HEADERS OF THE     *
005210* GENERATION'S STATISTICS FILE, IN PROCESSING ORDER. NO      *
005220* STATISTICS FILE LEAVES THE FILES NAMED BY POSITION ONLY.   *
005230*----------------------------------------------------------*
005240 1500-LOAD-FILE-NAMES.
005250     OPEN INPUT STATS-FILE-NAME.
005260     IF WS-STATS-STATUS NOT = '00'
005270         DISPLAY "NO STATISTICS FILE " WS-STATS-FILE-ID
005280             " (STATUS " WS-STATS-STATUS ") - INPUT FILES "
005290             "REPORTED BY POSITION"
005300         GO TO 1500-EXIT
005310     END-IF.
005320     MOVE 'N' TO WS-STATS-EOF-SW.
005330     PERFORM 1550-READ-STATS-RECORD THRU 1550-EXIT
005340         UNTIL WS-STATS-EOF.
005350     CLOSE STATS-FILE-NAME.
005360 1500-EXIT.
005370     EXIT.
005380*
005390 1550-READ-STATS-RECORD.
005400     READ STATS-FILE-NAME
005410         AT END
005420             SET WS-STATS-EOF TO TRUE
005430             GO TO 1550-EXIT
005440     END-READ.
005450     IF STA-RECORD-TYPE NOT = 'FI'
005460         GO TO 1550-EXIT
005470     END-IF.
005480     IF WS-FIL-NAMED >= WS-FIL-MAX
005490         DISPLAY "ERROR: FILE TABLE FULL - SIMULATION NOT RUN"
005500         STOP RUN
005510     END-IF.
005520     ADD 1 TO WS-FIL-NAMED.
005530     MOVE STA-FILE-NAME TO WS-FIL-NAME(WS-FIL-NAMED).
005540 1550-EXIT.
005550     EXIT.
005560*
005570*----------------------------------------------------------*
005580* 1600-COUNT-FILE-LINES - WALK THE DETAIL REPORT, STARTING A *
005590* NEW INPUT FILE WHEREVER THE LINE NUMBER FALLS BACK, AND    *
005600* WORK OUT EACH FILE'S LINE COUNT, ITS NUMBER OF BADGE       *
005610* GROUPS (ONE PER FULL THREE LINES), AND THE RUN-WIDE GROUP  *
005620* SEQUENCE ITS GROUPS START AFTER. WHEN THE STATISTICS FILE  *
005621* NAMES MORE FILES THAN THE REPORT SHOWS, THE RUN HISTORY    *
005622* MUST ACCOUNT FOR THE DIFFERENCE OR THE GENERATION IS       *
005623* REFUSED.                                                   *
005630*----------------------------------------------------------*
005640 1600-COUNT-FILE-LINES.
005650     OPEN INPUT REPORT-FILE-NAME.
005660     IF WS-REPORT-STATUS NOT = '00'
005670         DISPLAY "ERROR: CANNOT OPEN DETAIL REPORT "
005680             WS-REPORT-FILE-ID " (STATUS " WS-REPORT-STATUS ")"
005690         STOP RUN
005700     END-IF.
005710     MOVE 'N' TO WS-REPORT-EOF-SW.
005720     MOVE 0 TO WS-PRIOR-LINE-NO.
005730     PERFORM 1650-READ-REPORT-RECORD THRU 1650-EXIT
005740         UNTIL WS-REPORT-EOF.
005750     CLOSE REPORT-FILE-NAME.
0575A1     IF WS-FIL-NAMED > 0 AND WS-FIL-COUNT NOT = WS-FIL-NAMED
0575A2         PERFORM 1660-MAP-FROM-HISTORY THRU 1660-EXIT
0575A3     END-IF.
0575A4     IF WS-FIL-NAMED > 0 AND WS-FIL-COUNT NOT = WS-FIL-NAMED
0575A5         DISPLAY "ERROR: DETAIL REPORT SHOWS " WS-FIL-COUNT
0575A6             " INPUT FILES, STATISTICS FILE NAMES "
0575A7             WS-FIL-NAMED " AND NO RUN ON THE RUN HISTORY "
0575A8             "ACCOUNTS FOR THE DIFFERENCE - SIMULATION NOT RUN"
0575A9         STOP RUN
0575B1     END-IF.
005760     MOVE 0 TO WS-GROUP-SEQ.
005770     PERFORM VARYING WS-FIL-I FROM 1 BY 1
005780             UNTIL WS-FIL-I > WS-FIL-COUNT
005790         MOVE WS-GROUP-SEQ TO WS-FIL-GROUP-BASE(WS-FIL-I)
005800         DIVIDE WS-FIL-LINES(WS-FIL-I) BY 3
005810             GIVING WS-FIL-GROUPS(WS-FIL-I)
005820         ADD WS-FIL-GROUPS(WS-FIL-I) TO WS-GROUP-SEQ
005830         MOVE 0 TO WS-FIL-OLD-A(WS-FIL-I)
005840         MOVE 0 TO WS-FIL-NEW-A(WS-FIL-I)
005850         MOVE 0 TO WS-FIL-OLD-B(WS-FIL-I)
005860         MOVE 0 TO WS-FIL-NEW-B(WS-FIL-I)
005870         IF WS-FIL-I > WS-FIL-NAMED
005880             MOVE SPACES TO WS-FIL-NAME(WS-FIL-I)
005890             MOVE WS-FIL-I TO WS-TMP
005900             STRING 'INPUT FILE ' DELIMITED BY SIZE
005910                    WS-TMP(7:3) DELIMITED BY SIZE
005920                    INTO WS-FIL-NAME(WS-FIL-I)
005930         END-IF
005940     END-PERFORM.
006000 1600-EXIT.
006010     EXIT.
006020*
006030 1650-READ-REPORT-RECORD.
006040     READ REPORT-FILE-NAME
006050         AT END
006060             SET WS-REPORT-EOF TO TRUE
006070             GO TO 1650-EXIT
006080     END-READ.
006090     MOVE DET-LINE-NO TO WS-LINE-NO-X.
006100     INSPECT WS-LINE-NO-X
006110         REPLACING LEADING SPACES BY ZEROS.
006120     IF WS-LINE-NO-X NOT NUMERIC
006130         DISPLAY "ERROR: DETAIL REPORT LINE NUMBER NOT NUMERIC "
006140             "- " DET-LINE-NO
006150         STOP RUN
006160     END-IF.
006170     MOVE WS-LINE-NO-X TO WS-LINE-NO.
006180     IF WS-FIL-COUNT = 0 OR WS-LINE-NO <= WS-PRIOR-LINE-NO
006190         IF WS-FIL-COUNT >= WS-FIL-MAX
006200             DISPLAY "ERROR: FILE TABLE FULL - SIMULATION NOT "
006210                 "RUN"
006220             STOP RUN
006230         END-IF
006240         ADD 1 TO WS-FIL-COUNT
006250         MOVE 0 TO WS-FIL-LINES(WS-FIL-COUNT)
006260     END-IF.
006270     ADD 1 TO WS-FIL-LINES(WS-FIL-COUNT).
006280     ADD 1 TO WS-REPORT-RECS.
006290     MOVE WS-LINE-NO TO WS-PRIOR-LINE-NO.
006300 1650-EXIT.
006310     EXIT.
006320*
0632A1*----------------------------------------------------------*
0632A2* 1660-MAP-FROM-HISTORY - THE STATISTICS FILE HAS A SECTION  *
0632A3* FOR EVERY INPUT FILE, EMPTY OR NOT; THE DETAIL REPORT ONLY *
0632A4* SHOWS FILES THAT HAD LINES. A RUN ON THE RUN HISTORY       *
0632A5* MATCHES WHEN ITS 'FL' RECORDS NAME THE SAME FILES IN THE   *
0632A6* SAME ORDER AND ITS NON-EMPTY FILES' RECORD COUNTS ARE THE  *
0632A7* LINE COUNTS THE DETAIL REPORT SHOWS. THE LATEST MATCH      *
0632A8* WINS, AND ITS NON-EMPTY FILES BECOME THE FILE NAMES.       *
0632A9* WITHOUT A MATCH THE NAMES ARE LEFT AS THEY WERE.           *
0632B1*----------------------------------------------------------*
0632B2 1660-MAP-FROM-HISTORY.
0632B3     OPEN INPUT HISTORY-FILE-NAME.
0632B4     IF WS-HISTORY-STATUS NOT = '00'
0632B5         DISPLAY "NO RUN HISTORY FILE (STATUS " WS-HISTORY-STATUS
0632B6             ") - INPUT FILES CANNOT BE MAPPED"
0632B7         GO TO 1660-EXIT
0632B8     END-IF.
0632B9     MOVE 0 TO WS-HRF-COUNT.
0632C1     MOVE 'Y' TO WS-HRF-USABLE-SW.
0632C2     MOVE 'N' TO WS-HISTORY-EOF-SW.
0632C3     PERFORM 1670-READ-HISTORY-RECORD THRU 1670-EXIT
0632C4         UNTIL WS-HISTORY-EOF.
0632C5     CLOSE HISTORY-FILE-NAME.
0632C6     PERFORM 1680-MATCH-RUN THRU 1680-EXIT.
0632C7     IF NOT WS-HMP-FOUND
0632C8         GO TO 1660-EXIT
0632C9     END-IF.
0632D1     DISPLAY "INPUT FILES MAPPED FROM THE RUN HISTORY - "
0632D2         WS-FIL-NAMED " NAMED, " WS-HMP-COUNT " WITH LINES".
0632D3     PERFORM VARYING WS-FIL-I FROM 1 BY 1
0632D4             UNTIL WS-FIL-I > WS-HMP-COUNT
0632D5         MOVE WS-HMP-NAME(WS-FIL-I) TO WS-FIL-NAME(WS-FIL-I)
0632D6     END-PERFORM.
0632D7     MOVE WS-HMP-COUNT TO WS-FIL-NAMED.
0632D8 1660-EXIT.
0632D9     EXIT.
0632E1*
0632E2 1670-READ-HISTORY-RECORD.
0632E3     READ HISTORY-FILE-NAME
0632E4         AT END
0632E5             SET WS-HISTORY-EOF TO TRUE
0632E6             GO TO 1670-EXIT
0632E7     END-READ.
0632E8     IF HST-RECORD-TYPE = 'HD'
0632E9         PERFORM 1680-MATCH-RUN THRU 1680-EXIT
0632F1         MOVE 0 TO WS-HRF-COUNT
0632F2         MOVE 'Y' TO WS-HRF-USABLE-SW
0632F3         GO TO 1670-EXIT
0632F4     END-IF.
0632F5     IF HST-RECORD-TYPE NOT = 'FL'
0632F6         GO TO 1670-EXIT
0632F7     END-IF.
0632F8     IF WS-HRF-COUNT >= WS-FIL-MAX OR HST-RECORD-COUNT NOT NUMERIC
0632F9         MOVE 'N' TO WS-HRF-USABLE-SW
0632G1         GO TO 1670-EXIT
0632G2     END-IF.
0632G3     ADD 1 TO WS-HRF-COUNT.
0632G4     MOVE HST-FILE-NAME TO WS-HRF-NAME(WS-HRF-COUNT).
0632G5     MOVE HST-RECORD-COUNT TO WS-HRF-LINES(WS-HRF-COUNT).
0632G6 1670-EXIT.
0632G7     EXIT.
0632G8*
0632G9*----------------------------------------------------------*
0632H1* 1680-MATCH-RUN - TEST THE RUN JUST READ AGAINST THE        *
0632H2* STATISTICS FILE'S NAMES AND THE DETAIL REPORT'S LINE       *
0632H3* COUNTS, KEEPING ITS NON-EMPTY FILES' NAMES IF IT MATCHES.  *
0632H4*----------------------------------------------------------*
0632H5 1680-MATCH-RUN.
0632H6     IF WS-HRF-USABLE-SW NOT = 'Y'
0632H7         OR WS-HRF-COUNT NOT = WS-FIL-NAMED
0632H8         GO TO 1680-EXIT
0632H9     END-IF.
0632J1     SET WS-HRF-MATCH TO TRUE.
0632J2     MOVE 0 TO WS-HRF-K.
0632J3     PERFORM VARYING WS-HRF-I FROM 1 BY 1
0632J4             UNTIL WS-HRF-I > WS-HRF-COUNT OR NOT WS-HRF-MATCH
0632J5         IF WS-HRF-NAME(WS-HRF-I) NOT = WS-FIL-NAME(WS-HRF-I)
0632J6             MOVE 'N' TO WS-HRF-MATCH-SW
0632J7         END-IF
0632J8         IF WS-HRF-LINES(WS-HRF-I) > 0 AND WS-HRF-MATCH
0632J9             ADD 1 TO WS-HRF-K
0632K1             IF WS-HRF-K > WS-FIL-COUNT
0632K2                 MOVE 'N' TO WS-HRF-MATCH-SW
0632K3             ELSE
0632K4                 IF WS-HRF-LINES(WS-HRF-I)
0632K5                         NOT = WS-FIL-LINES(WS-HRF-K)
0632K6                     MOVE 'N' TO WS-HRF-MATCH-SW
0632K7                 END-IF
0632K8             END-IF
0632K9         END-IF
0632L1     END-PERFORM.
0632L2     IF NOT WS-HRF-MATCH OR WS-HRF-K NOT = WS-FIL-COUNT
0632L3         GO TO 1680-EXIT
0632L4     END-IF.
0632L5     SET WS-HMP-FOUND TO TRUE.
0632L6     MOVE 0 TO WS-HMP-COUNT.
0632L7     PERFORM VARYING WS-HRF-I FROM 1 BY 1
0632L8             UNTIL WS-HRF-I > WS-HRF-COUNT
0632L9         IF WS-HRF-LINES(WS-HRF-I) > 0
0632M1             ADD 1 TO WS-HMP-COUNT
0632M2             MOVE WS-HRF-NAME(WS-HRF-I)
0632M3                 TO WS-HMP-NAME(WS-HMP-COUNT)
0632M4         END-IF
0632M5     END-PERFORM.
0632M6 1680-EXIT.
0632M7     EXIT.
0632M8*
006330*----------------------------------------------------------*
006340* 2000-REVALUE-EXTRACT - WALK THE EXTRACT IN STEP WITH THE   *
006350* FILE MAP BUILT FROM THE DETAIL REPORT AND REVALUE EVERY    *
006360* MATCHED RECORD UNDER THE PROPOSAL.                         *
006370*----------------------------------------------------------*
006380 2000-REVALUE-EXTRACT.
006390     OPEN INPUT EXTRACT-FILE-NAME.
006400     IF WS-EXTRACT-STATUS NOT = '00'
006410         DISPLAY "ERROR: CANNOT OPEN EXTRACT "
006420             WS-EXTRACT-FILE-ID " (STATUS " WS-EXTRACT-STATUS
006430             ")"
006440         STOP RUN
006450     END-IF.
006460     MOVE 1 TO WS-FIL-I.
006470     MOVE 0 TO WS-LINE-IN-FILE.
006480     MOVE 'N' TO WS-EXTRACT-EOF-SW.
006490     PERFORM 2100-READ-EXTRACT-RECORD THRU 2100-EXIT
006500         UNTIL WS-EXTRACT-EOF.
006510     CLOSE EXTRACT-FILE-NAME.
006520     IF WS-EXTRACT-RECS NOT = WS-REPORT-RECS
006530         DISPLAY "WARNING: EXTRACT HOLDS " WS-EXTRACT-RECS
006540             " RECORDS, DETAIL REPORT " WS-REPORT-RECS
006550             " - FILE AND SQUAD SPLIT MAY BE UNRELIABLE"
006560     END-IF.
006570 2000-EXIT.
006580     EXIT.
006590*
006600 2100-READ-EXTRACT-RECORD.
006610     READ EXTRACT-FILE-NAME
006620         AT END
006630             SET WS-EXTRACT-EOF TO TRUE
006640             GO TO 2100-EXIT
006650     END-READ.
006660     ADD 1 TO WS-EXTRACT-RECS.
006670     ADD 1 TO WS-LINE-IN-FILE.
006680     PERFORM 2150-NEXT-FILE THRU 2150-EXIT
006690         UNTIL WS-FIL-I > WS-FIL-COUNT
006700            OR WS-LINE-IN-FILE <= WS-FIL-LINES(WS-FIL-I).
006710     IF EXT-RECORD-TYPE NOT = 'RS'
006720         GO TO 2100-EXIT
006730     END-IF.
006740     MOVE EXT-FOUND-CHR TO WS-PRI-CHR.
006750     PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT.
006760     IF WS-PRI-VALUE < 1 OR WS-PRI-VALUE > 52
006770         GO TO 2100-EXIT
006780     END-IF.
006790     MOVE EXT-PRIORITY TO WS-OLD-WEIGHT.
006800     PERFORM 4300-NEW-WEIGHT THRU 4300-EXIT.
006810     ADD 1 TO WS-LTR-MATCHES(WS-PRI-VALUE).
006820     ADD WS-OLD-WEIGHT TO WS-LTR-OLD-A(WS-PRI-VALUE).
006830     ADD WS-NEW-WEIGHT TO WS-LTR-NEW-A(WS-PRI-VALUE).
006840     ADD WS-OLD-WEIGHT TO WS-GRAND-OLD-A.
006850     ADD WS-NEW-WEIGHT TO WS-GRAND-NEW-A.
006860     MOVE 'UNASSIGN' TO WS-GROUP-SQUAD-ID.
006870     IF WS-FIL-I <= WS-FIL-COUNT
006880         ADD WS-OLD-WEIGHT TO WS-FIL-OLD-A(WS-FIL-I)
006890         ADD WS-NEW-WEIGHT TO WS-FIL-NEW-A(WS-FIL-I)
006900         COMPUTE WS-GROUP-IN-FILE =
006910             (WS-LINE-IN-FILE - 1) / 3 + 1
006920         IF WS-GROUP-IN-FILE <= WS-FIL-GROUPS(WS-FIL-I)
006930             COMPUTE WS-GROUP-SEQ =
006940                 WS-FIL-GROUP-BASE(WS-FIL-I) + WS-GROUP-IN-FILE
006950             PERFORM 4400-FIND-SQUAD THRU 4400-EXIT
006960         END-IF
006970     END-IF.
006980     PERFORM 4500-FIND-SQUAD-ENTRY THRU 4500-EXIT.
006990     IF WS-SQD-HIT > 0
007000         ADD WS-OLD-WEIGHT TO WS-SQD-OLD-A(WS-SQD-HIT)
007010         ADD WS-NEW-WEIGHT TO WS-SQD-NEW-A(WS-SQD-HIT)
007020     END-IF.
007030 2100-EXIT.
007040     EXIT.
007050*
007060 2150-NEXT-FILE.
007070     SUBTRACT WS-FIL-LINES(WS-FIL-I) FROM WS-LINE-IN-FILE.
007080     ADD 1 TO WS-FIL-I.
007090 2150-EXIT.
007100     EXIT.
007110*
007120*----------------------------------------------------------*
007130* 3000-REVALUE-BADGES - REVALUE EVERY ELIGIBLE BADGE GROUP   *
007140* UNDER THE PROPOSAL, ATTRIBUTING IT TO ITS INPUT FILE BY    *
007150* GROUP SEQUENCE AND TO ITS SQUAD THROUGH THE ROSTER.        *
007160*----------------------------------------------------------*
007170 3000-REVALUE-BADGES.
007180     OPEN INPUT BADGE-FILE-NAME.
007190     IF WS-BADGE-STATUS NOT = '00'
007200         DISPLAY "ERROR: CANNOT OPEN BADGE FILE "
007210             WS-BADGE-FILE-ID " (STATUS " WS-BADGE-STATUS ")"
007220         STOP RUN
007230     END-IF.
007240     MOVE 'N' TO WS-BADGE-EOF-SW.
007250     PERFORM 3100-READ-BADGE-RECORD THRU 3100-EXIT
007260         UNTIL WS-BADGE-EOF.
007270     CLOSE BADGE-FILE-NAME.
007280 3000-EXIT.
007290     EXIT.
007300*
007310 3100-READ-BADGE-RECORD.
007320     READ BADGE-FILE-NAME
007330         AT END
007340             SET WS-BADGE-EOF TO TRUE
007350             GO TO 3100-EXIT
007360     END-READ.
007370     IF BDG-STATUS NOT = 'ELIGIBLE'
007380         GO TO 3100-EXIT
007390     END-IF.
007400     MOVE BDG-BADGE-CHR TO WS-PRI-CHR.
007410     PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT.
007420     IF WS-PRI-VALUE < 1 OR WS-PRI-VALUE > 52
007430         GO TO 3100-EXIT
007440     END-IF.
007450     MOVE BDG-PRIORITY TO WS-OLD-WEIGHT.
007460     PERFORM 4300-NEW-WEIGHT THRU 4300-EXIT.
007470     ADD 1 TO WS-LTR-ELIGIBLE(WS-PRI-VALUE).
007480     ADD WS-OLD-WEIGHT TO WS-LTR-OLD-B(WS-PRI-VALUE).
007490     ADD WS-NEW-WEIGHT TO WS-LTR-NEW-B(WS-PRI-VALUE).
007500     ADD WS-OLD-WEIGHT TO WS-GRAND-OLD-B.
007510     ADD WS-NEW-WEIGHT TO WS-GRAND-NEW-B.
007520     MOVE BDG-GROUP-SEQ TO WS-GROUP-SEQ.
007530     MOVE 0 TO WS-FIL-HIT.
007540     PERFORM VARYING WS-FIL-I FROM 1 BY 1
007550             UNTIL WS-FIL-I > WS-FIL-COUNT
007560         IF WS-GROUP-SEQ > WS-FIL-GROUP-BASE(WS-FIL-I)
007570             AND WS-GROUP-SEQ <= WS-FIL-GROUP-BASE(WS-FIL-I)
007580                 + WS-FIL-GROUPS(WS-FIL-I)
007590             MOVE WS-FIL-I TO WS-FIL-HIT
007600         END-IF
007610     END-PERFORM.
007620     IF WS-FIL-HIT > 0
007630         ADD WS-OLD-WEIGHT TO WS-FIL-OLD-B(WS-FIL-HIT)
007640         ADD WS-NEW-WEIGHT TO WS-FIL-NEW-B(WS-FIL-HIT)
007650     ELSE
007660         DISPLAY "BADGE GROUP " BDG-GROUP-SEQ
007670             " NOT PLACED IN ANY INPUT FILE"
007680     END-IF.
007690     MOVE 'UNASSIGN' TO WS-GROUP-SQUAD-ID.
007700     PERFORM 4400-FIND-SQUAD THRU 4400-EXIT.
007710     PERFORM 4500-FIND-SQUAD-ENTRY THRU 4500-EXIT.
007720     IF WS-SQD-HIT > 0
007730         ADD WS-OLD-WEIGHT TO WS-SQD-OLD-B(WS-SQD-HIT)
007740         ADD WS-NEW-WEIGHT TO WS-SQD-NEW-B(WS-SQD-HIT)
007750     END-IF.
007760 3100-EXIT.
007770     EXIT.
007780*
007790*----------------------------------------------------------*
007800* 4200-CHR-TO-PRIORITY - CONVERT A SINGLE ITEM LETTER IN     *
007810* WS-PRI-CHR INTO ITS SLOT VALUE IN WS-PRI-VALUE, AS THE     *
007820* MAIN PROGRAM DOES.                                         *
007830*----------------------------------------------------------*
007840 4200-CHR-TO-PRIORITY.
007850     SET WS-PRI-ORD TO FUNCTION ORD(WS-PRI-CHR).
007860     IF WS-PRI-ORD >= FUNCTION ORD('a')
007870         SUBTRACT 97 FROM WS-PRI-ORD GIVING WS-PRI-VALUE
007880     ELSE
007890         SUBTRACT 39 FROM WS-PRI-ORD GIVING WS-PRI-VALUE
007900     END-IF.
007910 4200-EXIT.
007920     EXIT.
007930*
007940*----------------------------------------------------------*
007950* 4300-NEW-WEIGHT - THE PROPOSED WEIGHT FOR THE SLOT IN      *
007960* WS-PRI-VALUE; A LETTER THE PROPOSAL DOES NOT MENTION KEEPS *
007970* THE WEIGHT IN WS-OLD-WEIGHT. ALSO NOTES THE OLD WEIGHT     *
007980* AGAINST THE LETTER FOR THE REPORT.                         *
007990*----------------------------------------------------------*
008000 4300-NEW-WEIGHT.
008010     MOVE WS-OLD-WEIGHT TO WS-LTR-OLD-WEIGHT(WS-PRI-VALUE).
008020     IF WS-LTR-PROP-EFF(WS-PRI-VALUE) > 0
008030         OR WS-LTR-PROP-VALUE(WS-PRI-VALUE) > 0
008040         MOVE WS-LTR-PROP-VALUE(WS-PRI-VALUE) TO WS-NEW-WEIGHT
008050     ELSE
008060         MOVE WS-OLD-WEIGHT TO WS-NEW-WEIGHT
008070     END-IF.
008080 4300-EXIT.
008090     EXIT.
008100*
008110*----------------------------------------------------------*
008111* 4400-FIND-SQUAD - THE ROSTER'S SQUAD FOR WS-GROUP-SEQ IN    *
008112* FORCE ON WS-ROSTER-AS-OF, LEFT IN WS-GROUP-SQUAD-ID (THE   *
008113* CALLER PRESETS 'UNASSIGN').                                *
008140*----------------------------------------------------------*
008150 4400-FIND-SQUAD.
008151     MOVE 0 TO WS-RST-BEST-EFF.
008160     PERFORM VARYING WS-RST-I FROM 1 BY 1
008170             UNTIL WS-RST-I > WS-ROSTER-COUNT
008180         IF WS-RST-GROUP-SEQ(WS-RST-I) = WS-GROUP-SEQ
008181             AND WS-RST-EFF-DATE(WS-RST-I) <= WS-ROSTER-AS-OF
008182             AND WS-RST-EFF-DATE(WS-RST-I) >= WS-RST-BEST-EFF
008190             MOVE WS-RST-SQUAD-ID(WS-RST-I)
008200                 TO WS-GROUP-SQUAD-ID
008201             MOVE WS-RST-EFF-DATE(WS-RST-I) TO WS-RST-BEST-EFF
008210         END-IF
008220     END-PERFORM.
008230 4400-EXIT.
008240     EXIT.
008250*
008260*----------------------------------------------------------*
008270* 4500-FIND-SQUAD-ENTRY - LOCATE (OR CREATE) THE RESULTS     *
008280* ENTRY FOR WS-GROUP-SQUAD-ID, LEAVING IT IN WS-SQD-HIT;     *
008290* ZERO WHEN THE TABLE IS FULL.                               *
008300*----------------------------------------------------------*
008310 4500-FIND-SQUAD-ENTRY.
008320     MOVE 0 TO WS-SQD-HIT.
008330     PERFORM VARYING WS-SQD-I FROM 1 BY 1
008340             UNTIL WS-SQD-I > WS-SQUAD-COUNT
008350         IF WS-SQD-ID(WS-SQD-I) = WS-GROUP-SQUAD-ID
008360             MOVE WS-SQD-I TO WS-SQD-HIT
008370         END-IF
008380     END-PERFORM.
008390     IF WS-SQD-HIT > 0
008400         GO TO 4500-EXIT
008410     END-IF.
008420     IF WS-SQUAD-COUNT >= WS-SQUAD-MAX
008430         DISPLAY "SQUAD TABLE FULL - " WS-GROUP-SQUAD-ID
008440             " NOT TOTALLED"
008450         GO TO 4500-EXIT
008460     END-IF.
008470     ADD 1 TO WS-SQUAD-COUNT.
008480     MOVE WS-SQUAD-COUNT TO WS-SQD-HIT.
008490     MOVE WS-GROUP-SQUAD-ID TO WS-SQD-ID(WS-SQD-HIT).
008500     MOVE 0 TO WS-SQD-OLD-A(WS-SQD-HIT).
008510     MOVE 0 TO WS-SQD-NEW-A(WS-SQD-HIT).
008520     MOVE 0 TO WS-SQD-OLD-B(WS-SQD-HIT).
008530     MOVE 0 TO WS-SQD-NEW-B(WS-SQD-HIT).
008540 4500-EXIT.
008550     EXIT.
008560*
008570*----------------------------------------------------------*
008580* 5270-PRIORITY-TO-LETTER - THE INVERSE OF 4200: TURN THE    *
008590* SLOT IN WS-PRI-SLOT BACK INTO ITS ITEM LETTER.             *
008600*----------------------------------------------------------*
008610 5270-PRIORITY-TO-LETTER.
008620     IF WS-PRI-SLOT <= 26
008630         COMPUTE WS-TMP = WS-PRI-SLOT + 97
008640     ELSE
008650         COMPUTE WS-TMP = WS-PRI-SLOT + 39
008660     END-IF.
008670     MOVE FUNCTION CHAR(WS-TMP) TO WS-LETTER.
008680 5270-EXIT.
008690     EXIT.
008700*
008710*----------------------------------------------------------*
008720* 8000-WRITE-WHATIF - WRITE THE WHAT-IF REPORT: HEADER, ONE  *
008730* LINE PER LETTER THAT MATCHED OR WAS RE-PRICED, PER INPUT   *
008740* FILE, PER SQUAD, AND THE GRAND TOTAL.                      *
008750*----------------------------------------------------------*
008760 8000-WRITE-WHATIF.
008770     OPEN OUTPUT WHATIF-FILE-NAME.
008780     MOVE SPACES TO WHATIF-REC.
008790     MOVE 'HD' TO WIF-RECORD-TYPE.
008800     MOVE WS-GEN-SUFFIX TO WIF-GEN-SUFFIX.
008810     MOVE WS-PROPOSAL-EFF TO WIF-PROPOSAL-EFF.
008820     MOVE WS-RUN-DATE TO WIF-RUN-DATE.
008830     WRITE WHATIF-REC.
008840     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
008850             UNTIL WS-PRI-SLOT > 52
008860         IF WS-LTR-MATCHES(WS-PRI-SLOT) > 0
008870             OR WS-LTR-ELIGIBLE(WS-PRI-SLOT) > 0
008880             OR WS-LTR-PROP-EFF(WS-PRI-SLOT) > 0
008890             PERFORM 8100-WRITE-LETTER-LINE THRU 8100-EXIT
008900         END-IF
008910     END-PERFORM.
008920     PERFORM VARYING WS-FIL-I FROM 1 BY 1
008930             UNTIL WS-FIL-I > WS-FIL-COUNT
008940         MOVE SPACES TO WHATIF-REC
008950         MOVE 'FI' TO WIF-RECORD-TYPE
008960         MOVE WS-FIL-NAME(WS-FIL-I) TO WIF-KEY
008970         MOVE WS-FIL-OLD-A(WS-FIL-I) TO WS-OUT-OLD-A
008980         MOVE WS-FIL-NEW-A(WS-FIL-I) TO WS-OUT-NEW-A
008990         MOVE WS-FIL-OLD-B(WS-FIL-I) TO WS-OUT-OLD-B
009000         MOVE WS-FIL-NEW-B(WS-FIL-I) TO WS-OUT-NEW-B
009010         PERFORM 8200-WRITE-TOTALS-LINE THRU 8200-EXIT
009020     END-PERFORM.
009030     PERFORM VARYING WS-SQD-I FROM 1 BY 1
009040             UNTIL WS-SQD-I > WS-SQUAD-COUNT
009050         MOVE SPACES TO WHATIF-REC
009060         MOVE 'SQ' TO WIF-RECORD-TYPE
009070         MOVE WS-SQD-ID(WS-SQD-I) TO WIF-KEY
009080         MOVE WS-SQD-OLD-A(WS-SQD-I) TO WS-OUT-OLD-A
009090         MOVE WS-SQD-NEW-A(WS-SQD-I) TO WS-OUT-NEW-A
009100         MOVE WS-SQD-OLD-B(WS-SQD-I) TO WS-OUT-OLD-B
009110         MOVE WS-SQD-NEW-B(WS-SQD-I) TO WS-OUT-NEW-B
009120         PERFORM 8200-WRITE-TOTALS-LINE THRU 8200-EXIT
009130     END-PERFORM.
009140     MOVE SPACES TO WHATIF-REC.
009150     MOVE 'GT' TO WIF-RECORD-TYPE.
009160     MOVE 'WHOLE GENERATION' TO WIF-KEY.
009170     MOVE WS-GRAND-OLD-A TO WS-OUT-OLD-A.
009180     MOVE WS-GRAND-NEW-A TO WS-OUT-NEW-A.
009190     MOVE WS-GRAND-OLD-B TO WS-OUT-OLD-B.
009200     MOVE WS-GRAND-NEW-B TO WS-OUT-NEW-B.
009210     PERFORM 8200-WRITE-TOTALS-LINE THRU 8200-EXIT.
009220     CLOSE WHATIF-FILE-NAME.
009230 8000-EXIT.
009240     EXIT.
009250*
009260 8100-WRITE-LETTER-LINE.
009270     PERFORM 5270-PRIORITY-TO-LETTER THRU 5270-EXIT.
009280     MOVE SPACES TO WHATIF-REC.
009290     MOVE 'LT' TO WIF-RECORD-TYPE.
009300     MOVE WS-LETTER TO WIF-LETTER.
009310     MOVE WS-LTR-OLD-WEIGHT(WS-PRI-SLOT) TO WIF-OLD-WEIGHT.
009320     IF WS-LTR-PROP-EFF(WS-PRI-SLOT) > 0
009330         OR WS-LTR-PROP-VALUE(WS-PRI-SLOT) > 0
009340         MOVE WS-LTR-PROP-VALUE(WS-PRI-SLOT) TO WIF-NEW-WEIGHT
009350     ELSE
009360         MOVE WS-LTR-OLD-WEIGHT(WS-PRI-SLOT) TO WIF-NEW-WEIGHT
009370     END-IF.
009380     MOVE WS-LTR-MATCHES(WS-PRI-SLOT) TO WIF-MATCH-COUNT.
009390     MOVE WS-LTR-ELIGIBLE(WS-PRI-SLOT) TO WIF-ELIGIBLE-COUNT.
009400     MOVE WS-LTR-OLD-A(WS-PRI-SLOT) TO WIF-LT-OLD-A.
009410     MOVE WS-LTR-NEW-A(WS-PRI-SLOT) TO WIF-LT-NEW-A.
009420     MOVE WS-LTR-OLD-B(WS-PRI-SLOT) TO WIF-LT-OLD-B.
009430     MOVE WS-LTR-NEW-B(WS-PRI-SLOT) TO WIF-LT-NEW-B.
009440     WRITE WHATIF-REC.
009450 8100-EXIT.
009460     EXIT.
009470*
009480*----------------------------------------------------------*
009490* 8200-WRITE-TOTALS-LINE - FINISH AND WRITE ONE FI/SQ/GT     *
009500* RECORD FROM THE STAGED OLD AND NEW FIGURES.                *
009510*----------------------------------------------------------*
009520 8200-WRITE-TOTALS-LINE.
009530     MOVE WS-OUT-OLD-A TO WIF-OLD-A.
009540     MOVE WS-OUT-NEW-A TO WIF-NEW-A.
009550     COMPUTE WIF-DELTA-A = WS-OUT-NEW-A - WS-OUT-OLD-A.
009560     MOVE WS-OUT-OLD-B TO WIF-OLD-B.
009570     MOVE WS-OUT-NEW-B TO WIF-NEW-B.
009580     COMPUTE WIF-DELTA-B = WS-OUT-NEW-B - WS-OUT-OLD-B.
009590     WRITE WHATIF-REC.
009600 8200-EXIT.
009610     EXIT.
009620*
009630*----------------------------------------------------------*
009640* 9999-TERMINATE - GIVE THE OPERATOR THE HEADLINE FIGURES.   *
009650*----------------------------------------------------------*
009660 9999-TERMINATE.
009670     DISPLAY "PART A  CURRENT: " WS-GRAND-OLD-A
009680         "  PROPOSED: " WS-GRAND-NEW-A.
009690     DISPLAY "PART B  CURRENT: " WS-GRAND-OLD-B
009700         "  PROPOSED: " WS-GRAND-NEW-B.
009710     DISPLAY "INPUT FILES: " WS-FIL-COUNT
009720         "  SQUADS: " WS-SQUAD-COUNT.
009730 9999-EXIT.
009740     EXIT.
