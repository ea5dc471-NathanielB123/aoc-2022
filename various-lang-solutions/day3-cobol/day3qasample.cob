000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QASAMPLE.
000030 AUTHOR. D W BRENNAN.
000040 INSTALLATION. AOC-SOLUTIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   10/15/26   DWB   ORIGINAL PROGRAM - QUALITY-ASSURANCE    *
000110*                    SAMPLING. THE ONLY EVIDENCE THAT THE    *
000120*                    COMMON-ITEM AND BADGE-LETTER RESULTS    *
000130*                    WERE RIGHT WAS THAT THE MAIN RUN HAD    *
000140*                    RUN. A DRAW PASS TAKES A REPRODUCIBLE   *
000150*                    RANDOM SAMPLE OF AN OPERATOR-SET        *
000160*                    PERCENTAGE OF A GENERATION'S MATCHED,   *
000170*                    NO-MATCH AND BADGE-GROUP RECORDS FROM   *
000180*                    THE DETAIL REPORT, CHECKS EACH AGAINST  *
000190*                    THE CROSS-REFERENCE FILE, AND WRITES A  *
000200*                    WORKSHEET WITH THE ORIGINAL LINE TEXT   *
000210*                    FOR A CLERK TO VERIFY BY HAND. A        *
000220*                    VERDICT PASS READS THE MARKED-UP        *
000230*                    WORKSHEET BACK, WORKS OUT THE ERROR     *
000240*                    RATE PER RECORD TYPE, ADDS IT TO A      *
000250*                    RUNNING QA HISTORY, AND RAISES A BREACH *
000260*                    OF THE TOLERANCE ON THE ALERT FEED.     *
000261*   10/15/26   DWB   AN EMPTY INPUT FILE HAS A STATISTICS    *
000262*                    SECTION BUT NO DETAIL LINES, WHICH      *
000263*                    SHIFTED EVERY LATER FILE'S NAME. THE    *
000264*                    MAP IS NOW RESOLVED FROM THE RUN        *
000265*                    HISTORY'S 'FL' RECORDS, AND A DRAW      *
000266*                    WHOSE FILES STILL CANNOT BE NAMED IS    *
000267*                    REFUSED. GENERATION G0000 IS REFUSED.   *
000268*   10/15/26   DWB   THE PARAMETER FILE STAYS OPEN UNTIL     *
000269*                    EVERY QAP- FIELD HAS BEEN TAKEN.        *
000270*----------------------------------------------------------*
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT QAPARM-FILE-NAME ASSIGN TO 'day3qaparam.txt'
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-QAPARM-STATUS.
000350     SELECT CURPTR-FILE-NAME ASSIGN TO 'day3current.txt'
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-CURPTR-STATUS.
000380     SELECT STATS-FILE-NAME
000390         ASSIGN TO DYNAMIC WS-STATS-FILE-ID
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-STATS-STATUS.
000420     SELECT REPORT-FILE-NAME
000430         ASSIGN TO DYNAMIC WS-REPORT-FILE-ID
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-REPORT-STATUS.
000460     SELECT BADGE-FILE-NAME
000470         ASSIGN TO DYNAMIC WS-BADGE-FILE-ID
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BADGE-STATUS.
000500     SELECT XREF-FILE-NAME
000510         ASSIGN TO DYNAMIC WS-XREF-FILE-ID
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS XRF-KEY
000550         FILE STATUS IS WS-XREF-STATUS.
000560     SELECT SHEET-FILE-NAME
000570         ASSIGN TO DYNAMIC WS-SHEET-FILE-ID
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-SHEET-STATUS.
000600     SELECT QAHIST-FILE-NAME ASSIGN TO 'day3qahist.txt'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-QAHIST-STATUS.
000630     SELECT ALERT-FILE-NAME ASSIGN TO 'day3alerts.txt'
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-ALERT-STATUS.
000651     SELECT HISTORY-FILE-NAME ASSIGN TO 'day3runhistory.txt'
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS WS-HISTORY-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*----------------------------------------------------------*
000700* QA PARAMETER FILE - ONE RECORD: THE PASS ('S' DRAW A       *
000710* SAMPLE, 'V' READ THE CLERK'S VERDICTS), THE GENERATION     *
000720* (BLANK FOR THE CURRENT ONE), THE PERCENTAGE OF EACH RECORD *
000730* TYPE TO SAMPLE, THE SEED THAT MAKES THE DRAW REPRODUCIBLE, *
000740* AND THE TOLERATED ERROR RATE IN PER CENT WITH TWO          *
000750* DECIMALS.                                                  *
000760*----------------------------------------------------------*
000770 FD  QAPARM-FILE-NAME.
000780 01  QAPARM-REC.
000790     05  QAP-MODE                     PIC X(01).
000800         88  QAP-MODE-SAMPLE                    VALUE 'S'.
000810         88  QAP-MODE-VERDICT                   VALUE 'V'.
000820     05  FILLER                       PIC X(01).
000830     05  QAP-GEN-SUFFIX               PIC X(14).
000840     05  FILLER                       PIC X(01).
000850     05  QAP-PERCENT                  PIC 9(03).
000860     05  FILLER                       PIC X(01).
000870     05  QAP-SEED                     PIC 9(09).
000880     05  FILLER                       PIC X(01).
000890     05  QAP-TOLERANCE                PIC 9(02)V9(02).
000900*
000910*----------------------------------------------------------*
000920* CURRENT-GENERATION POINTER - NAMES THE GENERATION TO       *
000930* SAMPLE WHEN THE PARAMETER LEAVES IT BLANK.                 *
000940*----------------------------------------------------------*
000950 FD  CURPTR-FILE-NAME.
000960 01  CURPTR-REC.
000970     05  CUR-GEN-SUFFIX               PIC X(14).
000980*
000990*----------------------------------------------------------*
001000* ITEM-FREQUENCY STATISTICS - THE GENERATION'S STATISTICS    *
001010* FILE. ONLY ITS 'FI' SECTION HEADERS ARE USED: THEY NAME    *
001020* THE INPUT FILES IN THE ORDER THE MAIN RUN PROCESSED THEM.  *
001030*----------------------------------------------------------*
001040 FD  STATS-FILE-NAME.
001050 01  STATS-REC.
001060     05  STA-RECORD-TYPE              PIC X(02).
001070     05  FILLER                       PIC X(01).
001080     05  STA-DETAIL                   PIC X(60).
001090     05  STA-NAME-DETAIL REDEFINES STA-DETAIL.
001100         10  STA-FILE-NAME            PIC X(30).
001110         10  FILLER                   PIC X(30).
001120*
001130*----------------------------------------------------------*
001140* DETAIL REPORT - THE GENERATION'S PER-RUCKSACK AUDIT TRAIL, *
001150* ONE RECORD PER LINE READ, CARRYING THE ORIGINAL LINE TEXT. *
001160* THE LINE NUMBER STARTS AGAIN AT ONE WITH EACH INPUT FILE,  *
001170* WHICH IS HOW THE FILE BOUNDARIES AND THE BADGE GROUPS ARE  *
001180* FOUND.                                                     *
001190*----------------------------------------------------------*
001200 FD  REPORT-FILE-NAME.
001210 01  DETAIL-REC.
001220     05  DET-LINE-NO                  PIC X(06).
001230     05  FILLER                       PIC X(01).
001240     05  DET-LINE-TEXT                PIC X(100).
001250     05  FILLER                       PIC X(01).
001260     05  DET-STATUS                   PIC X(08).
001270     05  FILLER                       PIC X(01).
001280     05  DET-FOUND-CHR                PIC X(01).
001290     05  FILLER                       PIC X(01).
001300     05  DET-PRIORITY                 PIC X(02).
001310     05  FILLER                       PIC X(01).
001320     05  DET-ITEM-DESC                PIC X(30).
001330     05  FILLER                       PIC X(01).
001340     05  DET-ITEM-FLAG                PIC X(08).
001350*
001360*----------------------------------------------------------*
001370* BADGE-GROUP FILE - THE GENERATION'S BADGE GROUPS: RUN-WIDE *
001380* GROUP SEQUENCE, THE THREE LINE NUMBERS WITHIN THEIR INPUT  *
001390* FILE, THE BADGE LETTER, ITS PRIORITY AND THE ELIGIBILITY   *
001400* STATUS.                                                    *
001410*----------------------------------------------------------*
001420 FD  BADGE-FILE-NAME.
001430 01  BADGE-REC.
001440     05  BDG-GROUP-SEQ                PIC 9(06).
001450     05  FILLER                       PIC X(01).
001460     05  BDG-LINE-NO-1                PIC 9(06).
001470     05  FILLER                       PIC X(01).
001480     05  BDG-LINE-NO-2                PIC 9(06).
001490     05  FILLER                       PIC X(01).
001500     05  BDG-LINE-NO-3                PIC 9(06).
001510     05  FILLER                       PIC X(01).
001520     05  BDG-BADGE-CHR                PIC X(01).
001530     05  FILLER                       PIC X(01).
001540     05  BDG-PRIORITY                 PIC 9(02).
001550     05  FILLER                       PIC X(01).
001560     05  BDG-STATUS                   PIC X(09).
001570     05  FILLER                       PIC X(01).
001580     05  BDG-ITEM-FLAG                PIC X(08).
001590*
001600*----------------------------------------------------------*
001610* CROSS-REFERENCE FILE - THE MAIN RUN'S INDEXED RECORD PER   *
001620* LINE READ, KEYED BY INPUT FILE NAME PLUS LINE NUMBER: THE  *
001630* LINE'S FATE AND ITS BADGE GROUP. EVERY SAMPLED LINE IS     *
001640* LOOKED UP TO CONFIRM THE DETAIL REPORT AND THE BADGE FILE  *
001650* AGREE WITH IT.                                             *
001660*----------------------------------------------------------*
001670 FD  XREF-FILE-NAME.
001680 01  XREF-REC.
001690     05  XRF-KEY.
001700         10  XRF-FILE-NAME            PIC X(30).
001710         10  XRF-LINE-NO              PIC 9(06).
001720     05  XRF-FATE                     PIC X(08).
001730     05  XRF-PRIORITY                 PIC 9(02).
001740     05  XRF-BADGE-SEQ                PIC 9(06).
001750     05  XRF-BADGE-STATUS             PIC X(09).
001760     05  XRF-ON-REJECT                PIC X(01).
001770     05  XRF-ON-EXCEPTION             PIC X(01).
001780     05  XRF-ON-DUPS                  PIC X(01).
001790*
001800*----------------------------------------------------------*
001810* QA WORKSHEET - ONE PER GENERATION SAMPLED: AN 'HD' HEADER; *
001820* AN 'RS' OR 'NM' LINE PER SAMPLED MATCHED OR NO-MATCH       *
001830* RECORD; A 'BG' LINE PER SAMPLED BADGE GROUP FOLLOWED BY A  *
001840* 'BL' LINE FOR EACH OF ITS THREE RUCKSACKS; AND A 'TR'      *
001850* TRAILER OF POPULATIONS AND SAMPLE SIZES. THE CLERK MARKS   *
001860* THE VERDICT BYTE OF EACH RS, NM AND BG LINE 'C' (CORRECT)  *
001870* OR 'E' (ERROR) AND RETURNS THE FILE FOR THE VERDICT PASS.  *
001880*----------------------------------------------------------*
001890 FD  SHEET-FILE-NAME.
001900 01  SHEET-REC.
001910     05  QWS-RECORD-TYPE              PIC X(02).
001920     05  FILLER                       PIC X(01).
001930     05  QWS-DETAIL                   PIC X(170).
001940     05  QWS-HEADER-DETAIL REDEFINES QWS-DETAIL.
001950         10  QWS-GEN-SUFFIX           PIC X(14).
001960         10  FILLER                   PIC X(01).
001970         10  QWS-RUN-DATE             PIC 9(08).
001980         10  FILLER                   PIC X(01).
001990         10  QWS-PERCENT              PIC 9(03).
002000         10  FILLER                   PIC X(01).
002010         10  QWS-SEED                 PIC 9(09).
002020         10  FILLER                   PIC X(01).
002030         10  QWS-REPORT-FILE-ID       PIC X(40).
002040         10  FILLER                   PIC X(92).
002050     05  QWS-SAMPLE-DETAIL REDEFINES QWS-DETAIL.
002060         10  QWS-SAMPLE-NO            PIC 9(05).
002070         10  FILLER                   PIC X(01).
002080         10  QWS-VERDICT              PIC X(01).
002090             88  QWS-VERDICT-CORRECT            VALUE 'C'.
002100             88  QWS-VERDICT-ERROR              VALUE 'E'.
002110             88  QWS-VERDICT-BLANK              VALUE SPACE.
002120         10  FILLER                   PIC X(01).
002130         10  QWS-SAMPLE-BODY          PIC X(162).
002140         10  QWS-LINE-VIEW REDEFINES QWS-SAMPLE-BODY.
002150             15  QWS-FILE-NAME        PIC X(30).
002160             15  FILLER               PIC X(01).
002170             15  QWS-LINE-NO          PIC 9(06).
002180             15  FILLER               PIC X(01).
002190             15  QWS-STATUS           PIC X(08).
002200             15  FILLER               PIC X(01).
002210             15  QWS-FOUND-CHR        PIC X(01).
002220             15  FILLER               PIC X(01).
002230             15  QWS-PRIORITY         PIC X(02).
002240             15  FILLER               PIC X(01).
002250             15  QWS-XREF-CHECK       PIC X(08).
002260             15  FILLER               PIC X(01).
002270             15  QWS-LINE-TEXT        PIC X(100).
002280             15  FILLER               PIC X(01).
002290         10  QWS-GROUP-VIEW REDEFINES QWS-SAMPLE-BODY.
002300             15  QWS-GROUP-SEQ        PIC 9(06).
002310             15  FILLER               PIC X(01).
002320             15  QWS-MEMBER-1         PIC 9(06).
002330             15  FILLER               PIC X(01).
002340             15  QWS-MEMBER-2         PIC 9(06).
002350             15  FILLER               PIC X(01).
002360             15  QWS-MEMBER-3         PIC 9(06).
002370             15  FILLER               PIC X(01).
002380             15  QWS-BADGE-CHR        PIC X(01).
002390             15  FILLER               PIC X(01).
002400             15  QWS-BADGE-PRIORITY   PIC 9(02).
002410             15  FILLER               PIC X(01).
002420             15  QWS-BADGE-STATUS     PIC X(09).
002430             15  FILLER               PIC X(01).
002440             15  QWS-GROUP-FILE       PIC X(30).
002450             15  FILLER               PIC X(01).
002460             15  QWS-GROUP-XREF       PIC X(08).
002470             15  FILLER               PIC X(80).
002480     05  QWS-TRAILER-DETAIL REDEFINES QWS-DETAIL.
002490         10  QWS-POP-RS               PIC 9(09).
002500         10  FILLER                   PIC X(01).
002510         10  QWS-SAMPLED-RS           PIC 9(05).
002520         10  FILLER                   PIC X(01).
002530         10  QWS-POP-NM               PIC 9(09).
002540         10  FILLER                   PIC X(01).
002550         10  QWS-SAMPLED-NM           PIC 9(05).
002560         10  FILLER                   PIC X(01).
002570         10  QWS-POP-BG               PIC 9(09).
002580         10  FILLER                   PIC X(01).
002590         10  QWS-SAMPLED-BG           PIC 9(05).
002600         10  FILLER                   PIC X(122).
002610*
002620*----------------------------------------------------------*
002630* QA HISTORY FILE - APPEND-ONLY, ONE 'QH' RECORD PER RECORD  *
002640* TYPE PER VERDICT PASS: THE GENERATION, POPULATION, SAMPLE  *
002650* SIZE, LINES CHECKED, ERRORS FOUND, ERROR RATE AGAINST THE  *
002660* TOLERANCE, AND THE RUNNING FIGURES OVER EVERY GENERATION   *
002670* VERIFIED SO FAR. A GENERATION VERIFIED AGAIN REPLACES ITS  *
002680* EARLIER FIGURES IN THE RUNNING TOTALS.                     *
002690*----------------------------------------------------------*
002700 FD  QAHIST-FILE-NAME.
002710 01  QAHIST-REC.
002720     05  QAH-RECORD-TYPE              PIC X(02).
002730     05  FILLER                       PIC X(01).
002740     05  QAH-RUN-DATE                 PIC 9(08).
002750     05  FILLER                       PIC X(01).
002760     05  QAH-RUN-TIME                 PIC 9(06).
002770     05  FILLER                       PIC X(01).
002780     05  QAH-GEN-SUFFIX               PIC X(14).
002790     05  FILLER                       PIC X(01).
002800     05  QAH-SAMPLE-TYPE              PIC X(02).
002810     05  FILLER                       PIC X(01).
002820     05  QAH-POPULATION               PIC 9(09).
002830     05  FILLER                       PIC X(01).
002840     05  QAH-SAMPLED                  PIC 9(05).
002850     05  FILLER                       PIC X(01).
002860     05  QAH-CHECKED                  PIC 9(05).
002870     05  FILLER                       PIC X(01).
002880     05  QAH-ERRORS                   PIC 9(05).
002890     05  FILLER                       PIC X(01).
002900     05  QAH-ERROR-RATE               PIC 9(03)V9(02).
002910     05  FILLER                       PIC X(01).
002920     05  QAH-TOLERANCE                PIC 9(02)V9(02).
002930     05  FILLER                       PIC X(01).
002940     05  QAH-RESULT                   PIC X(08).
002950     05  FILLER                       PIC X(01).
002960     05  QAH-RUN-CHECKED              PIC 9(09).
002970     05  FILLER                       PIC X(01).
002980     05  QAH-RUN-ERRORS               PIC 9(09).
002990     05  FILLER                       PIC X(01).
003000     05  QAH-RUN-RATE                 PIC 9(03)V9(02).
003010*
003020*----------------------------------------------------------*
0302A1* RUN-HISTORY FILE - AS APPENDED BY EVERY EXECUTION OF THE   *
0302A2* MAIN RUN: AN 'HD' HEADER PER RUN, THEN AN 'FL' RECORD PER  *
0302A3* INPUT FILE WITH ITS RECORD COUNT. ONLY READ WHEN THE       *
0302A4* STATISTICS FILE NAMES MORE INPUT FILES THAN THE DETAIL     *
0302A5* REPORT SHOWS.                                              *
0302A6*----------------------------------------------------------*
0302A7 FD  HISTORY-FILE-NAME.
0302A8 01  HISTORY-REC.
0302A9     05  HST-RECORD-TYPE              PIC X(02).
0302B1     05  FILLER                       PIC X(01).
0302B2     05  HST-DETAIL                   PIC X(90).
0302B3     05  HST-FILE-DETAIL REDEFINES HST-DETAIL.
0302B4         10  HST-FILE-NAME            PIC X(30).
0302B5         10  FILLER                   PIC X(01).
0302B6         10  HST-RECORD-COUNT         PIC 9(09).
0302B7         10  FILLER                   PIC X(50).
0302B8*
0302B9*----------------------------------------------------------*
003030* OPERATIONS ALERT FEED - THE SAME APPEND-ONLY FEED THE MAIN *
003040* RUN WRITES. THIS PROGRAM RAISES A SAMPLE WHOSE ERROR RATE  *
003050* BREACHES THE TOLERANCE ON IT.                              *
003060*----------------------------------------------------------*
003070 FD  ALERT-FILE-NAME.
003080 01  ALERT-REC.
003090     05  ALT-RUN-DATE                 PIC 9(08).
003100     05  FILLER                       PIC X(01).
003110     05  ALT-RUN-TIME                 PIC 9(06).
003120     05  FILLER                       PIC X(01).
003130     05  ALT-PROGRAM                  PIC X(08).
003140     05  FILLER                       PIC X(01).
003150     05  ALT-SEVERITY                 PIC X(01).
003160     05  FILLER                       PIC X(01).
003170     05  ALT-CONDITION                PIC X(10).
003180     05  FILLER                       PIC X(01).
003190     05  ALT-FILE-NAME                PIC X(30).
003200     05  FILLER                       PIC X(01).
003210     05  ALT-FIGURE-1                 PIC +9(09).
003220     05  FILLER                       PIC X(01).
003230     05  ALT-FIGURE-2                 PIC +9(09).
003240*
003250 WORKING-STORAGE SECTION.
003260*----------------------------------------------------------*
003270* SWITCHES.                                                  *
003280*----------------------------------------------------------*
003290 01  WS-SWITCHES.
003300     05  WS-STATS-EOF-SW             PIC X(01) VALUE 'N'.
003310         88  WS-STATS-EOF                      VALUE 'Y'.
003320     05  WS-REPORT-EOF-SW            PIC X(01) VALUE 'N'.
003330         88  WS-REPORT-EOF                     VALUE 'Y'.
003340     05  WS-BADGE-EOF-SW             PIC X(01) VALUE 'N'.
003350         88  WS-BADGE-EOF                      VALUE 'Y'.
003360     05  WS-SHEET-EOF-SW             PIC X(01) VALUE 'N'.
003370         88  WS-SHEET-EOF                      VALUE 'Y'.
003380     05  WS-QAHIST-EOF-SW            PIC X(01) VALUE 'N'.
003390         88  WS-QAHIST-EOF                     VALUE 'Y'.
003400     05  WS-XREF-OPEN-SW             PIC X(01) VALUE 'N'.
003410         88  WS-XREF-OPEN                      VALUE 'Y'.
003420     05  WS-XREF-FOUND-SW            PIC X(01) VALUE 'N'.
003430         88  WS-XREF-FOUND                     VALUE 'Y'.
003440     05  WS-SELECTED-SW              PIC X(01) VALUE 'N'.
003450         88  WS-SELECTED                       VALUE 'Y'.
003451     05  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
003452         88  WS-HISTORY-EOF                    VALUE 'Y'.
003453     05  WS-HRF-MATCH-SW             PIC X(01) VALUE 'N'.
003454         88  WS-HRF-MATCH                      VALUE 'Y'.
003455     05  WS-HMP-FOUND-SW             PIC X(01) VALUE 'N'.
003456         88  WS-HMP-FOUND                      VALUE 'Y'.
003460     05  WS-QA-MODE                  PIC X(01) VALUE SPACE.
003470         88  WS-MODE-SAMPLE                    VALUE 'S'.
003480         88  WS-MODE-VERDICT                   VALUE 'V'.
003490*
003500 77  WS-QAPARM-STATUS                PIC X(02) VALUE SPACES.
003510 77  WS-CURPTR-STATUS                PIC X(02) VALUE SPACES.
003520 77  WS-STATS-STATUS                 PIC X(02) VALUE SPACES.
003530 77  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
003540 77  WS-BADGE-STATUS                 PIC X(02) VALUE SPACES.
003550 77  WS-XREF-STATUS                  PIC X(02) VALUE SPACES.
003560 77  WS-SHEET-STATUS                 PIC X(02) VALUE SPACES.
003570 77  WS-QAHIST-STATUS                PIC X(02) VALUE SPACES.
003580 77  WS-ALERT-STATUS                 PIC X(02) VALUE SPACES.
003581 77  WS-HISTORY-STATUS               PIC X(02) VALUE SPACES.
003590 77  WS-STATS-FILE-ID                PIC X(40) VALUE SPACES.
003600 77  WS-REPORT-FILE-ID               PIC X(40) VALUE SPACES.
003610 77  WS-BADGE-FILE-ID                PIC X(40) VALUE SPACES.
003620 77  WS-XREF-FILE-ID                 PIC X(40) VALUE SPACES.
003630 77  WS-SHEET-FILE-ID                PIC X(40) VALUE SPACES.
003640 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
003650 77  WS-RUN-TIME-RAW                 PIC 9(08) VALUE 0.
003660 77  WS-RUN-TIME                     PIC 9(06) VALUE 0.
003670*
003680*----------------------------------------------------------*
003690* QA PARAMETERS - THE GENERATION AND, FOR A DRAW, THE        *
003700* PERCENTAGE AND SEED; FOR A VERDICT PASS, THE TOLERANCE. A  *
003710* MISSING OR INVALID PERCENTAGE IS TAKEN AS 5, A ZERO SEED   *
003720* AS 1, AND A MISSING TOLERANCE AS 2.00 PER CENT.            *
003730*----------------------------------------------------------*
003740 77  WS-GEN-SUFFIX                   PIC X(14) VALUE SPACES.
003750 77  WS-GEN-NUMBER                   PIC 9(04) VALUE 0.
003760 77  WS-GEN-X                        PIC X(04).
003770 77  WS-QA-PERCENT                   PIC 9(03) VALUE 5.
003780 77  WS-QA-SEED                      PIC 9(09) VALUE 1.
003790 77  WS-QA-TOLERANCE                 PIC 9(02)V9(02) VALUE 2.00.
003800 77  WS-TOLERANCE-EDIT               PIC 9(02).9(02).
003810 77  WS-RATE-EDIT                    PIC 9(03).9(02).
003820 77  WS-RUN-RATE-EDIT                PIC 9(03).9(02).
003830*
003840*----------------------------------------------------------*
003850* RANDOM NUMBER GENERATOR - THE MINIMAL-STANDARD             *
003860* MULTIPLICATIVE CONGRUENTIAL GENERATOR (MULTIPLIER 16807,   *
003870* MODULUS 2**31 - 1), SEEDED FROM THE OPERATOR'S SEED AND    *
003880* THE GENERATION NUMBER, SO THE SAME SEED ALWAYS DRAWS THE   *
003890* SAME SAMPLE FROM THE SAME GENERATION.                      *
003900*----------------------------------------------------------*
003910 77  WS-RND-STATE                    PIC S9(18) COMP VALUE 1.
003920 77  WS-RND-PRODUCT                  PIC S9(18) COMP VALUE 0.
003930 77  WS-RND-QUOTIENT                 PIC S9(18) COMP VALUE 0.
003940 77  WS-RND-MODULUS                  PIC S9(18) COMP
003950                                     VALUE 2147483647.
003960 77  WS-RND-LEFT                     PIC S9(18) COMP VALUE 0.
003970 77  WS-RND-RIGHT                    PIC S9(18) COMP VALUE 0.
003980*
003990*----------------------------------------------------------*
004000* SAMPLE TYPE TABLE - ONE ENTRY PER RECORD TYPE SAMPLED (1   *
004010* RS MATCHED, 2 NM NO MATCH, 3 BG BADGE GROUP): THE          *
004020* POPULATION, THE SAMPLE WANTED, THE RECORDS SEEN AND TAKEN  *
004030* SO FAR IN THE DRAW, AND THE VERDICT FIGURES.               *
004040*----------------------------------------------------------*
004050 01  WS-TYPE-TABLE.
004060     05  WS-TYP-ENTRY OCCURS 3 TIMES.
004070         10  WS-TYP-CODE             PIC X(02).
004080         10  WS-TYP-POP              PIC S9(09) COMP.
004090         10  WS-TYP-WANT             PIC S9(09) COMP.
004100         10  WS-TYP-SEEN             PIC S9(09) COMP.
004110         10  WS-TYP-TAKEN            PIC S9(09) COMP.
004120         10  WS-TYP-CHECKED          PIC S9(09) COMP.
004130         10  WS-TYP-ERRORS           PIC S9(09) COMP.
004140         10  WS-TYP-UNCHECKED        PIC S9(09) COMP.
004150         10  WS-TYP-RUN-CHECKED      PIC S9(09) COMP.
004160         10  WS-TYP-RUN-ERRORS       PIC S9(09) COMP.
004170         10  WS-TYP-RATE             PIC 9(03)V9(02).
004180         10  WS-TYP-RUN-RATE         PIC 9(03)V9(02).
004190         10  WS-TYP-RESULT           PIC X(08).
004200 77  WS-TYP-I                        PIC S9(09) COMP VALUE 0.
004210 77  WS-TYP-BREACHES                 PIC S9(09) COMP VALUE 0.
004220*
004230*----------------------------------------------------------*
004240* INPUT FILE TABLE - THE INPUT FILES IN PROCESSING ORDER, AS *
004250* RUCKSIM BUILDS IT: NAME, LINE COUNT, BADGE GROUPS (ONE PER *
004260* FULL THREE LINES) AND THE RUN-WIDE GROUP SEQUENCE ITS      *
004270* GROUPS START AFTER.                                        *
004280*----------------------------------------------------------*
004290 77  WS-FIL-COUNT                    PIC S9(09) COMP VALUE 0.
004300 77  WS-FIL-NAMED                    PIC S9(09) COMP VALUE 0.
004310 77  WS-FIL-MAX                      PIC S9(09) COMP VALUE 100.
004320 77  WS-FIL-I                        PIC S9(09) COMP VALUE 0.
004330 01  WS-FILE-TABLE.
004340     05  WS-FIL-ENTRY OCCURS 100 TIMES.
004350         10  WS-FIL-NAME             PIC X(30).
004360         10  WS-FIL-LINES            PIC S9(09) COMP.
004370         10  WS-FIL-GROUPS           PIC S9(09) COMP.
004380         10  WS-FIL-GROUP-BASE       PIC S9(09) COMP.
004390 77  WS-LINE-NO-X                    PIC X(06).
004400 77  WS-LINE-NO                      PIC 9(06) VALUE 0.
004410 77  WS-PRIOR-LINE-NO                PIC 9(06) VALUE 0.
004420 77  WS-GROUP-SEQ                    PIC S9(09) COMP VALUE 0.
004430 77  WS-REPORT-RECS                  PIC S9(09) COMP VALUE 0.
004440 77  WS-TMP                          PIC 9(09) VALUE 0.
004450*
0445A1*----------------------------------------------------------*
0445A2* RUN-HISTORY FILE MAP - THE 'FL' RECORDS OF THE RUN BEING   *
0445A3* READ (NAME AND RECORD COUNT; THE RUN IS UNUSABLE ONCE A    *
0445A4* COUNT IS UNREADABLE OR THE TABLE OVERFLOWS), AND THE NAMES *
0445A5* OF THE NON-EMPTY FILES OF THE LATEST RUN THAT MATCHED.     *
0445A6*----------------------------------------------------------*
0445A7 77  WS-HRF-COUNT                    PIC S9(09) COMP VALUE 0.
0445A8 77  WS-HRF-I                        PIC S9(09) COMP VALUE 0.
0445A9 77  WS-HRF-K                        PIC S9(09) COMP VALUE 0.
0445B1 77  WS-HRF-USABLE-SW                PIC X(01) VALUE 'Y'.
0445B2 01  WS-HRF-TABLE.
0445B3     05  WS-HRF-ENTRY OCCURS 100 TIMES.
0445B4         10  WS-HRF-NAME             PIC X(30).
0445B5         10  WS-HRF-LINES            PIC 9(09).
0445B6 77  WS-HMP-COUNT                    PIC S9(09) COMP VALUE 0.
0445B7 01  WS-HMP-TABLE.
0445B8     05  WS-HMP-NAME OCCURS 100 TIMES PIC X(30).
0445B9*
004460*----------------------------------------------------------*
004470* SELECTED BADGE GROUP TABLE - THE GROUPS DRAWN, WITH THEIR  *
004480* INPUT FILE AND, FILLED IN DURING THE DETAIL REPORT PASS,   *
004490* EACH MEMBER RUCKSACK'S REPORTED STATUS, LINE TEXT AND      *
004500* CROSS-REFERENCE RESULT.                                    *
004510*----------------------------------------------------------*
004520 01  WS-BADGE-SEL-TABLE.
004530     05  WS-BSL-ENTRY OCCURS 500 TIMES.
004540         10  WS-BSL-SAMPLE-NO        PIC 9(05).
004550         10  WS-BSL-GROUP-SEQ        PIC 9(06).
004560         10  WS-BSL-BADGE-CHR        PIC X(01).
004570         10  WS-BSL-PRIORITY         PIC 9(02).
004580         10  WS-BSL-STATUS           PIC X(09).
004590         10  WS-BSL-FILE-I           PIC S9(09) COMP.
004600         10  WS-BSL-MEMBER OCCURS 3 TIMES.
004610             15  WS-BSM-LINE-NO      PIC 9(06).
004620             15  WS-BSM-STATUS       PIC X(08).
004630             15  WS-BSM-FOUND-CHR    PIC X(01).
004640             15  WS-BSM-PRIORITY     PIC X(02).
004650             15  WS-BSM-XREF         PIC X(08).
004660             15  WS-BSM-TEXT         PIC X(100).
004670 77  WS-BSL-MAX                      PIC S9(09) COMP VALUE 500.
004680 77  WS-BSL-USED                     PIC S9(09) COMP VALUE 0.
004690 77  WS-BSL-I                        PIC S9(09) COMP VALUE 0.
004700 77  WS-BSM-J                        PIC S9(09) COMP VALUE 0.
004710 77  WS-XREF-RESULT                  PIC X(08) VALUE SPACES.
004720*
004730*----------------------------------------------------------*
004740* QA HISTORY TABLE - THE LATEST CHECKED AND ERROR COUNTS PER *
004750* GENERATION AND RECORD TYPE, FOR THE RUNNING FIGURES.       *
004760*----------------------------------------------------------*
004770 01  WS-QA-HIST-TABLE.
004780     05  WS-QHT-GEN OCCURS 9999 TIMES.
004790         10  WS-QHT-TYPE OCCURS 3 TIMES.
004800             15  WS-QHT-CHECKED      PIC S9(09) COMP.
004810             15  WS-QHT-ERRORS       PIC S9(09) COMP.
004820 77  WS-QHT-I                        PIC S9(09) COMP VALUE 0.
004830 77  WS-QHT-GEN-X                    PIC X(04).
004840 77  WS-QHT-GEN-NO                   PIC 9(04) VALUE 0.
004850*
004860*----------------------------------------------------------*
004870* ALERT FEED WORK AREA - THE CALLER STAGES SEVERITY,         *
004880* CONDITION, FILE NAME AND TWO FIGURES, THEN PERFORMS        *
004890* 7700-WRITE-ALERT.                                          *
004900*----------------------------------------------------------*
004910 77  WS-ALT-SEVERITY                 PIC X(01) VALUE SPACES.
004920 77  WS-ALT-CONDITION                PIC X(10) VALUE SPACES.
004930 77  WS-ALT-FILE                     PIC X(30) VALUE SPACES.
004940 77  WS-ALT-FIGURE-1                 PIC S9(09) VALUE 0.
004950 77  WS-ALT-FIGURE-2                 PIC S9(09) VALUE 0.
004960*
004970 PROCEDURE DIVISION.
004980*----------------------------------------------------------*
004990* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
005000*----------------------------------------------------------*
005010 0000-MAINLINE.
005020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005030     IF WS-MODE-SAMPLE
005040         PERFORM 2000-DRAW-SAMPLE THRU 2000-EXIT
005050     ELSE
005060         PERFORM 6000-READ-VERDICTS THRU 6000-EXIT
005070     END-IF.
005080     PERFORM 9999-TERMINATE THRU 9999-EXIT.
005090     STOP RUN.
005100 0000-EXIT.
005110     EXIT.
005120*
005130*----------------------------------------------------------*
005140* 1000-INITIALIZE - READ THE PARAMETERS AND RESOLVE THE      *
005150* GENERATION'S FILE NAMES.                                   *
005160*----------------------------------------------------------*
005170 1000-INITIALIZE.
005180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005190     ACCEPT WS-RUN-TIME-RAW FROM TIME.
005200     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
005210     MOVE 'RS' TO WS-TYP-CODE(1).
005220     MOVE 'NM' TO WS-TYP-CODE(2).
005230     MOVE 'BG' TO WS-TYP-CODE(3).
005240     PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 3
005250         MOVE 0 TO WS-TYP-POP(WS-TYP-I)
005260         MOVE 0 TO WS-TYP-WANT(WS-TYP-I)
005270         MOVE 0 TO WS-TYP-SEEN(WS-TYP-I)
005280         MOVE 0 TO WS-TYP-TAKEN(WS-TYP-I)
005290         MOVE 0 TO WS-TYP-CHECKED(WS-TYP-I)
005300         MOVE 0 TO WS-TYP-ERRORS(WS-TYP-I)
005310         MOVE 0 TO WS-TYP-UNCHECKED(WS-TYP-I)
005320         MOVE 0 TO WS-TYP-RUN-CHECKED(WS-TYP-I)
005330         MOVE 0 TO WS-TYP-RUN-ERRORS(WS-TYP-I)
005340         MOVE 0 TO WS-TYP-RATE(WS-TYP-I)
005350         MOVE 0 TO WS-TYP-RUN-RATE(WS-TYP-I)
005360         MOVE SPACES TO WS-TYP-RESULT(WS-TYP-I)
005370     END-PERFORM.
005380     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
005390     PERFORM 1200-RESOLVE-GENERATION THRU 1200-EXIT.
005400 1000-EXIT.
005410     EXIT.
005420*
005430*----------------------------------------------------------*
005440* 1100-READ-PARAMETERS - THE PASS IS REQUIRED; WITHOUT IT    *
005450* THE RUN IS REFUSED. THE OTHER FIGURES FALL BACK TO THEIR   *
005460* DEFAULTS.                                                  *
005470*----------------------------------------------------------*
005480 1100-READ-PARAMETERS.
005490     OPEN INPUT QAPARM-FILE-NAME.
005500     IF WS-QAPARM-STATUS NOT = '00'
005510         DISPLAY "ERROR: CANNOT OPEN QA PARAMETER FILE (STATUS "
005520             WS-QAPARM-STATUS ")"
005530         STOP RUN
005540     END-IF.
005550     READ QAPARM-FILE-NAME
005560         AT END
005570             DISPLAY "ERROR: QA PARAMETER FILE EMPTY"
005580             CLOSE QAPARM-FILE-NAME
005590             STOP RUN
005600     END-READ.
005620     IF NOT QAP-MODE-SAMPLE AND NOT QAP-MODE-VERDICT
005630         DISPLAY "ERROR: QA PASS '" QAP-MODE "' IS NEITHER S "
005640             "(DRAW) NOR V (VERDICTS) - RUN REFUSED"
005641         CLOSE QAPARM-FILE-NAME
005650         STOP RUN
005660     END-IF.
005670     MOVE QAP-MODE TO WS-QA-MODE.
005680     MOVE QAP-GEN-SUFFIX TO WS-GEN-SUFFIX.
005690     IF QAP-PERCENT NUMERIC
005700         AND QAP-PERCENT > 0 AND QAP-PERCENT NOT > 100
005710         MOVE QAP-PERCENT TO WS-QA-PERCENT
005720     ELSE
005730         IF WS-MODE-SAMPLE
005740             DISPLAY "INVALID SAMPLE PERCENTAGE " QAP-PERCENT
005750                 " - SAMPLING " WS-QA-PERCENT " PER CENT"
005760         END-IF
005770     END-IF.
005780     IF QAP-SEED NUMERIC AND QAP-SEED > 0
005790         MOVE QAP-SEED TO WS-QA-SEED
005800     END-IF.
005810     IF QAP-TOLERANCE NUMERIC
005820         MOVE QAP-TOLERANCE TO WS-QA-TOLERANCE
005830     ELSE
005840         IF WS-MODE-VERDICT
005850             MOVE WS-QA-TOLERANCE TO WS-TOLERANCE-EDIT
005860             DISPLAY "INVALID TOLERANCE " QAP-TOLERANCE
005870                 " - USING " WS-TOLERANCE-EDIT " PER CENT"
005880         END-IF
005890     END-IF.
005891     CLOSE QAPARM-FILE-NAME.
005900 1100-EXIT.
005910     EXIT.
005920*
005930*----------------------------------------------------------*
005940* 1200-RESOLVE-GENERATION - THE GENERATION NAMED ON THE      *
005950* PARAMETER, OR THE CURRENT ONE. SAMPLING NEEDS A VERSIONED  *
005960* GENERATION - THE WORKSHEET AND ITS HISTORY ARE FILED UNDER *
005970* IT.                                                        *
005980*----------------------------------------------------------*
005990 1200-RESOLVE-GENERATION.
006000     IF WS-GEN-SUFFIX = SPACES
006010         OPEN INPUT CURPTR-FILE-NAME
006020         IF WS-CURPTR-STATUS = '00'
006030             READ CURPTR-FILE-NAME
006040                 AT END
006050                     CONTINUE
006060                 NOT AT END
006070                     MOVE CUR-GEN-SUFFIX TO WS-GEN-SUFFIX
006080             END-READ
006090             CLOSE CURPTR-FILE-NAME
006100         END-IF
006110     END-IF.
006120     MOVE WS-GEN-SUFFIX(11:4) TO WS-GEN-X.
006130     IF WS-GEN-SUFFIX = SPACES OR WS-GEN-X NOT NUMERIC
006140         DISPLAY "ERROR: NO GENERATION TO SAMPLE - NAME ONE ON "
006150             "THE QA PARAMETER OR RUN AFTER A VERSIONED RUN"
006160         STOP RUN
006170     END-IF.
006180     MOVE WS-GEN-X TO WS-GEN-NUMBER.
006181     IF WS-GEN-NUMBER = 0
006182         DISPLAY "ERROR: GENERATION " WS-GEN-SUFFIX " IS NOT A "
006183             "VERSIONED GENERATION - RUN REFUSED"
006184         STOP RUN
006185     END-IF.
006190     MOVE SPACES TO WS-STATS-FILE-ID.
006200     STRING 'day3stats.' DELIMITED BY SIZE
006210            WS-GEN-SUFFIX DELIMITED BY SPACE
006220            '.txt' DELIMITED BY SIZE
006230            INTO WS-STATS-FILE-ID.
006240     MOVE SPACES TO WS-REPORT-FILE-ID.
006250     STRING 'day3report.' DELIMITED BY SIZE
006260            WS-GEN-SUFFIX DELIMITED BY SPACE
006270            '.txt' DELIMITED BY SIZE
006280            INTO WS-REPORT-FILE-ID.
006290     MOVE SPACES TO WS-BADGE-FILE-ID.
006300     STRING 'day3badge.' DELIMITED BY SIZE
006310            WS-GEN-SUFFIX DELIMITED BY SPACE
006320            '.txt' DELIMITED BY SIZE
006330            INTO WS-BADGE-FILE-ID.
006340     MOVE SPACES TO WS-XREF-FILE-ID.
006350     STRING 'day3xref.' DELIMITED BY SIZE
006360            WS-GEN-SUFFIX DELIMITED BY SPACE
006370            '.dat' DELIMITED BY SIZE
006380            INTO WS-XREF-FILE-ID.
006390     MOVE SPACES TO WS-SHEET-FILE-ID.
006400     STRING 'day3qasheet.' DELIMITED BY SIZE
006410            WS-GEN-SUFFIX DELIMITED BY SPACE
006420            '.txt' DELIMITED BY SIZE
006430            INTO WS-SHEET-FILE-ID.
006440 1200-EXIT.
006450     EXIT.
006460*
006470*----------------------------------------------------------*
006480* 2000-DRAW-SAMPLE - REFUSE TO DRAW OVER A WORKSHEET ALREADY *
006490* OUT WITH THE CLERK, MAP THE INPUT FILES, COUNT EACH        *
006500* POPULATION, SIZE THE SAMPLES, DRAW THE BADGE GROUPS, THEN  *
006510* WALK THE DETAIL REPORT DRAWING THE MATCHED AND NO-MATCH    *
006520* LINES AND PICKING UP THE DRAWN GROUPS' RUCKSACKS.          *
006530*----------------------------------------------------------*
006540 2000-DRAW-SAMPLE.
006550     OPEN INPUT SHEET-FILE-NAME.
006560     IF WS-SHEET-STATUS = '00'
006570         CLOSE SHEET-FILE-NAME
006580         DISPLAY "ERROR: WORKSHEET " WS-SHEET-FILE-ID " ALREADY "
006590             "DRAWN - RUN REFUSED, A REDRAW WOULD LOSE ANY "
006600             "VERDICTS ON IT"
006610         STOP RUN
006620     END-IF.
006630     DISPLAY "SAMPLING GENERATION " WS-GEN-SUFFIX " AT "
006640         WS-QA-PERCENT " PER CENT, SEED " WS-QA-SEED.
006650     PERFORM 2100-LOAD-FILE-NAMES THRU 2100-EXIT.
006660     PERFORM 2200-COUNT-REPORT THRU 2200-EXIT.
006670     PERFORM 2300-COUNT-BADGE-GROUPS THRU 2300-EXIT.
006680     PERFORM 2400-SIZE-SAMPLES THRU 2400-EXIT.
006690     PERFORM 2500-DRAW-BADGE-GROUPS THRU 2500-EXIT.
006700     OPEN INPUT XREF-FILE-NAME.
006710     IF WS-XREF-STATUS = '00'
006720         SET WS-XREF-OPEN TO TRUE
006730     ELSE
006740         DISPLAY "CANNOT OPEN CROSS-REFERENCE " WS-XREF-FILE-ID
006750             " (STATUS " WS-XREF-STATUS ") - SAMPLED LINES "
006760             "MARKED NOXREF"
006770     END-IF.
006780     OPEN OUTPUT SHEET-FILE-NAME.
006790     IF WS-SHEET-STATUS NOT = '00'
006800         DISPLAY "ERROR: CANNOT OPEN WORKSHEET " WS-SHEET-FILE-ID
006810             " (STATUS " WS-SHEET-STATUS ")"
006820         STOP RUN
006830     END-IF.
006840     MOVE SPACES TO SHEET-REC.
006850     MOVE 'HD' TO QWS-RECORD-TYPE.
006860     MOVE WS-GEN-SUFFIX TO QWS-GEN-SUFFIX.
006870     MOVE WS-RUN-DATE TO QWS-RUN-DATE.
006880     MOVE WS-QA-PERCENT TO QWS-PERCENT.
006890     MOVE WS-QA-SEED TO QWS-SEED.
006900     MOVE WS-REPORT-FILE-ID TO QWS-REPORT-FILE-ID.
006910     WRITE SHEET-REC.
006920     PERFORM 2600-DRAW-REPORT-LINES THRU 2600-EXIT.
006930     PERFORM VARYING WS-BSL-I FROM 1 BY 1
006940             UNTIL WS-BSL-I > WS-BSL-USED
006950         PERFORM 2700-WRITE-BADGE-GROUP THRU 2700-EXIT
006960     END-PERFORM.
006970     MOVE SPACES TO SHEET-REC.
006980     MOVE 'TR' TO QWS-RECORD-TYPE.
006990     MOVE WS-TYP-POP(1) TO QWS-POP-RS.
007000     MOVE WS-TYP-TAKEN(1) TO QWS-SAMPLED-RS.
007010     MOVE WS-TYP-POP(2) TO QWS-POP-NM.
007020     MOVE WS-TYP-TAKEN(2) TO QWS-SAMPLED-NM.
007030     MOVE WS-TYP-POP(3) TO QWS-POP-BG.
007040     MOVE WS-TYP-TAKEN(3) TO QWS-SAMPLED-BG.
007050     WRITE SHEET-REC.
007060     CLOSE SHEET-FILE-NAME.
007070     IF WS-XREF-OPEN
007080         CLOSE XREF-FILE-NAME
007090     END-IF.
007100 2000-EXIT.
007110     EXIT.
007120*
007130*----------------------------------------------------------*
007140* 2100-LOAD-FILE-NAMES - THE 'FI' SECTION HEADERS OF THE     *
007150* GENERATION'S STATISTICS FILE, IN PROCESSING ORDER. WITHOUT *
007160* THEM NO SAMPLED LINE CAN BE LOOKED UP ON THE               *
007170* CROSS-REFERENCE, BUT THE DRAW STILL GOES AHEAD.            *
007180*----------------------------------------------------------*
007190 2100-LOAD-FILE-NAMES.
007200     OPEN INPUT STATS-FILE-NAME.
007210     IF WS-STATS-STATUS NOT = '00'
007220         DISPLAY "NO STATISTICS FILE " WS-STATS-FILE-ID
007230             " (STATUS " WS-STATS-STATUS ") - INPUT FILES "
007240             "NAMED BY POSITION"
007250         GO TO 2100-EXIT
007260     END-IF.
007270     MOVE 'N' TO WS-STATS-EOF-SW.
007280     PERFORM 2150-READ-STATS-RECORD THRU 2150-EXIT
007290         UNTIL WS-STATS-EOF.
007300     CLOSE STATS-FILE-NAME.
007310 2100-EXIT.
007320     EXIT.
007330*
007340 2150-READ-STATS-RECORD.
007350     READ STATS-FILE-NAME
007360         AT END
007370             SET WS-STATS-EOF TO TRUE
007380             GO TO 2150-EXIT
007390     END-READ.
007400     IF STA-RECORD-TYPE NOT = 'FI'
007410         GO TO 2150-EXIT
007420     END-IF.
007430     IF WS-FIL-NAMED >= WS-FIL-MAX
007440         DISPLAY "ERROR: FILE TABLE FULL - SAMPLE NOT DRAWN"
007450         STOP RUN
007460     END-IF.
007470     ADD 1 TO WS-FIL-NAMED.
007480     MOVE STA-FILE-NAME TO WS-FIL-NAME(WS-FIL-NAMED).
007490 2150-EXIT.
007500     EXIT.
007510*
007520*----------------------------------------------------------*
007530* 2200-COUNT-REPORT - WALK THE DETAIL REPORT ONCE, STARTING  *
007540* A NEW INPUT FILE WHEREVER THE LINE NUMBER FALLS BACK,      *
007550* COUNTING THE MATCHED AND NO-MATCH POPULATIONS, THEN WORK   *
007560* OUT WHERE EACH FILE'S BADGE GROUPS FALL IN THE RUN-WIDE    *
007570* SEQUENCE.                                                  *
007580*----------------------------------------------------------*
007590 2200-COUNT-REPORT.
007600     OPEN INPUT REPORT-FILE-NAME.
007610     IF WS-REPORT-STATUS NOT = '00'
007620         DISPLAY "ERROR: CANNOT OPEN DETAIL REPORT "
007630             WS-REPORT-FILE-ID " (STATUS " WS-REPORT-STATUS ")"
007640         STOP RUN
007650     END-IF.
007660     MOVE 'N' TO WS-REPORT-EOF-SW.
007670     MOVE 0 TO WS-PRIOR-LINE-NO.
007680     PERFORM 2250-COUNT-REPORT-RECORD THRU 2250-EXIT
007690         UNTIL WS-REPORT-EOF.
007700     CLOSE REPORT-FILE-NAME.
0770A1     IF WS-FIL-NAMED > 0 AND WS-FIL-COUNT NOT = WS-FIL-NAMED
0770A2         PERFORM 2260-MAP-FROM-HISTORY THRU 2260-EXIT
0770A3     END-IF.
0770A4     IF WS-FIL-NAMED > 0 AND WS-FIL-COUNT NOT = WS-FIL-NAMED
0770A5         DISPLAY "ERROR: DETAIL REPORT SHOWS " WS-FIL-COUNT
0770A6             " INPUT FILES, STATISTICS FILE NAMES "
0770A7             WS-FIL-NAMED " AND NO RUN ON THE RUN HISTORY "
0770A8             "ACCOUNTS FOR THE DIFFERENCE - SAMPLE NOT DRAWN"
0770A9         STOP RUN
0770B1     END-IF.
007710     MOVE 0 TO WS-GROUP-SEQ.
007720     PERFORM VARYING WS-FIL-I FROM 1 BY 1
007730             UNTIL WS-FIL-I > WS-FIL-COUNT
007740         MOVE WS-GROUP-SEQ TO WS-FIL-GROUP-BASE(WS-FIL-I)
007750         DIVIDE WS-FIL-LINES(WS-FIL-I) BY 3
007760             GIVING WS-FIL-GROUPS(WS-FIL-I)
007770         ADD WS-FIL-GROUPS(WS-FIL-I) TO WS-GROUP-SEQ
007780         IF WS-FIL-I > WS-FIL-NAMED
007790             MOVE SPACES TO WS-FIL-NAME(WS-FIL-I)
007800             MOVE WS-FIL-I TO WS-TMP
007810             STRING 'INPUT FILE ' DELIMITED BY SIZE
007820                    WS-TMP(7:3) DELIMITED BY SIZE
007830                    INTO WS-FIL-NAME(WS-FIL-I)
007840         END-IF
007850     END-PERFORM.
007910 2200-EXIT.
007920     EXIT.
007930*
007940 2250-COUNT-REPORT-RECORD.
007950     READ REPORT-FILE-NAME
007960         AT END
007970             SET WS-REPORT-EOF TO TRUE
007980             GO TO 2250-EXIT
007990     END-READ.
008000     PERFORM 2800-TRACK-INPUT-FILE THRU 2800-EXIT.
008010     ADD 1 TO WS-FIL-LINES(WS-FIL-COUNT).
008020     ADD 1 TO WS-REPORT-RECS.
008030     IF DET-STATUS = 'MATCHED '
008040         ADD 1 TO WS-TYP-POP(1)
008050     END-IF.
008060     IF DET-STATUS = 'NO MATCH'
008070         ADD 1 TO WS-TYP-POP(2)
008080     END-IF.
008090 2250-EXIT.
008100     EXIT.
008110*
0811A1*----------------------------------------------------------*
0811A2* 2260-MAP-FROM-HISTORY - THE STATISTICS FILE HAS A SECTION  *
0811A3* FOR EVERY INPUT FILE, EMPTY OR NOT; THE DETAIL REPORT ONLY *
0811A4* SHOWS FILES THAT HAD LINES. A RUN ON THE RUN HISTORY       *
0811A5* MATCHES WHEN ITS 'FL' RECORDS NAME THE SAME FILES IN THE   *
0811A6* SAME ORDER AND ITS NON-EMPTY FILES' RECORD COUNTS ARE THE  *
0811A7* LINE COUNTS THE DETAIL REPORT SHOWS. THE LATEST MATCH      *
0811A8* WINS, AND ITS NON-EMPTY FILES BECOME THE FILE NAMES.       *
0811A9* WITHOUT A MATCH THE NAMES ARE LEFT AS THEY WERE.           *
0811B1*----------------------------------------------------------*
0811B2 2260-MAP-FROM-HISTORY.
0811B3     OPEN INPUT HISTORY-FILE-NAME.
0811B4     IF WS-HISTORY-STATUS NOT = '00'
0811B5         DISPLAY "NO RUN HISTORY FILE (STATUS " WS-HISTORY-STATUS
0811B6             ") - INPUT FILES CANNOT BE MAPPED"
0811B7         GO TO 2260-EXIT
0811B8     END-IF.
0811B9     MOVE 0 TO WS-HRF-COUNT.
0811C1     MOVE 'Y' TO WS-HRF-USABLE-SW.
0811C2     MOVE 'N' TO WS-HISTORY-EOF-SW.
0811C3     PERFORM 2270-READ-HISTORY-RECORD THRU 2270-EXIT
0811C4         UNTIL WS-HISTORY-EOF.
0811C5     CLOSE HISTORY-FILE-NAME.
0811C6     PERFORM 2280-MATCH-RUN THRU 2280-EXIT.
0811C7     IF NOT WS-HMP-FOUND
0811C8         GO TO 2260-EXIT
0811C9     END-IF.
0811D1     DISPLAY "INPUT FILES MAPPED FROM THE RUN HISTORY - "
0811D2         WS-FIL-NAMED " NAMED, " WS-HMP-COUNT " WITH LINES".
0811D3     PERFORM VARYING WS-FIL-I FROM 1 BY 1
0811D4             UNTIL WS-FIL-I > WS-HMP-COUNT
0811D5         MOVE WS-HMP-NAME(WS-FIL-I) TO WS-FIL-NAME(WS-FIL-I)
0811D6     END-PERFORM.
0811D7     MOVE WS-HMP-COUNT TO WS-FIL-NAMED.
0811D8 2260-EXIT.
0811D9     EXIT.
0811E1*
0811E2 2270-READ-HISTORY-RECORD.
0811E3     READ HISTORY-FILE-NAME
0811E4         AT END
0811E5             SET WS-HISTORY-EOF TO TRUE
0811E6             GO TO 2270-EXIT
0811E7     END-READ.
0811E8     IF HST-RECORD-TYPE = 'HD'
0811E9         PERFORM 2280-MATCH-RUN THRU 2280-EXIT
0811F1         MOVE 0 TO WS-HRF-COUNT
0811F2         MOVE 'Y' TO WS-HRF-USABLE-SW
0811F3         GO TO 2270-EXIT
0811F4     END-IF.
0811F5     IF HST-RECORD-TYPE NOT = 'FL'
0811F6         GO TO 2270-EXIT
0811F7     END-IF.
0811F8     IF WS-HRF-COUNT >= WS-FIL-MAX OR HST-RECORD-COUNT NOT NUMERIC
0811F9         MOVE 'N' TO WS-HRF-USABLE-SW
0811G1         GO TO 2270-EXIT
0811G2     END-IF.
0811G3     ADD 1 TO WS-HRF-COUNT.
0811G4     MOVE HST-FILE-NAME TO WS-HRF-NAME(WS-HRF-COUNT).
0811G5     MOVE HST-RECORD-COUNT TO WS-HRF-LINES(WS-HRF-COUNT).
0811G6 2270-EXIT.
0811G7     EXIT.
0811G8*
0811G9*----------------------------------------------------------*
0811H1* 2280-MATCH-RUN - TEST THE RUN JUST READ AGAINST THE        *
0811H2* STATISTICS FILE'S NAMES AND THE DETAIL REPORT'S LINE       *
0811H3* COUNTS, KEEPING ITS NON-EMPTY FILES' NAMES IF IT MATCHES.  *
0811H4*----------------------------------------------------------*
0811H5 2280-MATCH-RUN.
0811H6     IF WS-HRF-USABLE-SW NOT = 'Y'
0811H7         OR WS-HRF-COUNT NOT = WS-FIL-NAMED
0811H8         GO TO 2280-EXIT
0811H9     END-IF.
0811J1     SET WS-HRF-MATCH TO TRUE.
0811J2     MOVE 0 TO WS-HRF-K.
0811J3     PERFORM VARYING WS-HRF-I FROM 1 BY 1
0811J4             UNTIL WS-HRF-I > WS-HRF-COUNT OR NOT WS-HRF-MATCH
0811J5         IF WS-HRF-NAME(WS-HRF-I) NOT = WS-FIL-NAME(WS-HRF-I)
0811J6             MOVE 'N' TO WS-HRF-MATCH-SW
0811J7         END-IF
0811J8         IF WS-HRF-LINES(WS-HRF-I) > 0 AND WS-HRF-MATCH
0811J9             ADD 1 TO WS-HRF-K
0811K1             IF WS-HRF-K > WS-FIL-COUNT
0811K2                 MOVE 'N' TO WS-HRF-MATCH-SW
0811K3             ELSE
0811K4                 IF WS-HRF-LINES(WS-HRF-I)
0811K5                         NOT = WS-FIL-LINES(WS-HRF-K)
0811K6                     MOVE 'N' TO WS-HRF-MATCH-SW
0811K7                 END-IF
0811K8             END-IF
0811K9         END-IF
0811L1     END-PERFORM.
0811L2     IF NOT WS-HRF-MATCH OR WS-HRF-K NOT = WS-FIL-COUNT
0811L3         GO TO 2280-EXIT
0811L4     END-IF.
0811L5     SET WS-HMP-FOUND TO TRUE.
0811L6     MOVE 0 TO WS-HMP-COUNT.
0811L7     PERFORM VARYING WS-HRF-I FROM 1 BY 1
0811L8             UNTIL WS-HRF-I > WS-HRF-COUNT
0811L9         IF WS-HRF-LINES(WS-HRF-I) > 0
0811M1             ADD 1 TO WS-HMP-COUNT
0811M2             MOVE WS-HRF-NAME(WS-HRF-I)
0811M3                 TO WS-HMP-NAME(WS-HMP-COUNT)
0811M4         END-IF
0811M5     END-PERFORM.
0811M6 2280-EXIT.
0811M7     EXIT.
0811M8*
008120*----------------------------------------------------------*
008130* 2300-COUNT-BADGE-GROUPS - THE BADGE-GROUP POPULATION.      *
008140*----------------------------------------------------------*
008150 2300-COUNT-BADGE-GROUPS.
008160     OPEN INPUT BADGE-FILE-NAME.
008170     IF WS-BADGE-STATUS NOT = '00'
008180         DISPLAY "NO BADGE-GROUP FILE " WS-BADGE-FILE-ID
008190             " (STATUS " WS-BADGE-STATUS ") - NO BADGE GROUPS "
008200             "SAMPLED"
008210         GO TO 2300-EXIT
008220     END-IF.
008230     MOVE 'N' TO WS-BADGE-EOF-SW.
008240     PERFORM 2350-COUNT-BADGE-RECORD THRU 2350-EXIT
008250         UNTIL WS-BADGE-EOF.
008260     CLOSE BADGE-FILE-NAME.
008270 2300-EXIT.
008280     EXIT.
008290*
008300 2350-COUNT-BADGE-RECORD.
008310     READ BADGE-FILE-NAME
008320         AT END
008330             SET WS-BADGE-EOF TO TRUE
008340             GO TO 2350-EXIT
008350     END-READ.
008360     IF BDG-GROUP-SEQ NUMERIC
008370         ADD 1 TO WS-TYP-POP(3)
008380     END-IF.
008390 2350-EXIT.
008400     EXIT.
008410*
008420*----------------------------------------------------------*
008430* 2400-SIZE-SAMPLES - EACH SAMPLE IS THE PERCENTAGE OF ITS   *
008440* POPULATION, ROUNDED UP SO A NON-EMPTY POPULATION IS NEVER  *
008450* SKIPPED. THE BADGE SAMPLE IS HELD TO THE SIZE OF ITS       *
008460* TABLE. THE GENERATOR IS THEN SEEDED FROM THE SEED AND THE  *
008470* GENERATION NUMBER.                                         *
008480*----------------------------------------------------------*
008490 2400-SIZE-SAMPLES.
008500     PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 3
008510         COMPUTE WS-TYP-WANT(WS-TYP-I) =
008520             (WS-TYP-POP(WS-TYP-I) * WS-QA-PERCENT + 99) / 100
008530     END-PERFORM.
008540     IF WS-TYP-WANT(3) > WS-BSL-MAX
008550         DISPLAY "BADGE SAMPLE OF " WS-TYP-WANT(3) " HELD TO "
008560             WS-BSL-MAX " GROUPS"
008570         MOVE WS-BSL-MAX TO WS-TYP-WANT(3)
008580     END-IF.
008590     COMPUTE WS-RND-PRODUCT = WS-QA-SEED + WS-GEN-NUMBER * 7919.
008600     DIVIDE WS-RND-PRODUCT BY WS-RND-MODULUS
008610         GIVING WS-RND-QUOTIENT REMAINDER WS-RND-STATE.
008620     IF WS-RND-STATE = 0
008630         MOVE 1 TO WS-RND-STATE
008640     END-IF.
008650 2400-EXIT.
008660     EXIT.
008670*
008680*----------------------------------------------------------*
008690* 2500-DRAW-BADGE-GROUPS - WALK THE BADGE FILE DRAWING THE   *
008700* GROUPS, AND PLACE EACH ONE DRAWN IN ITS INPUT FILE FROM    *
008710* THE FILE MAP.                                              *
008720*----------------------------------------------------------*
008730 2500-DRAW-BADGE-GROUPS.
008740     IF WS-TYP-WANT(3) = 0
008750         GO TO 2500-EXIT
008760     END-IF.
008770     OPEN INPUT BADGE-FILE-NAME.
008780     IF WS-BADGE-STATUS NOT = '00'
008790         GO TO 2500-EXIT
008800     END-IF.
008810     MOVE 'N' TO WS-BADGE-EOF-SW.
008820     PERFORM 2550-DRAW-BADGE-RECORD THRU 2550-EXIT
008830         UNTIL WS-BADGE-EOF.
008840     CLOSE BADGE-FILE-NAME.
008850 2500-EXIT.
008860     EXIT.
008870*
008880 2550-DRAW-BADGE-RECORD.
008890     READ BADGE-FILE-NAME
008900         AT END
008910             SET WS-BADGE-EOF TO TRUE
008920             GO TO 2550-EXIT
008930     END-READ.
008940     IF BDG-GROUP-SEQ NOT NUMERIC
008950         GO TO 2550-EXIT
008960     END-IF.
008970     MOVE 3 TO WS-TYP-I.
008980     PERFORM 4600-DECIDE-SELECTION THRU 4600-EXIT.
008990     IF NOT WS-SELECTED
009000         GO TO 2550-EXIT
009010     END-IF.
009020     ADD 1 TO WS-BSL-USED.
009030     MOVE WS-TYP-TAKEN(3) TO WS-BSL-SAMPLE-NO(WS-BSL-USED).
009040     MOVE BDG-GROUP-SEQ TO WS-BSL-GROUP-SEQ(WS-BSL-USED).
009050     MOVE BDG-BADGE-CHR TO WS-BSL-BADGE-CHR(WS-BSL-USED).
009060     MOVE 0 TO WS-BSL-PRIORITY(WS-BSL-USED).
009070     IF BDG-PRIORITY NUMERIC
009080         MOVE BDG-PRIORITY TO WS-BSL-PRIORITY(WS-BSL-USED)
009090     END-IF.
009100     MOVE BDG-STATUS TO WS-BSL-STATUS(WS-BSL-USED).
009110     PERFORM VARYING WS-BSM-J FROM 1 BY 1 UNTIL WS-BSM-J > 3
009120         MOVE 0 TO WS-BSM-LINE-NO(WS-BSL-USED, WS-BSM-J)
009130         MOVE SPACES TO WS-BSM-STATUS(WS-BSL-USED, WS-BSM-J)
009140         MOVE SPACE TO WS-BSM-FOUND-CHR(WS-BSL-USED, WS-BSM-J)
009150         MOVE SPACES TO WS-BSM-PRIORITY(WS-BSL-USED, WS-BSM-J)
009160         MOVE 'NOLINE' TO WS-BSM-XREF(WS-BSL-USED, WS-BSM-J)
009170         MOVE SPACES TO WS-BSM-TEXT(WS-BSL-USED, WS-BSM-J)
009180     END-PERFORM.
009190     IF BDG-LINE-NO-1 NUMERIC
009200         MOVE BDG-LINE-NO-1 TO WS-BSM-LINE-NO(WS-BSL-USED, 1)
009210     END-IF.
009220     IF BDG-LINE-NO-2 NUMERIC
009230         MOVE BDG-LINE-NO-2 TO WS-BSM-LINE-NO(WS-BSL-USED, 2)
009240     END-IF.
009250     IF BDG-LINE-NO-3 NUMERIC
009260         MOVE BDG-LINE-NO-3 TO WS-BSM-LINE-NO(WS-BSL-USED, 3)
009270     END-IF.
009280     MOVE 0 TO WS-BSL-FILE-I(WS-BSL-USED).
009290     PERFORM VARYING WS-FIL-I FROM 1 BY 1
009300             UNTIL WS-FIL-I > WS-FIL-COUNT
009310         IF BDG-GROUP-SEQ > WS-FIL-GROUP-BASE(WS-FIL-I)
009320             AND BDG-GROUP-SEQ NOT > WS-FIL-GROUP-BASE(WS-FIL-I)
009330                 + WS-FIL-GROUPS(WS-FIL-I)
009340             MOVE WS-FIL-I TO WS-BSL-FILE-I(WS-BSL-USED)
009350         END-IF
009360     END-PERFORM.
009370 2550-EXIT.
009380     EXIT.
009390*
009400*----------------------------------------------------------*
009410* 2600-DRAW-REPORT-LINES - WALK THE DETAIL REPORT AGAIN IN   *
009420* STEP WITH THE FILE MAP. EACH MATCHED AND NO-MATCH LINE IS  *
009430* DRAWN OR PASSED OVER; EACH LINE BELONGING TO A DRAWN BADGE *
009440* GROUP HAS ITS TEXT KEPT FOR THE GROUP.                     *
009450*----------------------------------------------------------*
009460 2600-DRAW-REPORT-LINES.
009470     OPEN INPUT REPORT-FILE-NAME.
009480     IF WS-REPORT-STATUS NOT = '00'
009490         DISPLAY "ERROR: CANNOT REOPEN DETAIL REPORT "
009500             WS-REPORT-FILE-ID " (STATUS " WS-REPORT-STATUS ")"
009510         STOP RUN
009520     END-IF.
009530     MOVE 0 TO WS-FIL-COUNT.
009540     MOVE 0 TO WS-PRIOR-LINE-NO.
009550     MOVE 'N' TO WS-REPORT-EOF-SW.
009560     PERFORM 2650-DRAW-REPORT-RECORD THRU 2650-EXIT
009570         UNTIL WS-REPORT-EOF.
009580     CLOSE REPORT-FILE-NAME.
009590 2600-EXIT.
009600     EXIT.
009610*
009620 2650-DRAW-REPORT-RECORD.
009630     READ REPORT-FILE-NAME
009640         AT END
009650             SET WS-REPORT-EOF TO TRUE
009660             GO TO 2650-EXIT
009670     END-READ.
009680     PERFORM 2800-TRACK-INPUT-FILE THRU 2800-EXIT.
009690     PERFORM VARYING WS-BSL-I FROM 1 BY 1
009700             UNTIL WS-BSL-I > WS-BSL-USED
009710         IF WS-BSL-FILE-I(WS-BSL-I) = WS-FIL-COUNT
009720             PERFORM 2680-KEEP-GROUP-MEMBER THRU 2680-EXIT
009730         END-IF
009740     END-PERFORM.
009750     IF DET-STATUS = 'MATCHED '
009760         MOVE 1 TO WS-TYP-I
009770     ELSE
009780         IF DET-STATUS = 'NO MATCH'
009790             MOVE 2 TO WS-TYP-I
009800         ELSE
009810             GO TO 2650-EXIT
009820         END-IF
009830     END-IF.
009840     PERFORM 4600-DECIDE-SELECTION THRU 4600-EXIT.
009850     IF NOT WS-SELECTED
009860         GO TO 2650-EXIT
009870     END-IF.
009880     PERFORM 4700-LOOKUP-XREF THRU 4700-EXIT.
009890     IF WS-XREF-FOUND
009900         IF XRF-FATE = DET-STATUS
009910             MOVE 'AGREES' TO WS-XREF-RESULT
009920         ELSE
009930             MOVE 'DIFFERS' TO WS-XREF-RESULT
009940         END-IF
009950     END-IF.
009960     MOVE SPACES TO SHEET-REC.
009970     MOVE WS-TYP-CODE(WS-TYP-I) TO QWS-RECORD-TYPE.
009980     MOVE WS-TYP-TAKEN(WS-TYP-I) TO QWS-SAMPLE-NO.
009990     PERFORM 2900-FILL-LINE-VIEW THRU 2900-EXIT.
010000     WRITE SHEET-REC.
010010 2650-EXIT.
010020     EXIT.
010030*
010040*----------------------------------------------------------*
010050* 2680-KEEP-GROUP-MEMBER - A LINE OF THE GROUP'S INPUT FILE  *
010060* WHOSE NUMBER IS ONE OF THE GROUP'S THREE IS KEPT, AND THE  *
010070* CROSS-REFERENCE MUST PUT IT IN THE SAME GROUP.             *
010080*----------------------------------------------------------*
010090 2680-KEEP-GROUP-MEMBER.
010100     PERFORM VARYING WS-BSM-J FROM 1 BY 1 UNTIL WS-BSM-J > 3
010110         IF WS-BSM-LINE-NO(WS-BSL-I, WS-BSM-J) = WS-LINE-NO
010120             MOVE DET-STATUS TO WS-BSM-STATUS(WS-BSL-I, WS-BSM-J)
010130             MOVE DET-FOUND-CHR
010140                 TO WS-BSM-FOUND-CHR(WS-BSL-I, WS-BSM-J)
010150             MOVE DET-PRIORITY
010160                 TO WS-BSM-PRIORITY(WS-BSL-I, WS-BSM-J)
010170             MOVE DET-LINE-TEXT TO WS-BSM-TEXT(WS-BSL-I, WS-BSM-J)
010180             PERFORM 4700-LOOKUP-XREF THRU 4700-EXIT
010190             IF WS-XREF-FOUND
010200                 IF XRF-BADGE-SEQ = WS-BSL-GROUP-SEQ(WS-BSL-I)
010210                     MOVE 'AGREES' TO WS-XREF-RESULT
010220                 ELSE
010230                     MOVE 'DIFFERS' TO WS-XREF-RESULT
010240                 END-IF
010250             END-IF
010260             MOVE WS-XREF-RESULT
010270                 TO WS-BSM-XREF(WS-BSL-I, WS-BSM-J)
010280         END-IF
010290     END-PERFORM.
010300 2680-EXIT.
010310     EXIT.
010320*
010330*----------------------------------------------------------*
010340* 2700-WRITE-BADGE-GROUP - THE 'BG' LINE FOR A DRAWN GROUP,  *
010350* CARRYING THE WORST CROSS-REFERENCE RESULT OF ITS MEMBERS,  *
010360* THEN A 'BL' LINE PER MEMBER RUCKSACK WITH ITS ORIGINAL     *
010370* TEXT.                                                      *
010380*----------------------------------------------------------*
010390 2700-WRITE-BADGE-GROUP.
010400     MOVE 'AGREES' TO WS-XREF-RESULT.
010410     PERFORM VARYING WS-BSM-J FROM 1 BY 1 UNTIL WS-BSM-J > 3
010420         IF WS-BSM-XREF(WS-BSL-I, WS-BSM-J) NOT = 'AGREES'
010430             AND WS-XREF-RESULT NOT = 'DIFFERS'
010440             MOVE WS-BSM-XREF(WS-BSL-I, WS-BSM-J)
010450                 TO WS-XREF-RESULT
010460         END-IF
010470     END-PERFORM.
010480     MOVE SPACES TO SHEET-REC.
010490     MOVE 'BG' TO QWS-RECORD-TYPE.
010500     MOVE WS-BSL-SAMPLE-NO(WS-BSL-I) TO QWS-SAMPLE-NO.
010510     MOVE WS-BSL-GROUP-SEQ(WS-BSL-I) TO QWS-GROUP-SEQ.
010520     MOVE WS-BSM-LINE-NO(WS-BSL-I, 1) TO QWS-MEMBER-1.
010530     MOVE WS-BSM-LINE-NO(WS-BSL-I, 2) TO QWS-MEMBER-2.
010540     MOVE WS-BSM-LINE-NO(WS-BSL-I, 3) TO QWS-MEMBER-3.
010550     MOVE WS-BSL-BADGE-CHR(WS-BSL-I) TO QWS-BADGE-CHR.
010560     MOVE WS-BSL-PRIORITY(WS-BSL-I) TO QWS-BADGE-PRIORITY.
010570     MOVE WS-BSL-STATUS(WS-BSL-I) TO QWS-BADGE-STATUS.
010580     IF WS-BSL-FILE-I(WS-BSL-I) > 0
010590         MOVE WS-FIL-NAME(WS-BSL-FILE-I(WS-BSL-I))
010600             TO QWS-GROUP-FILE
010610     END-IF.
010620     MOVE WS-XREF-RESULT TO QWS-GROUP-XREF.
010630     WRITE SHEET-REC.
010640     PERFORM VARYING WS-BSM-J FROM 1 BY 1 UNTIL WS-BSM-J > 3
010650         MOVE SPACES TO SHEET-REC
010660         MOVE 'BL' TO QWS-RECORD-TYPE
010670         MOVE WS-BSL-SAMPLE-NO(WS-BSL-I) TO QWS-SAMPLE-NO
010680         IF WS-BSL-FILE-I(WS-BSL-I) > 0
010690             MOVE WS-FIL-NAME(WS-BSL-FILE-I(WS-BSL-I))
010700                 TO QWS-FILE-NAME
010710         END-IF
010720         MOVE WS-BSM-LINE-NO(WS-BSL-I, WS-BSM-J) TO QWS-LINE-NO
010730         MOVE WS-BSM-STATUS(WS-BSL-I, WS-BSM-J) TO QWS-STATUS
010740         MOVE WS-BSM-FOUND-CHR(WS-BSL-I, WS-BSM-J)
010750             TO QWS-FOUND-CHR
010760         MOVE WS-BSM-PRIORITY(WS-BSL-I, WS-BSM-J) TO QWS-PRIORITY
010770         MOVE WS-BSM-XREF(WS-BSL-I, WS-BSM-J) TO QWS-XREF-CHECK
010780         MOVE WS-BSM-TEXT(WS-BSL-I, WS-BSM-J) TO QWS-LINE-TEXT
010790         WRITE SHEET-REC
010800     END-PERFORM.
010810 2700-EXIT.
010820     EXIT.
010830*
010840*----------------------------------------------------------*
010850* 2800-TRACK-INPUT-FILE - A LINE NUMBER AT OR BELOW THE LAST *
010860* ONE STARTS THE NEXT INPUT FILE. LEAVES THE LINE NUMBER IN  *
010870* WS-LINE-NO.                                                *
010880*----------------------------------------------------------*
010890 2800-TRACK-INPUT-FILE.
010900     MOVE DET-LINE-NO TO WS-LINE-NO-X.
010910     INSPECT WS-LINE-NO-X
010920         REPLACING LEADING SPACES BY ZEROS.
010930     IF WS-LINE-NO-X NOT NUMERIC
010940         DISPLAY "ERROR: DETAIL REPORT LINE NUMBER NOT NUMERIC "
010950             "- " DET-LINE-NO
010960         STOP RUN
010970     END-IF.
010980     MOVE WS-LINE-NO-X TO WS-LINE-NO.
010990     IF WS-FIL-COUNT = 0 OR WS-LINE-NO <= WS-PRIOR-LINE-NO
011000         IF WS-FIL-COUNT >= WS-FIL-MAX
011010             DISPLAY "ERROR: FILE TABLE FULL - SAMPLE NOT DRAWN"
011020             STOP RUN
011030         END-IF
011040         ADD 1 TO WS-FIL-COUNT
011050     END-IF.
011060     MOVE WS-LINE-NO TO WS-PRIOR-LINE-NO.
011070 2800-EXIT.
011080     EXIT.
011090*
011100 2900-FILL-LINE-VIEW.
011110     MOVE WS-FIL-NAME(WS-FIL-COUNT) TO QWS-FILE-NAME.
011120     MOVE WS-LINE-NO TO QWS-LINE-NO.
011130     MOVE DET-STATUS TO QWS-STATUS.
011140     MOVE DET-FOUND-CHR TO QWS-FOUND-CHR.
011150     MOVE DET-PRIORITY TO QWS-PRIORITY.
011160     MOVE WS-XREF-RESULT TO QWS-XREF-CHECK.
011170     MOVE DET-LINE-TEXT TO QWS-LINE-TEXT.
011180 2900-EXIT.
011190     EXIT.
011200*
011210*----------------------------------------------------------*
011220* 4500-NEXT-RANDOM - STEP THE GENERATOR: STATE = STATE *     *
011230* 16807 MODULO 2**31 - 1.                                    *
011240*----------------------------------------------------------*
011250 4500-NEXT-RANDOM.
011260     COMPUTE WS-RND-PRODUCT = WS-RND-STATE * 16807.
011270     DIVIDE WS-RND-PRODUCT BY WS-RND-MODULUS
011280         GIVING WS-RND-QUOTIENT REMAINDER WS-RND-STATE.
011290 4500-EXIT.
011300     EXIT.
011310*
011320*----------------------------------------------------------*
011330* 4600-DECIDE-SELECTION - SELECTION SAMPLING FOR THE RECORD  *
011340* TYPE IN WS-TYP-I: WITH N RECORDS IN ALL, T SEEN, N WANTED  *
011350* AND M TAKEN, THE NEXT RECORD IS TAKEN WHEN (N - T) * U <   *
011360* (N - M) FOR A UNIFORM U IN (0,1). THAT TAKES EXACTLY THE   *
011370* NUMBER WANTED, EVERY RECORD EQUALLY LIKELY.                *
011380*----------------------------------------------------------*
011390 4600-DECIDE-SELECTION.
011400     MOVE 'N' TO WS-SELECTED-SW.
011410     IF WS-TYP-TAKEN(WS-TYP-I) >= WS-TYP-WANT(WS-TYP-I)
011420         ADD 1 TO WS-TYP-SEEN(WS-TYP-I)
011430         GO TO 4600-EXIT
011440     END-IF.
011450     PERFORM 4500-NEXT-RANDOM THRU 4500-EXIT.
011460     COMPUTE WS-RND-LEFT = (WS-TYP-POP(WS-TYP-I)
011470         - WS-TYP-SEEN(WS-TYP-I)) * WS-RND-STATE.
011480     COMPUTE WS-RND-RIGHT = (WS-TYP-WANT(WS-TYP-I)
011490         - WS-TYP-TAKEN(WS-TYP-I)) * WS-RND-MODULUS.
011500     ADD 1 TO WS-TYP-SEEN(WS-TYP-I).
011510     IF WS-RND-LEFT < WS-RND-RIGHT
011520         SET WS-SELECTED TO TRUE
011530         ADD 1 TO WS-TYP-TAKEN(WS-TYP-I)
011540     END-IF.
011550 4600-EXIT.
011560     EXIT.
011570*
011580*----------------------------------------------------------*
011590* 4700-LOOKUP-XREF - READ THE CROSS-REFERENCE RECORD FOR THE *
011600* CURRENT INPUT FILE AND WS-LINE-NO. NOXREF WHEN THE FILE IS *
011610* NOT OPEN OR HOLDS NO SUCH LINE.                            *
011620*----------------------------------------------------------*
011630 4700-LOOKUP-XREF.
011640     MOVE 'N' TO WS-XREF-FOUND-SW.
011650     MOVE 'NOXREF' TO WS-XREF-RESULT.
011660     IF NOT WS-XREF-OPEN
011670         GO TO 4700-EXIT
011680     END-IF.
011690     MOVE WS-FIL-NAME(WS-FIL-COUNT) TO XRF-FILE-NAME.
011700     MOVE WS-LINE-NO TO XRF-LINE-NO.
011710     READ XREF-FILE-NAME
011720         INVALID KEY
011730             GO TO 4700-EXIT
011740     END-READ.
011750     SET WS-XREF-FOUND TO TRUE.
011760 4700-EXIT.
011770     EXIT.
011780*
011790*----------------------------------------------------------*
011800* 6000-READ-VERDICTS - LOAD THE QA HISTORY, TALLY THE        *
011810* CLERK'S VERDICTS FROM THE MARKED-UP WORKSHEET, THEN WORK   *
011820* OUT AND RECORD EACH RECORD TYPE'S ERROR RATE.              *
011830*----------------------------------------------------------*
011840 6000-READ-VERDICTS.
011850     PERFORM 6100-LOAD-QA-HISTORY THRU 6100-EXIT.
011860     OPEN INPUT SHEET-FILE-NAME.
011870     IF WS-SHEET-STATUS NOT = '00'
011880         DISPLAY "ERROR: CANNOT OPEN WORKSHEET " WS-SHEET-FILE-ID
011890             " (STATUS " WS-SHEET-STATUS ") - NOTHING TO VERIFY"
011900         STOP RUN
011910     END-IF.
011920     MOVE WS-QA-TOLERANCE TO WS-TOLERANCE-EDIT.
011930     DISPLAY "READING VERDICTS FOR GENERATION " WS-GEN-SUFFIX
011940         " AGAINST " WS-TOLERANCE-EDIT " PER CENT TOLERANCE".
011950     MOVE 'N' TO WS-SHEET-EOF-SW.
011960     PERFORM 6200-READ-SHEET-RECORD THRU 6200-EXIT
011970         UNTIL WS-SHEET-EOF.
011980     CLOSE SHEET-FILE-NAME.
011990     OPEN EXTEND QAHIST-FILE-NAME.
012000     IF WS-QAHIST-STATUS NOT = '00'
012010         OPEN OUTPUT QAHIST-FILE-NAME
012020     END-IF.
012030     IF WS-QAHIST-STATUS NOT = '00'
012040         DISPLAY "ERROR: CANNOT EXTEND QA HISTORY (STATUS "
012050             WS-QAHIST-STATUS ") - VERDICTS NOT RECORDED"
012060         STOP RUN
012070     END-IF.
012080     PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 3
012090         PERFORM 6300-RATE-ONE-TYPE THRU 6300-EXIT
012100     END-PERFORM.
012110     CLOSE QAHIST-FILE-NAME.
012120 6000-EXIT.
012130     EXIT.
012140*
012150*----------------------------------------------------------*
012160* 6100-LOAD-QA-HISTORY - THE LATEST FIGURES RECORDED FOR     *
012170* EACH GENERATION AND RECORD TYPE. NO FILE MEANS NOTHING HAS *
012180* BEEN VERIFIED YET.                                         *
012190*----------------------------------------------------------*
012200 6100-LOAD-QA-HISTORY.
012210     PERFORM VARYING WS-QHT-I FROM 1 BY 1 UNTIL WS-QHT-I > 9999
012220         PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 3
012230             MOVE 0 TO WS-QHT-CHECKED(WS-QHT-I, WS-TYP-I)
012240             MOVE 0 TO WS-QHT-ERRORS(WS-QHT-I, WS-TYP-I)
012250         END-PERFORM
012260     END-PERFORM.
012270     OPEN INPUT QAHIST-FILE-NAME.
012280     IF WS-QAHIST-STATUS NOT = '00'
012290         DISPLAY "NO QA HISTORY FILE (STATUS " WS-QAHIST-STATUS
012300             ") - RUNNING FIGURES START HERE"
012310         GO TO 6100-EXIT
012320     END-IF.
012330     MOVE 'N' TO WS-QAHIST-EOF-SW.
012340     PERFORM 6150-READ-QAHIST-RECORD THRU 6150-EXIT
012350         UNTIL WS-QAHIST-EOF.
012360     CLOSE QAHIST-FILE-NAME.
012370 6100-EXIT.
012380     EXIT.
012390*
012400 6150-READ-QAHIST-RECORD.
012410     READ QAHIST-FILE-NAME
012420         AT END
012430             SET WS-QAHIST-EOF TO TRUE
012440             GO TO 6150-EXIT
012450     END-READ.
012460     IF QAH-RECORD-TYPE NOT = 'QH'
012470         GO TO 6150-EXIT
012480     END-IF.
012490     MOVE QAH-GEN-SUFFIX(11:4) TO WS-QHT-GEN-X.
012500     IF WS-QHT-GEN-X NOT NUMERIC
012510         OR QAH-CHECKED NOT NUMERIC OR QAH-ERRORS NOT NUMERIC
012520         GO TO 6150-EXIT
012530     END-IF.
012540     MOVE WS-QHT-GEN-X TO WS-QHT-GEN-NO.
012550     IF WS-QHT-GEN-NO = 0
012560         GO TO 6150-EXIT
012570     END-IF.
012580     PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 3
012590         IF QAH-SAMPLE-TYPE = WS-TYP-CODE(WS-TYP-I)
012600             MOVE QAH-CHECKED
012610                 TO WS-QHT-CHECKED(WS-QHT-GEN-NO, WS-TYP-I)
012620             MOVE QAH-ERRORS
012630                 TO WS-QHT-ERRORS(WS-QHT-GEN-NO, WS-TYP-I)
012640         END-IF
012650     END-PERFORM.
012660 6150-EXIT.
012670     EXIT.
012680*
012690*----------------------------------------------------------*
012700* 6200-READ-SHEET-RECORD - 'C' IS A CORRECT RESULT AND 'E'   *
012710* AN ERROR; A BLANK VERDICT WAS NOT CHECKED, AND ANYTHING    *
012720* ELSE IS REPORTED AND LEFT UNCHECKED. THE 'BL' MEMBER LINES *
012730* CARRY NO VERDICT OF THEIR OWN.                             *
012740*----------------------------------------------------------*
012750 6200-READ-SHEET-RECORD.
012760     READ SHEET-FILE-NAME
012770         AT END
012780             SET WS-SHEET-EOF TO TRUE
012790             GO TO 6200-EXIT
012800     END-READ.
012810     IF QWS-RECORD-TYPE = 'TR'
012820         IF QWS-POP-RS NUMERIC
012830             MOVE QWS-POP-RS TO WS-TYP-POP(1)
012840         END-IF
012850         IF QWS-POP-NM NUMERIC
012860             MOVE QWS-POP-NM TO WS-TYP-POP(2)
012870         END-IF
012880         IF QWS-POP-BG NUMERIC
012890             MOVE QWS-POP-BG TO WS-TYP-POP(3)
012900         END-IF
012910         GO TO 6200-EXIT
012920     END-IF.
012930     MOVE 0 TO WS-TYP-I.
012940     PERFORM VARYING WS-QHT-I FROM 1 BY 1 UNTIL WS-QHT-I > 3
012950         IF QWS-RECORD-TYPE = WS-TYP-CODE(WS-QHT-I)
012960             MOVE WS-QHT-I TO WS-TYP-I
012970         END-IF
012980     END-PERFORM.
012990     IF WS-TYP-I = 0
013000         GO TO 6200-EXIT
013010     END-IF.
013020     ADD 1 TO WS-TYP-TAKEN(WS-TYP-I).
013030     IF QWS-VERDICT-CORRECT
013040         ADD 1 TO WS-TYP-CHECKED(WS-TYP-I)
013050         GO TO 6200-EXIT
013060     END-IF.
013070     IF QWS-VERDICT-ERROR
013080         ADD 1 TO WS-TYP-CHECKED(WS-TYP-I)
013090         ADD 1 TO WS-TYP-ERRORS(WS-TYP-I)
013100         GO TO 6200-EXIT
013110     END-IF.
013120     ADD 1 TO WS-TYP-UNCHECKED(WS-TYP-I).
013130     IF NOT QWS-VERDICT-BLANK
013140         DISPLAY "INVALID VERDICT '" QWS-VERDICT "' ON "
013150             QWS-RECORD-TYPE " SAMPLE " QWS-SAMPLE-NO
013160             " - NOT COUNTED"
013170     END-IF.
013180 6200-EXIT.
013190     EXIT.
013200*
013210*----------------------------------------------------------*
013220* 6300-RATE-ONE-TYPE - THE ERROR RATE IS ERRORS OVER LINES   *
013230* CHECKED, IN PER CENT. A RATE ABOVE THE TOLERANCE IS A      *
013240* BREACH AND GOES ON THE ALERT FEED; A SAMPLE WITH NOTHING   *
013250* CHECKED HAS NO RATE. THIS GENERATION'S FIGURES THEN        *
013260* REPLACE ANY EARLIER ONES FOR IT IN THE RUNNING TOTALS, AND *
013270* THE RECORD IS WRITTEN.                                     *
013280*----------------------------------------------------------*
013290 6300-RATE-ONE-TYPE.
013300     MOVE 0 TO WS-TYP-RATE(WS-TYP-I).
013310     IF WS-TYP-CHECKED(WS-TYP-I) = 0
013320         MOVE 'NOCHECK' TO WS-TYP-RESULT(WS-TYP-I)
013330     ELSE
013340         COMPUTE WS-TYP-RATE(WS-TYP-I) ROUNDED =
013350             WS-TYP-ERRORS(WS-TYP-I) * 100
013360             / WS-TYP-CHECKED(WS-TYP-I)
013370         IF WS-TYP-RATE(WS-TYP-I) > WS-QA-TOLERANCE
013380             MOVE 'BREACH' TO WS-TYP-RESULT(WS-TYP-I)
013390         ELSE
013400             MOVE 'PASS' TO WS-TYP-RESULT(WS-TYP-I)
013410         END-IF
013420     END-IF.
013430     MOVE WS-TYP-CHECKED(WS-TYP-I)
013440         TO WS-QHT-CHECKED(WS-GEN-NUMBER, WS-TYP-I).
013450     MOVE WS-TYP-ERRORS(WS-TYP-I)
013460         TO WS-QHT-ERRORS(WS-GEN-NUMBER, WS-TYP-I).
013470     PERFORM VARYING WS-QHT-I FROM 1 BY 1 UNTIL WS-QHT-I > 9999
013480         ADD WS-QHT-CHECKED(WS-QHT-I, WS-TYP-I)
013490             TO WS-TYP-RUN-CHECKED(WS-TYP-I)
013500         ADD WS-QHT-ERRORS(WS-QHT-I, WS-TYP-I)
013510             TO WS-TYP-RUN-ERRORS(WS-TYP-I)
013520     END-PERFORM.
013530     MOVE 0 TO WS-TYP-RUN-RATE(WS-TYP-I).
013540     IF WS-TYP-RUN-CHECKED(WS-TYP-I) > 0
013550         COMPUTE WS-TYP-RUN-RATE(WS-TYP-I) ROUNDED =
013560             WS-TYP-RUN-ERRORS(WS-TYP-I) * 100
013570             / WS-TYP-RUN-CHECKED(WS-TYP-I)
013580     END-IF.
013590     MOVE SPACES TO QAHIST-REC.
013600     MOVE 'QH' TO QAH-RECORD-TYPE.
013610     MOVE WS-RUN-DATE TO QAH-RUN-DATE.
013620     MOVE WS-RUN-TIME TO QAH-RUN-TIME.
013630     MOVE WS-GEN-SUFFIX TO QAH-GEN-SUFFIX.
013640     MOVE WS-TYP-CODE(WS-TYP-I) TO QAH-SAMPLE-TYPE.
013650     MOVE WS-TYP-POP(WS-TYP-I) TO QAH-POPULATION.
013660     MOVE WS-TYP-TAKEN(WS-TYP-I) TO QAH-SAMPLED.
013670     MOVE WS-TYP-CHECKED(WS-TYP-I) TO QAH-CHECKED.
013680     MOVE WS-TYP-ERRORS(WS-TYP-I) TO QAH-ERRORS.
013690     MOVE WS-TYP-RATE(WS-TYP-I) TO QAH-ERROR-RATE.
013700     MOVE WS-QA-TOLERANCE TO QAH-TOLERANCE.
013710     MOVE WS-TYP-RESULT(WS-TYP-I) TO QAH-RESULT.
013720     MOVE WS-TYP-RUN-CHECKED(WS-TYP-I) TO QAH-RUN-CHECKED.
013730     MOVE WS-TYP-RUN-ERRORS(WS-TYP-I) TO QAH-RUN-ERRORS.
013740     MOVE WS-TYP-RUN-RATE(WS-TYP-I) TO QAH-RUN-RATE.
013750     WRITE QAHIST-REC.
013760     IF WS-TYP-RESULT(WS-TYP-I) = 'BREACH'
013770         ADD 1 TO WS-TYP-BREACHES
013780         MOVE 'W' TO WS-ALT-SEVERITY
013790         MOVE 'QABREACH' TO WS-ALT-CONDITION
013800         MOVE WS-SHEET-FILE-ID TO WS-ALT-FILE
013810         MOVE WS-TYP-ERRORS(WS-TYP-I) TO WS-ALT-FIGURE-1
013820         MOVE WS-TYP-CHECKED(WS-TYP-I) TO WS-ALT-FIGURE-2
013830         PERFORM 7700-WRITE-ALERT THRU 7700-EXIT
013840     END-IF.
013850     IF WS-TYP-UNCHECKED(WS-TYP-I) > 0
013860         DISPLAY WS-TYP-CODE(WS-TYP-I) " SAMPLE: "
013870             WS-TYP-UNCHECKED(WS-TYP-I) " LINES NOT CHECKED"
013880     END-IF.
013890 6300-EXIT.
013900     EXIT.
013910*
013920*----------------------------------------------------------*
013930* 7700-WRITE-ALERT - APPEND ONE RECORD TO THE OPERATIONS     *
013940* FEED, CREATING IT ON FIRST USE.                            *
013950*----------------------------------------------------------*
013960 7700-WRITE-ALERT.
013970     OPEN EXTEND ALERT-FILE-NAME.
013980     IF WS-ALERT-STATUS NOT = '00'
013990         OPEN OUTPUT ALERT-FILE-NAME
014000     END-IF.
014010     MOVE SPACES TO ALERT-REC.
014020     MOVE WS-RUN-DATE TO ALT-RUN-DATE.
014030     MOVE WS-RUN-TIME TO ALT-RUN-TIME.
014040     MOVE 'QASAMPLE' TO ALT-PROGRAM.
014050     MOVE WS-ALT-SEVERITY TO ALT-SEVERITY.
014060     MOVE WS-ALT-CONDITION TO ALT-CONDITION.
014070     MOVE WS-ALT-FILE TO ALT-FILE-NAME.
014080     MOVE WS-ALT-FIGURE-1 TO ALT-FIGURE-1.
014090     MOVE WS-ALT-FIGURE-2 TO ALT-FIGURE-2.
014100     WRITE ALERT-REC.
014110     CLOSE ALERT-FILE-NAME.
014120 7700-EXIT.
014130     EXIT.
014140*
014150*----------------------------------------------------------*
014160* 9999-TERMINATE - GIVE THE OPERATOR THE RUN SUMMARY FOR THE *
014170* PASS RUN.                                                  *
014180*----------------------------------------------------------*
014190 9999-TERMINATE.
014200     IF WS-MODE-SAMPLE
014210         DISPLAY "WORKSHEET WRITTEN:    " WS-SHEET-FILE-ID
014220         DISPLAY "MATCHED SAMPLED:      " WS-TYP-TAKEN(1)
014230             " OF " WS-TYP-POP(1)
014240         DISPLAY "NO-MATCH SAMPLED:     " WS-TYP-TAKEN(2)
014250             " OF " WS-TYP-POP(2)
014260         DISPLAY "BADGE GROUPS SAMPLED: " WS-TYP-TAKEN(3)
014270             " OF " WS-TYP-POP(3)
014280         GO TO 9999-EXIT
014290     END-IF.
014300     PERFORM VARYING WS-TYP-I FROM 1 BY 1 UNTIL WS-TYP-I > 3
014310         MOVE WS-TYP-RATE(WS-TYP-I) TO WS-RATE-EDIT
014320         MOVE WS-TYP-RUN-RATE(WS-TYP-I) TO WS-RUN-RATE-EDIT
014330         DISPLAY WS-TYP-CODE(WS-TYP-I) " CHECKED "
014340             WS-TYP-CHECKED(WS-TYP-I) " ERRORS "
014350             WS-TYP-ERRORS(WS-TYP-I) " RATE "
014360             WS-RATE-EDIT " RUNNING "
014370             WS-RUN-RATE-EDIT " "
014380             WS-TYP-RESULT(WS-TYP-I)
014390     END-PERFORM.
014400     DISPLAY "TOLERANCE BREACHES:   " WS-TYP-BREACHES.
014410 9999-EXIT.
014420     EXIT.
