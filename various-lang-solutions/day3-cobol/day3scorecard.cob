000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SNDRSCOR.
000030 AUTHOR. D W BRENNAN.
000040 INSTALLATION. AOC-SOLUTIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   10/15/26   DWB   ORIGINAL PROGRAM - MONTHLY UPSTREAM     *
000110*                    SENDER SCORECARD. THE STAGING REPORT    *
000120*                    SAYS WHOSE TRANSMISSIONS WERE HELD, BUT *
000130*                    THE QUALITY OF WHAT WAS ACCEPTED WAS    *
000140*                    SPREAD OVER THE REJECT FILE, THE DETAIL *
000150*                    REPORT AND THE RECONCILIATION OUTCOMES  *
000160*                    ON THE RUN HISTORY. THIS MONTH-END STEP *
000170*                    TIES EVERY FILE PROCESSED IN THE MONTH  *
000180*                    BACK TO ITS SENDER THROUGH THE STAGING  *
000190*                    HISTORY AND SCORES EACH SENDER - FILES  *
000200*                    SENT, FILES HELD BY REASON, REJECT RATE *
000210*                    BY REASON, DUPLICATE AND NO-MATCH       *
000220*                    COUNTS, AND RECONCILIATION FAILURES -   *
000230*                    WITH A FIXED-WIDTH FEEDBACK FILE PER    *
000240*                    SENDER THAT CAN GO STRAIGHT BACK TO THE *
000250*                    SUPPLIER.                               *
000251*   10/15/26   DWB   WS-TMP IS UNSIGNED, SO THE FILE NUMBER  *
000252*                    IN AN 'INPUT FILE NNN' NAME NO LONGER   *
000253*                    PICKS UP THE SIGN IN ITS LAST DIGIT.    *
0025A1*   10/15/26   DWB   WHEN A GENERATION'S STATISTICS FILE     *
0025A2*                    NAMES MORE INPUT FILES THAN ITS DETAIL  *
0025A3*                    REPORT SHOWS (AN EMPTY INPUT FILE), THE *
0025A4*                    FILE NAMES NOW COME FROM THE MATCHING   *
0025A5*                    RUN'S 'FL' RECORDS ON THE RUN HISTORY,  *
0025A6*                    EMPTY FILES LEFT OUT, AS QASAMPLE DOES. *
0025A7*                    A GENERATION NO RUN ACCOUNTS FOR IS NOT *
0025A8*                    SCORED, WHERE IT USED TO BE SCORED WITH *
0025A9*                    EVERY LATER FILE UNDER THE WRONG NAME   *
0025B1*                    AND SENDER.                             *
000260*----------------------------------------------------------*
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT SCOREPARM-FILE-NAME ASSIGN TO 'day3scoreparam.txt'
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SCOREPARM-STATUS.
000340     SELECT STAGHIST-FILE-NAME ASSIGN TO 'day3staghist.txt'
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-STAGHIST-STATUS.
000370     SELECT GENCAT-FILE-NAME ASSIGN TO 'day3gencat.txt'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-GENCAT-STATUS.
000400     SELECT STATS-FILE-NAME
000410         ASSIGN TO DYNAMIC WS-STATS-FILE-ID
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-STATS-STATUS.
000440     SELECT REPORT-FILE-NAME
000450         ASSIGN TO DYNAMIC WS-REPORT-FILE-ID
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-REPORT-STATUS.
000480     SELECT REJECT-FILE-NAME
000490         ASSIGN TO DYNAMIC WS-REJECT-FILE-ID
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REJECT-STATUS.
000520     SELECT HISTORY-FILE-NAME ASSIGN TO 'day3runhistory.txt'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-HISTORY-STATUS.
000550     SELECT SCORECARD-FILE-NAME ASSIGN TO 'day3scorecard.txt'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SCORECARD-STATUS.
000580     SELECT FEEDBACK-FILE-NAME
000590         ASSIGN TO DYNAMIC WS-FEEDBACK-FILE-ID
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FEEDBACK-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*----------------------------------------------------------*
000660* SCORECARD PARAMETER FILE - ONE RECORD NAMING THE MONTH TO  *
000670* SCORE (YYYYMM). NO FILE, OR NO VALID MONTH, MEANS THE      *
000680* MONTH OF THE RUN DATE.                                     *
000690*----------------------------------------------------------*
000700 FD  SCOREPARM-FILE-NAME.
000710 01  SCOREPARM-REC.
000720     05  SCP-MONTH                    PIC 9(06).
000730*
000740*----------------------------------------------------------*
000750* STAGING HISTORY - EVERY STAGING REPORT RECORD EVER         *
000760* WRITTEN, PREFIXED WITH THE DATE OF THE SWEEP. THE SWEEPS   *
000770* DATED IN THE MONTH GIVE THE FILES SENT AND HELD; EVERY     *
000780* ACCEPTED RECORD UP TO THE MONTH'S END MAPS A STAGED FILE   *
000790* NAME BACK TO ITS SENDER.                                   *
000800*----------------------------------------------------------*
000810 FD  STAGHIST-FILE-NAME.
000820 01  STAGHIST-REC.
000830     05  SGH-RUN-DATE                 PIC 9(08).
000840     05  FILLER                       PIC X(01).
000850     05  SGH-FILE-NAME                PIC X(26).
000860     05  FILLER                       PIC X(01).
000870     05  SGH-DISPOSITION              PIC X(08).
000880     05  FILLER                       PIC X(01).
000890     05  SGH-REASON                   PIC X(20).
000900     05  FILLER                       PIC X(01).
000910     05  SGH-SENDER                   PIC X(08).
000920     05  FILLER                       PIC X(01).
000930     05  SGH-HDR-DATE                 PIC X(08).
000940     05  FILLER                       PIC X(01).
000950     05  SGH-DECLARED-COUNT           PIC 9(09).
000960     05  FILLER                       PIC X(01).
000970     05  SGH-ACTUAL-COUNT             PIC 9(09).
000980*
000990*----------------------------------------------------------*
001000* GENERATION CATALOGUE - THE LAST RECORD FOR EACH GENERATION *
001010* NUMBER GIVES ITS DATE AND FINAL OUTCOME. ONLY GENERATIONS  *
001020* THAT STAND (NORMAL OR AMENDED) ARE SCORED.                 *
001030*----------------------------------------------------------*
001040 FD  GENCAT-FILE-NAME.
001050 01  GENCAT-REC.
001060     05  GCT-GEN-NUMBER               PIC 9(04).
001070     05  FILLER                       PIC X(01).
001080     05  GCT-GEN-DATE                 PIC 9(08).
001090     05  FILLER                       PIC X(01).
001100     05  GCT-OUTCOME                  PIC X(08).
001110*
001120*----------------------------------------------------------*
001130* ITEM-FREQUENCY STATISTICS - ONLY THE 'FI' SECTION HEADERS  *
001140* ARE USED: THEY NAME THE GENERATION'S INPUT FILES IN THE    *
001150* ORDER THE MAIN RUN PROCESSED THEM.                         *
001160*----------------------------------------------------------*
001170 FD  STATS-FILE-NAME.
001180 01  STATS-REC.
001190     05  STA-RECORD-TYPE              PIC X(02).
001200     05  FILLER                       PIC X(01).
001210     05  STA-DETAIL                   PIC X(60).
001220     05  STA-NAME-DETAIL REDEFINES STA-DETAIL.
001230         10  STA-FILE-NAME            PIC X(30).
001240         10  FILLER                   PIC X(30).
001250*
001260*----------------------------------------------------------*
001270* DETAIL REPORT - ONE RECORD PER LINE READ, WITH ITS STATUS  *
001280* (MATCHED, NO MATCH, REJECTED, DUPLICAT). THE LINE NUMBER   *
001290* STARTS AGAIN AT ONE WITH EACH INPUT FILE, WHICH IS HOW THE *
001300* FILE BOUNDARIES ARE FOUND.                                 *
001310*----------------------------------------------------------*
001320 FD  REPORT-FILE-NAME.
001330 01  DETAIL-REC.
001340     05  DET-LINE-NO                  PIC X(06).
001350     05  FILLER                       PIC X(01).
001360     05  DET-LINE-TEXT                PIC X(100).
001370     05  FILLER                       PIC X(01).
001380     05  DET-STATUS                   PIC X(08).
001390*
001400*----------------------------------------------------------*
001410* REJECT FILE - ONE RECORD PER REJECTED LINE, IN THE SAME    *
001420* ORDER AS THE REJECTED LINES ON THE DETAIL REPORT, SO IT IS *
001430* READ IN STEP WITH THEM FOR THE REASON.                     *
001440*----------------------------------------------------------*
001450 FD  REJECT-FILE-NAME.
001460 01  REJECT-REC.
001470     05  RJT-LINE-NO                  PIC X(06).
001480     05  FILLER                       PIC X(01).
001490     05  RJT-REASON                   PIC X(25).
001500     05  FILLER                       PIC X(01).
001510     05  RJT-LINE-TEXT                PIC X(100).
001520*
001530*----------------------------------------------------------*
001540* RUN-HISTORY FILE - ONLY THE 'HD' AND 'FL' VIEWS ARE READ.  *
001550* THE 'FL' RECORDS UNDER A HEADER DATED IN THE MONTH CARRY   *
001560* EACH FILE'S RECONCILIATION OUTCOME. THEIR NAMES AND RECORD *
001561* COUNTS ALSO NAME A GENERATION'S FILES WHEN ITS STATISTICS  *
001562* FILE AND DETAIL REPORT DISAGREE.                           *
001570*----------------------------------------------------------*
001580 FD  HISTORY-FILE-NAME.
001590 01  HISTORY-REC.
001600     05  HST-RECORD-TYPE              PIC X(02).
001610     05  FILLER                       PIC X(01).
001620     05  HST-DETAIL                   PIC X(90).
001630     05  HST-HEADER-DETAIL REDEFINES HST-DETAIL.
001640         10  HST-RUN-DATE             PIC 9(08).
001650         10  FILLER                   PIC X(82).
001660     05  HST-FILE-DETAIL REDEFINES HST-DETAIL.
001670         10  HST-FILE-NAME            PIC X(30).
001680         10  FILLER                   PIC X(01).
001690         10  HST-RECORD-COUNT         PIC 9(09).
001700         10  FILLER                   PIC X(01).
001710         10  HST-TOTAL-A              PIC 9(09).
001720         10  FILLER                   PIC X(01).
001730         10  HST-TOTAL-B              PIC 9(09).
001740         10  FILLER                   PIC X(01).
001750         10  HST-OUTCOME              PIC X(12).
001760         10  FILLER                   PIC X(17).
001770*
001780*----------------------------------------------------------*
001790* SCORECARD AND SENDER FEEDBACK FILES - BOTH CARRY THE       *
001800* SCORECARD LINE LAID OUT IN WORKING-STORAGE.                *
001810*----------------------------------------------------------*
001820 FD  SCORECARD-FILE-NAME.
001830 01  SCORECARD-REC                    PIC X(123).
001840*
001850 FD  FEEDBACK-FILE-NAME.
001860 01  FEEDBACK-REC                     PIC X(123).
001870*
001880 WORKING-STORAGE SECTION.
001890*----------------------------------------------------------*
001900* SWITCHES.                                                  *
001910*----------------------------------------------------------*
001920 01  WS-SWITCHES.
001930     05  WS-STAGHIST-EOF-SW          PIC X(01) VALUE 'N'.
001940         88  WS-STAGHIST-EOF                   VALUE 'Y'.
001950     05  WS-GENCAT-EOF-SW            PIC X(01) VALUE 'N'.
001960         88  WS-GENCAT-EOF                     VALUE 'Y'.
001970     05  WS-STATS-EOF-SW             PIC X(01) VALUE 'N'.
001980         88  WS-STATS-EOF                      VALUE 'Y'.
001990     05  WS-REPORT-EOF-SW            PIC X(01) VALUE 'N'.
002000         88  WS-REPORT-EOF                     VALUE 'Y'.
002010     05  WS-REJECT-EOF-SW            PIC X(01) VALUE 'N'.
002020         88  WS-REJECT-EOF                     VALUE 'Y'.
002030     05  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
002040         88  WS-HISTORY-EOF                    VALUE 'Y'.
002050     05  WS-HD-IN-MONTH-SW           PIC X(01) VALUE 'N'.
002060         88  WS-HD-IN-MONTH                    VALUE 'Y'.
002061     05  WS-HRF-MATCH-SW             PIC X(01) VALUE 'N'.
002062         88  WS-HRF-MATCH                      VALUE 'Y'.
002063     05  WS-HMP-FOUND-SW             PIC X(01) VALUE 'N'.
002064         88  WS-HMP-FOUND                      VALUE 'Y'.
002070     05  WS-OUTPUT-SW                PIC X(01) VALUE 'S'.
002080         88  WS-TO-SCORECARD                   VALUE 'S'.
002090         88  WS-TO-FEEDBACK                    VALUE 'F'.
002100*
002110 77  WS-SCOREPARM-STATUS             PIC X(02) VALUE SPACES.
002120 77  WS-STAGHIST-STATUS              PIC X(02) VALUE SPACES.
002130 77  WS-GENCAT-STATUS                PIC X(02) VALUE SPACES.
002140 77  WS-STATS-STATUS                 PIC X(02) VALUE SPACES.
002150 77  WS-REPORT-STATUS                PIC X(02) VALUE SPACES.
002160 77  WS-REJECT-STATUS                PIC X(02) VALUE SPACES.
002170 77  WS-HISTORY-STATUS               PIC X(02) VALUE SPACES.
002180 77  WS-SCORECARD-STATUS             PIC X(02) VALUE SPACES.
002190 77  WS-FEEDBACK-STATUS              PIC X(02) VALUE SPACES.
002200 77  WS-STATS-FILE-ID                PIC X(40) VALUE SPACES.
002210 77  WS-REPORT-FILE-ID               PIC X(40) VALUE SPACES.
002220 77  WS-REJECT-FILE-ID               PIC X(40) VALUE SPACES.
002230 77  WS-FEEDBACK-FILE-ID             PIC X(40) VALUE SPACES.
002240 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
002250 77  WS-SCORE-MONTH                  PIC 9(06) VALUE 0.
002260*
002270*----------------------------------------------------------*
002280* GENERATION TABLE - THE LATEST CATALOGUE DATE AND OUTCOME   *
002290* FOR EVERY GENERATION NUMBER.                               *
002300*----------------------------------------------------------*
002310 01  WS-GEN-TABLE.
002320     05  WS-GEN-ENTRY OCCURS 9999 TIMES.
002330         10  WS-GTB-DATE             PIC 9(08).
002340         10  WS-GTB-OUTCOME          PIC X(08).
002350 77  WS-GEN-I                        PIC S9(09) COMP VALUE 0.
002360 77  WS-GEN-MAX-SEEN                 PIC S9(09) COMP VALUE 0.
002370 77  WS-GEN-NUMBER                   PIC 9(04) VALUE 0.
002380 77  WS-GEN-SUFFIX                   PIC X(14) VALUE SPACES.
002390 77  WS-GENS-SCANNED                 PIC S9(09) COMP VALUE 0.
002400 77  WS-GENS-SKIPPED                 PIC S9(09) COMP VALUE 0.
002410*
002420*----------------------------------------------------------*
002430* STAGED-NAME TO SENDER MAP - ONE ENTRY PER DISTINCT INBOUND *
002440* FILE NAME EVER ACCEPTED; A LATER ACCEPTANCE OF THE SAME     *
002450* NAME REPLACES THE SENDER.                                  *
002460*----------------------------------------------------------*
002470 77  WS-MAP-COUNT                    PIC S9(09) COMP VALUE 0.
002480 77  WS-MAP-MAX                      PIC S9(09) COMP VALUE 2000.
002490 77  WS-MAP-I                        PIC S9(09) COMP VALUE 0.
002500 77  WS-MAP-HIT                      PIC S9(09) COMP VALUE 0.
002510 77  WS-MAP-KEY                      PIC X(26) VALUE SPACES.
002520 01  WS-MAP-TABLE.
002530     05  WS-MAP-ENTRY OCCURS 2000 TIMES.
002540         10  WS-MAP-FILE-NAME        PIC X(26).
002550         10  WS-MAP-SENDER           PIC X(08).
002560*
002570*----------------------------------------------------------*
002580* REASON NAME TABLES - THE HOLD REASONS AND REJECT REASONS   *
002590* SEEN THIS MONTH, IN ORDER OF FIRST APPEARANCE. SHOULD      *
002600* EITHER FILL, ITS LAST SLOT COLLECTS EVERYTHING ELSE AS     *
002610* 'OTHER'.                                                   *
002620*----------------------------------------------------------*
002630 77  WS-RSN-MAX                      PIC S9(09) COMP VALUE 10.
002640 77  WS-HRN-COUNT                    PIC S9(09) COMP VALUE 0.
002650 77  WS-HRN-I                        PIC S9(09) COMP VALUE 0.
002660 77  WS-HRN-HIT                      PIC S9(09) COMP VALUE 0.
002670 01  WS-HELD-REASON-TABLE.
002680     05  WS-HRN-NAME OCCURS 10 TIMES PIC X(20).
002690 77  WS-RRN-COUNT                    PIC S9(09) COMP VALUE 0.
002700 77  WS-RRN-I                        PIC S9(09) COMP VALUE 0.
002710 77  WS-RRN-HIT                      PIC S9(09) COMP VALUE 0.
002720 01  WS-REJECT-REASON-TABLE.
002730     05  WS-RRN-NAME OCCURS 10 TIMES PIC X(25).
002740 77  WS-FIND-HELD-REASON             PIC X(20) VALUE SPACES.
002750 77  WS-FIND-REJECT-REASON           PIC X(25) VALUE SPACES.
002760*
002770*----------------------------------------------------------*
002780* SENDER TABLE - ONE ENTRY PER SENDER, WITH 'UNKNOWN' FOR    *
002790* FILES NO STAGING RECORD ACCOUNTS FOR. HELD AND REJECT      *
002800* COUNTS ARE KEPT BY REASON, SLOTTED AS IN THE REASON NAME   *
002810* TABLES.                                                    *
002820*----------------------------------------------------------*
002830 77  WS-SND-COUNT                    PIC S9(09) COMP VALUE 0.
002840 77  WS-SND-MAX                      PIC S9(09) COMP VALUE 100.
002850 77  WS-SND-I                        PIC S9(09) COMP VALUE 0.
002860 77  WS-SND-HIT                      PIC S9(09) COMP VALUE 0.
002870 77  WS-CUR-SND                      PIC S9(09) COMP VALUE 0.
002880 77  WS-FIND-SENDER                  PIC X(08) VALUE SPACES.
002890 01  WS-SENDER-TABLE.
002900     05  WS-SND-ENTRY OCCURS 100 TIMES.
002910         10  WS-SND-ID               PIC X(08).
002920         10  WS-SND-SENT             PIC S9(09) COMP.
002930         10  WS-SND-ACCEPTED         PIC S9(09) COMP.
002940         10  WS-SND-HELD             PIC S9(09) COMP.
002950         10  WS-SND-PROCESSED        PIC S9(09) COMP.
002960         10  WS-SND-LINES            PIC S9(09) COMP.
002970         10  WS-SND-REJECTS          PIC S9(09) COMP.
002980         10  WS-SND-DUPS             PIC S9(09) COMP.
002990         10  WS-SND-NOMATCH          PIC S9(09) COMP.
003000         10  WS-SND-RECON-CHECKED    PIC S9(09) COMP.
003010         10  WS-SND-RECON-FAILED     PIC S9(09) COMP.
003020         10  WS-SND-HELD-BY OCCURS 10 TIMES
003030                                     PIC S9(09) COMP.
003040         10  WS-SND-REJ-BY OCCURS 10 TIMES
003050                                     PIC S9(09) COMP.
003060*
003070*----------------------------------------------------------*
003080* HELD-FILE TABLE - EVERY FILE HELD IN THE MONTH, FOR THE    *
003090* SENDER'S FEEDBACK FILE.                                    *
003100*----------------------------------------------------------*
003110 77  WS-HLD-COUNT                    PIC S9(09) COMP VALUE 0.
003120 77  WS-HLD-MAX                      PIC S9(09) COMP VALUE 500.
003130 77  WS-HLD-I                        PIC S9(09) COMP VALUE 0.
003140 77  WS-HLD-DROPPED                  PIC S9(09) COMP VALUE 0.
003150 01  WS-HELD-TABLE.
003160     05  WS-HLD-ENTRY OCCURS 500 TIMES.
003170         10  WS-HLD-SND              PIC S9(09) COMP.
003180         10  WS-HLD-RUN-DATE         PIC 9(08).
003190         10  WS-HLD-FILE-NAME        PIC X(26).
003200         10  WS-HLD-REASON           PIC X(20).
003210         10  WS-HLD-DECLARED         PIC 9(09).
003220         10  WS-HLD-ACTUAL           PIC 9(09).
003230*
003240*----------------------------------------------------------*
003250* PROCESSED-FILE TABLE - EVERY INPUT FILE OF EVERY SCORED    *
003260* GENERATION, WITH ITS LINE FIGURES AND THE RECONCILIATION   *
003270* OUTCOME PAIRED UP FROM THE RUN HISTORY.                    *
003280*----------------------------------------------------------*
003290 77  WS-PRC-COUNT                    PIC S9(09) COMP VALUE 0.
003300 77  WS-PRC-MAX                      PIC S9(09) COMP VALUE 500.
003310 77  WS-PRC-I                        PIC S9(09) COMP VALUE 0.
003320 77  WS-PRC-CUR                      PIC S9(09) COMP VALUE 0.
003330 77  WS-PRC-DROPPED                  PIC S9(09) COMP VALUE 0.
003340 01  WS-PROCESSED-TABLE.
003350     05  WS-PRC-ENTRY OCCURS 500 TIMES.
003360         10  WS-PRC-SND              PIC S9(09) COMP.
003370         10  WS-PRC-GEN-SUFFIX       PIC X(14).
003380         10  WS-PRC-FILE-NAME        PIC X(30).
003390         10  WS-PRC-LINES            PIC S9(09) COMP.
003400         10  WS-PRC-REJECTS          PIC S9(09) COMP.
003410         10  WS-PRC-DUPS             PIC S9(09) COMP.
003420         10  WS-PRC-NOMATCH          PIC S9(09) COMP.
003430         10  WS-PRC-OUTCOME          PIC X(12).
003440*
003450*----------------------------------------------------------*
003460* GENERATION FILE-NAME TABLE - THE CURRENT GENERATION'S      *
003470* 'FI' NAMES IN PROCESSING ORDER.                            *
003480*----------------------------------------------------------*
003490 77  WS-GFN-COUNT                    PIC S9(09) COMP VALUE 0.
003500 77  WS-GFN-MAX                      PIC S9(09) COMP VALUE 100.
003510 77  WS-GEN-FILE-NO                  PIC S9(09) COMP VALUE 0.
003520 01  WS-GEN-FILE-TABLE.
003530     05  WS-GFN-NAME OCCURS 100 TIMES PIC X(30).
0353A1*----------------------------------------------------------*
0353A2* GENERATION LINE-COUNT TABLE - THE LINES OF EACH INPUT FILE *
0353A3* ON THE DETAIL REPORT, IN REPORT ORDER (ONLY THE FIRST 100  *
0353A4* ARE KEPT; THE FILE COUNT RUNS ON PAST THEM).               *
0353A5*----------------------------------------------------------*
0353A6 77  WS-GFL-COUNT                    PIC S9(09) COMP VALUE 0.
0353A7 01  WS-GEN-LINES-TABLE.
0353A8     05  WS-GFL-LINES OCCURS 100 TIMES PIC 9(09).
0353A9*----------------------------------------------------------*
0353B1* RUN-HISTORY FILE MAP - THE 'FL' RECORDS OF THE RUN BEING   *
0353B2* READ (NAME AND RECORD COUNT; THE RUN IS UNUSABLE ONCE A    *
0353B3* COUNT IS UNREADABLE OR THE TABLE OVERFLOWS), AND THE NAMES *
0353B4* OF THE NON-EMPTY FILES OF THE LATEST RUN THAT MATCHED.     *
0353B5*----------------------------------------------------------*
0353B6 77  WS-HRF-COUNT                    PIC S9(09) COMP VALUE 0.
0353B7 77  WS-HRF-I                        PIC S9(09) COMP VALUE 0.
0353B8 77  WS-HRF-K                        PIC S9(09) COMP VALUE 0.
0353B9 77  WS-HRF-USABLE-SW                PIC X(01) VALUE 'Y'.
0353C1 01  WS-HRF-TABLE.
0353C2     05  WS-HRF-ENTRY OCCURS 100 TIMES.
0353C3         10  WS-HRF-NAME             PIC X(30).
0353C4         10  WS-HRF-LINES            PIC 9(09).
0353C5 77  WS-HMP-COUNT                    PIC S9(09) COMP VALUE 0.
0353C6 01  WS-HMP-TABLE.
0353C7     05  WS-HMP-NAME OCCURS 100 TIMES PIC X(30).
0353C8*----------------------------------------------------------*
003540 77  WS-FIND-FILE-NAME               PIC X(30) VALUE SPACES.
003550 77  WS-LINE-NO-X                    PIC X(06).
003560 77  WS-LINE-NO                      PIC 9(06) VALUE 0.
003570 77  WS-PRIOR-LINE-NO                PIC 9(06) VALUE 0.
003580 77  WS-TMP                          PIC 9(09) VALUE 0.
003590 77  WS-PCT                          PIC 9(03)V9(02) VALUE 0.
003600 77  WS-PCT-COUNT                    PIC S9(09) COMP VALUE 0.
003610 77  WS-PCT-BASE                     PIC S9(09) COMP VALUE 0.
003620 77  WS-FEEDBACK-COUNT               PIC S9(09) COMP VALUE 0.
003630*
003640*----------------------------------------------------------*
003650* SCORECARD LINE - SHARED BY THE SCORECARD AND THE FEEDBACK  *
003660* FILES. 'HD' HEADER (MONTH, RUN DATE, SENDER ON A FEEDBACK  *
003670* FILE, GENERATIONS SCORED); 'SN' SENDER SUMMARY; 'HR' FILES *
003680* HELD FOR ONE REASON, WITH ITS PERCENTAGE OF FILES SENT;    *
003690* 'RR' LINES REJECTED FOR ONE REASON, WITH ITS PERCENTAGE OF *
003700* LINES PROCESSED. A FEEDBACK FILE ALSO CARRIES AN 'HF' LINE *
003710* PER HELD FILE AND A 'PF' LINE PER PROCESSED FILE. THE      *
003720* VIEWS SHARE ONE RECORD THROUGH REDEFINES.                  *
003730*----------------------------------------------------------*
003740 01  WS-SCORE-LINE.
003750     05  SCL-RECORD-TYPE              PIC X(02).
003760     05  FILLER                       PIC X(01).
003770     05  SCL-DETAIL                   PIC X(120).
003780     05  SCL-HEADER-DETAIL REDEFINES SCL-DETAIL.
003790         10  SCL-MONTH                PIC 9(06).
003800         10  FILLER                   PIC X(01).
003810         10  SCL-RUN-DATE             PIC 9(08).
003820         10  FILLER                   PIC X(01).
003830         10  SCL-HD-SENDER            PIC X(08).
003840         10  FILLER                   PIC X(01).
003850         10  SCL-GEN-COUNT            PIC 9(04).
003860         10  FILLER                   PIC X(91).
003870     05  SCL-SUMMARY-DETAIL REDEFINES SCL-DETAIL.
003880         10  SCL-SENDER               PIC X(08).
003890         10  FILLER                   PIC X(01).
003900         10  SCL-FILES-SENT           PIC 9(05).
003910         10  FILLER                   PIC X(01).
003920         10  SCL-FILES-ACCEPTED       PIC 9(05).
003930         10  FILLER                   PIC X(01).
003940         10  SCL-FILES-HELD           PIC 9(05).
003950         10  FILLER                   PIC X(01).
003960         10  SCL-FILES-PROCESSED      PIC 9(05).
003970         10  FILLER                   PIC X(01).
003980         10  SCL-LINES                PIC 9(09).
003990         10  FILLER                   PIC X(01).
004000         10  SCL-REJECTS              PIC 9(09).
004010         10  FILLER                   PIC X(01).
004020         10  SCL-REJECT-PCT           PIC 9(03).9(02).
004030         10  FILLER                   PIC X(01).
004040         10  SCL-DUPS                 PIC 9(09).
004050         10  FILLER                   PIC X(01).
004060         10  SCL-NOMATCH              PIC 9(09).
004070         10  FILLER                   PIC X(01).
004080         10  SCL-RECON-CHECKED        PIC 9(05).
004090         10  FILLER                   PIC X(01).
004100         10  SCL-RECON-FAILED         PIC 9(05).
004110         10  FILLER                   PIC X(24).
004120     05  SCL-REASON-DETAIL REDEFINES SCL-DETAIL.
004130         10  SCL-RSN-SENDER           PIC X(08).
004140         10  FILLER                   PIC X(01).
004150         10  SCL-RSN-REASON           PIC X(25).
004160         10  FILLER                   PIC X(01).
004170         10  SCL-RSN-COUNT            PIC 9(09).
004180         10  FILLER                   PIC X(01).
004190         10  SCL-RSN-PCT              PIC 9(03).9(02).
004200         10  FILLER                   PIC X(69).
004210     05  SCL-HELD-DETAIL REDEFINES SCL-DETAIL.
004220         10  SCL-HF-SENDER            PIC X(08).
004230         10  FILLER                   PIC X(01).
004240         10  SCL-HF-RUN-DATE          PIC 9(08).
004250         10  FILLER                   PIC X(01).
004260         10  SCL-HF-FILE-NAME         PIC X(26).
004270         10  FILLER                   PIC X(01).
004280         10  SCL-HF-REASON            PIC X(20).
004290         10  FILLER                   PIC X(01).
004300         10  SCL-HF-DECLARED          PIC 9(09).
004310         10  FILLER                   PIC X(01).
004320         10  SCL-HF-ACTUAL            PIC 9(09).
004330         10  FILLER                   PIC X(35).
004340     05  SCL-FILE-DETAIL REDEFINES SCL-DETAIL.
004350         10  SCL-PF-SENDER            PIC X(08).
004360         10  FILLER                   PIC X(01).
004370         10  SCL-PF-GEN-SUFFIX        PIC X(14).
004380         10  FILLER                   PIC X(01).
004390         10  SCL-PF-FILE-NAME         PIC X(30).
004400         10  FILLER                   PIC X(01).
004410         10  SCL-PF-LINES             PIC 9(09).
004420         10  FILLER                   PIC X(01).
004430         10  SCL-PF-REJECTS           PIC 9(09).
004440         10  FILLER                   PIC X(01).
004450         10  SCL-PF-DUPS              PIC 9(09).
004460         10  FILLER                   PIC X(01).
004470         10  SCL-PF-NOMATCH           PIC 9(09).
004480         10  FILLER                   PIC X(01).
004490         10  SCL-PF-OUTCOME           PIC X(12).
004500         10  FILLER                   PIC X(13).
004510*
004520 PROCEDURE DIVISION.
004530*----------------------------------------------------------*
004540* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
004550*----------------------------------------------------------*
004560 0000-MAINLINE.
004570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004580     PERFORM 2000-SCAN-GENERATIONS THRU 2000-EXIT.
004590     PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT.
004600     PERFORM 8000-WRITE-SCORECARD THRU 8000-EXIT.
004610     PERFORM 8500-WRITE-FEEDBACK-FILES THRU 8500-EXIT.
004620     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004630     STOP RUN.
004640 0000-EXIT.
004650     EXIT.
004660*
004670*----------------------------------------------------------*
004680* 1000-INITIALIZE - STAMP THE RUN, SETTLE THE MONTH, LOAD    *
004690* THE STAGING HISTORY AND THE GENERATION CATALOGUE.          *
004700*----------------------------------------------------------*
004710 1000-INITIALIZE.
004720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004730     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
004740     PERFORM 1200-LOAD-STAGING-HISTORY THRU 1200-EXIT.
004750     PERFORM 1300-LOAD-CATALOGUE THRU 1300-EXIT.
004760 1000-EXIT.
004770     EXIT.
004780*
004790 1100-READ-PARAMETERS.
004800     MOVE WS-RUN-DATE(1:6) TO WS-SCORE-MONTH.
004810     OPEN INPUT SCOREPARM-FILE-NAME.
004820     IF WS-SCOREPARM-STATUS NOT = '00'
004830         DISPLAY "NO SCORECARD PARAMETER FILE (STATUS "
004840             WS-SCOREPARM-STATUS ") - SCORING THE CURRENT "
004850             "MONTH"
004860         GO TO 1100-EXIT
004870     END-IF.
004880     READ SCOREPARM-FILE-NAME
004890         AT END
004900             CLOSE SCOREPARM-FILE-NAME
004910             GO TO 1100-EXIT
004920     END-READ.
004930     IF SCP-MONTH NUMERIC
004940         AND SCP-MONTH(5:2) >= '01' AND SCP-MONTH(5:2) <= '12'
004950         MOVE SCP-MONTH TO WS-SCORE-MONTH
004960     ELSE
004970         DISPLAY "INVALID SCORECARD MONTH " SCP-MONTH
004980             " - SCORING THE CURRENT MONTH"
004990     END-IF.
005000     CLOSE SCOREPARM-FILE-NAME.
005010 1100-EXIT.
005020     EXIT.
005030*
005040*----------------------------------------------------------*
005050* 1200-LOAD-STAGING-HISTORY - COUNT THE MONTH'S FILES SENT   *
005060* AND HELD PER SENDER, AND BUILD THE STAGED-NAME TO SENDER   *
005070* MAP FROM EVERY ACCEPTANCE UP TO THE MONTH'S END. WITHOUT   *
005080* THE HISTORY NO FILE CAN BE TIED TO A SENDER.               *
005090*----------------------------------------------------------*
005100 1200-LOAD-STAGING-HISTORY.
005110     OPEN INPUT STAGHIST-FILE-NAME.
005120     IF WS-STAGHIST-STATUS NOT = '00'
005130         DISPLAY "ERROR: CANNOT OPEN STAGING HISTORY (STATUS "
005140             WS-STAGHIST-STATUS ") - NO FILE CAN BE TIED TO "
005150             "A SENDER"
005160         STOP RUN
005170     END-IF.
005180     MOVE 'N' TO WS-STAGHIST-EOF-SW.
005190     PERFORM 1250-READ-STAGHIST-RECORD THRU 1250-EXIT
005200         UNTIL WS-STAGHIST-EOF.
005210     CLOSE STAGHIST-FILE-NAME.
005220 1200-EXIT.
005230     EXIT.
005240*
005250 1250-READ-STAGHIST-RECORD.
005260     READ STAGHIST-FILE-NAME
005270         AT END
005280             SET WS-STAGHIST-EOF TO TRUE
005290             GO TO 1250-EXIT
005300     END-READ.
005310     IF SGH-RUN-DATE NOT NUMERIC
005320         GO TO 1250-EXIT
005330     END-IF.
005340     IF SGH-RUN-DATE(1:6) > WS-SCORE-MONTH
005350         GO TO 1250-EXIT
005360     END-IF.
005370     IF SGH-DISPOSITION = 'ACCEPTED'
005380         PERFORM 1270-MAP-SENDER THRU 1270-EXIT
005390     END-IF.
005400     IF SGH-RUN-DATE(1:6) NOT = WS-SCORE-MONTH
005410         GO TO 1250-EXIT
005420     END-IF.
005430     MOVE SGH-SENDER TO WS-FIND-SENDER.
005440     PERFORM 4000-FIND-SENDER THRU 4000-EXIT.
005450     MOVE WS-SND-HIT TO WS-CUR-SND.
005460     ADD 1 TO WS-SND-SENT(WS-CUR-SND).
005470     IF SGH-DISPOSITION = 'ACCEPTED'
005480         ADD 1 TO WS-SND-ACCEPTED(WS-CUR-SND)
005490         GO TO 1250-EXIT
005500     END-IF.
005510     ADD 1 TO WS-SND-HELD(WS-CUR-SND).
005520     MOVE SGH-REASON TO WS-FIND-HELD-REASON.
005530     PERFORM 4100-FIND-HELD-REASON THRU 4100-EXIT.
005540     ADD 1 TO WS-SND-HELD-BY(WS-CUR-SND, WS-HRN-HIT).
005550     IF WS-HLD-COUNT >= WS-HLD-MAX
005560         ADD 1 TO WS-HLD-DROPPED
005570         GO TO 1250-EXIT
005580     END-IF.
005590     ADD 1 TO WS-HLD-COUNT.
005600     MOVE WS-CUR-SND TO WS-HLD-SND(WS-HLD-COUNT).
005610     MOVE SGH-RUN-DATE TO WS-HLD-RUN-DATE(WS-HLD-COUNT).
005620     MOVE SGH-FILE-NAME TO WS-HLD-FILE-NAME(WS-HLD-COUNT).
005630     MOVE SGH-REASON TO WS-HLD-REASON(WS-HLD-COUNT).
005640     MOVE 0 TO WS-HLD-DECLARED(WS-HLD-COUNT).
005650     MOVE 0 TO WS-HLD-ACTUAL(WS-HLD-COUNT).
005660     IF SGH-DECLARED-COUNT NUMERIC
005670         MOVE SGH-DECLARED-COUNT TO WS-HLD-DECLARED(WS-HLD-COUNT)
005680     END-IF.
005690     IF SGH-ACTUAL-COUNT NUMERIC
005700         MOVE SGH-ACTUAL-COUNT TO WS-HLD-ACTUAL(WS-HLD-COUNT)
005710     END-IF.
005720 1250-EXIT.
005730     EXIT.
005740*
005750 1270-MAP-SENDER.
005760     MOVE SGH-FILE-NAME TO WS-MAP-KEY.
005770     PERFORM 4400-FIND-MAP-ENTRY THRU 4400-EXIT.
005780     IF WS-MAP-HIT = 0
005790         IF WS-MAP-COUNT >= WS-MAP-MAX
005800             DISPLAY "ERROR: SENDER MAP FULL - SCORECARD NOT "
005810                 "PRODUCED"
005820             STOP RUN
005830         END-IF
005840         ADD 1 TO WS-MAP-COUNT
005850         MOVE WS-MAP-COUNT TO WS-MAP-HIT
005860         MOVE SGH-FILE-NAME TO WS-MAP-FILE-NAME(WS-MAP-HIT)
005870     END-IF.
005880     MOVE SGH-SENDER TO WS-MAP-SENDER(WS-MAP-HIT).
005890 1270-EXIT.
005900     EXIT.
005910*
005920*----------------------------------------------------------*
005930* 1300-LOAD-CATALOGUE - SCAN THE CATALOGUE INTO THE          *
005940* GENERATION TABLE; THE LAST RECORD SEEN FOR EACH NUMBER     *
005950* WINS, AS IN THE MAIN RUN'S OWN CATALOGUE HANDLING.         *
005960*----------------------------------------------------------*
005970 1300-LOAD-CATALOGUE.
005980     PERFORM VARYING WS-GEN-I FROM 1 BY 1
005990             UNTIL WS-GEN-I > 9999
006000         MOVE 0 TO WS-GTB-DATE(WS-GEN-I)
006010         MOVE SPACES TO WS-GTB-OUTCOME(WS-GEN-I)
006020     END-PERFORM.
006030     OPEN INPUT GENCAT-FILE-NAME.
006040     IF WS-GENCAT-STATUS NOT = '00'
006050         DISPLAY "ERROR: CANNOT OPEN GENERATION CATALOGUE "
006060             "(STATUS " WS-GENCAT-STATUS ")"
006070         STOP RUN
006080     END-IF.
006090     MOVE 'N' TO WS-GENCAT-EOF-SW.
006100     PERFORM 1350-READ-GENCAT-RECORD THRU 1350-EXIT
006110         UNTIL WS-GENCAT-EOF.
006120     CLOSE GENCAT-FILE-NAME.
006130 1300-EXIT.
006140     EXIT.
006150*
006160 1350-READ-GENCAT-RECORD.
006170     READ GENCAT-FILE-NAME
006180         AT END
006190             SET WS-GENCAT-EOF TO TRUE
006200             GO TO 1350-EXIT
006210     END-READ.
006220     IF GCT-GEN-NUMBER NOT NUMERIC
006230         OR GCT-GEN-DATE NOT NUMERIC
006240         OR GCT-GEN-NUMBER = 0
006250         GO TO 1350-EXIT
006260     END-IF.
006270     MOVE GCT-GEN-DATE TO WS-GTB-DATE(GCT-GEN-NUMBER).
006280     MOVE GCT-OUTCOME TO WS-GTB-OUTCOME(GCT-GEN-NUMBER).
006290     IF GCT-GEN-NUMBER > WS-GEN-MAX-SEEN
006300         MOVE GCT-GEN-NUMBER TO WS-GEN-MAX-SEEN
006310     END-IF.
006320 1350-EXIT.
006330     EXIT.
006340*
006350*----------------------------------------------------------*
006360* 2000-SCAN-GENERATIONS - SCORE EVERY GENERATION DATED IN    *
006370* THE MONTH THAT STANDS. ABORTED AND REVERSED GENERATIONS    *
006380* NEVER REACHED DOWNSTREAM AND ARE LEFT OUT.                 *
006390*----------------------------------------------------------*
006400 2000-SCAN-GENERATIONS.
006410     PERFORM VARYING WS-GEN-I FROM 1 BY 1
006420             UNTIL WS-GEN-I > WS-GEN-MAX-SEEN
006430         IF WS-GTB-DATE(WS-GEN-I)(1:6) = WS-SCORE-MONTH
006440             IF WS-GTB-OUTCOME(WS-GEN-I) = 'NORMAL'
006450                 OR WS-GTB-OUTCOME(WS-GEN-I) = 'AMENDED'
006460                 PERFORM 2100-SCAN-GENERATION THRU 2100-EXIT
006470             ELSE
006480                 ADD 1 TO WS-GENS-SKIPPED
006490             END-IF
006500         END-IF
006510     END-PERFORM.
006520 2000-EXIT.
006530     EXIT.
006540*
006550*----------------------------------------------------------*
006560* 2100-SCAN-GENERATION - NAME THE GENERATION'S FILES, LOAD   *
006570* ITS INPUT FILE NAMES, AND WALK ITS DETAIL REPORT WITH THE  *
006580* REJECT FILE IN STEP. A GENERATION WHOSE STATISTICS FILE    *
006581* NAMES A DIFFERENT NUMBER OF FILES FROM ITS DETAIL REPORT,  *
006582* WITH NO RUN ON THE RUN HISTORY TO ACCOUNT FOR IT, IS NOT   *
006583* SCORED.                                                    *
006590*----------------------------------------------------------*
006600 2100-SCAN-GENERATION.
006610     MOVE WS-GEN-I TO WS-GEN-NUMBER.
006620     MOVE SPACES TO WS-GEN-SUFFIX.
006630     STRING WS-GTB-DATE(WS-GEN-I) DELIMITED BY SIZE
006640            '.G' DELIMITED BY SIZE
006650            WS-GEN-NUMBER DELIMITED BY SIZE
006660            INTO WS-GEN-SUFFIX.
006670     MOVE SPACES TO WS-STATS-FILE-ID.
006680     STRING 'day3stats.' DELIMITED BY SIZE
006690            WS-GEN-SUFFIX DELIMITED BY SPACE
006700            '.txt' DELIMITED BY SIZE
006710            INTO WS-STATS-FILE-ID.
006720     MOVE SPACES TO WS-REPORT-FILE-ID.
006730     STRING 'day3report.' DELIMITED BY SIZE
006740            WS-GEN-SUFFIX DELIMITED BY SPACE
006750            '.txt' DELIMITED BY SIZE
006760            INTO WS-REPORT-FILE-ID.
006770     MOVE SPACES TO WS-REJECT-FILE-ID.
006780     STRING 'day3reject.' DELIMITED BY SIZE
006790            WS-GEN-SUFFIX DELIMITED BY SPACE
006800            '.txt' DELIMITED BY SIZE
006810            INTO WS-REJECT-FILE-ID.
006820     OPEN INPUT REPORT-FILE-NAME.
006830     IF WS-REPORT-STATUS NOT = '00'
006840         DISPLAY "WARNING: NO DETAIL REPORT " WS-REPORT-FILE-ID
006850             " (STATUS " WS-REPORT-STATUS ") - GENERATION "
006860             WS-GEN-SUFFIX " NOT SCORED"
006870         ADD 1 TO WS-GENS-SKIPPED
006880         GO TO 2100-EXIT
006890     END-IF.
006900     PERFORM 2200-LOAD-FILE-NAMES THRU 2200-EXIT.
0690A1     PERFORM 2260-COUNT-FILE-LINES THRU 2260-EXIT.
0690A2     IF WS-GFN-COUNT > 0 AND WS-GFL-COUNT NOT = WS-GFN-COUNT
0690A3         PERFORM 2280-MAP-FROM-HISTORY THRU 2280-EXIT
0690A4     END-IF.
0690A5     IF WS-GFN-COUNT > 0 AND WS-GFL-COUNT NOT = WS-GFN-COUNT
0690A6         DISPLAY "WARNING: GENERATION " WS-GEN-SUFFIX
0690A7             " DETAIL REPORT SHOWS " WS-GFL-COUNT
0690A8             " INPUT FILES, STATISTICS FILE NAMES "
0690A9             WS-GFN-COUNT " AND NO RUN ON THE RUN HISTORY "
0690B1             "ACCOUNTS FOR THE DIFFERENCE - NOT SCORED"
0690B2         ADD 1 TO WS-GENS-SKIPPED
0690B3         GO TO 2100-EXIT
0690B4     END-IF.
0690B5     OPEN INPUT REPORT-FILE-NAME.
0690B6     IF WS-REPORT-STATUS NOT = '00'
0690B7         DISPLAY "WARNING: NO DETAIL REPORT " WS-REPORT-FILE-ID
0690B8             " (STATUS " WS-REPORT-STATUS ") - GENERATION "
0690B9             WS-GEN-SUFFIX " NOT SCORED"
0690C1         ADD 1 TO WS-GENS-SKIPPED
0690C2         GO TO 2100-EXIT
0690C3     END-IF.
006910     MOVE 'N' TO WS-REJECT-EOF-SW.
006920     OPEN INPUT REJECT-FILE-NAME.
006930     IF WS-REJECT-STATUS NOT = '00'
006940         DISPLAY "WARNING: NO REJECT FILE " WS-REJECT-FILE-ID
006950             " - REJECT REASONS NOT AVAILABLE"
006960         SET WS-REJECT-EOF TO TRUE
006970     END-IF.
006980     ADD 1 TO WS-GENS-SCANNED.
006990     MOVE 0 TO WS-GEN-FILE-NO.
007000     MOVE 0 TO WS-PRIOR-LINE-NO.
007010     MOVE 'N' TO WS-REPORT-EOF-SW.
007020     PERFORM 2300-READ-REPORT-RECORD THRU 2300-EXIT
007030         UNTIL WS-REPORT-EOF.
007040     CLOSE REPORT-FILE-NAME.
007050     IF WS-REJECT-STATUS = '00' OR WS-REJECT-STATUS = '10'
007060         CLOSE REJECT-FILE-NAME
007130     END-IF.
007140 2100-EXIT.
007150     EXIT.
007160*
007170*----------------------------------------------------------*
007180* 2200-LOAD-FILE-NAMES - THE 'FI' SECTION HEADERS OF THE     *
007190* GENERATION'S STATISTICS FILE, IN PROCESSING ORDER. FILES   *
007200* IT DOES NOT NAME CANNOT BE TIED TO A SENDER.               *
007210*----------------------------------------------------------*
007220 2200-LOAD-FILE-NAMES.
007230     MOVE 0 TO WS-GFN-COUNT.
007240     OPEN INPUT STATS-FILE-NAME.
007250     IF WS-STATS-STATUS NOT = '00'
007260         DISPLAY "WARNING: NO STATISTICS FILE "
007270             WS-STATS-FILE-ID " - INPUT FILES OF GENERATION "
007280             WS-GEN-SUFFIX " SCORED UNDER UNKNOWN"
007290         GO TO 2200-EXIT
007300     END-IF.
007310     MOVE 'N' TO WS-STATS-EOF-SW.
007320     PERFORM 2250-READ-STATS-RECORD THRU 2250-EXIT
007330         UNTIL WS-STATS-EOF.
007340     CLOSE STATS-FILE-NAME.
007350 2200-EXIT.
007360     EXIT.
007370*
007380 2250-READ-STATS-RECORD.
007390     READ STATS-FILE-NAME
007400         AT END
007410             SET WS-STATS-EOF TO TRUE
007420             GO TO 2250-EXIT
007430     END-READ.
007440     IF STA-RECORD-TYPE NOT = 'FI'
007450         GO TO 2250-EXIT
007460     END-IF.
007470     IF WS-GFN-COUNT >= WS-GFN-MAX
007480         GO TO 2250-EXIT
007490     END-IF.
007500     ADD 1 TO WS-GFN-COUNT.
007510     MOVE STA-FILE-NAME TO WS-GFN-NAME(WS-GFN-COUNT).
007520 2250-EXIT.
007530     EXIT.
007540*
0754A1*----------------------------------------------------------*
0754A2* 2260-COUNT-FILE-LINES - A FIRST PASS OF THE DETAIL REPORT  *
0754A3* (ALREADY OPEN) FOR THE NUMBER OF INPUT FILES IT SHOWS AND  *
0754A4* EACH FILE'S LINE COUNT, SPLITTING FILES AS 2300 DOES. THE  *
0754A5* REPORT IS CLOSED AGAIN FOR THE SCORING PASS.               *
0754A6*----------------------------------------------------------*
0754A7 2260-COUNT-FILE-LINES.
0754A8     MOVE 0 TO WS-GFL-COUNT.
0754A9     MOVE 0 TO WS-PRIOR-LINE-NO.
0754B1     MOVE 'N' TO WS-REPORT-EOF-SW.
0754B2     PERFORM 2270-COUNT-REPORT-RECORD THRU 2270-EXIT
0754B3         UNTIL WS-REPORT-EOF.
0754B4     CLOSE REPORT-FILE-NAME.
0754B5 2260-EXIT.
0754B6     EXIT.
0754B7*
0754B8 2270-COUNT-REPORT-RECORD.
0754B9     READ REPORT-FILE-NAME
0754C1         AT END
0754C2             SET WS-REPORT-EOF TO TRUE
0754C3             GO TO 2270-EXIT
0754C4     END-READ.
0754C5     MOVE DET-LINE-NO TO WS-LINE-NO-X.
0754C6     INSPECT WS-LINE-NO-X
0754C7         REPLACING LEADING SPACES BY ZEROS.
0754C8     IF WS-LINE-NO-X NOT NUMERIC
0754C9         GO TO 2270-EXIT
0754D1     END-IF.
0754D2     MOVE WS-LINE-NO-X TO WS-LINE-NO.
0754D3     IF WS-GFL-COUNT = 0 OR WS-LINE-NO <= WS-PRIOR-LINE-NO
0754D4         ADD 1 TO WS-GFL-COUNT
0754D5         IF WS-GFL-COUNT <= WS-GFN-MAX
0754D6             MOVE 0 TO WS-GFL-LINES(WS-GFL-COUNT)
0754D7         END-IF
0754D8     END-IF.
0754D9     MOVE WS-LINE-NO TO WS-PRIOR-LINE-NO.
0754E1     IF WS-GFL-COUNT <= WS-GFN-MAX
0754E2         ADD 1 TO WS-GFL-LINES(WS-GFL-COUNT)
0754E3     END-IF.
0754E4 2270-EXIT.
0754E5     EXIT.
0754E6*
0754E7*----------------------------------------------------------*
0754E8* 2280-MAP-FROM-HISTORY - THE STATISTICS FILE HAS A SECTION  *
0754E9* FOR EVERY INPUT FILE, EMPTY OR NOT; THE DETAIL REPORT ONLY *
0754F1* SHOWS FILES THAT HAD LINES. A RUN ON THE RUN HISTORY       *
0754F2* MATCHES WHEN ITS 'FL' RECORDS NAME THE SAME FILES IN THE   *
0754F3* SAME ORDER AND ITS NON-EMPTY FILES' RECORD COUNTS ARE THE  *
0754F4* LINE COUNTS THE DETAIL REPORT SHOWS. THE LATEST MATCH      *
0754F5* WINS, AND ITS NON-EMPTY FILES BECOME THE FILE NAMES.       *
0754F6* WITHOUT A MATCH THE NAMES ARE LEFT AS THEY WERE.           *
0754F7*----------------------------------------------------------*
0754F8 2280-MAP-FROM-HISTORY.
0754F9     MOVE 'N' TO WS-HMP-FOUND-SW.
0754G1     OPEN INPUT HISTORY-FILE-NAME.
0754G2     IF WS-HISTORY-STATUS NOT = '00'
0754G3         DISPLAY "NO RUN HISTORY FILE (STATUS " WS-HISTORY-STATUS
0754G4             ") - INPUT FILES OF GENERATION " WS-GEN-SUFFIX
0754G5             " CANNOT BE MAPPED"
0754G6         GO TO 2280-EXIT
0754G7     END-IF.
0754G8     MOVE 0 TO WS-HRF-COUNT.
0754G9     MOVE 'Y' TO WS-HRF-USABLE-SW.
0754H1     MOVE 'N' TO WS-HISTORY-EOF-SW.
0754H2     PERFORM 2285-READ-HISTORY-RECORD THRU 2285-EXIT
0754H3         UNTIL WS-HISTORY-EOF.
0754H4     CLOSE HISTORY-FILE-NAME.
0754H5     PERFORM 2290-MATCH-RUN THRU 2290-EXIT.
0754H6     IF NOT WS-HMP-FOUND
0754H7         GO TO 2280-EXIT
0754H8     END-IF.
0754H9     DISPLAY "GENERATION " WS-GEN-SUFFIX " INPUT FILES MAPPED "
0754J1         "FROM THE RUN HISTORY - " WS-GFN-COUNT " NAMED, "
0754J2         WS-HMP-COUNT " WITH LINES".
0754J3     PERFORM VARYING WS-HRF-I FROM 1 BY 1
0754J4             UNTIL WS-HRF-I > WS-HMP-COUNT
0754J5         MOVE WS-HMP-NAME(WS-HRF-I) TO WS-GFN-NAME(WS-HRF-I)
0754J6     END-PERFORM.
0754J7     MOVE WS-HMP-COUNT TO WS-GFN-COUNT.
0754J8 2280-EXIT.
0754J9     EXIT.
0754K1*
0754K2 2285-READ-HISTORY-RECORD.
0754K3     READ HISTORY-FILE-NAME
0754K4         AT END
0754K5             SET WS-HISTORY-EOF TO TRUE
0754K6             GO TO 2285-EXIT
0754K7     END-READ.
0754K8     IF HST-RECORD-TYPE = 'HD'
0754K9         PERFORM 2290-MATCH-RUN THRU 2290-EXIT
0754L1         MOVE 0 TO WS-HRF-COUNT
0754L2         MOVE 'Y' TO WS-HRF-USABLE-SW
0754L3         GO TO 2285-EXIT
0754L4     END-IF.
0754L5     IF HST-RECORD-TYPE NOT = 'FL'
0754L6         GO TO 2285-EXIT
0754L7     END-IF.
0754L8     IF WS-HRF-COUNT >= WS-GFN-MAX OR HST-RECORD-COUNT NOT NUMERIC
0754L9         MOVE 'N' TO WS-HRF-USABLE-SW
0754M1         GO TO 2285-EXIT
0754M2     END-IF.
0754M3     ADD 1 TO WS-HRF-COUNT.
0754M4     MOVE HST-FILE-NAME TO WS-HRF-NAME(WS-HRF-COUNT).
0754M5     MOVE HST-RECORD-COUNT TO WS-HRF-LINES(WS-HRF-COUNT).
0754M6 2285-EXIT.
0754M7     EXIT.
0754M8*
0754M9*----------------------------------------------------------*
0754N1* 2290-MATCH-RUN - TEST THE RUN JUST READ AGAINST THE        *
0754N2* STATISTICS FILE'S NAMES AND THE DETAIL REPORT'S LINE       *
0754N3* COUNTS, KEEPING ITS NON-EMPTY FILES' NAMES IF IT MATCHES.  *
0754N4*----------------------------------------------------------*
0754N5 2290-MATCH-RUN.
0754N6     IF WS-HRF-USABLE-SW NOT = 'Y'
0754N7         OR WS-HRF-COUNT NOT = WS-GFN-COUNT
0754N8         GO TO 2290-EXIT
0754N9     END-IF.
0754P1     SET WS-HRF-MATCH TO TRUE.
0754P2     MOVE 0 TO WS-HRF-K.
0754P3     PERFORM VARYING WS-HRF-I FROM 1 BY 1
0754P4             UNTIL WS-HRF-I > WS-HRF-COUNT OR NOT WS-HRF-MATCH
0754P5         IF WS-HRF-NAME(WS-HRF-I) NOT = WS-GFN-NAME(WS-HRF-I)
0754P6             MOVE 'N' TO WS-HRF-MATCH-SW
0754P7         END-IF
0754P8         IF WS-HRF-LINES(WS-HRF-I) > 0 AND WS-HRF-MATCH
0754P9             ADD 1 TO WS-HRF-K
0754Q1             IF WS-HRF-K > WS-GFL-COUNT
0754Q2                 MOVE 'N' TO WS-HRF-MATCH-SW
0754Q3             ELSE
0754Q4                 IF WS-HRF-LINES(WS-HRF-I)
0754Q5                         NOT = WS-GFL-LINES(WS-HRF-K)
0754Q6                     MOVE 'N' TO WS-HRF-MATCH-SW
0754Q7                 END-IF
0754Q8             END-IF
0754Q9         END-IF
0754R1     END-PERFORM.
0754R2     IF NOT WS-HRF-MATCH OR WS-HRF-K NOT = WS-GFL-COUNT
0754R3         GO TO 2290-EXIT
0754R4     END-IF.
0754R5     SET WS-HMP-FOUND TO TRUE.
0754R6     MOVE 0 TO WS-HMP-COUNT.
0754R7     PERFORM VARYING WS-HRF-I FROM 1 BY 1
0754R8             UNTIL WS-HRF-I > WS-HRF-COUNT
0754R9         IF WS-HRF-LINES(WS-HRF-I) > 0
0754S1             ADD 1 TO WS-HMP-COUNT
0754S2             MOVE WS-HRF-NAME(WS-HRF-I)
0754S3                 TO WS-HMP-NAME(WS-HMP-COUNT)
0754S4         END-IF
0754S5     END-PERFORM.
0754S6 2290-EXIT.
0754S7     EXIT.
0754S8*
007550*----------------------------------------------------------*
007560* 2300-READ-REPORT-RECORD - ONE DETAIL LINE: START A NEW     *
007570* INPUT FILE WHEREVER THE LINE NUMBER FALLS BACK, THEN COUNT *
007580* THE LINE AGAINST THE FILE AND ITS SENDER BY STATUS.        *
007590*----------------------------------------------------------*
007600 2300-READ-REPORT-RECORD.
007610     READ REPORT-FILE-NAME
007620         AT END
007630             SET WS-REPORT-EOF TO TRUE
007640             GO TO 2300-EXIT
007650     END-READ.
007660     MOVE DET-LINE-NO TO WS-LINE-NO-X.
007670     INSPECT WS-LINE-NO-X
007680         REPLACING LEADING SPACES BY ZEROS.
007690     IF WS-LINE-NO-X NOT NUMERIC
007700         DISPLAY "WARNING: GENERATION " WS-GEN-SUFFIX
007710             " DETAIL LINE NUMBER NOT NUMERIC - " DET-LINE-NO
007720         GO TO 2300-EXIT
007730     END-IF.
007740     MOVE WS-LINE-NO-X TO WS-LINE-NO.
007750     IF WS-GEN-FILE-NO = 0 OR WS-LINE-NO <= WS-PRIOR-LINE-NO
007760         PERFORM 2400-START-FILE THRU 2400-EXIT
007770     END-IF.
007780     MOVE WS-LINE-NO TO WS-PRIOR-LINE-NO.
007790     ADD 1 TO WS-SND-LINES(WS-CUR-SND).
007800     IF WS-PRC-CUR > 0
007810         ADD 1 TO WS-PRC-LINES(WS-PRC-CUR)
007820     END-IF.
007830     IF DET-STATUS = 'REJECTED'
007840         PERFORM 2500-TAKE-REJECT THRU 2500-EXIT
007850     END-IF.
007860     IF DET-STATUS = 'DUPLICAT'
007870         ADD 1 TO WS-SND-DUPS(WS-CUR-SND)
007880         IF WS-PRC-CUR > 0
007890             ADD 1 TO WS-PRC-DUPS(WS-PRC-CUR)
007900         END-IF
007910     END-IF.
007920     IF DET-STATUS = 'NO MATCH'
007930         ADD 1 TO WS-SND-NOMATCH(WS-CUR-SND)
007940         IF WS-PRC-CUR > 0
007950             ADD 1 TO WS-PRC-NOMATCH(WS-PRC-CUR)
007960         END-IF
007970     END-IF.
007980 2300-EXIT.
007990     EXIT.
008000*
008010*----------------------------------------------------------*
008020* 2400-START-FILE - THE NEXT INPUT FILE OF THE GENERATION:   *
008030* NAME IT FROM THE STATISTICS FILE, FIND ITS SENDER, AND     *
008040* OPEN ITS PROCESSED-FILE ENTRY.                             *
008050*----------------------------------------------------------*
008060 2400-START-FILE.
008070     ADD 1 TO WS-GEN-FILE-NO.
008080     MOVE SPACES TO WS-FIND-FILE-NAME.
008090     IF WS-GEN-FILE-NO <= WS-GFN-COUNT
008100         MOVE WS-GFN-NAME(WS-GEN-FILE-NO) TO WS-FIND-FILE-NAME
008110     ELSE
008120         MOVE WS-GEN-FILE-NO TO WS-TMP
008130         STRING 'INPUT FILE ' DELIMITED BY SIZE
008140                WS-TMP(7:3) DELIMITED BY SIZE
008150                INTO WS-FIND-FILE-NAME
008160     END-IF.
008170     PERFORM 4300-FIND-FILE-SENDER THRU 4300-EXIT.
008180     MOVE WS-SND-HIT TO WS-CUR-SND.
008190     ADD 1 TO WS-SND-PROCESSED(WS-CUR-SND).
008200     IF WS-PRC-COUNT >= WS-PRC-MAX
008210         MOVE 0 TO WS-PRC-CUR
008220         ADD 1 TO WS-PRC-DROPPED
008230         GO TO 2400-EXIT
008240     END-IF.
008250     ADD 1 TO WS-PRC-COUNT.
008260     MOVE WS-PRC-COUNT TO WS-PRC-CUR.
008270     MOVE WS-CUR-SND TO WS-PRC-SND(WS-PRC-CUR).
008280     MOVE WS-GEN-SUFFIX TO WS-PRC-GEN-SUFFIX(WS-PRC-CUR).
008290     MOVE WS-FIND-FILE-NAME TO WS-PRC-FILE-NAME(WS-PRC-CUR).
008300     MOVE 0 TO WS-PRC-LINES(WS-PRC-CUR).
008310     MOVE 0 TO WS-PRC-REJECTS(WS-PRC-CUR).
008320     MOVE 0 TO WS-PRC-DUPS(WS-PRC-CUR).
008330     MOVE 0 TO WS-PRC-NOMATCH(WS-PRC-CUR).
008340     MOVE SPACES TO WS-PRC-OUTCOME(WS-PRC-CUR).
008350 2400-EXIT.
008360     EXIT.
008370*
008380*----------------------------------------------------------*
008390* 2500-TAKE-REJECT - A REJECTED LINE: TAKE THE NEXT REJECT   *
008400* RECORD FOR ITS REASON AND COUNT IT AGAINST THE SENDER.     *
008410*----------------------------------------------------------*
008420 2500-TAKE-REJECT.
008430     ADD 1 TO WS-SND-REJECTS(WS-CUR-SND).
008440     IF WS-PRC-CUR > 0
008450         ADD 1 TO WS-PRC-REJECTS(WS-PRC-CUR)
008460     END-IF.
008470     MOVE 'REASON NOT RECORDED' TO WS-FIND-REJECT-REASON.
008480     IF NOT WS-REJECT-EOF
008490         READ REJECT-FILE-NAME
008500             AT END
008510                 SET WS-REJECT-EOF TO TRUE
008520             NOT AT END
008530                 MOVE RJT-REASON TO WS-FIND-REJECT-REASON
008540         END-READ
008550     END-IF.
008560     PERFORM 4200-FIND-REJECT-REASON THRU 4200-EXIT.
008570     ADD 1 TO WS-SND-REJ-BY(WS-CUR-SND, WS-RRN-HIT).
008580 2500-EXIT.
008590     EXIT.
008600*
008610*----------------------------------------------------------*
008620* 3000-SCAN-HISTORY - THE RECONCILIATION OUTCOMES OF THE     *
008630* MONTH'S RUNS. A FILE WITH NO CONTROL RECORD WAS NEVER      *
008640* CHECKED AND COUNTS AS NEITHER A PASS NOR A FAILURE.        *
008650*----------------------------------------------------------*
008660 3000-SCAN-HISTORY.
008670     OPEN INPUT HISTORY-FILE-NAME.
008680     IF WS-HISTORY-STATUS NOT = '00'
008690         DISPLAY "NO RUN HISTORY (STATUS " WS-HISTORY-STATUS
008700             ") - RECONCILIATION FIGURES NOT AVAILABLE"
008710         GO TO 3000-EXIT
008720     END-IF.
008730     MOVE 'N' TO WS-HISTORY-EOF-SW.
008740     MOVE 'N' TO WS-HD-IN-MONTH-SW.
008750     PERFORM 3100-READ-HISTORY-RECORD THRU 3100-EXIT
008760         UNTIL WS-HISTORY-EOF.
008770     CLOSE HISTORY-FILE-NAME.
008780 3000-EXIT.
008790     EXIT.
008800*
008810*----------------------------------------------------------*
008820* 3100-READ-HISTORY-RECORD - AN 'HD' RECORD OPENS A RUN; THE *
008830* 'FL' RECORDS OF A RUN DATED IN THE MONTH ARE SCORED. EACH  *
008840* OUTCOME IS ALSO PAIRED WITH THE EARLIEST PROCESSED-FILE    *
008850* ENTRY OF THE SAME NAME STILL WITHOUT ONE - RUNS AND        *
008860* GENERATIONS BOTH FALL IN DATE ORDER.                       *
008870*----------------------------------------------------------*
008880 3100-READ-HISTORY-RECORD.
008890     READ HISTORY-FILE-NAME
008900         AT END
008910             SET WS-HISTORY-EOF TO TRUE
008920             GO TO 3100-EXIT
008930     END-READ.
008940     IF HST-RECORD-TYPE = 'HD'
008950         MOVE 'N' TO WS-HD-IN-MONTH-SW
008960         IF HST-RUN-DATE NUMERIC
008970             AND HST-RUN-DATE(1:6) = WS-SCORE-MONTH
008980             SET WS-HD-IN-MONTH TO TRUE
008990         END-IF
009000         GO TO 3100-EXIT
009010     END-IF.
009020     IF HST-RECORD-TYPE NOT = 'FL' OR NOT WS-HD-IN-MONTH
009030         GO TO 3100-EXIT
009040     END-IF.
009050     IF HST-OUTCOME NOT = 'BALANCED'
009060         AND HST-OUTCOME NOT = 'OUT-OF-BAL'
009070         GO TO 3100-EXIT
009080     END-IF.
009090     MOVE HST-FILE-NAME TO WS-FIND-FILE-NAME.
009100     PERFORM 4300-FIND-FILE-SENDER THRU 4300-EXIT.
009110     MOVE WS-SND-HIT TO WS-CUR-SND.
009120     ADD 1 TO WS-SND-RECON-CHECKED(WS-CUR-SND).
009130     IF HST-OUTCOME = 'OUT-OF-BAL'
009140         ADD 1 TO WS-SND-RECON-FAILED(WS-CUR-SND)
009150     END-IF.
009160     MOVE 0 TO WS-PRC-CUR.
009170     PERFORM VARYING WS-PRC-I FROM 1 BY 1
009180             UNTIL WS-PRC-I > WS-PRC-COUNT OR WS-PRC-CUR > 0
009190         IF WS-PRC-FILE-NAME(WS-PRC-I) = HST-FILE-NAME
009200             AND WS-PRC-OUTCOME(WS-PRC-I) = SPACES
009210             MOVE WS-PRC-I TO WS-PRC-CUR
009220         END-IF
009230     END-PERFORM.
009240     IF WS-PRC-CUR > 0
009250         MOVE HST-OUTCOME TO WS-PRC-OUTCOME(WS-PRC-CUR)
009260     END-IF.
009270 3100-EXIT.
009280     EXIT.
009290*
009300*----------------------------------------------------------*
009310* 4000-FIND-SENDER - SLOT FOR THE SENDER IN WS-FIND-SENDER,  *
009320* ADDED ON FIRST SIGHT. A BLANK SENDER IS 'UNKNOWN'.         *
009330*----------------------------------------------------------*
009340 4000-FIND-SENDER.
009350     IF WS-FIND-SENDER = SPACES
009360         MOVE 'UNKNOWN' TO WS-FIND-SENDER
009370     END-IF.
009380     MOVE 0 TO WS-SND-HIT.
009390     PERFORM VARYING WS-SND-I FROM 1 BY 1
009400             UNTIL WS-SND-I > WS-SND-COUNT OR WS-SND-HIT > 0
009410         IF WS-SND-ID(WS-SND-I) = WS-FIND-SENDER
009420             MOVE WS-SND-I TO WS-SND-HIT
009430         END-IF
009440     END-PERFORM.
009450     IF WS-SND-HIT > 0
009460         GO TO 4000-EXIT
009470     END-IF.
009480     IF WS-SND-COUNT >= WS-SND-MAX
009490         DISPLAY "ERROR: SENDER TABLE FULL - SCORECARD NOT "
009500             "PRODUCED"
009510         STOP RUN
009520     END-IF.
009530     ADD 1 TO WS-SND-COUNT.
009540     MOVE WS-SND-COUNT TO WS-SND-HIT.
009550     MOVE WS-FIND-SENDER TO WS-SND-ID(WS-SND-HIT).
009560     MOVE 0 TO WS-SND-SENT(WS-SND-HIT).
009570     MOVE 0 TO WS-SND-ACCEPTED(WS-SND-HIT).
009580     MOVE 0 TO WS-SND-HELD(WS-SND-HIT).
009590     MOVE 0 TO WS-SND-PROCESSED(WS-SND-HIT).
009600     MOVE 0 TO WS-SND-LINES(WS-SND-HIT).
009610     MOVE 0 TO WS-SND-REJECTS(WS-SND-HIT).
009620     MOVE 0 TO WS-SND-DUPS(WS-SND-HIT).
009630     MOVE 0 TO WS-SND-NOMATCH(WS-SND-HIT).
009640     MOVE 0 TO WS-SND-RECON-CHECKED(WS-SND-HIT).
009650     MOVE 0 TO WS-SND-RECON-FAILED(WS-SND-HIT).
009660     PERFORM VARYING WS-HRN-I FROM 1 BY 1
009670             UNTIL WS-HRN-I > WS-RSN-MAX
009680         MOVE 0 TO WS-SND-HELD-BY(WS-SND-HIT, WS-HRN-I)
009690         MOVE 0 TO WS-SND-REJ-BY(WS-SND-HIT, WS-HRN-I)
009700     END-PERFORM.
009710 4000-EXIT.
009720     EXIT.
009730*
009740*----------------------------------------------------------*
009750* 4100-FIND-HELD-REASON / 4200-FIND-REJECT-REASON - SLOT FOR *
009760* A HOLD OR REJECT REASON, ADDED ON FIRST SIGHT.             *
009770*----------------------------------------------------------*
009780 4100-FIND-HELD-REASON.
009790     MOVE 0 TO WS-HRN-HIT.
009800     PERFORM VARYING WS-HRN-I FROM 1 BY 1
009810             UNTIL WS-HRN-I > WS-HRN-COUNT OR WS-HRN-HIT > 0
009820         IF WS-HRN-NAME(WS-HRN-I) = WS-FIND-HELD-REASON
009830             MOVE WS-HRN-I TO WS-HRN-HIT
009840         END-IF
009850     END-PERFORM.
009860     IF WS-HRN-HIT > 0
009870         GO TO 4100-EXIT
009880     END-IF.
009890     IF WS-HRN-COUNT < WS-RSN-MAX
009900         ADD 1 TO WS-HRN-COUNT
009910         MOVE WS-HRN-COUNT TO WS-HRN-HIT
009920         MOVE WS-FIND-HELD-REASON TO WS-HRN-NAME(WS-HRN-HIT)
009930     ELSE
009940         MOVE WS-RSN-MAX TO WS-HRN-HIT
009950         MOVE 'OTHER' TO WS-HRN-NAME(WS-HRN-HIT)
009960     END-IF.
009970 4100-EXIT.
009980     EXIT.
009990*
010000 4200-FIND-REJECT-REASON.
010010     MOVE 0 TO WS-RRN-HIT.
010020     PERFORM VARYING WS-RRN-I FROM 1 BY 1
010030             UNTIL WS-RRN-I > WS-RRN-COUNT OR WS-RRN-HIT > 0
010040         IF WS-RRN-NAME(WS-RRN-I) = WS-FIND-REJECT-REASON
010050             MOVE WS-RRN-I TO WS-RRN-HIT
010060         END-IF
010070     END-PERFORM.
010080     IF WS-RRN-HIT > 0
010090         GO TO 4200-EXIT
010100     END-IF.
010110     IF WS-RRN-COUNT < WS-RSN-MAX
010120         ADD 1 TO WS-RRN-COUNT
010130         MOVE WS-RRN-COUNT TO WS-RRN-HIT
010140         MOVE WS-FIND-REJECT-REASON TO WS-RRN-NAME(WS-RRN-HIT)
010150     ELSE
010160         MOVE WS-RSN-MAX TO WS-RRN-HIT
010170         MOVE 'OTHER' TO WS-RRN-NAME(WS-RRN-HIT)
010180     END-IF.
010190 4200-EXIT.
010200     EXIT.
010210*
010220*----------------------------------------------------------*
010230* 4300-FIND-FILE-SENDER - SENDER SLOT FOR THE PROCESSED FILE *
010240* NAMED IN WS-FIND-FILE-NAME. A STAGED FILE IS THE INBOUND   *
010250* NAME UNDER THE 'stg.' PREFIX; ANY OTHER NAME, OR ONE THE   *
010260* STAGING HISTORY NEVER ACCEPTED, IS 'UNKNOWN'.              *
010270*----------------------------------------------------------*
010280 4300-FIND-FILE-SENDER.
010290     MOVE SPACES TO WS-FIND-SENDER.
010300     IF WS-FIND-FILE-NAME(1:4) = 'stg.'
010310         MOVE WS-FIND-FILE-NAME(5:26) TO WS-MAP-KEY
010320         PERFORM 4400-FIND-MAP-ENTRY THRU 4400-EXIT
010330         IF WS-MAP-HIT > 0
010340             MOVE WS-MAP-SENDER(WS-MAP-HIT) TO WS-FIND-SENDER
010350         END-IF
010360     END-IF.
010370     PERFORM 4000-FIND-SENDER THRU 4000-EXIT.
010380 4300-EXIT.
010390     EXIT.
010400*
010410 4400-FIND-MAP-ENTRY.
010420     MOVE 0 TO WS-MAP-HIT.
010430     PERFORM VARYING WS-MAP-I FROM 1 BY 1
010440             UNTIL WS-MAP-I > WS-MAP-COUNT OR WS-MAP-HIT > 0
010450         IF WS-MAP-FILE-NAME(WS-MAP-I) = WS-MAP-KEY
010460             MOVE WS-MAP-I TO WS-MAP-HIT
010470         END-IF
010480     END-PERFORM.
010490 4400-EXIT.
010500     EXIT.
010510*
010520*----------------------------------------------------------*
010530* 8000-WRITE-SCORECARD - THE HEADER, THEN EACH SENDER'S      *
010540* SUMMARY AND REASON LINES.                                  *
010550*----------------------------------------------------------*
010560 8000-WRITE-SCORECARD.
010570     OPEN OUTPUT SCORECARD-FILE-NAME.
010580     IF WS-SCORECARD-STATUS NOT = '00'
010590         DISPLAY "ERROR: CANNOT OPEN SCORECARD (STATUS "
010600             WS-SCORECARD-STATUS ")"
010610         STOP RUN
010620     END-IF.
010630     SET WS-TO-SCORECARD TO TRUE.
010640     MOVE SPACES TO WS-FIND-SENDER.
010650     PERFORM 8050-WRITE-HEADER-LINE THRU 8050-EXIT.
010660     PERFORM VARYING WS-SND-I FROM 1 BY 1
010670             UNTIL WS-SND-I > WS-SND-COUNT
010680         PERFORM 8100-WRITE-SENDER-BLOCK THRU 8100-EXIT
010690     END-PERFORM.
010700     CLOSE SCORECARD-FILE-NAME.
010710 8000-EXIT.
010720     EXIT.
010730*
010740 8050-WRITE-HEADER-LINE.
010750     MOVE SPACES TO WS-SCORE-LINE.
010760     MOVE 'HD' TO SCL-RECORD-TYPE.
010770     MOVE WS-SCORE-MONTH TO SCL-MONTH.
010780     MOVE WS-RUN-DATE TO SCL-RUN-DATE.
010790     MOVE WS-FIND-SENDER TO SCL-HD-SENDER.
010800     MOVE WS-GENS-SCANNED TO SCL-GEN-COUNT.
010810     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
010820 8050-EXIT.
010830     EXIT.
010840*
010850*----------------------------------------------------------*
010860* 8100-WRITE-SENDER-BLOCK - THE 'SN' SUMMARY FOR SENDER      *
010870* WS-SND-I, THEN AN 'HR' LINE PER HOLD REASON AND AN 'RR'    *
010880* LINE PER REJECT REASON THE SENDER HAS ANY OF.              *
010890*----------------------------------------------------------*
010900 8100-WRITE-SENDER-BLOCK.
010910     MOVE SPACES TO WS-SCORE-LINE.
010920     MOVE 'SN' TO SCL-RECORD-TYPE.
010930     MOVE WS-SND-ID(WS-SND-I) TO SCL-SENDER.
010940     MOVE WS-SND-SENT(WS-SND-I) TO SCL-FILES-SENT.
010950     MOVE WS-SND-ACCEPTED(WS-SND-I) TO SCL-FILES-ACCEPTED.
010960     MOVE WS-SND-HELD(WS-SND-I) TO SCL-FILES-HELD.
010970     MOVE WS-SND-PROCESSED(WS-SND-I) TO SCL-FILES-PROCESSED.
010980     MOVE WS-SND-LINES(WS-SND-I) TO SCL-LINES.
010990     MOVE WS-SND-REJECTS(WS-SND-I) TO SCL-REJECTS.
011000     MOVE WS-SND-REJECTS(WS-SND-I) TO WS-PCT-COUNT.
011010     MOVE WS-SND-LINES(WS-SND-I) TO WS-PCT-BASE.
011020     PERFORM 8800-PERCENTAGE THRU 8800-EXIT.
011030     MOVE WS-PCT TO SCL-REJECT-PCT.
011040     MOVE WS-SND-DUPS(WS-SND-I) TO SCL-DUPS.
011050     MOVE WS-SND-NOMATCH(WS-SND-I) TO SCL-NOMATCH.
011060     MOVE WS-SND-RECON-CHECKED(WS-SND-I) TO SCL-RECON-CHECKED.
011070     MOVE WS-SND-RECON-FAILED(WS-SND-I) TO SCL-RECON-FAILED.
011080     PERFORM 8900-PUT-LINE THRU 8900-EXIT.
011090     PERFORM VARYING WS-HRN-I FROM 1 BY 1
011100             UNTIL WS-HRN-I > WS-HRN-COUNT
011110         IF WS-SND-HELD-BY(WS-SND-I, WS-HRN-I) > 0
011120             MOVE SPACES TO WS-SCORE-LINE
011130             MOVE 'HR' TO SCL-RECORD-TYPE
011140             MOVE WS-SND-ID(WS-SND-I) TO SCL-RSN-SENDER
011150             MOVE WS-HRN-NAME(WS-HRN-I) TO SCL-RSN-REASON
011160             MOVE WS-SND-HELD-BY(WS-SND-I, WS-HRN-I)
011170                 TO SCL-RSN-COUNT
011180             MOVE WS-SND-HELD-BY(WS-SND-I, WS-HRN-I)
011190                 TO WS-PCT-COUNT
011200             MOVE WS-SND-SENT(WS-SND-I) TO WS-PCT-BASE
011210             PERFORM 8800-PERCENTAGE THRU 8800-EXIT
011220             MOVE WS-PCT TO SCL-RSN-PCT
011230             PERFORM 8900-PUT-LINE THRU 8900-EXIT
011240         END-IF
011250     END-PERFORM.
011260     PERFORM VARYING WS-RRN-I FROM 1 BY 1
011270             UNTIL WS-RRN-I > WS-RRN-COUNT
011280         IF WS-SND-REJ-BY(WS-SND-I, WS-RRN-I) > 0
011290             MOVE SPACES TO WS-SCORE-LINE
011300             MOVE 'RR' TO SCL-RECORD-TYPE
011310             MOVE WS-SND-ID(WS-SND-I) TO SCL-RSN-SENDER
011320             MOVE WS-RRN-NAME(WS-RRN-I) TO SCL-RSN-REASON
011330             MOVE WS-SND-REJ-BY(WS-SND-I, WS-RRN-I)
011340                 TO SCL-RSN-COUNT
011350             MOVE WS-SND-REJ-BY(WS-SND-I, WS-RRN-I)
011360                 TO WS-PCT-COUNT
011370             MOVE WS-SND-LINES(WS-SND-I) TO WS-PCT-BASE
011380             PERFORM 8800-PERCENTAGE THRU 8800-EXIT
011390             MOVE WS-PCT TO SCL-RSN-PCT
011400             PERFORM 8900-PUT-LINE THRU 8900-EXIT
011410         END-IF
011420     END-PERFORM.
011430 8100-EXIT.
011440     EXIT.
011450*
011460*----------------------------------------------------------*
011470* 8500-WRITE-FEEDBACK-FILES - ONE FILE PER NAMED SENDER,     *
011480* day3feedback.<SENDER>.<YYYYMM>.txt: THE SCORECARD HEADER   *
011490* AND BLOCK FOR THAT SENDER, THEN THE FILES BEHIND THE       *
011500* FIGURES. 'UNKNOWN' HAS NOBODY TO SEND TO.                  *
011510*----------------------------------------------------------*
011520 8500-WRITE-FEEDBACK-FILES.
011530     SET WS-TO-FEEDBACK TO TRUE.
011540     PERFORM VARYING WS-SND-I FROM 1 BY 1
011550             UNTIL WS-SND-I > WS-SND-COUNT
011560         IF WS-SND-ID(WS-SND-I) NOT = 'UNKNOWN'
011570             PERFORM 8600-WRITE-ONE-FEEDBACK THRU 8600-EXIT
011580         END-IF
011590     END-PERFORM.
011600 8500-EXIT.
011610     EXIT.
011620*
011630 8600-WRITE-ONE-FEEDBACK.
011640     MOVE SPACES TO WS-FEEDBACK-FILE-ID.
011650     STRING 'day3feedback.' DELIMITED BY SIZE
011660            WS-SND-ID(WS-SND-I) DELIMITED BY SPACE
011670            '.' DELIMITED BY SIZE
011680            WS-SCORE-MONTH DELIMITED BY SIZE
011690            '.txt' DELIMITED BY SIZE
011700            INTO WS-FEEDBACK-FILE-ID.
011710     OPEN OUTPUT FEEDBACK-FILE-NAME.
011720     IF WS-FEEDBACK-STATUS NOT = '00'
011730         DISPLAY "WARNING: CANNOT OPEN FEEDBACK FILE "
011740             WS-FEEDBACK-FILE-ID " (STATUS " WS-FEEDBACK-STATUS
011750             ")"
011760         GO TO 8600-EXIT
011770     END-IF.
011780     MOVE WS-SND-ID(WS-SND-I) TO WS-FIND-SENDER.
011790     PERFORM 8050-WRITE-HEADER-LINE THRU 8050-EXIT.
011800     PERFORM 8100-WRITE-SENDER-BLOCK THRU 8100-EXIT.
011810     PERFORM VARYING WS-HLD-I FROM 1 BY 1
011820             UNTIL WS-HLD-I > WS-HLD-COUNT
011830         IF WS-HLD-SND(WS-HLD-I) = WS-SND-I
011840             MOVE SPACES TO WS-SCORE-LINE
011850             MOVE 'HF' TO SCL-RECORD-TYPE
011860             MOVE WS-SND-ID(WS-SND-I) TO SCL-HF-SENDER
011870             MOVE WS-HLD-RUN-DATE(WS-HLD-I) TO SCL-HF-RUN-DATE
011880             MOVE WS-HLD-FILE-NAME(WS-HLD-I)
011890                 TO SCL-HF-FILE-NAME
011900             MOVE WS-HLD-REASON(WS-HLD-I) TO SCL-HF-REASON
011910             MOVE WS-HLD-DECLARED(WS-HLD-I) TO SCL-HF-DECLARED
011920             MOVE WS-HLD-ACTUAL(WS-HLD-I) TO SCL-HF-ACTUAL
011930             PERFORM 8900-PUT-LINE THRU 8900-EXIT
011940         END-IF
011950     END-PERFORM.
011960     PERFORM VARYING WS-PRC-I FROM 1 BY 1
011970             UNTIL WS-PRC-I > WS-PRC-COUNT
011980         IF WS-PRC-SND(WS-PRC-I) = WS-SND-I
011990             MOVE SPACES TO WS-SCORE-LINE
012000             MOVE 'PF' TO SCL-RECORD-TYPE
012010             MOVE WS-SND-ID(WS-SND-I) TO SCL-PF-SENDER
012020             MOVE WS-PRC-GEN-SUFFIX(WS-PRC-I)
012030                 TO SCL-PF-GEN-SUFFIX
012040             MOVE WS-PRC-FILE-NAME(WS-PRC-I)
012050                 TO SCL-PF-FILE-NAME
012060             MOVE WS-PRC-LINES(WS-PRC-I) TO SCL-PF-LINES
012070             MOVE WS-PRC-REJECTS(WS-PRC-I) TO SCL-PF-REJECTS
012080             MOVE WS-PRC-DUPS(WS-PRC-I) TO SCL-PF-DUPS
012090             MOVE WS-PRC-NOMATCH(WS-PRC-I) TO SCL-PF-NOMATCH
012100             MOVE WS-PRC-OUTCOME(WS-PRC-I) TO SCL-PF-OUTCOME
012110             PERFORM 8900-PUT-LINE THRU 8900-EXIT
012120         END-IF
012130     END-PERFORM.
012140     CLOSE FEEDBACK-FILE-NAME.
012150     ADD 1 TO WS-FEEDBACK-COUNT.
012160     DISPLAY "FEEDBACK FILE WRITTEN: " WS-FEEDBACK-FILE-ID.
012170 8600-EXIT.
012180     EXIT.
012190*
012200*----------------------------------------------------------*
012210* 8800-PERCENTAGE - WS-PCT-COUNT AS A PERCENTAGE OF          *
012220* WS-PCT-BASE, TO TWO PLACES; NOTHING OF NOTHING IS ZERO.    *
012230*----------------------------------------------------------*
012240 8800-PERCENTAGE.
012250     MOVE 0 TO WS-PCT.
012260     IF WS-PCT-BASE > 0
012270         COMPUTE WS-PCT ROUNDED =
012280             WS-PCT-COUNT * 100 / WS-PCT-BASE
012290     END-IF.
012300 8800-EXIT.
012310     EXIT.
012320*
012330 8900-PUT-LINE.
012340     IF WS-TO-FEEDBACK
012350         WRITE FEEDBACK-REC FROM WS-SCORE-LINE
012360     ELSE
012370         WRITE SCORECARD-REC FROM WS-SCORE-LINE
012380     END-IF.
012390 8900-EXIT.
012400     EXIT.
012410*
012420*----------------------------------------------------------*
012430* 9999-TERMINATE - OPERATOR SUMMARY.                         *
012440*----------------------------------------------------------*
012450 9999-TERMINATE.
012460     DISPLAY "SCORECARD MONTH:      " WS-SCORE-MONTH.
012470     DISPLAY "GENERATIONS SCORED:   " WS-GENS-SCANNED.
012480     DISPLAY "GENERATIONS SKIPPED:  " WS-GENS-SKIPPED.
012490     DISPLAY "SENDERS SCORED:       " WS-SND-COUNT.
012500     DISPLAY "FEEDBACK FILES:       " WS-FEEDBACK-COUNT.
012510     IF WS-HLD-DROPPED > 0 OR WS-PRC-DROPPED > 0
012520         DISPLAY "WARNING: FEEDBACK DETAIL TABLES FULL - "
012530             WS-HLD-DROPPED " HELD AND " WS-PRC-DROPPED
012540             " PROCESSED FILE LINES LEFT OFF"
012550     END-IF.
012560 9999-EXIT.
012570     EXIT.
