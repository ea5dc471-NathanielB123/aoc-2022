000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PERCLOSE.
000030 AUTHOR. D W BRENNAN.
000040 INSTALLATION. AOC-SOLUTIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   10/15/26   DWB   ORIGINAL PROGRAM - PERIOD-END INVENTORY *
000110*                    CLOSE. THE INVENTORY POSITION FILE ONLY *
000120*                    EVER HOLDS CUMULATIVE FIGURES AND THE   *
000130*                    LAST GENERATION POSTED, SO NOTHING      *
000140*                    SHOWED WHAT A MONTH'S POSTINGS HAD DONE *
000150*                    TO IT. THIS STEP SNAPSHOTS EACH         *
000160*                    LETTER'S CLOSING MATCH COUNT AND        *
000170*                    PRIORITY TOTAL INTO A PERIOD HISTORY    *
000180*                    FILE, WHICH THE NEXT CLOSE OPENS FROM,  *
000190*                    AND PRINTS A PERIOD STATEMENT PER       *
000200*                    LETTER - OPENING, POSTINGS BY           *
000210*                    GENERATION, BACKED-OUT GENERATIONS,     *
000220*                    RUCKCONS REPAIR ADJUSTMENTS, CLOSING.   *
000230*                    THE STATEMENT PROVES CLOSING EQUALS     *
000240*                    OPENING PLUS THE ACKNOWLEDGED EXTRACT   *
000250*                    TOTALS OF EVERY GENERATION IN THE       *
000260*                    PERIOD, FLAGS EACH LETTER OR GENERATION *
000270*                    THAT DOES NOT TIE OUT, AND RAISES AN    *
000280*                    UNTIED CLOSE ON THE ALERT FEED.         *
000281*   10/15/26   DWB   A CLOSE PERIOD EARLIER THAN THE MONTH   *
000282*                    OF THE LAST GENERATION POSTED IS        *
000283*                    REFUSED; IT WOULD HAVE TAKEN LATER      *
000284*                    MONTHS' GENERATIONS INTO THE PERIOD.    *
000285*   10/15/26   DWB   ONLY THE LATEST SET OF REPAIR           *
000286*                    ADJUSTMENTS FOR A GENERATION COUNTS. A  *
000287*                    RUCKCONS RERUN NO LONGER DOUBLES IT,    *
000288*                    AND A SET THE LAST CLOSE TOOK IS BACKED *
000289*                    OUT WHEN A RERUN SINCE REPLACES IT.     *
000290*----------------------------------------------------------*
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CLOSEPARM-FILE-NAME ASSIGN TO 'day3closeparam.txt'
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-CLOSEPARM-STATUS.
000370     SELECT INVPOS-FILE-NAME ASSIGN TO 'day3invpos.txt'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-INVPOS-STATUS.
000400     SELECT PERHIST-FILE-NAME ASSIGN TO 'day3perhist.txt'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PERHIST-STATUS.
000430     SELECT GENCAT-FILE-NAME ASSIGN TO 'day3gencat.txt'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-GENCAT-STATUS.
000460     SELECT ACKHIST-FILE-NAME ASSIGN TO 'day3ackhist.txt'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ACKHIST-STATUS.
000490     SELECT CONSADJ-FILE-NAME ASSIGN TO 'day3consadj.txt'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CONSADJ-STATUS.
000520     SELECT EXTRACT-FILE-NAME
000530         ASSIGN TO DYNAMIC WS-EXTRACT-FILE-ID
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-EXTRACT-STATUS.
000560     SELECT PERSTMT-FILE-NAME ASSIGN TO 'day3perstmt.txt'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PERSTMT-STATUS.
000590     SELECT ALERT-FILE-NAME ASSIGN TO 'day3alerts.txt'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-ALERT-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650*----------------------------------------------------------*
000660* CLOSE PARAMETER FILE - ONE RECORD NAMING THE PERIOD TO     *
000670* CLOSE (YYYYMM). NO FILE, OR NO VALID PERIOD, MEANS THE     *
000680* MONTH OF THE LAST GENERATION POSTED.                       *
000690*----------------------------------------------------------*
000700 FD  CLOSEPARM-FILE-NAME.
000710 01  CLOSEPARM-REC.
000720     05  CLP-PERIOD                   PIC 9(06).
000730*
000740*----------------------------------------------------------*
000750* INVENTORY POSITION FILE - AS MAINTAINED BY INVPOST: THE    *
000760* 'HD' HEADER NAMES THE LAST GENERATION POSTED, AND ONE 'IT' *
000770* RECORD PER LETTER CARRIES ITS CUMULATIVE MATCH COUNT AND   *
000780* PRIORITY TOTAL. THESE ARE THE CLOSING BALANCES.            *
000790*----------------------------------------------------------*
000800 FD  INVPOS-FILE-NAME.
000810 01  INVPOS-REC.
000820     05  INV-RECORD-TYPE              PIC X(02).
000830     05  FILLER                       PIC X(01).
000840     05  INV-DETAIL                   PIC X(40).
000850     05  INV-HEADER-DETAIL REDEFINES INV-DETAIL.
000860         10  INV-LAST-SUFFIX          PIC X(14).
000870         10  FILLER                   PIC X(26).
000880     05  INV-ITEM-DETAIL REDEFINES INV-DETAIL.
000890         10  INV-LETTER               PIC X(01).
000900         10  FILLER                   PIC X(01).
000910         10  INV-MATCH-COUNT          PIC 9(09).
000920         10  FILLER                   PIC X(01).
000930         10  INV-PRIORITY-TOTAL       PIC 9(09).
000940         10  FILLER                   PIC X(19).
000950*
000960*----------------------------------------------------------*
000970* PERIOD HISTORY FILE - APPEND-ONLY, ONE SET PER CLOSE: A    *
000980* 'PC' CLOSE RECORD (WHEN, THE GENERATIONS IT SPANS, THE     *
000990* HIGHEST GENERATION NUMBER SWEPT, AND WHETHER IT TIED), A   *
001000* 'PG' RECORD PER GENERATION ACCOUNTED FOR AND HOW, AND A    *
001010* 'PB' RECORD PER LETTER WITH ITS CLOSING BALANCE AND        *
001020* CUMULATIVE REPAIR ADJUSTMENT. THE LAST CLOSE'S BALANCES    *
001030* OPEN THE NEXT PERIOD; THE LAST STATUS SEEN FOR A           *
001040* GENERATION WINS.                                           *
001050*----------------------------------------------------------*
001060 FD  PERHIST-FILE-NAME.
001070 01  PERHIST-REC.
001080     05  PHS-RECORD-TYPE              PIC X(02).
001090     05  FILLER                       PIC X(01).
001100     05  PHS-PERIOD                   PIC 9(06).
001110     05  FILLER                       PIC X(01).
001120     05  PHS-DETAIL                   PIC X(60).
001130     05  PHS-CLOSE-DETAIL REDEFINES PHS-DETAIL.
001140         10  PHS-CLOSE-DATE           PIC 9(08).
001150         10  FILLER                   PIC X(01).
001160         10  PHS-CLOSE-TIME           PIC 9(06).
001170         10  FILLER                   PIC X(01).
001180         10  PHS-OPEN-SUFFIX          PIC X(14).
001190         10  FILLER                   PIC X(01).
001200         10  PHS-CLOSE-SUFFIX         PIC X(14).
001210         10  FILLER                   PIC X(01).
001220         10  PHS-HIGH-GEN             PIC 9(04).
001230         10  FILLER                   PIC X(01).
001240         10  PHS-RESULT               PIC X(08).
001250         10  FILLER                   PIC X(01).
001260     05  PHS-GEN-DETAIL REDEFINES PHS-DETAIL.
001270         10  PHS-GEN-NUMBER           PIC 9(04).
001280         10  FILLER                   PIC X(01).
001290         10  PHS-GEN-SUFFIX           PIC X(14).
001300         10  FILLER                   PIC X(01).
001310         10  PHS-GEN-STATUS           PIC X(08).
001320         10  FILLER                   PIC X(32).
001330     05  PHS-BALANCE-DETAIL REDEFINES PHS-DETAIL.
001340         10  PHS-LETTER               PIC X(01).
001350         10  FILLER                   PIC X(01).
001360         10  PHS-COUNT                PIC 9(09).
001370         10  FILLER                   PIC X(01).
001380         10  PHS-TOTAL                PIC 9(09).
001390         10  FILLER                   PIC X(01).
001400         10  PHS-ADJ-COUNT            PIC 9(09).
001410         10  FILLER                   PIC X(01).
001420         10  PHS-ADJ-TOTAL            PIC 9(09).
001430         10  FILLER                   PIC X(19).
001440*
001450*----------------------------------------------------------*
001460* GENERATION CATALOGUE - THE DATE AND LATEST OUTCOME OF      *
001470* EVERY GENERATION. THE LAST RECORD SEEN FOR A GENERATION    *
001480* WINS.                                                      *
001490*----------------------------------------------------------*
001500 FD  GENCAT-FILE-NAME.
001510 01  GENCAT-REC.
001520     05  GCT-GEN-NUMBER               PIC 9(04).
001530     05  FILLER                       PIC X(01).
001540     05  GCT-GEN-DATE                 PIC 9(08).
001550     05  FILLER                       PIC X(01).
001560     05  GCT-OUTCOME                  PIC X(08).
001570*
001580*----------------------------------------------------------*
001590* ACKNOWLEDGMENT HISTORY - THE PER-TYPE COUNT AND PRIORITY   *
001600* HASH INVPOST ACKNOWLEDGED FOR EACH GENERATION IT POSTED.   *
001610* ONLY THE MATCHED ('RS') FIGURES WERE POSTED; THE LAST SET  *
001620* FOR A GENERATION WINS.                                     *
001630*----------------------------------------------------------*
001640 FD  ACKHIST-FILE-NAME.
001650 01  ACKHIST-REC.
001660     05  AKH-GEN-SUFFIX               PIC X(14).
001670     05  FILLER                       PIC X(01).
001680     05  AKH-POST-DATE                PIC 9(08).
001690     05  FILLER                       PIC X(01).
001700     05  AKH-RECORD-TYPE              PIC X(02).
001710     05  FILLER                       PIC X(01).
001720     05  AKH-COUNT                    PIC 9(09).
001730     05  FILLER                       PIC X(01).
001740     05  AKH-HASH                     PIC 9(09).
001750*
001760*----------------------------------------------------------*
001770* REPAIR ADJUSTMENT FILE - ONE 'RA' RECORD PER LETTER PER    *
001780* RUCKCONS RUN: THE MATCHES ITS REPAIRS MOVED INTO THE       *
001790* LETTER AND THEIR PRIORITY TOTAL, STAMPED WITH THE RUN DATE *
001791* AND TIME, UNDER THE GENERATION AMENDED. A RERUN APPENDS A  *
001792* NEW SET FOR THE GENERATION, SO ONLY ITS LATEST SET COUNTS. *
001820*----------------------------------------------------------*
001830 FD  CONSADJ-FILE-NAME.
001840 01  CONSADJ-REC.
001850     05  CAJ-RECORD-TYPE              PIC X(02).
001860     05  FILLER                       PIC X(01).
001870     05  CAJ-RUN-DATE                 PIC 9(08).
001880     05  FILLER                       PIC X(01).
001890     05  CAJ-RUN-TIME                 PIC 9(06).
001900     05  FILLER                       PIC X(01).
001910     05  CAJ-GEN-SUFFIX               PIC X(14).
001920     05  FILLER                       PIC X(01).
001930     05  CAJ-LETTER                   PIC X(01).
001940     05  FILLER                       PIC X(01).
001950     05  CAJ-COUNT                    PIC 9(09).
001960     05  FILLER                       PIC X(01).
001970     05  CAJ-PRIORITY-TOTAL           PIC 9(09).
001980*
001990*----------------------------------------------------------*
002000* EXTRACT FILE - A GENERATION'S EXTRACT, AS THE INVENTORY    *
002010* POSTING STEP READ IT. ONLY MATCHED ('RS') RECORDS ARE      *
002020* POSTED, SO ONLY THEY ARE SPREAD OVER THE LETTERS.          *
002030*----------------------------------------------------------*
002040 FD  EXTRACT-FILE-NAME.
002050 01  EXTRACT-REC.
002060     05  EXT-RECORD-TYPE              PIC X(02).
002070     05  EXT-FOUND-CHR                PIC X(01).
002080     05  EXT-PRIORITY                 PIC 9(02).
002090     05  EXT-ITEM-DESC                PIC X(30).
002100     05  EXT-ITEM-FLAG                PIC X(08).
002110*
002120*----------------------------------------------------------*
002130* PERIOD STATEMENT - AN 'HD' HEADER; A 'GN' LINE PER         *
002140* GENERATION IN THE PERIOD WITH ITS ACKNOWLEDGED AND EXTRACT *
002150* FIGURES; PER LETTER AN 'OP' OPENING LINE, A 'PG' LINE PER  *
002160* GENERATION THAT POSTED TO IT, A 'BK' LINE PER GENERATION   *
002170* BACKED OUT OF IT, AN 'RA' REPAIR ADJUSTMENT LINE AND A     *
002180* 'CL' CLOSING LINE; TWO 'PR' PROOF LINES (COUNT AND TOTAL); *
002190* AND A 'TR' TRAILER. THE VIEWS SHARE ONE RECORD THROUGH     *
002200* REDEFINES.                                                 *
002210*----------------------------------------------------------*
002220 FD  PERSTMT-FILE-NAME.
002230 01  PERSTMT-REC.
002240     05  PST-RECORD-TYPE              PIC X(02).
002250     05  FILLER                       PIC X(01).
002260     05  PST-DETAIL                   PIC X(100).
002270     05  PST-HEADER-DETAIL REDEFINES PST-DETAIL.
002280         10  PST-PERIOD               PIC 9(06).
002290         10  FILLER                   PIC X(01).
002300         10  PST-RUN-DATE             PIC 9(08).
002310         10  FILLER                   PIC X(01).
002320         10  PST-PRIOR-PERIOD         PIC 9(06).
002330         10  FILLER                   PIC X(01).
002340         10  PST-OPEN-SUFFIX          PIC X(14).
002350         10  FILLER                   PIC X(01).
002360         10  PST-CLOSE-SUFFIX         PIC X(14).
002370         10  FILLER                   PIC X(48).
002380     05  PST-GEN-DETAIL REDEFINES PST-DETAIL.
002390         10  PST-GEN-SUFFIX           PIC X(14).
002400         10  FILLER                   PIC X(01).
002410         10  PST-GEN-STATUS           PIC X(08).
002420         10  FILLER                   PIC X(01).
002430         10  PST-ACK-COUNT            PIC 9(09).
002440         10  FILLER                   PIC X(01).
002450         10  PST-ACK-HASH             PIC 9(09).
002460         10  FILLER                   PIC X(01).
002470         10  PST-EXT-COUNT            PIC 9(09).
002480         10  FILLER                   PIC X(01).
002490         10  PST-EXT-TOTAL            PIC 9(09).
002500         10  FILLER                   PIC X(01).
002510         10  PST-GEN-RESULT           PIC X(08).
002520         10  FILLER                   PIC X(28).
002530     05  PST-LETTER-DETAIL REDEFINES PST-DETAIL.
002540         10  PST-LETTER               PIC X(01).
002550         10  FILLER                   PIC X(01).
002560         10  PST-REF-SUFFIX           PIC X(14).
002570         10  FILLER                   PIC X(01).
002580         10  PST-COUNT                PIC +9(09).
002590         10  FILLER                   PIC X(01).
002600         10  PST-TOTAL                PIC +9(09).
002610         10  FILLER                   PIC X(01).
002620         10  PST-EXPECT-COUNT         PIC +9(09).
002630         10  FILLER                   PIC X(01).
002640         10  PST-EXPECT-TOTAL         PIC +9(09).
002650         10  FILLER                   PIC X(01).
002660         10  PST-ADJUSTED-COUNT       PIC +9(09).
002670         10  FILLER                   PIC X(01).
002680         10  PST-ADJUSTED-TOTAL       PIC +9(09).
002690         10  FILLER                   PIC X(01).
002700         10  PST-LETTER-RESULT        PIC X(08).
002710         10  FILLER                   PIC X(09).
002720     05  PST-PROOF-DETAIL REDEFINES PST-DETAIL.
002730         10  PST-PROOF-LINE           PIC X(05).
002740         10  FILLER                   PIC X(01).
002750         10  PST-PRF-OPENING          PIC +9(09).
002760         10  FILLER                   PIC X(01).
002770         10  PST-PRF-POSTED           PIC +9(09).
002780         10  FILLER                   PIC X(01).
002790         10  PST-PRF-BACKED-OUT       PIC +9(09).
002800         10  FILLER                   PIC X(01).
002810         10  PST-PRF-EXPECTED         PIC +9(09).
002820         10  FILLER                   PIC X(01).
002830         10  PST-PRF-ACTUAL           PIC +9(09).
002840         10  FILLER                   PIC X(01).
002850         10  PST-PRF-RESULT           PIC X(08).
002860         10  FILLER                   PIC X(31).
002870     05  PST-TRAILER-DETAIL REDEFINES PST-DETAIL.
002880         10  PST-LETTERS              PIC 9(05).
002890         10  FILLER                   PIC X(01).
002900         10  PST-UNTIED-LETTERS       PIC 9(05).
002910         10  FILLER                   PIC X(01).
002920         10  PST-GENERATIONS          PIC 9(05).
002930         10  FILLER                   PIC X(01).
002940         10  PST-UNTIED-GENS          PIC 9(05).
002950         10  FILLER                   PIC X(01).
002960         10  PST-BACKOUTS             PIC 9(05).
002970         10  FILLER                   PIC X(01).
002980         10  PST-ADJUSTED-LETTERS     PIC 9(05).
002990         10  FILLER                   PIC X(01).
003000         10  PST-CLOSE-RESULT         PIC X(08).
003010         10  FILLER                   PIC X(56).
003020*
003030*----------------------------------------------------------*
003040* OPERATIONS ALERT FEED - THE SAME APPEND-ONLY FEED THE MAIN *
003050* RUN WRITES. THIS PROGRAM RAISES AN UNTIED CLOSE ON IT.     *
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
003300     05  WS-INVPOS-EOF-SW            PIC X(01) VALUE 'N'.
003310         88  WS-INVPOS-EOF                     VALUE 'Y'.
003320     05  WS-PERHIST-EOF-SW           PIC X(01) VALUE 'N'.
003330         88  WS-PERHIST-EOF                    VALUE 'Y'.
003340     05  WS-GENCAT-EOF-SW            PIC X(01) VALUE 'N'.
003350         88  WS-GENCAT-EOF                     VALUE 'Y'.
003360     05  WS-ACKHIST-EOF-SW           PIC X(01) VALUE 'N'.
003370         88  WS-ACKHIST-EOF                    VALUE 'Y'.
003380     05  WS-CONSADJ-EOF-SW           PIC X(01) VALUE 'N'.
003390         88  WS-CONSADJ-EOF                    VALUE 'Y'.
003400     05  WS-EXTRACT-EOF-SW           PIC X(01) VALUE 'N'.
003410         88  WS-EXTRACT-EOF                    VALUE 'Y'.
003420     05  WS-PRIOR-CLOSE-SW           PIC X(01) VALUE 'N'.
003430         88  WS-PRIOR-CLOSE                    VALUE 'Y'.
003440*
003450 77  WS-CLOSEPARM-STATUS             PIC X(02) VALUE SPACES.
003460 77  WS-INVPOS-STATUS                PIC X(02) VALUE SPACES.
003470 77  WS-PERHIST-STATUS               PIC X(02) VALUE SPACES.
003480 77  WS-GENCAT-STATUS                PIC X(02) VALUE SPACES.
003490 77  WS-ACKHIST-STATUS               PIC X(02) VALUE SPACES.
003500 77  WS-CONSADJ-STATUS               PIC X(02) VALUE SPACES.
003510 77  WS-EXTRACT-STATUS               PIC X(02) VALUE SPACES.
003520 77  WS-PERSTMT-STATUS               PIC X(02) VALUE SPACES.
003530 77  WS-ALERT-STATUS                 PIC X(02) VALUE SPACES.
003540 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
003550 77  WS-RUN-TIME-RAW                 PIC 9(08) VALUE 0.
003560 77  WS-RUN-TIME                     PIC 9(06) VALUE 0.
003570 77  WS-EXTRACT-FILE-ID              PIC X(40) VALUE SPACES.
003580*
003590*----------------------------------------------------------*
003600* PERIOD WORK AREA - THE PERIOD BEING CLOSED AND THE         *
003610* GENERATION IT CLOSES ON, AND THE LAST CLOSE RECORDED       *
003620* BEFORE IT. THE HIGH GENERATION IS THE HIGHEST NUMBER ANY   *
003630* CLOSE HAS SWEPT.                                           *
003640*----------------------------------------------------------*
003650 77  WS-CLOSE-PERIOD                 PIC 9(06) VALUE 0.
003660 77  WS-CLOSE-SUFFIX                 PIC X(14) VALUE SPACES.
003670 77  WS-CLOSE-GEN                    PIC 9(04) VALUE 0.
003680 77  WS-CLOSE-GEN-X                  PIC X(04).
003690 77  WS-CLOSE-RESULT                 PIC X(08) VALUE SPACES.
003700 77  WS-PRIOR-PERIOD                 PIC 9(06) VALUE 0.
003710 77  WS-PRIOR-DATE                   PIC 9(08) VALUE 0.
003720 77  WS-PRIOR-TIME                   PIC 9(06) VALUE 0.
003730 77  WS-PRIOR-STAMP                  PIC 9(14) VALUE 0.
003740 77  WS-PRIOR-SUFFIX                 PIC X(14) VALUE SPACES.
003750 77  WS-PRIOR-HIGH-GEN               PIC 9(04) VALUE 0.
003760 77  WS-HIGH-GEN                     PIC 9(04) VALUE 0.
003770 77  WS-ADJ-STAMP                    PIC 9(14) VALUE 0.
003771 77  WS-CAJ-GEN-X                    PIC X(04).
003780*
003790*----------------------------------------------------------*
003800* GENERATION TABLE - FOR EVERY GENERATION NUMBER, ITS LATEST *
003810* CATALOGUE DATE AND OUTCOME, THE MATCHED FIGURES INVPOST    *
003811* ACKNOWLEDGED FOR IT, THE LAST STATUS A CLOSE GAVE IT, AND  *
003812* THE RUN STAMPS OF ITS LATEST REPAIR ADJUSTMENT SET AND OF  *
003813* THE LATEST ONE THE LAST CLOSE HAD ALREADY SEEN.            *
003830*----------------------------------------------------------*
003840 01  WS-GEN-TABLE.
003850     05  WS-GEN-ENTRY OCCURS 9999 TIMES.
003860         10  WS-GTB-DATE             PIC 9(08).
003870         10  WS-GTB-OUTCOME          PIC X(08).
003880         10  WS-GTB-ACK-SW           PIC X(01).
003890         10  WS-GTB-ACK-COUNT        PIC S9(09) COMP.
003900         10  WS-GTB-ACK-HASH         PIC S9(09) COMP.
003910         10  WS-GTB-LAST-STATUS      PIC X(08).
003911         10  WS-GTB-ADJ-STAMP        PIC 9(14).
003912         10  WS-GTB-ADJ-PRIOR        PIC 9(14).
003920 77  WS-GEN-I                        PIC S9(09) COMP VALUE 0.
003930 77  WS-GEN-NUMBER                   PIC 9(04) VALUE 0.
003940 77  WS-GEN-STATUS                   PIC X(08) VALUE SPACES.
003950 77  WS-AKH-GEN-X                    PIC X(04).
003960*
003970*----------------------------------------------------------*
003980* PERIOD GENERATION TABLE - ONE ENTRY PER GENERATION         *
003990* ACCOUNTED FOR IN THIS CLOSE: ITS STATUS, ITS EXTRACT'S     *
004000* MATCHED FIGURES IN TOTAL AND SPREAD OVER THE 52 LETTERS,   *
004010* AND WHETHER THEY AGREE WITH THE ACKNOWLEDGMENT.            *
004020*----------------------------------------------------------*
004030 01  WS-PERIOD-GEN-TABLE.
004040     05  WS-PGN-ENTRY OCCURS 100 TIMES.
004050         10  WS-PGN-NUMBER           PIC 9(04).
004060         10  WS-PGN-SUFFIX           PIC X(14).
004070         10  WS-PGN-STATUS           PIC X(08).
004080         10  WS-PGN-RESULT           PIC X(08).
004090         10  WS-PGN-EXT-COUNT        PIC S9(09) COMP.
004100         10  WS-PGN-EXT-TOTAL        PIC S9(09) COMP.
004110         10  WS-PGN-LTR OCCURS 52 TIMES.
004120             15  WS-PGN-LTR-COUNT    PIC S9(09) COMP.
004130             15  WS-PGN-LTR-TOTAL    PIC S9(09) COMP.
004140 77  WS-PGN-MAX                      PIC S9(09) COMP VALUE 100.
004150 77  WS-PGN-USED                     PIC S9(09) COMP VALUE 0.
004160 77  WS-PGN-I                        PIC S9(09) COMP VALUE 0.
004170*
004180*----------------------------------------------------------*
004190* LETTER TABLE - ONE SLOT PER PRIORITY VALUE 1-52, THE SAME  *
004200* ONE-TO-ONE MAPPING TO THE ITEM LETTER AS INVPOST USES:     *
004210* OPENING, POSTED, BACKED OUT, EXPECTED AND ACTUAL CLOSING,  *
004220* THE PERIOD'S AND THE CUMULATIVE REPAIR ADJUSTMENTS, AND    *
004230* THE RESULT OF THE PROOF.                                   *
004240*----------------------------------------------------------*
004250 01  WS-LETTER-TABLE.
004260     05  WS-LTR-ENTRY OCCURS 52 TIMES.
004270         10  WS-LTR-OPEN-COUNT       PIC S9(09) COMP.
004280         10  WS-LTR-OPEN-TOTAL       PIC S9(09) COMP.
004290         10  WS-LTR-POST-COUNT       PIC S9(09) COMP.
004300         10  WS-LTR-POST-TOTAL       PIC S9(09) COMP.
004310         10  WS-LTR-BACK-COUNT       PIC S9(09) COMP.
004320         10  WS-LTR-BACK-TOTAL       PIC S9(09) COMP.
004330         10  WS-LTR-EXP-COUNT        PIC S9(09) COMP.
004340         10  WS-LTR-EXP-TOTAL        PIC S9(09) COMP.
004350         10  WS-LTR-CLOSE-COUNT      PIC S9(09) COMP.
004360         10  WS-LTR-CLOSE-TOTAL      PIC S9(09) COMP.
004370         10  WS-LTR-PADJ-COUNT       PIC S9(09) COMP.
004380         10  WS-LTR-PADJ-TOTAL       PIC S9(09) COMP.
004390         10  WS-LTR-CADJ-COUNT       PIC S9(09) COMP.
004400         10  WS-LTR-CADJ-TOTAL       PIC S9(09) COMP.
004410         10  WS-LTR-RESULT           PIC X(08).
004420*
004430*----------------------------------------------------------*
004440* PRIORITY CONVERSION WORK AREA - THE SAME LETTER-TO-VALUE   *
004450* ARITHMETIC AS THE MAIN PROGRAM'S 4200-CHR-TO-PRIORITY AND  *
004460* ITS 5270 INVERSE.                                          *
004470*----------------------------------------------------------*
004480 77  WS-PRI-SLOT                     PIC S9(09) COMP VALUE 0.
004490 77  WS-PRI-CHR                      PIC X(01).
004500 77  WS-PRI-ORD                      PIC S9(09) VALUE 0.
004510 77  WS-PRI-VALUE                    PIC S9(09) VALUE 0.
004520 77  WS-TMP                          PIC S9(09) VALUE 0.
004530 77  WS-LETTER                       PIC X(01).
004540*
004550*----------------------------------------------------------*
004560* PERIOD PROOF - OPENING PLUS THE ACKNOWLEDGED POSTINGS LESS *
004570* THE GENERATIONS BACKED OUT, AGAINST THE ACTUAL CLOSING, IN *
004580* MATCH COUNT AND PRIORITY TOTAL OVER ALL LETTERS.           *
004590*----------------------------------------------------------*
004600 77  WS-PRF-OPEN-COUNT               PIC S9(09) COMP VALUE 0.
004610 77  WS-PRF-OPEN-TOTAL               PIC S9(09) COMP VALUE 0.
004620 77  WS-PRF-POST-COUNT               PIC S9(09) COMP VALUE 0.
004630 77  WS-PRF-POST-TOTAL               PIC S9(09) COMP VALUE 0.
004640 77  WS-PRF-BACK-COUNT               PIC S9(09) COMP VALUE 0.
004650 77  WS-PRF-BACK-TOTAL               PIC S9(09) COMP VALUE 0.
004660 77  WS-PRF-EXP-COUNT                PIC S9(09) COMP VALUE 0.
004670 77  WS-PRF-EXP-TOTAL                PIC S9(09) COMP VALUE 0.
004680 77  WS-PRF-ACT-COUNT                PIC S9(09) COMP VALUE 0.
004690 77  WS-PRF-ACT-TOTAL                PIC S9(09) COMP VALUE 0.
004700*
004710*----------------------------------------------------------*
004720* RUN TALLIES FOR THE TRAILER AND THE OPERATOR SUMMARY.      *
004730*----------------------------------------------------------*
004740 77  WS-LETTER-COUNT                 PIC S9(09) COMP VALUE 0.
004750 77  WS-UNTIED-LETTERS               PIC S9(09) COMP VALUE 0.
004760 77  WS-UNTIED-GENS                  PIC S9(09) COMP VALUE 0.
004770 77  WS-BACKOUT-COUNT                PIC S9(09) COMP VALUE 0.
004780 77  WS-UNPOSTED-COUNT               PIC S9(09) COMP VALUE 0.
004790 77  WS-ADJ-LETTERS                  PIC S9(09) COMP VALUE 0.
004800 77  WS-ADJ-RECORDS                  PIC S9(09) COMP VALUE 0.
004801 77  WS-ADJ-REPLACED                 PIC S9(09) COMP VALUE 0.
004810*
004820*----------------------------------------------------------*
004830* ALERT FEED WORK AREA - THE CALLER STAGES SEVERITY,         *
004840* CONDITION, FILE NAME AND TWO FIGURES, THEN PERFORMS        *
004850* 7700-WRITE-ALERT.                                          *
004860*----------------------------------------------------------*
004870 77  WS-ALT-SEVERITY                 PIC X(01) VALUE SPACES.
004880 77  WS-ALT-CONDITION                PIC X(10) VALUE SPACES.
004890 77  WS-ALT-FILE                     PIC X(30) VALUE SPACES.
004900 77  WS-ALT-FIGURE-1                 PIC S9(09) VALUE 0.
004910 77  WS-ALT-FIGURE-2                 PIC S9(09) VALUE 0.
004920*
004930 PROCEDURE DIVISION.
004940*----------------------------------------------------------*
004950* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
004960*----------------------------------------------------------*
004970 0000-MAINLINE.
004980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004990     PERFORM 2000-COLLECT-GENERATIONS THRU 2000-EXIT.
005000     PERFORM 3000-LOAD-ADJUSTMENTS THRU 3000-EXIT.
005010     PERFORM 4000-PROVE-LETTERS THRU 4000-EXIT.
005020     PERFORM 5000-WRITE-STATEMENT THRU 5000-EXIT.
005030     PERFORM 6000-RECORD-CLOSE THRU 6000-EXIT.
005040     PERFORM 9999-TERMINATE THRU 9999-EXIT.
005050     STOP RUN.
005060 0000-EXIT.
005070     EXIT.
005080*
005090*----------------------------------------------------------*
005100* 1000-INITIALIZE - LOAD THE CLOSING BALANCES, SETTLE THE    *
005110* PERIOD TO CLOSE, LOAD THE LAST CLOSE, AND REFUSE A PERIOD  *
005120* THAT IS ALREADY CLOSED. THEN LOAD THE CATALOGUE AND THE    *
005130* ACKNOWLEDGMENTS.                                           *
005140*----------------------------------------------------------*
005150 1000-INITIALIZE.
005160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005170     ACCEPT WS-RUN-TIME-RAW FROM TIME.
005180     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
005190     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
005200             UNTIL WS-PRI-SLOT > 52
005210         MOVE 0 TO WS-LTR-OPEN-COUNT(WS-PRI-SLOT)
005220         MOVE 0 TO WS-LTR-OPEN-TOTAL(WS-PRI-SLOT)
005230         MOVE 0 TO WS-LTR-POST-COUNT(WS-PRI-SLOT)
005240         MOVE 0 TO WS-LTR-POST-TOTAL(WS-PRI-SLOT)
005250         MOVE 0 TO WS-LTR-BACK-COUNT(WS-PRI-SLOT)
005260         MOVE 0 TO WS-LTR-BACK-TOTAL(WS-PRI-SLOT)
005270         MOVE 0 TO WS-LTR-EXP-COUNT(WS-PRI-SLOT)
005280         MOVE 0 TO WS-LTR-EXP-TOTAL(WS-PRI-SLOT)
005290         MOVE 0 TO WS-LTR-CLOSE-COUNT(WS-PRI-SLOT)
005300         MOVE 0 TO WS-LTR-CLOSE-TOTAL(WS-PRI-SLOT)
005310         MOVE 0 TO WS-LTR-PADJ-COUNT(WS-PRI-SLOT)
005320         MOVE 0 TO WS-LTR-PADJ-TOTAL(WS-PRI-SLOT)
005330         MOVE 0 TO WS-LTR-CADJ-COUNT(WS-PRI-SLOT)
005340         MOVE 0 TO WS-LTR-CADJ-TOTAL(WS-PRI-SLOT)
005350         MOVE SPACES TO WS-LTR-RESULT(WS-PRI-SLOT)
005360     END-PERFORM.
005370     PERFORM VARYING WS-GEN-I FROM 1 BY 1
005380             UNTIL WS-GEN-I > 9999
005390         MOVE 0 TO WS-GTB-DATE(WS-GEN-I)
005400         MOVE SPACES TO WS-GTB-OUTCOME(WS-GEN-I)
005410         MOVE 'N' TO WS-GTB-ACK-SW(WS-GEN-I)
005420         MOVE 0 TO WS-GTB-ACK-COUNT(WS-GEN-I)
005430         MOVE 0 TO WS-GTB-ACK-HASH(WS-GEN-I)
005440         MOVE SPACES TO WS-GTB-LAST-STATUS(WS-GEN-I)
005441         MOVE 0 TO WS-GTB-ADJ-STAMP(WS-GEN-I)
005442         MOVE 0 TO WS-GTB-ADJ-PRIOR(WS-GEN-I)
005450     END-PERFORM.
005460     PERFORM 1100-LOAD-POSITIONS THRU 1100-EXIT.
005470     PERFORM 1200-READ-PARAMETERS THRU 1200-EXIT.
005480     PERFORM 1300-LOAD-PERIOD-HISTORY THRU 1300-EXIT.
005490     IF WS-PRIOR-CLOSE
005500         AND WS-CLOSE-PERIOD NOT > WS-PRIOR-PERIOD
005510         DISPLAY "ERROR: PERIOD " WS-CLOSE-PERIOD " IS NOT AFTER "
005520             "THE LAST PERIOD CLOSED (" WS-PRIOR-PERIOD ") - RUN "
005530             "REFUSED"
005540         STOP RUN
005550     END-IF.
005560     PERFORM 1400-LOAD-CATALOGUE THRU 1400-EXIT.
005570     PERFORM 1500-LOAD-ACK-HISTORY THRU 1500-EXIT.
005580     DISPLAY "CLOSING PERIOD " WS-CLOSE-PERIOD " ON GENERATION "
005590         WS-CLOSE-SUFFIX.
005600 1000-EXIT.
005610     EXIT.
005620*
005630*----------------------------------------------------------*
005640* 1100-LOAD-POSITIONS - THE CLOSING BALANCES AND THE LAST    *
005650* GENERATION POSTED. WITHOUT THE POSITION FILE NOTHING HAS   *
005660* BEEN POSTED AND THERE IS NOTHING TO CLOSE.                 *
005670*----------------------------------------------------------*
005680 1100-LOAD-POSITIONS.
005690     OPEN INPUT INVPOS-FILE-NAME.
005700     IF WS-INVPOS-STATUS NOT = '00'
005710         DISPLAY "ERROR: CANNOT OPEN INVENTORY POSITION FILE "
005720             "(STATUS " WS-INVPOS-STATUS ") - NOTHING TO CLOSE"
005730         STOP RUN
005740     END-IF.
005750     MOVE 'N' TO WS-INVPOS-EOF-SW.
005760     PERFORM 1150-READ-POSITION-RECORD THRU 1150-EXIT
005770         UNTIL WS-INVPOS-EOF.
005780     CLOSE INVPOS-FILE-NAME.
005790     MOVE WS-CLOSE-SUFFIX(11:4) TO WS-CLOSE-GEN-X.
005800     IF WS-CLOSE-GEN-X NUMERIC
005810         MOVE WS-CLOSE-GEN-X TO WS-CLOSE-GEN
005820     END-IF.
005830 1100-EXIT.
005840     EXIT.
005850*
005860 1150-READ-POSITION-RECORD.
005870     READ INVPOS-FILE-NAME
005880         AT END
005890             SET WS-INVPOS-EOF TO TRUE
005900             GO TO 1150-EXIT
005910     END-READ.
005920     IF INV-RECORD-TYPE = 'HD'
005930         MOVE INV-LAST-SUFFIX TO WS-CLOSE-SUFFIX
005940         GO TO 1150-EXIT
005950     END-IF.
005960     IF INV-RECORD-TYPE NOT = 'IT'
005970         GO TO 1150-EXIT
005980     END-IF.
005990     IF INV-LETTER NOT ALPHABETIC-LOWER
006000         AND INV-LETTER NOT ALPHABETIC-UPPER
006010         GO TO 1150-EXIT
006020     END-IF.
006030     IF INV-MATCH-COUNT NOT NUMERIC
006040         OR INV-PRIORITY-TOTAL NOT NUMERIC
006050         GO TO 1150-EXIT
006060     END-IF.
006070     MOVE INV-LETTER TO WS-PRI-CHR.
006080     PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT.
006090     MOVE INV-MATCH-COUNT TO WS-LTR-CLOSE-COUNT(WS-PRI-VALUE).
006100     MOVE INV-PRIORITY-TOTAL TO WS-LTR-CLOSE-TOTAL(WS-PRI-VALUE).
006110 1150-EXIT.
006120     EXIT.
006130*
006140*----------------------------------------------------------*
006150* 1200-READ-PARAMETERS - THE PERIOD TO CLOSE DEFAULTS TO THE *
006160* MONTH OF THE LAST GENERATION POSTED, OR THE RUN MONTH WHEN *
006161* NOTHING HAS A DATED SUFFIX. A PERIOD BEFORE THAT MONTH IS  *
006162* REFUSED: THE CLOSE SWEEPS UP TO THE LAST GENERATION        *
006163* POSTED, SO IT WOULD TAKE IN LATER MONTHS' POSTINGS.        *
006180*----------------------------------------------------------*
006190 1200-READ-PARAMETERS.
006200     IF WS-CLOSE-SUFFIX(1:6) NUMERIC
006210         MOVE WS-CLOSE-SUFFIX(1:6) TO WS-CLOSE-PERIOD
006220     ELSE
006230         MOVE WS-RUN-DATE(1:6) TO WS-CLOSE-PERIOD
006240     END-IF.
006250     OPEN INPUT CLOSEPARM-FILE-NAME.
006260     IF WS-CLOSEPARM-STATUS NOT = '00'
006270         DISPLAY "NO CLOSE PARAMETER FILE (STATUS "
006280             WS-CLOSEPARM-STATUS ") - CLOSING PERIOD "
006290             WS-CLOSE-PERIOD
006300         GO TO 1200-EXIT
006310     END-IF.
006320     READ CLOSEPARM-FILE-NAME
006330         AT END
006340             CLOSE CLOSEPARM-FILE-NAME
006350             GO TO 1200-EXIT
006360     END-READ.
006370     IF CLP-PERIOD NUMERIC
006380         AND CLP-PERIOD(5:2) >= '01' AND CLP-PERIOD(5:2) <= '12'
006390         MOVE CLP-PERIOD TO WS-CLOSE-PERIOD
006400     ELSE
006410         DISPLAY "INVALID CLOSE PERIOD " CLP-PERIOD
006420             " - CLOSING PERIOD " WS-CLOSE-PERIOD
006430     END-IF.
006440     CLOSE CLOSEPARM-FILE-NAME.
006441     IF WS-CLOSE-SUFFIX(1:6) NUMERIC
006442         AND WS-CLOSE-SUFFIX(1:6) > WS-CLOSE-PERIOD
006443         DISPLAY "ERROR: PERIOD " WS-CLOSE-PERIOD " IS BEFORE "
006444             "THE LAST GENERATION POSTED (" WS-CLOSE-SUFFIX
006445             ") - RUN REFUSED"
006446         STOP RUN
006447     END-IF.
006450 1200-EXIT.
006460     EXIT.
006470*
006480*----------------------------------------------------------*
006490* 1300-LOAD-PERIOD-HISTORY - EACH 'PC' RECORD STARTS A NEW   *
006500* SET OF OPENING BALANCES, SO THE LAST CLOSE ON THE FILE     *
006510* LEAVES ITS OWN. EVERY 'PG' STATUS IS KEPT AGAINST ITS      *
006520* GENERATION, THE LATEST WINNING. NO FILE MEANS NO PERIOD    *
006530* HAS BEEN CLOSED: THE OPENING BALANCES ARE ZERO AND THIS    *
006540* CLOSE TAKES ON EVERY GENERATION POSTED SO FAR.             *
006550*----------------------------------------------------------*
006560 1300-LOAD-PERIOD-HISTORY.
006570     OPEN INPUT PERHIST-FILE-NAME.
006580     IF WS-PERHIST-STATUS NOT = '00'
006590         DISPLAY "NO PERIOD HISTORY FILE (STATUS "
006600             WS-PERHIST-STATUS ") - FIRST CLOSE, OPENING "
006610             "BALANCES ZERO"
006620         GO TO 1300-EXIT
006630     END-IF.
006640     MOVE 'N' TO WS-PERHIST-EOF-SW.
006650     PERFORM 1350-READ-PERHIST-RECORD THRU 1350-EXIT
006660         UNTIL WS-PERHIST-EOF.
006670     CLOSE PERHIST-FILE-NAME.
006680     IF WS-PRIOR-CLOSE
006690         COMPUTE WS-PRIOR-STAMP =
006700             WS-PRIOR-DATE * 1000000 + WS-PRIOR-TIME
006710     END-IF.
006720 1300-EXIT.
006730     EXIT.
006740*
006750 1350-READ-PERHIST-RECORD.
006760     READ PERHIST-FILE-NAME
006770         AT END
006780             SET WS-PERHIST-EOF TO TRUE
006790             GO TO 1350-EXIT
006800     END-READ.
006810     IF PHS-RECORD-TYPE = 'PC'
006820         PERFORM 1360-START-CLOSE THRU 1360-EXIT
006830         GO TO 1350-EXIT
006840     END-IF.
006850     IF PHS-RECORD-TYPE = 'PG'
006860         IF PHS-GEN-NUMBER NUMERIC AND PHS-GEN-NUMBER > 0
006870             MOVE PHS-GEN-STATUS
006880                 TO WS-GTB-LAST-STATUS(PHS-GEN-NUMBER)
006890         END-IF
006900         GO TO 1350-EXIT
006910     END-IF.
006920     IF PHS-RECORD-TYPE NOT = 'PB'
006930         GO TO 1350-EXIT
006940     END-IF.
006950     IF PHS-LETTER NOT ALPHABETIC-LOWER
006960         AND PHS-LETTER NOT ALPHABETIC-UPPER
006970         GO TO 1350-EXIT
006980     END-IF.
006990     IF PHS-COUNT NOT NUMERIC OR PHS-TOTAL NOT NUMERIC
007000         OR PHS-ADJ-COUNT NOT NUMERIC OR PHS-ADJ-TOTAL NOT NUMERIC
007010         GO TO 1350-EXIT
007020     END-IF.
007030     MOVE PHS-LETTER TO WS-PRI-CHR.
007040     PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT.
007050     MOVE PHS-COUNT TO WS-LTR-OPEN-COUNT(WS-PRI-VALUE).
007060     MOVE PHS-TOTAL TO WS-LTR-OPEN-TOTAL(WS-PRI-VALUE).
007070     MOVE PHS-ADJ-COUNT TO WS-LTR-CADJ-COUNT(WS-PRI-VALUE).
007080     MOVE PHS-ADJ-TOTAL TO WS-LTR-CADJ-TOTAL(WS-PRI-VALUE).
007090 1350-EXIT.
007100     EXIT.
007110*
007120 1360-START-CLOSE.
007130     SET WS-PRIOR-CLOSE TO TRUE.
007140     MOVE PHS-PERIOD TO WS-PRIOR-PERIOD.
007150     MOVE 0 TO WS-PRIOR-DATE.
007160     MOVE 0 TO WS-PRIOR-TIME.
007170     IF PHS-CLOSE-DATE NUMERIC AND PHS-CLOSE-TIME NUMERIC
007180         MOVE PHS-CLOSE-DATE TO WS-PRIOR-DATE
007190         MOVE PHS-CLOSE-TIME TO WS-PRIOR-TIME
007200     END-IF.
007210     MOVE PHS-CLOSE-SUFFIX TO WS-PRIOR-SUFFIX.
007220     IF PHS-HIGH-GEN NUMERIC
007230         MOVE PHS-HIGH-GEN TO WS-PRIOR-HIGH-GEN
007240     END-IF.
007250     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
007260             UNTIL WS-PRI-SLOT > 52
007270         MOVE 0 TO WS-LTR-OPEN-COUNT(WS-PRI-SLOT)
007280         MOVE 0 TO WS-LTR-OPEN-TOTAL(WS-PRI-SLOT)
007290         MOVE 0 TO WS-LTR-CADJ-COUNT(WS-PRI-SLOT)
007300         MOVE 0 TO WS-LTR-CADJ-TOTAL(WS-PRI-SLOT)
007310     END-PERFORM.
007320 1360-EXIT.
007330     EXIT.
007340*
007350*----------------------------------------------------------*
007360* 1400-LOAD-CATALOGUE - SCAN THE CATALOGUE INTO THE          *
007370* GENERATION TABLE; THE LAST RECORD SEEN FOR EACH NUMBER     *
007380* WINS, AS IN THE MAIN RUN'S OWN CATALOGUE HANDLING. WITHOUT *
007390* IT NO GENERATION CAN BE ACCOUNTED FOR.                     *
007400*----------------------------------------------------------*
007410 1400-LOAD-CATALOGUE.
007420     OPEN INPUT GENCAT-FILE-NAME.
007430     IF WS-GENCAT-STATUS NOT = '00'
007440         DISPLAY "ERROR: CANNOT OPEN GENERATION CATALOGUE "
007450             "(STATUS " WS-GENCAT-STATUS ")"
007460         STOP RUN
007470     END-IF.
007480     MOVE 'N' TO WS-GENCAT-EOF-SW.
007490     PERFORM 1450-READ-GENCAT-RECORD THRU 1450-EXIT
007500         UNTIL WS-GENCAT-EOF.
007510     CLOSE GENCAT-FILE-NAME.
007520 1400-EXIT.
007530     EXIT.
007540*
007550 1450-READ-GENCAT-RECORD.
007560     READ GENCAT-FILE-NAME
007570         AT END
007580             SET WS-GENCAT-EOF TO TRUE
007590             GO TO 1450-EXIT
007600     END-READ.
007610     IF GCT-GEN-NUMBER NOT NUMERIC
007620         OR GCT-GEN-DATE NOT NUMERIC
007630         OR GCT-GEN-NUMBER = 0
007640         GO TO 1450-EXIT
007650     END-IF.
007660     MOVE GCT-GEN-DATE TO WS-GTB-DATE(GCT-GEN-NUMBER).
007670     MOVE GCT-OUTCOME TO WS-GTB-OUTCOME(GCT-GEN-NUMBER).
007680 1450-EXIT.
007690     EXIT.
007700*
007710*----------------------------------------------------------*
007720* 1500-LOAD-ACK-HISTORY - THE MATCHED COUNT AND HASH INVPOST *
007730* ACKNOWLEDGED FOR EACH GENERATION. WITHOUT THE HISTORY NO   *
007740* GENERATION SINCE THE LAST CLOSE COUNTS AS POSTED.          *
007750*----------------------------------------------------------*
007760 1500-LOAD-ACK-HISTORY.
007770     OPEN INPUT ACKHIST-FILE-NAME.
007780     IF WS-ACKHIST-STATUS NOT = '00'
007790         DISPLAY "NO ACKNOWLEDGMENT HISTORY FILE (STATUS "
007800             WS-ACKHIST-STATUS ") - NO GENERATION ACKNOWLEDGED"
007810         GO TO 1500-EXIT
007820     END-IF.
007830     MOVE 'N' TO WS-ACKHIST-EOF-SW.
007840     PERFORM 1550-READ-ACKHIST-RECORD THRU 1550-EXIT
007850         UNTIL WS-ACKHIST-EOF.
007860     CLOSE ACKHIST-FILE-NAME.
007870 1500-EXIT.
007880     EXIT.
007890*
007900 1550-READ-ACKHIST-RECORD.
007910     READ ACKHIST-FILE-NAME
007920         AT END
007930             SET WS-ACKHIST-EOF TO TRUE
007940             GO TO 1550-EXIT
007950     END-READ.
007960     IF AKH-RECORD-TYPE NOT = 'RS'
007970         GO TO 1550-EXIT
007980     END-IF.
007990     MOVE AKH-GEN-SUFFIX(11:4) TO WS-AKH-GEN-X.
008000     IF WS-AKH-GEN-X NOT NUMERIC
008010         OR AKH-COUNT NOT NUMERIC OR AKH-HASH NOT NUMERIC
008020         GO TO 1550-EXIT
008030     END-IF.
008040     MOVE WS-AKH-GEN-X TO WS-GEN-NUMBER.
008050     IF WS-GEN-NUMBER = 0
008060         GO TO 1550-EXIT
008070     END-IF.
008080     MOVE 'Y' TO WS-GTB-ACK-SW(WS-GEN-NUMBER).
008090     MOVE AKH-COUNT TO WS-GTB-ACK-COUNT(WS-GEN-NUMBER).
008100     MOVE AKH-HASH TO WS-GTB-ACK-HASH(WS-GEN-NUMBER).
008110 1550-EXIT.
008120     EXIT.
008130*
008140*----------------------------------------------------------*
008150* 2000-COLLECT-GENERATIONS - SWEEP EVERY GENERATION UP TO    *
008160* THE HIGHER OF THE LAST CLOSE'S HIGH GENERATION AND THE ONE *
008170* THIS PERIOD CLOSES ON, PICKING OUT THE ONES THIS CLOSE     *
008180* MUST ACCOUNT FOR.                                          *
008190*----------------------------------------------------------*
008200 2000-COLLECT-GENERATIONS.
008210     MOVE WS-PRIOR-HIGH-GEN TO WS-HIGH-GEN.
008220     IF WS-CLOSE-GEN > WS-HIGH-GEN
008230         MOVE WS-CLOSE-GEN TO WS-HIGH-GEN
008240     END-IF.
008250     PERFORM VARYING WS-GEN-I FROM 1 BY 1
008260             UNTIL WS-GEN-I > WS-HIGH-GEN
008270         PERFORM 2100-CLASSIFY-GENERATION THRU 2100-EXIT
008280     END-PERFORM.
008290 2000-EXIT.
008300     EXIT.
008310*
008320*----------------------------------------------------------*
008330* 2100-CLASSIFY-GENERATION - A GENERATION BEYOND THE LAST    *
008340* CLOSE'S HIGH GENERATION IS NEW TO THIS PERIOD. ONE AT OR   *
008350* BELOW IT IS ONLY LOOKED AT AGAIN IF THE LAST CLOSE LEFT IT *
008360* UNPOSTED, OR IF IT WAS POSTED IN AN EARLIER PERIOD AND HAS *
008370* SINCE BEEN REVERSED - THAT REVERSAL IS A BACKOUT IN THIS   *
008380* ONE.                                                       *
008390*----------------------------------------------------------*
008400 2100-CLASSIFY-GENERATION.
008410     IF WS-GTB-DATE(WS-GEN-I) = 0
008420         GO TO 2100-EXIT
008430     END-IF.
008440     IF WS-GEN-I NOT > WS-PRIOR-HIGH-GEN
008450         IF (WS-GTB-LAST-STATUS(WS-GEN-I) = 'POSTED'
008460             OR WS-GTB-LAST-STATUS(WS-GEN-I) = 'TAKEON')
008470             AND WS-GTB-OUTCOME(WS-GEN-I) = 'REVERSED'
008480             MOVE 'BACKOUT' TO WS-GEN-STATUS
008490             PERFORM 2200-ADD-PERIOD-GENERATION THRU 2200-EXIT
008500             GO TO 2100-EXIT
008510         END-IF
008520         IF WS-GTB-LAST-STATUS(WS-GEN-I) NOT = 'UNPOSTED'
008530             GO TO 2100-EXIT
008540         END-IF
008550     END-IF.
008560     PERFORM 2150-SET-STATUS THRU 2150-EXIT.
008570     PERFORM 2200-ADD-PERIOD-GENERATION THRU 2200-EXIT.
008580 2100-EXIT.
008590     EXIT.
008600*
008610*----------------------------------------------------------*
008620* 2150-SET-STATUS - REVERSED: BACKED OUT BEFORE ANY CLOSE    *
008630* SAW IT POSTED, SO IT NETS TO NOTHING. POSTED: ENDED NORMAL *
008640* OR AMENDED AND ACKNOWLEDGED BY INVPOST. TAKEON: ENDED WELL *
008650* BUT NEVER ACKNOWLEDGED, ON A FIRST CLOSE, WHICH TAKES IT   *
008660* ON FROM ITS EXTRACT. UNPOSTED: STILL TO BE POSTED OR STILL *
008670* RUNNING, LOOKED AT AGAIN NEXT CLOSE. OMITTED: ENDED ANY    *
008680* OTHER WAY AND WAS NEVER POSTED.                            *
008690*----------------------------------------------------------*
008700 2150-SET-STATUS.
008710     IF WS-GTB-OUTCOME(WS-GEN-I) = 'REVERSED'
008720         MOVE 'REVERSED' TO WS-GEN-STATUS
008730         GO TO 2150-EXIT
008740     END-IF.
008750     IF WS-GTB-OUTCOME(WS-GEN-I) = 'STARTED'
008760         MOVE 'UNPOSTED' TO WS-GEN-STATUS
008770         GO TO 2150-EXIT
008780     END-IF.
008790     IF WS-GTB-OUTCOME(WS-GEN-I) NOT = 'NORMAL'
008800         AND WS-GTB-OUTCOME(WS-GEN-I) NOT = 'AMENDED'
008810         MOVE 'OMITTED' TO WS-GEN-STATUS
008820         GO TO 2150-EXIT
008830     END-IF.
008840     IF WS-GTB-ACK-SW(WS-GEN-I) = 'Y'
008850         MOVE 'POSTED' TO WS-GEN-STATUS
008860         GO TO 2150-EXIT
008870     END-IF.
008880     IF WS-PRIOR-CLOSE
008890         MOVE 'UNPOSTED' TO WS-GEN-STATUS
008900     ELSE
008910         MOVE 'TAKEON' TO WS-GEN-STATUS
008920     END-IF.
008930 2150-EXIT.
008940     EXIT.
008950*
008960*----------------------------------------------------------*
008970* 2200-ADD-PERIOD-GENERATION - ENTER THE GENERATION IN THE   *
008980* PERIOD TABLE AND, FOR ONE THAT MOVED THE POSITIONS, SPREAD *
008990* ITS EXTRACT OVER THE LETTERS AND CHECK IT AGAINST WHAT     *
009000* INVPOST ACKNOWLEDGED.                                      *
009010*----------------------------------------------------------*
009020 2200-ADD-PERIOD-GENERATION.
009030     IF WS-PGN-USED NOT < WS-PGN-MAX
009040         DISPLAY "ERROR: MORE THAN " WS-PGN-MAX " GENERATIONS "
009050             "IN THE PERIOD - CLOSE AN EARLIER PERIOD FIRST"
009060         STOP RUN
009070     END-IF.
009080     ADD 1 TO WS-PGN-USED.
009090     MOVE WS-GEN-I TO WS-GEN-NUMBER.
009100     MOVE WS-GEN-NUMBER TO WS-PGN-NUMBER(WS-PGN-USED).
009110     MOVE SPACES TO WS-PGN-SUFFIX(WS-PGN-USED).
009120     STRING WS-GTB-DATE(WS-GEN-I) DELIMITED BY SIZE
009130            '.G' DELIMITED BY SIZE
009140            WS-GEN-NUMBER DELIMITED BY SIZE
009150            INTO WS-PGN-SUFFIX(WS-PGN-USED).
009160     MOVE WS-GEN-STATUS TO WS-PGN-STATUS(WS-PGN-USED).
009170     MOVE SPACES TO WS-PGN-RESULT(WS-PGN-USED).
009180     MOVE 0 TO WS-PGN-EXT-COUNT(WS-PGN-USED).
009190     MOVE 0 TO WS-PGN-EXT-TOTAL(WS-PGN-USED).
009200     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
009210             UNTIL WS-PRI-SLOT > 52
009220         MOVE 0 TO WS-PGN-LTR-COUNT(WS-PGN-USED, WS-PRI-SLOT)
009230         MOVE 0 TO WS-PGN-LTR-TOTAL(WS-PGN-USED, WS-PRI-SLOT)
009240     END-PERFORM.
009250     IF WS-GEN-STATUS = 'UNPOSTED'
009260         ADD 1 TO WS-UNPOSTED-COUNT
009270     END-IF.
009280     IF WS-GEN-STATUS NOT = 'POSTED'
009290         AND WS-GEN-STATUS NOT = 'TAKEON'
009300         AND WS-GEN-STATUS NOT = 'BACKOUT'
009310         GO TO 2200-EXIT
009320     END-IF.
009330     PERFORM 2300-READ-EXTRACT THRU 2300-EXIT.
009340     PERFORM 2400-CHECK-GENERATION THRU 2400-EXIT.
009350     PERFORM 2500-APPLY-GENERATION THRU 2500-EXIT.
009360 2200-EXIT.
009370     EXIT.
009380*
009390*----------------------------------------------------------*
009400* 2300-READ-EXTRACT - TOTAL THE GENERATION'S MATCHED         *
009410* RECORDS, OVERALL AND BY LETTER. A MISSING EXTRACT LEAVES   *
009420* THE GENERATION UNPROVED.                                   *
009430*----------------------------------------------------------*
009440 2300-READ-EXTRACT.
009450     MOVE SPACES TO WS-EXTRACT-FILE-ID.
009460     STRING 'day3extract.' DELIMITED BY SIZE
009470            WS-PGN-SUFFIX(WS-PGN-USED) DELIMITED BY SPACE
009480            '.txt' DELIMITED BY SIZE
009490            INTO WS-EXTRACT-FILE-ID.
009500     OPEN INPUT EXTRACT-FILE-NAME.
009510     IF WS-EXTRACT-STATUS NOT = '00'
009520         DISPLAY "CANNOT OPEN " WS-EXTRACT-FILE-ID " (STATUS "
009530             WS-EXTRACT-STATUS ") - GENERATION NOT PROVED"
009540         MOVE 'NOEXTRCT' TO WS-PGN-RESULT(WS-PGN-USED)
009550         GO TO 2300-EXIT
009560     END-IF.
009570     MOVE 'N' TO WS-EXTRACT-EOF-SW.
009580     PERFORM 2350-READ-EXTRACT-RECORD THRU 2350-EXIT
009590         UNTIL WS-EXTRACT-EOF.
009600     CLOSE EXTRACT-FILE-NAME.
009610 2300-EXIT.
009620     EXIT.
009630*
009640 2350-READ-EXTRACT-RECORD.
009650     READ EXTRACT-FILE-NAME
009660         AT END
009670             SET WS-EXTRACT-EOF TO TRUE
009680             GO TO 2350-EXIT
009690     END-READ.
009700     IF EXT-RECORD-TYPE NOT = 'RS'
009710         GO TO 2350-EXIT
009720     END-IF.
009730     IF EXT-PRIORITY NOT NUMERIC
009740         GO TO 2350-EXIT
009750     END-IF.
009760     MOVE EXT-FOUND-CHR TO WS-PRI-CHR.
009770     PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT.
009780     IF WS-PRI-VALUE < 1 OR WS-PRI-VALUE > 52
009790         GO TO 2350-EXIT
009800     END-IF.
009810     ADD 1 TO WS-PGN-EXT-COUNT(WS-PGN-USED).
009820     ADD EXT-PRIORITY TO WS-PGN-EXT-TOTAL(WS-PGN-USED).
009830     ADD 1 TO WS-PGN-LTR-COUNT(WS-PGN-USED, WS-PRI-VALUE).
009840     ADD EXT-PRIORITY
009850         TO WS-PGN-LTR-TOTAL(WS-PGN-USED, WS-PRI-VALUE).
009860 2350-EXIT.
009870     EXIT.
009880*
009890*----------------------------------------------------------*
009900* 2400-CHECK-GENERATION - THE EXTRACT'S MATCHED COUNT AND    *
009910* PRIORITY SUM MUST EQUAL THE COUNT AND HASH INVPOST         *
009920* ACKNOWLEDGED. A TAKEN-ON GENERATION HAS NO ACKNOWLEDGMENT  *
009930* TO CHECK AGAINST.                                          *
009940*----------------------------------------------------------*
009950 2400-CHECK-GENERATION.
009960     IF WS-PGN-RESULT(WS-PGN-USED) = 'NOEXTRCT'
009970         ADD 1 TO WS-UNTIED-GENS
009980         GO TO 2400-EXIT
009990     END-IF.
010000     IF WS-GTB-ACK-SW(WS-GEN-I) NOT = 'Y'
010010         MOVE 'NOACK' TO WS-PGN-RESULT(WS-PGN-USED)
010020         GO TO 2400-EXIT
010030     END-IF.
010040     IF WS-PGN-EXT-COUNT(WS-PGN-USED) = WS-GTB-ACK-COUNT(WS-GEN-I)
010050         AND WS-PGN-EXT-TOTAL(WS-PGN-USED)
010060             = WS-GTB-ACK-HASH(WS-GEN-I)
010070         MOVE 'TIED' TO WS-PGN-RESULT(WS-PGN-USED)
010080     ELSE
010090         MOVE 'UNTIED' TO WS-PGN-RESULT(WS-PGN-USED)
010100         ADD 1 TO WS-UNTIED-GENS
010110     END-IF.
010120 2400-EXIT.
010130     EXIT.
010140*
010150*----------------------------------------------------------*
010160* 2500-APPLY-GENERATION - ADD A POSTED OR TAKEN-ON           *
010170* GENERATION TO EACH LETTER'S POSTINGS, OR A BACKOUT TO ITS  *
010180* BACKOUTS. THE PERIOD PROOF TAKES A POSTING AT ITS          *
010190* ACKNOWLEDGED FIGURES AND A BACKOUT OR TAKE-ON AT ITS       *
010200* EXTRACT'S.                                                 *
010210*----------------------------------------------------------*
010220 2500-APPLY-GENERATION.
010230     IF WS-PGN-STATUS(WS-PGN-USED) = 'BACKOUT'
010240         ADD 1 TO WS-BACKOUT-COUNT
010250         ADD WS-PGN-EXT-COUNT(WS-PGN-USED) TO WS-PRF-BACK-COUNT
010260         ADD WS-PGN-EXT-TOTAL(WS-PGN-USED) TO WS-PRF-BACK-TOTAL
010270         PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
010280                 UNTIL WS-PRI-SLOT > 52
010290             ADD WS-PGN-LTR-COUNT(WS-PGN-USED, WS-PRI-SLOT)
010300                 TO WS-LTR-BACK-COUNT(WS-PRI-SLOT)
010310             ADD WS-PGN-LTR-TOTAL(WS-PGN-USED, WS-PRI-SLOT)
010320                 TO WS-LTR-BACK-TOTAL(WS-PRI-SLOT)
010330         END-PERFORM
010340         GO TO 2500-EXIT
010350     END-IF.
010360     IF WS-PGN-STATUS(WS-PGN-USED) = 'POSTED'
010370         ADD WS-GTB-ACK-COUNT(WS-GEN-I) TO WS-PRF-POST-COUNT
010380         ADD WS-GTB-ACK-HASH(WS-GEN-I) TO WS-PRF-POST-TOTAL
010390     ELSE
010400         ADD WS-PGN-EXT-COUNT(WS-PGN-USED) TO WS-PRF-POST-COUNT
010410         ADD WS-PGN-EXT-TOTAL(WS-PGN-USED) TO WS-PRF-POST-TOTAL
010420     END-IF.
010430     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
010440             UNTIL WS-PRI-SLOT > 52
010450         ADD WS-PGN-LTR-COUNT(WS-PGN-USED, WS-PRI-SLOT)
010460             TO WS-LTR-POST-COUNT(WS-PRI-SLOT)
010470         ADD WS-PGN-LTR-TOTAL(WS-PGN-USED, WS-PRI-SLOT)
010480             TO WS-LTR-POST-TOTAL(WS-PRI-SLOT)
010490     END-PERFORM.
010500 2500-EXIT.
010510     EXIT.
010520*
010530*----------------------------------------------------------*
010540* 3000-LOAD-ADJUSTMENTS - THE RUCKCONS REPAIR ADJUSTMENTS    *
010550* STAMPED SINCE THE LAST CLOSE. THEY NEVER REACH THE         *
010560* POSITION FILE, SO THEY ARE CARRIED BESIDE IT AS A MEMO:    *
010570* THE PERIOD'S ADJUSTMENT PER LETTER, AND THE CUMULATIVE     *
010580* ADJUSTMENT THAT TURNS A CLOSING BALANCE INTO THE ADJUSTED  *
010581* ONE. A FIRST PASS FINDS EACH GENERATION'S LATEST SET, AND  *
010582* THE LATEST THE LAST CLOSE SAW; THE SECOND TAKES ONLY THE   *
010583* LATEST SET, AND BACKS OUT THE ONE THE LAST CLOSE TOOK WHEN *
010584* A RERUN SINCE HAS REPLACED IT.                             *
010600*----------------------------------------------------------*
010610 3000-LOAD-ADJUSTMENTS.
010620     OPEN INPUT CONSADJ-FILE-NAME.
010630     IF WS-CONSADJ-STATUS NOT = '00'
010640         DISPLAY "NO REPAIR ADJUSTMENT FILE (STATUS "
010650             WS-CONSADJ-STATUS ") - NO ADJUSTMENTS IN THE PERIOD"
010660         GO TO 3000-EXIT
010670     END-IF.
010680     MOVE 'N' TO WS-CONSADJ-EOF-SW.
010681     PERFORM 3050-FIND-LATEST-SET THRU 3050-EXIT
010682         UNTIL WS-CONSADJ-EOF.
010683     CLOSE CONSADJ-FILE-NAME.
010684     OPEN INPUT CONSADJ-FILE-NAME.
010685     MOVE 'N' TO WS-CONSADJ-EOF-SW.
010690     PERFORM 3100-READ-ADJUSTMENT THRU 3100-EXIT
010700         UNTIL WS-CONSADJ-EOF.
010710     CLOSE CONSADJ-FILE-NAME.
010720     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
010730             UNTIL WS-PRI-SLOT > 52
010740         ADD WS-LTR-PADJ-COUNT(WS-PRI-SLOT)
010750             TO WS-LTR-CADJ-COUNT(WS-PRI-SLOT)
010760         ADD WS-LTR-PADJ-TOTAL(WS-PRI-SLOT)
010770             TO WS-LTR-CADJ-TOTAL(WS-PRI-SLOT)
010780     END-PERFORM.
010790 3000-EXIT.
010800     EXIT.
010810*
1081A1 3050-FIND-LATEST-SET.
1081A2     READ CONSADJ-FILE-NAME
1081A3         AT END
1081A4             SET WS-CONSADJ-EOF TO TRUE
1081A5             GO TO 3050-EXIT
1081A6     END-READ.
1081A7     PERFORM 3200-EDIT-ADJUSTMENT THRU 3200-EXIT.
1081A8     IF WS-GEN-NUMBER = 0
1081A9         GO TO 3050-EXIT
1081B1     END-IF.
1081B2     IF WS-ADJ-STAMP > WS-GTB-ADJ-STAMP(WS-GEN-NUMBER)
1081B3         MOVE WS-ADJ-STAMP TO WS-GTB-ADJ-STAMP(WS-GEN-NUMBER)
1081B4     END-IF.
1081B5     IF WS-ADJ-STAMP NOT > WS-PRIOR-STAMP
1081B6         AND WS-ADJ-STAMP > WS-GTB-ADJ-PRIOR(WS-GEN-NUMBER)
1081B7         MOVE WS-ADJ-STAMP TO WS-GTB-ADJ-PRIOR(WS-GEN-NUMBER)
1081B8     END-IF.
1081B9 3050-EXIT.
1081C1     EXIT.
1081C2*
010820 3100-READ-ADJUSTMENT.
010830     READ CONSADJ-FILE-NAME
010840         AT END
010850             SET WS-CONSADJ-EOF TO TRUE
010860             GO TO 3100-EXIT
010870     END-READ.
1087A1     PERFORM 3200-EDIT-ADJUSTMENT THRU 3200-EXIT.
1087A2     IF WS-GEN-NUMBER = 0
1087A3         GO TO 3100-EXIT
1087A4     END-IF.
1087A5     IF WS-GTB-ADJ-STAMP(WS-GEN-NUMBER) NOT > WS-PRIOR-STAMP
1087A6         GO TO 3100-EXIT
1087A7     END-IF.
1087A8     MOVE CAJ-LETTER TO WS-PRI-CHR.
1087A9     PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT.
1087B1     IF WS-ADJ-STAMP = WS-GTB-ADJ-STAMP(WS-GEN-NUMBER)
1087B2         ADD CAJ-COUNT TO WS-LTR-PADJ-COUNT(WS-PRI-VALUE)
1087B3         ADD CAJ-PRIORITY-TOTAL TO WS-LTR-PADJ-TOTAL(WS-PRI-VALUE)
1087B4         ADD 1 TO WS-ADJ-RECORDS
1087B5         GO TO 3100-EXIT
1087B6     END-IF.
1087B7     IF WS-ADJ-STAMP = WS-GTB-ADJ-PRIOR(WS-GEN-NUMBER)
1087B8         SUBTRACT CAJ-COUNT FROM WS-LTR-PADJ-COUNT(WS-PRI-VALUE)
1087B9         SUBTRACT CAJ-PRIORITY-TOTAL
1087C1             FROM WS-LTR-PADJ-TOTAL(WS-PRI-VALUE)
1087C2         ADD 1 TO WS-ADJ-REPLACED
1087C3     END-IF.
1087C4 3100-EXIT.
1087C5     EXIT.
1087C6*
1087C7*----------------------------------------------------------*
1087C8* 3200-EDIT-ADJUSTMENT - A USABLE 'RA' RECORD LEAVES ITS RUN *
1087C9* STAMP AND ITS GENERATION NUMBER; ANY OTHER LEAVES A        *
1087D1* GENERATION NUMBER OF ZERO AND IS PASSED OVER.              *
1087D2*----------------------------------------------------------*
1087D3 3200-EDIT-ADJUSTMENT.
1087D4     MOVE 0 TO WS-GEN-NUMBER.
010880     IF CAJ-RECORD-TYPE NOT = 'RA'
010881         GO TO 3200-EXIT
010900     END-IF.
010910     IF CAJ-RUN-DATE NOT NUMERIC OR CAJ-RUN-TIME NOT NUMERIC
010920         OR CAJ-COUNT NOT NUMERIC
010930         OR CAJ-PRIORITY-TOTAL NOT NUMERIC
010931         GO TO 3200-EXIT
010990     END-IF.
011000     IF CAJ-LETTER NOT ALPHABETIC-LOWER
011010         AND CAJ-LETTER NOT ALPHABETIC-UPPER
011011         GO TO 3200-EXIT
011030     END-IF.
011031     MOVE CAJ-GEN-SUFFIX(11:4) TO WS-CAJ-GEN-X.
011032     IF WS-CAJ-GEN-X NOT NUMERIC
011033         GO TO 3200-EXIT
011034     END-IF.
011035     COMPUTE WS-ADJ-STAMP = CAJ-RUN-DATE * 1000000 + CAJ-RUN-TIME.
011036     MOVE WS-CAJ-GEN-X TO WS-GEN-NUMBER.
011037 3200-EXIT.
011100     EXIT.
011110*
011120*----------------------------------------------------------*
011130* 4000-PROVE-LETTERS - EACH LETTER'S EXPECTED CLOSING IS ITS *
011140* OPENING PLUS ITS POSTINGS LESS ITS BACKOUTS; IT TIES WHEN  *
011150* THE POSITION FILE HOLDS EXACTLY THAT, IN COUNT AND IN      *
011160* TOTAL. THE PERIOD PROOF DOES THE SAME OVER ALL LETTERS     *
011170* FROM THE ACKNOWLEDGED FIGURES, AND THE CLOSE TIES ONLY     *
011180* WHEN EVERY LETTER, EVERY GENERATION AND THE PROOF ALL TIE. *
011190*----------------------------------------------------------*
011200 4000-PROVE-LETTERS.
011210     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
011220             UNTIL WS-PRI-SLOT > 52
011230         PERFORM 4100-PROVE-ONE-LETTER THRU 4100-EXIT
011240     END-PERFORM.
011250     COMPUTE WS-PRF-EXP-COUNT = WS-PRF-OPEN-COUNT
011260         + WS-PRF-POST-COUNT - WS-PRF-BACK-COUNT.
011270     COMPUTE WS-PRF-EXP-TOTAL = WS-PRF-OPEN-TOTAL
011280         + WS-PRF-POST-TOTAL - WS-PRF-BACK-TOTAL.
011290     MOVE 'TIED' TO WS-CLOSE-RESULT.
011300     IF WS-UNTIED-LETTERS > 0 OR WS-UNTIED-GENS > 0
011310         OR WS-PRF-EXP-COUNT NOT = WS-PRF-ACT-COUNT
011320         OR WS-PRF-EXP-TOTAL NOT = WS-PRF-ACT-TOTAL
011330         MOVE 'UNTIED' TO WS-CLOSE-RESULT
011340     END-IF.
011350 4000-EXIT.
011360     EXIT.
011370*
011380 4100-PROVE-ONE-LETTER.
011390     COMPUTE WS-LTR-EXP-COUNT(WS-PRI-SLOT) =
011400         WS-LTR-OPEN-COUNT(WS-PRI-SLOT)
011410         + WS-LTR-POST-COUNT(WS-PRI-SLOT)
011420         - WS-LTR-BACK-COUNT(WS-PRI-SLOT).
011430     COMPUTE WS-LTR-EXP-TOTAL(WS-PRI-SLOT) =
011440         WS-LTR-OPEN-TOTAL(WS-PRI-SLOT)
011450         + WS-LTR-POST-TOTAL(WS-PRI-SLOT)
011460         - WS-LTR-BACK-TOTAL(WS-PRI-SLOT).
011470     ADD WS-LTR-OPEN-COUNT(WS-PRI-SLOT) TO WS-PRF-OPEN-COUNT.
011480     ADD WS-LTR-OPEN-TOTAL(WS-PRI-SLOT) TO WS-PRF-OPEN-TOTAL.
011490     ADD WS-LTR-CLOSE-COUNT(WS-PRI-SLOT) TO WS-PRF-ACT-COUNT.
011500     ADD WS-LTR-CLOSE-TOTAL(WS-PRI-SLOT) TO WS-PRF-ACT-TOTAL.
011510     IF WS-LTR-EXP-COUNT(WS-PRI-SLOT)
011520             = WS-LTR-CLOSE-COUNT(WS-PRI-SLOT)
011530         AND WS-LTR-EXP-TOTAL(WS-PRI-SLOT)
011540             = WS-LTR-CLOSE-TOTAL(WS-PRI-SLOT)
011550         MOVE 'TIED' TO WS-LTR-RESULT(WS-PRI-SLOT)
011560     ELSE
011570         MOVE 'UNTIED' TO WS-LTR-RESULT(WS-PRI-SLOT)
011580         ADD 1 TO WS-UNTIED-LETTERS
011590     END-IF.
011600 4100-EXIT.
011610     EXIT.
011620*
011630*----------------------------------------------------------*
011640* 4200-CHR-TO-PRIORITY - CONVERT A SINGLE ITEM LETTER IN     *
011650* WS-PRI-CHR INTO ITS SLOT VALUE IN WS-PRI-VALUE, AS THE     *
011660* MAIN PROGRAM DOES.                                         *
011670*----------------------------------------------------------*
011680 4200-CHR-TO-PRIORITY.
011690     SET WS-PRI-ORD TO FUNCTION ORD(WS-PRI-CHR).
011700     IF WS-PRI-ORD >= FUNCTION ORD('a')
011710         SUBTRACT 97 FROM WS-PRI-ORD GIVING WS-PRI-VALUE
011720     ELSE
011730         SUBTRACT 39 FROM WS-PRI-ORD GIVING WS-PRI-VALUE
011740     END-IF.
011750 4200-EXIT.
011760     EXIT.
011770*
011780*----------------------------------------------------------*
011790* 5000-WRITE-STATEMENT - THE HEADER, THE PERIOD'S            *
011800* GENERATIONS, EVERY LETTER WITH A BALANCE OR MOVEMENT IN    *
011810* PRIORITY ORDER, THE PROOF AND THE TRAILER.                 *
011820*----------------------------------------------------------*
011830 5000-WRITE-STATEMENT.
011840     OPEN OUTPUT PERSTMT-FILE-NAME.
011850     IF WS-PERSTMT-STATUS NOT = '00'
011860         DISPLAY "ERROR: CANNOT OPEN PERIOD STATEMENT (STATUS "
011870             WS-PERSTMT-STATUS ")"
011880         STOP RUN
011890     END-IF.
011900     MOVE SPACES TO PERSTMT-REC.
011910     MOVE 'HD' TO PST-RECORD-TYPE.
011920     MOVE WS-CLOSE-PERIOD TO PST-PERIOD.
011930     MOVE WS-RUN-DATE TO PST-RUN-DATE.
011940     MOVE WS-PRIOR-PERIOD TO PST-PRIOR-PERIOD.
011950     MOVE WS-PRIOR-SUFFIX TO PST-OPEN-SUFFIX.
011960     MOVE WS-CLOSE-SUFFIX TO PST-CLOSE-SUFFIX.
011970     WRITE PERSTMT-REC.
011980     PERFORM VARYING WS-PGN-I FROM 1 BY 1
011990             UNTIL WS-PGN-I > WS-PGN-USED
012000         PERFORM 5100-WRITE-GENERATION-LINE THRU 5100-EXIT
012010     END-PERFORM.
012020     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
012030             UNTIL WS-PRI-SLOT > 52
012040         PERFORM 5200-WRITE-LETTER-LINES THRU 5200-EXIT
012050     END-PERFORM.
012060     PERFORM 5400-WRITE-PROOF-LINES THRU 5400-EXIT.
012070     MOVE SPACES TO PERSTMT-REC.
012080     MOVE 'TR' TO PST-RECORD-TYPE.
012090     MOVE WS-LETTER-COUNT TO PST-LETTERS.
012100     MOVE WS-UNTIED-LETTERS TO PST-UNTIED-LETTERS.
012110     MOVE WS-PGN-USED TO PST-GENERATIONS.
012120     MOVE WS-UNTIED-GENS TO PST-UNTIED-GENS.
012130     MOVE WS-BACKOUT-COUNT TO PST-BACKOUTS.
012140     MOVE WS-ADJ-LETTERS TO PST-ADJUSTED-LETTERS.
012150     MOVE WS-CLOSE-RESULT TO PST-CLOSE-RESULT.
012160     WRITE PERSTMT-REC.
012170     CLOSE PERSTMT-FILE-NAME.
012180 5000-EXIT.
012190     EXIT.
012200*
012210 5100-WRITE-GENERATION-LINE.
012220     MOVE SPACES TO PERSTMT-REC.
012230     MOVE 'GN' TO PST-RECORD-TYPE.
012240     MOVE WS-PGN-SUFFIX(WS-PGN-I) TO PST-GEN-SUFFIX.
012250     MOVE WS-PGN-STATUS(WS-PGN-I) TO PST-GEN-STATUS.
012260     MOVE WS-PGN-NUMBER(WS-PGN-I) TO WS-GEN-NUMBER.
012270     MOVE WS-GTB-ACK-COUNT(WS-GEN-NUMBER) TO PST-ACK-COUNT.
012280     MOVE WS-GTB-ACK-HASH(WS-GEN-NUMBER) TO PST-ACK-HASH.
012290     MOVE WS-PGN-EXT-COUNT(WS-PGN-I) TO PST-EXT-COUNT.
012300     MOVE WS-PGN-EXT-TOTAL(WS-PGN-I) TO PST-EXT-TOTAL.
012310     MOVE WS-PGN-RESULT(WS-PGN-I) TO PST-GEN-RESULT.
012320     WRITE PERSTMT-REC.
012330 5100-EXIT.
012340     EXIT.
012350*
012360*----------------------------------------------------------*
012370* 5200-WRITE-LETTER-LINES - A LETTER WITH NOTHING TO SHOW IS *
012380* LEFT OFF. OTHERWISE ITS OPENING, A LINE PER GENERATION     *
012390* THAT POSTED TO IT OR WAS BACKED OUT OF IT, ITS REPAIR      *
012400* ADJUSTMENT FOR THE PERIOD, AND ITS CLOSING WITH THE        *
012410* EXPECTED AND ADJUSTED FIGURES BESIDE IT.                   *
012420*----------------------------------------------------------*
012430 5200-WRITE-LETTER-LINES.
012440     IF WS-LTR-OPEN-COUNT(WS-PRI-SLOT) = 0
012450         AND WS-LTR-OPEN-TOTAL(WS-PRI-SLOT) = 0
012460         AND WS-LTR-POST-COUNT(WS-PRI-SLOT) = 0
012470         AND WS-LTR-BACK-COUNT(WS-PRI-SLOT) = 0
012480         AND WS-LTR-CLOSE-COUNT(WS-PRI-SLOT) = 0
012490         AND WS-LTR-CLOSE-TOTAL(WS-PRI-SLOT) = 0
012500         AND WS-LTR-CADJ-COUNT(WS-PRI-SLOT) = 0
012510         AND WS-LTR-CADJ-TOTAL(WS-PRI-SLOT) = 0
012511         AND WS-LTR-PADJ-COUNT(WS-PRI-SLOT) = 0
012512         AND WS-LTR-PADJ-TOTAL(WS-PRI-SLOT) = 0
012520         GO TO 5200-EXIT
012530     END-IF.
012540     ADD 1 TO WS-LETTER-COUNT.
012550     PERFORM 5270-PRIORITY-TO-LETTER THRU 5270-EXIT.
012560     MOVE SPACES TO PERSTMT-REC.
012570     MOVE 'OP' TO PST-RECORD-TYPE.
012580     MOVE WS-LETTER TO PST-LETTER.
012590     MOVE WS-PRIOR-SUFFIX TO PST-REF-SUFFIX.
012600     MOVE WS-LTR-OPEN-COUNT(WS-PRI-SLOT) TO PST-COUNT.
012610     MOVE WS-LTR-OPEN-TOTAL(WS-PRI-SLOT) TO PST-TOTAL.
012620     WRITE PERSTMT-REC.
012630     PERFORM VARYING WS-PGN-I FROM 1 BY 1
012640             UNTIL WS-PGN-I > WS-PGN-USED
012650         PERFORM 5250-WRITE-MOVEMENT-LINE THRU 5250-EXIT
012660     END-PERFORM.
012670     IF WS-LTR-PADJ-COUNT(WS-PRI-SLOT) NOT = 0
012680         OR WS-LTR-PADJ-TOTAL(WS-PRI-SLOT) NOT = 0
012690         ADD 1 TO WS-ADJ-LETTERS
012700         MOVE SPACES TO PERSTMT-REC
012710         MOVE 'RA' TO PST-RECORD-TYPE
012720         MOVE WS-LETTER TO PST-LETTER
012730         MOVE WS-LTR-PADJ-COUNT(WS-PRI-SLOT) TO PST-COUNT
012740         MOVE WS-LTR-PADJ-TOTAL(WS-PRI-SLOT) TO PST-TOTAL
012750         WRITE PERSTMT-REC
012760     END-IF.
012770     MOVE SPACES TO PERSTMT-REC.
012780     MOVE 'CL' TO PST-RECORD-TYPE.
012790     MOVE WS-LETTER TO PST-LETTER.
012800     MOVE WS-CLOSE-SUFFIX TO PST-REF-SUFFIX.
012810     MOVE WS-LTR-CLOSE-COUNT(WS-PRI-SLOT) TO PST-COUNT.
012820     MOVE WS-LTR-CLOSE-TOTAL(WS-PRI-SLOT) TO PST-TOTAL.
012830     MOVE WS-LTR-EXP-COUNT(WS-PRI-SLOT) TO PST-EXPECT-COUNT.
012840     MOVE WS-LTR-EXP-TOTAL(WS-PRI-SLOT) TO PST-EXPECT-TOTAL.
012850     COMPUTE PST-ADJUSTED-COUNT = WS-LTR-CLOSE-COUNT(WS-PRI-SLOT)
012860         + WS-LTR-CADJ-COUNT(WS-PRI-SLOT).
012870     COMPUTE PST-ADJUSTED-TOTAL = WS-LTR-CLOSE-TOTAL(WS-PRI-SLOT)
012880         + WS-LTR-CADJ-TOTAL(WS-PRI-SLOT).
012890     MOVE WS-LTR-RESULT(WS-PRI-SLOT) TO PST-LETTER-RESULT.
012900     WRITE PERSTMT-REC.
012910 5200-EXIT.
012920     EXIT.
012930*
012940 5250-WRITE-MOVEMENT-LINE.
012950     IF WS-PGN-LTR-COUNT(WS-PGN-I, WS-PRI-SLOT) = 0
012960         AND WS-PGN-LTR-TOTAL(WS-PGN-I, WS-PRI-SLOT) = 0
012970         GO TO 5250-EXIT
012980     END-IF.
012990     MOVE SPACES TO PERSTMT-REC.
013000     MOVE WS-LETTER TO PST-LETTER.
013010     MOVE WS-PGN-SUFFIX(WS-PGN-I) TO PST-REF-SUFFIX.
013020     IF WS-PGN-STATUS(WS-PGN-I) = 'BACKOUT'
013030         MOVE 'BK' TO PST-RECORD-TYPE
013040         COMPUTE PST-COUNT =
013050             0 - WS-PGN-LTR-COUNT(WS-PGN-I, WS-PRI-SLOT)
013060         COMPUTE PST-TOTAL =
013070             0 - WS-PGN-LTR-TOTAL(WS-PGN-I, WS-PRI-SLOT)
013080     ELSE
013090         MOVE 'PG' TO PST-RECORD-TYPE
013100         MOVE WS-PGN-LTR-COUNT(WS-PGN-I, WS-PRI-SLOT) TO PST-COUNT
013110         MOVE WS-PGN-LTR-TOTAL(WS-PGN-I, WS-PRI-SLOT) TO PST-TOTAL
013120     END-IF.
013130     WRITE PERSTMT-REC.
013140 5250-EXIT.
013150     EXIT.
013160*
013170*----------------------------------------------------------*
013180* 5270-PRIORITY-TO-LETTER - THE INVERSE OF 4200: TURN THE    *
013190* SLOT IN WS-PRI-SLOT BACK INTO ITS ITEM LETTER.             *
013200*----------------------------------------------------------*
013210 5270-PRIORITY-TO-LETTER.
013220     IF WS-PRI-SLOT <= 26
013230         COMPUTE WS-TMP = WS-PRI-SLOT + 97
013240     ELSE
013250         COMPUTE WS-TMP = WS-PRI-SLOT + 39
013260     END-IF.
013270     MOVE FUNCTION CHAR(WS-TMP) TO WS-LETTER.
013280 5270-EXIT.
013290     EXIT.
013300*
013310*----------------------------------------------------------*
013320* 5400-WRITE-PROOF-LINES - THE PERIOD PROOF, ONCE IN MATCH   *
013330* COUNT AND ONCE IN PRIORITY TOTAL.                          *
013340*----------------------------------------------------------*
013350 5400-WRITE-PROOF-LINES.
013360     MOVE SPACES TO PERSTMT-REC.
013370     MOVE 'PR' TO PST-RECORD-TYPE.
013380     MOVE 'COUNT' TO PST-PROOF-LINE.
013390     MOVE WS-PRF-OPEN-COUNT TO PST-PRF-OPENING.
013400     MOVE WS-PRF-POST-COUNT TO PST-PRF-POSTED.
013410     MOVE WS-PRF-BACK-COUNT TO PST-PRF-BACKED-OUT.
013420     MOVE WS-PRF-EXP-COUNT TO PST-PRF-EXPECTED.
013430     MOVE WS-PRF-ACT-COUNT TO PST-PRF-ACTUAL.
013440     IF WS-PRF-EXP-COUNT = WS-PRF-ACT-COUNT
013450         MOVE 'TIED' TO PST-PRF-RESULT
013460     ELSE
013470         MOVE 'UNTIED' TO PST-PRF-RESULT
013480     END-IF.
013490     WRITE PERSTMT-REC.
013500     MOVE SPACES TO PERSTMT-REC.
013510     MOVE 'PR' TO PST-RECORD-TYPE.
013520     MOVE 'TOTAL' TO PST-PROOF-LINE.
013530     MOVE WS-PRF-OPEN-TOTAL TO PST-PRF-OPENING.
013540     MOVE WS-PRF-POST-TOTAL TO PST-PRF-POSTED.
013550     MOVE WS-PRF-BACK-TOTAL TO PST-PRF-BACKED-OUT.
013560     MOVE WS-PRF-EXP-TOTAL TO PST-PRF-EXPECTED.
013570     MOVE WS-PRF-ACT-TOTAL TO PST-PRF-ACTUAL.
013580     IF WS-PRF-EXP-TOTAL = WS-PRF-ACT-TOTAL
013590         MOVE 'TIED' TO PST-PRF-RESULT
013600     ELSE
013610         MOVE 'UNTIED' TO PST-PRF-RESULT
013620     END-IF.
013630     WRITE PERSTMT-REC.
013640 5400-EXIT.
013650     EXIT.
013660*
013670*----------------------------------------------------------*
013680* 6000-RECORD-CLOSE - APPEND THE CLOSE TO THE PERIOD         *
013690* HISTORY: THE 'PC' RECORD, A 'PG' RECORD PER GENERATION     *
013700* ACCOUNTED FOR, AND A 'PB' RECORD PER LETTER WITH A CLOSING *
013710* BALANCE OR A CUMULATIVE ADJUSTMENT. AN UNTIED CLOSE IS     *
013720* STILL RECORDED - THE NEXT PERIOD OPENS FROM WHAT THE       *
013730* POSITION FILE HOLDS - BUT IT IS RAISED ON THE ALERT FEED.  *
013740*----------------------------------------------------------*
013750 6000-RECORD-CLOSE.
013760     OPEN EXTEND PERHIST-FILE-NAME.
013770     IF WS-PERHIST-STATUS NOT = '00'
013780         OPEN OUTPUT PERHIST-FILE-NAME
013790     END-IF.
013800     IF WS-PERHIST-STATUS NOT = '00'
013810         DISPLAY "ERROR: CANNOT EXTEND PERIOD HISTORY (STATUS "
013820             WS-PERHIST-STATUS ") - CLOSE NOT RECORDED"
013830         STOP RUN
013840     END-IF.
013850     MOVE SPACES TO PERHIST-REC.
013860     MOVE 'PC' TO PHS-RECORD-TYPE.
013870     MOVE WS-CLOSE-PERIOD TO PHS-PERIOD.
013880     MOVE WS-RUN-DATE TO PHS-CLOSE-DATE.
013890     MOVE WS-RUN-TIME TO PHS-CLOSE-TIME.
013900     MOVE WS-PRIOR-SUFFIX TO PHS-OPEN-SUFFIX.
013910     MOVE WS-CLOSE-SUFFIX TO PHS-CLOSE-SUFFIX.
013920     MOVE WS-HIGH-GEN TO PHS-HIGH-GEN.
013930     MOVE WS-CLOSE-RESULT TO PHS-RESULT.
013940     WRITE PERHIST-REC.
013950     PERFORM VARYING WS-PGN-I FROM 1 BY 1
013960             UNTIL WS-PGN-I > WS-PGN-USED
013970         MOVE SPACES TO PERHIST-REC
013980         MOVE 'PG' TO PHS-RECORD-TYPE
013990         MOVE WS-CLOSE-PERIOD TO PHS-PERIOD
014000         MOVE WS-PGN-NUMBER(WS-PGN-I) TO PHS-GEN-NUMBER
014010         MOVE WS-PGN-SUFFIX(WS-PGN-I) TO PHS-GEN-SUFFIX
014020         MOVE WS-PGN-STATUS(WS-PGN-I) TO PHS-GEN-STATUS
014030         WRITE PERHIST-REC
014040     END-PERFORM.
014050     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
014060             UNTIL WS-PRI-SLOT > 52
014070         PERFORM 6100-WRITE-BALANCE THRU 6100-EXIT
014080     END-PERFORM.
014090     CLOSE PERHIST-FILE-NAME.
014100     IF WS-CLOSE-RESULT = 'UNTIED'
014110         MOVE 'W' TO WS-ALT-SEVERITY
014120         MOVE 'CLOSEVAR' TO WS-ALT-CONDITION
014130         MOVE 'day3perstmt.txt' TO WS-ALT-FILE
014140         MOVE WS-UNTIED-LETTERS TO WS-ALT-FIGURE-1
014150         MOVE WS-UNTIED-GENS TO WS-ALT-FIGURE-2
014160         PERFORM 7700-WRITE-ALERT THRU 7700-EXIT
014170     END-IF.
014180 6000-EXIT.
014190     EXIT.
014200*
014210 6100-WRITE-BALANCE.
014220     IF WS-LTR-CLOSE-COUNT(WS-PRI-SLOT) = 0
014230         AND WS-LTR-CLOSE-TOTAL(WS-PRI-SLOT) = 0
014240         AND WS-LTR-CADJ-COUNT(WS-PRI-SLOT) = 0
014250         AND WS-LTR-CADJ-TOTAL(WS-PRI-SLOT) = 0
014260         GO TO 6100-EXIT
014270     END-IF.
014280     PERFORM 5270-PRIORITY-TO-LETTER THRU 5270-EXIT.
014290     MOVE SPACES TO PERHIST-REC.
014300     MOVE 'PB' TO PHS-RECORD-TYPE.
014310     MOVE WS-CLOSE-PERIOD TO PHS-PERIOD.
014320     MOVE WS-LETTER TO PHS-LETTER.
014330     MOVE WS-LTR-CLOSE-COUNT(WS-PRI-SLOT) TO PHS-COUNT.
014340     MOVE WS-LTR-CLOSE-TOTAL(WS-PRI-SLOT) TO PHS-TOTAL.
014350     MOVE WS-LTR-CADJ-COUNT(WS-PRI-SLOT) TO PHS-ADJ-COUNT.
014360     MOVE WS-LTR-CADJ-TOTAL(WS-PRI-SLOT) TO PHS-ADJ-TOTAL.
014370     WRITE PERHIST-REC.
014380 6100-EXIT.
014390     EXIT.
014400*
014410*----------------------------------------------------------*
014420* 7700-WRITE-ALERT - APPEND ONE RECORD TO THE OPERATIONS     *
014430* FEED, CREATING IT ON FIRST USE.                            *
014440*----------------------------------------------------------*
014450 7700-WRITE-ALERT.
014460     OPEN EXTEND ALERT-FILE-NAME.
014470     IF WS-ALERT-STATUS NOT = '00'
014480         OPEN OUTPUT ALERT-FILE-NAME
014490     END-IF.
014500     MOVE SPACES TO ALERT-REC.
014510     MOVE WS-RUN-DATE TO ALT-RUN-DATE.
014520     MOVE WS-RUN-TIME TO ALT-RUN-TIME.
014530     MOVE 'PERCLOSE' TO ALT-PROGRAM.
014540     MOVE WS-ALT-SEVERITY TO ALT-SEVERITY.
014550     MOVE WS-ALT-CONDITION TO ALT-CONDITION.
014560     MOVE WS-ALT-FILE TO ALT-FILE-NAME.
014570     MOVE WS-ALT-FIGURE-1 TO ALT-FIGURE-1.
014580     MOVE WS-ALT-FIGURE-2 TO ALT-FIGURE-2.
014590     WRITE ALERT-REC.
014600     CLOSE ALERT-FILE-NAME.
014610 7700-EXIT.
014620     EXIT.
014630*
014640*----------------------------------------------------------*
014650* 9999-TERMINATE - GIVE THE OPERATOR THE RUN SUMMARY.        *
014660*----------------------------------------------------------*
014670 9999-TERMINATE.
014680     DISPLAY "PERIOD CLOSED:        " WS-CLOSE-PERIOD.
014690     DISPLAY "CLOSE RESULT:         " WS-CLOSE-RESULT.
014700     DISPLAY "GENERATIONS:          " WS-PGN-USED.
014710     DISPLAY "UNTIED GENERATIONS:   " WS-UNTIED-GENS.
014720     DISPLAY "UNPOSTED GENERATIONS: " WS-UNPOSTED-COUNT.
014730     DISPLAY "BACKOUTS:             " WS-BACKOUT-COUNT.
014740     DISPLAY "LETTERS STATED:       " WS-LETTER-COUNT.
014750     DISPLAY "UNTIED LETTERS:       " WS-UNTIED-LETTERS.
014760     DISPLAY "ADJUSTMENT RECORDS:   " WS-ADJ-RECORDS.
014761     DISPLAY "ADJUSTMENTS REPLACED: " WS-ADJ-REPLACED.
014770 9999-EXIT.
014780     EXIT.
