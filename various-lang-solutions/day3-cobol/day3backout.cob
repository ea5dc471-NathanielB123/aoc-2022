000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GENBKOUT.
000030 AUTHOR. D W BRENNAN.
000040 INSTALLATION. AOC-SOLUTIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   10/15/26   DWB   ORIGINAL PROGRAM - GENERATION BACKOUT.  *
000110*                    WHEN A GENERATION TURNS OUT TO BE BAD,  *
000120*                    THE INVENTORY POSTING AND SQUAD MASTER  *
000130*                    STEPS HAVE USUALLY ALREADY ROLLED IT IN *
000140*                    AND THEIR LAST-POSTED GUARDS THEN BLOCK *
000150*                    A CLEAN RERUN. GIVEN A GENERATION       *
000160*                    NUMBER, THIS STEP SUBTRACTS THAT        *
000170*                    GENERATION'S MATCHED EXTRACT RECORDS    *
000180*                    FROM THE INVENTORY POSITION FILE AND    *
000190*                    ITS SQUAD TOTALS FROM THE SQUAD         *
000200*                    PERFORMANCE MASTER, WINDS BOTH FILES'   *
000210*                    LAST-POSTED HEADERS BACK, MARKS THE     *
000220*                    GENERATION REVERSED ON THE CATALOGUE,   *
000230*                    LOGS 'RV' REVERSAL RECORDS ON THE RUN   *
000240*                    HISTORY, AND POINTS THE CURRENT-        *
000250*                    GENERATION POINTER BACK AT THE LAST     *
000260*                    GOOD GENERATION - NO HAND-EDITING OF    *
000270*                    ANY OF THOSE FILES BEFORE THE RERUN.    *
000271*   10/15/26   DWB   EVERY INPUT IS NOW OPENED AND CHECKED   *
000272*                    IN 1000, AND NOTHING IS REWRITTEN UNTIL *
000273*                    BOTH REVERSALS HAVE BEEN WORKED OUT. A  *
000274*                    MISSING SQUAD TOTALS FILE USED TO STOP  *
000275*                    THE RUN AFTER THE POSITION FILE HAD     *
000276*                    BEEN REWRITTEN, SO A RERUN SUBTRACTED   *
000277*                    THE POSTINGS TWICE.                     *
0027A1*   10/15/26   DWB   A GENERATION NOW COUNTS AS POSTED TO    *
0027A2*                    THE POSITION FILE ONLY WHEN INVPOST'S   *
0027A3*                    ACKNOWLEDGMENT HISTORY CARRIES IT, AND  *
0027A4*                    TO THE SQUAD MASTER ONLY WHEN SQDMSTR'S *
0027A5*                    SQUAD POSTING HISTORY DOES. THE OLD     *
0027A6*                    RULE TOOK EVERY GENERATION UP TO THE    *
0027A7*                    ONE A HEADER NAMES AS POSTED, BUT BOTH  *
0027A8*                    STEPS ONLY POST THE POINTER'S           *
0027A9*                    GENERATION, SO ONE THE POINTER MOVED    *
0027B1*                    PAST WAS SUBTRACTED WITHOUT EVER        *
0027B2*                    HAVING BEEN ADDED.                      *
000280*----------------------------------------------------------*
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT BKOPARM-FILE-NAME ASSIGN TO 'day3backparam.txt'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-BKOPARM-STATUS.
000360     SELECT GENCAT-FILE-NAME ASSIGN TO 'day3gencat.txt'
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-GENCAT-STATUS.
000390     SELECT CURPTR-FILE-NAME ASSIGN TO 'day3current.txt'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CURPTR-STATUS.
000420     SELECT EXTRACT-FILE-NAME
000430         ASSIGN TO DYNAMIC WS-EXTRACT-FILE-ID
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-EXTRACT-STATUS.
000460     SELECT SQUAD-FILE-NAME
000470         ASSIGN TO DYNAMIC WS-SQUAD-FILE-ID
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SQUAD-STATUS.
000500     SELECT INVPOS-FILE-NAME ASSIGN TO 'day3invpos.txt'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-INVPOS-STATUS.
000530     SELECT MASTER-FILE-NAME ASSIGN TO 'day3squadmaster.txt'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-MASTER-STATUS.
000560     SELECT HISTORY-FILE-NAME ASSIGN TO 'day3runhistory.txt'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-HISTORY-STATUS.
000581     SELECT ACKHIST-FILE-NAME ASSIGN TO 'day3ackhist.txt'
000582         ORGANIZATION IS LINE SEQUENTIAL
000583         FILE STATUS IS WS-ACKHIST-STATUS.
000584     SELECT SQDHIST-FILE-NAME ASSIGN TO 'day3sqdhist.txt'
000585         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-SQDHIST-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620*----------------------------------------------------------*
000630* BACKOUT PARAMETER FILE - ONE RECORD NAMING THE GENERATION  *
000640* NUMBER TO REVERSE.                                         *
000650*----------------------------------------------------------*
000660 FD  BKOPARM-FILE-NAME.
000670 01  BKOPARM-REC.
000680     05  BKP-GEN-NUMBER               PIC 9(04).
000690*
000700*----------------------------------------------------------*
000710* GENERATION CATALOGUE - READ TO RESOLVE THE GENERATION'S    *
000720* DATE AND LATEST OUTCOME AND TO FIND THE LAST GOOD          *
000730* GENERATION BEFORE IT, THEN APPENDED WITH ONE 'REVERSED'    *
000740* RECORD. THE LAST RECORD SEEN FOR A GENERATION WINS.        *
000750*----------------------------------------------------------*
000760 FD  GENCAT-FILE-NAME.
000770 01  GENCAT-REC.
000780     05  GCT-GEN-NUMBER               PIC 9(04).
000790     05  FILLER                       PIC X(01).
000800     05  GCT-GEN-DATE                 PIC 9(08).
000810     05  FILLER                       PIC X(01).
000820     05  GCT-OUTCOME                  PIC X(08).
000830*
000840*----------------------------------------------------------*
000850* CURRENT-GENERATION POINTER - REWRITTEN TO NAME THE LAST    *
000860* GOOD GENERATION WHEN IT NAMES THE ONE BEING REVERSED.      *
000870*----------------------------------------------------------*
000880 FD  CURPTR-FILE-NAME.
000890 01  CURPTR-REC.
000900     05  CUR-GEN-SUFFIX               PIC X(14).
000910*
000920*----------------------------------------------------------*
000930* EXTRACT FILE - THE REVERSED GENERATION'S EXTRACT, AS THE   *
000940* INVENTORY POSTING STEP READ IT. ONLY MATCHED ('RS')        *
000950* RECORDS WERE POSTED, SO ONLY THEY ARE SUBTRACTED.          *
000960*----------------------------------------------------------*
000970 FD  EXTRACT-FILE-NAME.
000980 01  EXTRACT-REC.
000990     05  EXT-RECORD-TYPE              PIC X(02).
001000     05  EXT-FOUND-CHR                PIC X(01).
001010     05  EXT-PRIORITY                 PIC 9(02).
001020     05  EXT-ITEM-DESC                PIC X(30).
001030     05  EXT-ITEM-FLAG                PIC X(08).
001040*
001050*----------------------------------------------------------*
001060* PER-SQUAD BADGE TOTALS - THE REVERSED GENERATION'S SQUAD   *
001070* FIGURES, AS THE SQUAD MASTER STEP POSTED THEM.             *
001080*----------------------------------------------------------*
001090 FD  SQUAD-FILE-NAME.
001100 01  SQUAD-REC.
001110     05  SQD-SQUAD-ID                 PIC X(08).
001120     05  FILLER                       PIC X(01).
001130     05  SQD-GROUP-COUNT              PIC 9(06).
001140     05  FILLER                       PIC X(01).
001150     05  SQD-ELIGIBLE-COUNT           PIC 9(06).
001160     05  FILLER                       PIC X(01).
001170     05  SQD-PRIORITY-TOTAL           PIC 9(09).
001180*
001190*----------------------------------------------------------*
001200* INVENTORY POSITION FILE - THE SAME 'HD' LAST-POSTED HEADER *
001210* AND 'IT' PER-LETTER RECORDS THE POSTING STEP MAINTAINS.    *
001220* REWRITTEN WHOLE WITH THE GENERATION SUBTRACTED.            *
001230*----------------------------------------------------------*
001240 FD  INVPOS-FILE-NAME.
001250 01  INVPOS-REC.
001260     05  INV-RECORD-TYPE              PIC X(02).
001270     05  FILLER                       PIC X(01).
001280     05  INV-DETAIL                   PIC X(40).
001290     05  INV-HEADER-DETAIL REDEFINES INV-DETAIL.
001300         10  INV-LAST-SUFFIX          PIC X(14).
001310         10  FILLER                   PIC X(26).
001320     05  INV-ITEM-DETAIL REDEFINES INV-DETAIL.
001330         10  INV-LETTER               PIC X(01).
001340         10  FILLER                   PIC X(01).
001350         10  INV-MATCH-COUNT          PIC 9(09).
001360         10  FILLER                   PIC X(01).
001370         10  INV-PRIORITY-TOTAL       PIC 9(09).
001380         10  FILLER                   PIC X(19).
001390*
001400*----------------------------------------------------------*
001410* SQUAD PERFORMANCE MASTER - THE SAME 'HD' LAST-POSTED       *
001420* HEADER AND 'SQ' SQUAD/PERIOD RECORDS THE SQUAD MASTER STEP *
001430* MAINTAINS. REWRITTEN WHOLE WITH THE GENERATION SUBTRACTED. *
001440*----------------------------------------------------------*
001450 FD  MASTER-FILE-NAME.
001460 01  MASTER-REC.
001470     05  SPM-RECORD-TYPE              PIC X(02).
001480     05  FILLER                       PIC X(01).
001490     05  SPM-DETAIL                   PIC X(51).
001500     05  SPM-HEADER-DETAIL REDEFINES SPM-DETAIL.
001510         10  SPM-LAST-SUFFIX          PIC X(14).
001520         10  FILLER                   PIC X(37).
001530     05  SPM-SQUAD-DETAIL REDEFINES SPM-DETAIL.
001540         10  SPM-SQUAD-ID             PIC X(08).
001550         10  FILLER                   PIC X(01).
001560         10  SPM-PERIOD-TYPE          PIC X(01).
001570         10  FILLER                   PIC X(01).
001580         10  SPM-PERIOD               PIC 9(06).
001590         10  FILLER                   PIC X(01).
001600         10  SPM-GROUP-COUNT          PIC 9(06).
001610         10  FILLER                   PIC X(01).
001620         10  SPM-ELIGIBLE-COUNT       PIC 9(06).
001630         10  FILLER                   PIC X(01).
001640         10  SPM-PRIORITY-TOTAL       PIC 9(09).
001650         10  FILLER                   PIC X(10).
001660*
001670*----------------------------------------------------------*
001680* RUN-HISTORY FILE - APPENDED WITH ONE 'RV' REVERSAL RECORD  *
001690* PER DOWNSTREAM FILE WOUND BACK: THE BACKOUT DATE, THE      *
001700* GENERATION REVERSED, THE FILE, THE COUNT AND PRIORITY      *
001710* TOTAL TAKEN BACK OUT, AND THE SUFFIX THE FILE NOW NAMES.   *
001720*----------------------------------------------------------*
001730 FD  HISTORY-FILE-NAME.
001740 01  HISTORY-REC.
001750     05  HST-RECORD-TYPE              PIC X(02).
001760     05  FILLER                       PIC X(01).
001770     05  HST-DETAIL                   PIC X(90).
001780     05  HST-REVERSAL-DETAIL REDEFINES HST-DETAIL.
001790         10  HST-RV-RUN-DATE          PIC 9(08).
001800         10  FILLER                   PIC X(01).
001810         10  HST-RV-GEN-SUFFIX        PIC X(14).
001820         10  FILLER                   PIC X(01).
001830         10  HST-RV-FILE-NAME         PIC X(30).
001840         10  FILLER                   PIC X(01).
001850         10  HST-RV-COUNT             PIC 9(09).
001860         10  FILLER                   PIC X(01).
001870         10  HST-RV-TOTAL             PIC 9(09).
001880         10  FILLER                   PIC X(01).
001890         10  HST-RV-NEW-SUFFIX        PIC X(14).
001900         10  FILLER                   PIC X(01).
001910*
0191A1*----------------------------------------------------------*
0191A2* ACKNOWLEDGMENT HISTORY FILE - APPENDED BY THE INVENTORY    *
0191A3* POSTING STEP WITH FOUR PER-TYPE RECORDS FOR EVERY          *
0191A4* GENERATION IT POSTS. A GENERATION WITH NO RECORD HERE WAS  *
0191A5* NEVER ADDED TO THE POSITION FILE.                          *
0191A6*----------------------------------------------------------*
0191A7 FD  ACKHIST-FILE-NAME.
0191A8 01  ACKHIST-REC.
0191A9     05  AKH-GEN-SUFFIX               PIC X(14).
0191B1     05  FILLER                       PIC X(01).
0191B2     05  AKH-POST-DATE                PIC 9(08).
0191B3     05  FILLER                       PIC X(01).
0191B4     05  AKH-RECORD-TYPE              PIC X(02).
0191B5     05  FILLER                       PIC X(01).
0191B6     05  AKH-COUNT                    PIC 9(09).
0191B7     05  FILLER                       PIC X(01).
0191B8     05  AKH-HASH                     PIC 9(09).
0191B9*
0191C1*----------------------------------------------------------*
0191C2* SQUAD POSTING HISTORY FILE - APPENDED BY THE SQUAD MASTER  *
0191C3* STEP WITH ONE RECORD FOR EVERY GENERATION IT POSTS. A      *
0191C4* GENERATION WITH NO RECORD HERE WAS NEVER ADDED TO THE      *
0191C5* SQUAD MASTER.                                              *
0191C6*----------------------------------------------------------*
0191C7 FD  SQDHIST-FILE-NAME.
0191C8 01  SQDHIST-REC.
0191C9     05  SQH-GEN-SUFFIX               PIC X(14).
0191D1     05  FILLER                       PIC X(01).
0191D2     05  SQH-POST-DATE                PIC 9(08).
0191D3     05  FILLER                       PIC X(01).
0191D4     05  SQH-SQUAD-COUNT              PIC 9(09).
0191D5     05  FILLER                       PIC X(01).
0191D6     05  SQH-GROUP-TOTAL              PIC 9(09).
0191D7     05  FILLER                       PIC X(01).
0191D8     05  SQH-PRIORITY-TOTAL           PIC 9(09).
0191D9*
001920 WORKING-STORAGE SECTION.
001930*----------------------------------------------------------*
001940* SWITCHES.                                                  *
001950*----------------------------------------------------------*
001960 01  WS-SWITCHES.
001970     05  WS-GENCAT-EOF-SW            PIC X(01) VALUE 'N'.
001980         88  WS-GENCAT-EOF                     VALUE 'Y'.
001990     05  WS-EXTRACT-EOF-SW           PIC X(01) VALUE 'N'.
002000         88  WS-EXTRACT-EOF                    VALUE 'Y'.
002010     05  WS-SQUAD-EOF-SW             PIC X(01) VALUE 'N'.
002020         88  WS-SQUAD-EOF                      VALUE 'Y'.
002030     05  WS-INVPOS-EOF-SW            PIC X(01) VALUE 'N'.
002040         88  WS-INVPOS-EOF                     VALUE 'Y'.
002050     05  WS-MASTER-EOF-SW            PIC X(01) VALUE 'N'.
002060         88  WS-MASTER-EOF                     VALUE 'Y'.
002070     05  WS-INV-POSTED-SW            PIC X(01) VALUE 'N'.
002080         88  WS-INV-POSTED                     VALUE 'Y'.
002090     05  WS-MST-POSTED-SW            PIC X(01) VALUE 'N'.
002100         88  WS-MST-POSTED                     VALUE 'Y'.
002110     05  WS-REPOINT-SW               PIC X(01) VALUE 'N'.
002120         88  WS-REPOINT                        VALUE 'Y'.
002121     05  WS-ACKHIST-EOF-SW           PIC X(01) VALUE 'N'.
002122         88  WS-ACKHIST-EOF                    VALUE 'Y'.
002123     05  WS-SQDHIST-EOF-SW           PIC X(01) VALUE 'N'.
002124         88  WS-SQDHIST-EOF                    VALUE 'Y'.
002130*
002140 77  WS-BKOPARM-STATUS               PIC X(02) VALUE SPACES.
002150 77  WS-GENCAT-STATUS                PIC X(02) VALUE SPACES.
002160 77  WS-CURPTR-STATUS                PIC X(02) VALUE SPACES.
002170 77  WS-EXTRACT-STATUS               PIC X(02) VALUE SPACES.
002180 77  WS-SQUAD-STATUS                 PIC X(02) VALUE SPACES.
002190 77  WS-INVPOS-STATUS                PIC X(02) VALUE SPACES.
002200 77  WS-MASTER-STATUS                PIC X(02) VALUE SPACES.
002210 77  WS-HISTORY-STATUS               PIC X(02) VALUE SPACES.
002211 77  WS-ACKHIST-STATUS               PIC X(02) VALUE SPACES.
002212 77  WS-SQDHIST-STATUS               PIC X(02) VALUE SPACES.
002220 77  WS-EXTRACT-FILE-ID              PIC X(40) VALUE SPACES.
002230 77  WS-SQUAD-FILE-ID                PIC X(40) VALUE SPACES.
002240 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
002250*
002260*----------------------------------------------------------*
002270* GENERATION RESOLUTION WORK AREA - THE LATEST CATALOGUE     *
002280* DATE AND OUTCOME FOR EVERY GENERATION NUMBER, THE ONE      *
002290* BEING REVERSED, AND THE LAST GOOD ONE BEFORE IT. A         *
002300* GENERATION IS GOOD WHEN ITS LATEST OUTCOME IS NORMAL OR    *
002310* AMENDED.                                                   *
002320*----------------------------------------------------------*
002330 01  WS-GEN-TABLE.
002340     05  WS-GEN-ENTRY OCCURS 9999 TIMES.
002350         10  WS-GTB-DATE             PIC 9(08).
002360         10  WS-GTB-OUTCOME          PIC X(08).
002370 77  WS-GEN-I                        PIC S9(09) COMP VALUE 0.
002380 77  WS-GEN-MAX-SEEN                 PIC S9(09) COMP VALUE 0.
002390 77  WS-BKO-GEN                      PIC 9(04) VALUE 0.
002400 77  WS-BKO-DATE                     PIC 9(08) VALUE 0.
002410 77  WS-BKO-SUFFIX                   PIC X(14) VALUE SPACES.
002420 77  WS-GOOD-GEN                     PIC 9(04) VALUE 0.
002430 77  WS-GOOD-SUFFIX                  PIC X(14) VALUE SPACES.
002440 77  WS-PTR-SUFFIX                   PIC X(14) VALUE SPACES.
002441
002470 77  WS-INV-LAST-SUFFIX              PIC X(14) VALUE SPACES.
002480 77  WS-MST-LAST-SUFFIX              PIC X(14) VALUE SPACES.
002490 77  WS-INV-NEW-SUFFIX               PIC X(14) VALUE SPACES.
002500 77  WS-MST-NEW-SUFFIX               PIC X(14) VALUE SPACES.
002510*
002520*----------------------------------------------------------*
002530* PERIOD DERIVATION WORK AREA - THE SAME WEEK AND MONTH      *
002540* BUCKETING THE SQUAD MASTER STEP APPLIED WHEN IT POSTED THE *
002550* GENERATION, DERIVED FROM THE GENERATION DATE.              *
002560*----------------------------------------------------------*
002570 01  WS-GEN-DATE                     PIC 9(08) VALUE 0.
002580 01  WS-GEN-DATE-PARTS REDEFINES WS-GEN-DATE.
002590     05  WS-GEN-YYYY                 PIC 9(04).
002600     05  WS-GEN-MM                   PIC 9(02).
002610     05  WS-GEN-DD                   PIC 9(02).
002620 77  WS-JAN1-DATE                    PIC 9(08) VALUE 0.
002630 77  WS-DATE-INT                     PIC S9(09) COMP VALUE 0.
002640 77  WS-JAN1-INT                     PIC S9(09) COMP VALUE 0.
002650 77  WS-DAY-OF-YEAR                  PIC S9(09) COMP VALUE 0.
002660 77  WS-WEEK-NO                      PIC S9(09) COMP VALUE 0.
002670 77  WS-WEEK-PERIOD                  PIC 9(06) VALUE 0.
002680 77  WS-MONTH-PERIOD                 PIC 9(06) VALUE 0.
002690 77  WS-POST-PERIOD-TYPE             PIC X(01).
002700 77  WS-POST-PERIOD                  PIC 9(06) VALUE 0.
002710*
002720*----------------------------------------------------------*
002730* INVENTORY POSITION TABLE - ONE SLOT PER PRIORITY VALUE     *
002740* 1-52, AS IN THE POSTING STEP.                              *
002750*----------------------------------------------------------*
002760 77  WS-INV-I                        PIC S9(09) COMP VALUE 0.
002770 01  WS-INV-TABLE.
002780     05  WS-INV-ENTRY OCCURS 52 TIMES.
002790         10  WS-INV-COUNT            PIC S9(09) COMP.
002800         10  WS-INV-TOTAL            PIC S9(09) COMP.
002810*
002820*----------------------------------------------------------*
002830* SQUAD MASTER TABLE - EVERY SQUAD/PERIOD ACCUMULATION, AS   *
002840* IN THE SQUAD MASTER STEP.                                  *
002850*----------------------------------------------------------*
002860 77  WS-MST-COUNT                    PIC S9(09) COMP VALUE 0.
002870 77  WS-MST-MAX                      PIC S9(09) COMP VALUE 2000.
002880 77  WS-MST-I                        PIC S9(09) COMP VALUE 0.
002890 77  WS-MST-HIT                      PIC S9(09) COMP VALUE 0.
002900 01  WS-MASTER-TABLE.
002910     05  WS-MST-ENTRY OCCURS 2000 TIMES.
002920         10  WS-MST-SQUAD-ID         PIC X(08).
002930         10  WS-MST-PERIOD-TYPE      PIC X(01).
002940         10  WS-MST-PERIOD           PIC 9(06).
002950         10  WS-MST-GROUPS           PIC S9(09) COMP.
002960         10  WS-MST-ELIGIBLE         PIC S9(09) COMP.
002970         10  WS-MST-TOTAL            PIC S9(09) COMP.
002980*
002990*----------------------------------------------------------*
003000* PRIORITY CONVERSION WORK AREA - THE SAME LETTER-TO-SLOT    *
003010* ARITHMETIC AS THE POSTING STEP AND ITS INVERSE.            *
003020*----------------------------------------------------------*
003030 77  WS-PRI-CHR                      PIC X(01).
003040 77  WS-PRI-ORD                      PIC S9(09) VALUE 0.
003050 77  WS-PRI-VALUE                    PIC S9(09) VALUE 0.
003060 77  WS-TMP                          PIC S9(09) VALUE 0.
003070 77  WS-INV-LETTER                   PIC X(01).
003080*
003090*----------------------------------------------------------*
003100* RUN TALLIES - WHAT WAS TAKEN BACK OUT, FOR THE REVERSAL    *
003110* RECORDS AND THE CLOSING OPERATOR SUMMARY.                  *
003120*----------------------------------------------------------*
003130 77  WS-INV-REV-COUNT                PIC S9(09) COMP VALUE 0.
003140 77  WS-INV-REV-TOTAL                PIC S9(09) COMP VALUE 0.
003150 77  WS-MST-REV-GROUPS               PIC S9(09) COMP VALUE 0.
003160 77  WS-MST-REV-TOTAL                PIC S9(09) COMP VALUE 0.
003170 77  WS-FLOORED-COUNT                PIC S9(09) COMP VALUE 0.
003180 77  WS-RV-FILE-NAME                 PIC X(30) VALUE SPACES.
003190 77  WS-RV-COUNT                     PIC S9(09) VALUE 0.
003200 77  WS-RV-TOTAL                     PIC S9(09) VALUE 0.
003210 77  WS-RV-NEW-SUFFIX                PIC X(14) VALUE SPACES.
003220*
003230 PROCEDURE DIVISION.
003240*----------------------------------------------------------*
003250* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
003260*----------------------------------------------------------*
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     PERFORM 2000-REVERSE-INVENTORY THRU 2000-EXIT.
003300     PERFORM 3000-REVERSE-SQUAD-MASTER THRU 3000-EXIT.
003301     PERFORM 4000-WRITE-REVERSALS THRU 4000-EXIT.
003310     PERFORM 5000-MARK-GENERATION THRU 5000-EXIT.
003320     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003330     STOP RUN.
003340 0000-EXIT.
003350     EXIT.
003360*
003370*----------------------------------------------------------*
003380* 1000-INITIALIZE - READ THE GENERATION TO REVERSE, RESOLVE  *
003390* IT AND THE LAST GOOD GENERATION BEFORE IT ON THE           *
003400* CATALOGUE, AND REFUSE ANYTHING THAT IS NOT A COMPLETED     *
003410* GENERATION - AN ABORTED OR STILL-RUNNING GENERATION WAS    *
003420* NEVER POSTED, AND ONE ALREADY REVERSED MUST NOT BE         *
003421* SUBTRACTED TWICE. THEN LOAD THE POSITION FILE AND THE      *
003422* SQUAD MASTER AND MAKE SURE THE EXTRACT AND SQUAD TOTALS    *
003423* EACH POSTED FILE NEEDS CAN BE OPENED, SO A RUN THAT CANNOT *
003424* FINISH STOPS BEFORE ANY FILE IS REWRITTEN.                 *
003440*----------------------------------------------------------*
003450 1000-INITIALIZE.
003460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003470     OPEN INPUT BKOPARM-FILE-NAME.
003480     IF WS-BKOPARM-STATUS NOT = '00'
003490         DISPLAY "ERROR: CANNOT OPEN BACKOUT PARAMETER FILE "
003500             "(STATUS " WS-BKOPARM-STATUS ") - NOTHING TO "
003510             "REVERSE"
003520         STOP RUN
003530     END-IF.
003540     READ BKOPARM-FILE-NAME
003550         AT END
003560             DISPLAY "ERROR: BACKOUT PARAMETER FILE EMPTY"
003570             CLOSE BKOPARM-FILE-NAME
003580             STOP RUN
003590     END-READ.
003600     CLOSE BKOPARM-FILE-NAME.
003610     IF BKP-GEN-NUMBER NOT NUMERIC OR BKP-GEN-NUMBER = 0
003620         DISPLAY "ERROR: BACKOUT PARAMETER RECORD MALFORMED"
003630         STOP RUN
003640     END-IF.
003650     MOVE BKP-GEN-NUMBER TO WS-BKO-GEN.
003660     PERFORM 1100-LOAD-CATALOGUE THRU 1100-EXIT.
003670     MOVE WS-GTB-DATE(WS-BKO-GEN) TO WS-BKO-DATE.
003680     IF WS-BKO-DATE = 0
003690         DISPLAY "ERROR: GENERATION " WS-BKO-GEN
003700             " NOT ON THE CATALOGUE"
003710         STOP RUN
003720     END-IF.
003730     IF WS-GTB-OUTCOME(WS-BKO-GEN) = 'REVERSED'
003740         DISPLAY "GENERATION " WS-BKO-GEN " ALREADY REVERSED "
003750             "- RUN REFUSED"
003760         STOP RUN
003770     END-IF.
003780     IF WS-GTB-OUTCOME(WS-BKO-GEN) NOT = 'NORMAL'
003790         AND WS-GTB-OUTCOME(WS-BKO-GEN) NOT = 'AMENDED'
003800         DISPLAY "GENERATION " WS-BKO-GEN " ENDED "
003810             WS-GTB-OUTCOME(WS-BKO-GEN) " - NEVER POSTED, "
003820             "NOTHING TO REVERSE"
003830         STOP RUN
003840     END-IF.
003850     MOVE SPACES TO WS-BKO-SUFFIX.
003860     STRING WS-BKO-DATE DELIMITED BY SIZE
003870            '.G' DELIMITED BY SIZE
003880            WS-BKO-GEN DELIMITED BY SIZE
003890            INTO WS-BKO-SUFFIX.
003900     PERFORM 1200-FIND-LAST-GOOD THRU 1200-EXIT.
003910     DISPLAY "REVERSING GENERATION " WS-BKO-SUFFIX.
003920     IF WS-GOOD-GEN > 0
003930         DISPLAY "LAST GOOD GENERATION " WS-GOOD-SUFFIX
003940     ELSE
003950         DISPLAY "NO GOOD GENERATION BEFORE IT ON THE "
003960             "CATALOGUE"
003970     END-IF.
003980     MOVE SPACES TO WS-EXTRACT-FILE-ID.
003990     STRING 'day3extract.' DELIMITED BY SIZE
004000            WS-BKO-SUFFIX DELIMITED BY SPACE
004010            '.txt' DELIMITED BY SIZE
004020            INTO WS-EXTRACT-FILE-ID.
004030     MOVE SPACES TO WS-SQUAD-FILE-ID.
004040     STRING 'day3squad.' DELIMITED BY SIZE
004050            WS-BKO-SUFFIX DELIMITED BY SPACE
004060            '.txt' DELIMITED BY SIZE
004070            INTO WS-SQUAD-FILE-ID.
004071     PERFORM 1300-LOAD-POSITIONS THRU 1300-EXIT.
004072     PERFORM 1400-LOAD-SQUAD-MASTER THRU 1400-EXIT.
004080 1000-EXIT.
004090     EXIT.
004100*
004110*----------------------------------------------------------*
004120* 1100-LOAD-CATALOGUE - SCAN THE CATALOGUE INTO THE          *
004130* GENERATION TABLE; THE LAST RECORD SEEN FOR EACH NUMBER     *
004140* WINS, AS IN THE MAIN RUN'S OWN CATALOGUE HANDLING.         *
004150*----------------------------------------------------------*
004160 1100-LOAD-CATALOGUE.
004180     PERFORM VARYING WS-GEN-I FROM 1 BY 1
004190             UNTIL WS-GEN-I > 9999
004200         MOVE 0 TO WS-GTB-DATE(WS-GEN-I)
004210         MOVE SPACES TO WS-GTB-OUTCOME(WS-GEN-I)
004220     END-PERFORM.
004230     OPEN INPUT GENCAT-FILE-NAME.
004240     IF WS-GENCAT-STATUS NOT = '00'
004250         DISPLAY "ERROR: CANNOT OPEN GENERATION CATALOGUE "
004260             "(STATUS " WS-GENCAT-STATUS ")"
004270         STOP RUN
004280     END-IF.
004290     MOVE 'N' TO WS-GENCAT-EOF-SW.
004300     PERFORM 1150-READ-GENCAT-RECORD THRU 1150-EXIT
004310         UNTIL WS-GENCAT-EOF.
004320     CLOSE GENCAT-FILE-NAME.
004330 1100-EXIT.
004340     EXIT.
004350*
004360 1150-READ-GENCAT-RECORD.
004370     READ GENCAT-FILE-NAME
004380         AT END
004390             SET WS-GENCAT-EOF TO TRUE
004400             GO TO 1150-EXIT
004410     END-READ.
004420     IF GCT-GEN-NUMBER NOT NUMERIC
004430         OR GCT-GEN-DATE NOT NUMERIC
004440         OR GCT-GEN-NUMBER = 0
004450         GO TO 1150-EXIT
004460     END-IF.
004470     MOVE GCT-GEN-DATE TO WS-GTB-DATE(GCT-GEN-NUMBER).
004480     MOVE GCT-OUTCOME TO WS-GTB-OUTCOME(GCT-GEN-NUMBER).
004490     IF GCT-GEN-NUMBER > WS-GEN-MAX-SEEN
004500         MOVE GCT-GEN-NUMBER TO WS-GEN-MAX-SEEN
004510     END-IF.
004520 1150-EXIT.
004530     EXIT.
004540*
004550*----------------------------------------------------------*
004560* 1200-FIND-LAST-GOOD - THE HIGHEST-NUMBERED GENERATION      *
004570* BELOW THE ONE BEING REVERSED WHOSE LATEST OUTCOME IS       *
004580* NORMAL OR AMENDED. NONE MEANS THE DOWNSTREAM HEADERS AND   *
004590* THE POINTER ARE CLEARED RATHER THAN WOUND BACK.            *
004600*----------------------------------------------------------*
004610 1200-FIND-LAST-GOOD.
004620     MOVE 0 TO WS-GOOD-GEN.
004630     MOVE SPACES TO WS-GOOD-SUFFIX.
004640     PERFORM VARYING WS-GEN-I FROM 1 BY 1
004650             UNTIL WS-GEN-I >= WS-BKO-GEN
004660         IF WS-GTB-OUTCOME(WS-GEN-I) = 'NORMAL'
004670             OR WS-GTB-OUTCOME(WS-GEN-I) = 'AMENDED'
004680             MOVE WS-GEN-I TO WS-GOOD-GEN
004690         END-IF
004700     END-PERFORM.
004710     IF WS-GOOD-GEN > 0
004720         STRING WS-GTB-DATE(WS-GOOD-GEN) DELIMITED BY SIZE
004730                '.G' DELIMITED BY SIZE
004740                WS-GOOD-GEN DELIMITED BY SIZE
004750                INTO WS-GOOD-SUFFIX
004760     END-IF.
004770 1200-EXIT.
004780     EXIT.
004790*
004800*----------------------------------------------------------*
004801* 1300-LOAD-POSITIONS - LOAD THE POSITION FILE AND DECIDE    *
004802* WHETHER THE GENERATION WAS POSTED TO IT. THE POSTING STEP  *
004803* ONLY POSTS THE GENERATION THE POINTER NAMES, SO ONE THE    *
004804* POINTER MOVED PAST WAS NEVER POSTED; ONLY A RECORD FOR THE *
004805* GENERATION ON THE ACKNOWLEDGMENT HISTORY SHOWS THAT IT     *
004806* WAS. IF IT WAS, ITS EXTRACT MUST OPEN.                     *
004860*----------------------------------------------------------*
004861 1300-LOAD-POSITIONS.
004880     PERFORM VARYING WS-INV-I FROM 1 BY 1 UNTIL WS-INV-I > 52
004890         MOVE 0 TO WS-INV-COUNT(WS-INV-I)
004900         MOVE 0 TO WS-INV-TOTAL(WS-INV-I)
004910     END-PERFORM.
004920     OPEN INPUT INVPOS-FILE-NAME.
004930     IF WS-INVPOS-STATUS NOT = '00'
004940         DISPLAY "NO POSITION FILE (STATUS " WS-INVPOS-STATUS
004950             ") - NOTHING POSTED TO REVERSE"
004951         GO TO 1300-EXIT
004970     END-IF.
004980     MOVE 'N' TO WS-INVPOS-EOF-SW.
004981     PERFORM 1350-READ-POSITION-RECORD THRU 1350-EXIT
005000         UNTIL WS-INVPOS-EOF.
005010     CLOSE INVPOS-FILE-NAME.
005011     PERFORM 1370-FIND-ACK-POSTING THRU 1370-EXIT.
005012     IF NOT WS-INV-POSTED
005013         DISPLAY "GENERATION NOT ON THE ACKNOWLEDGMENT HISTORY "
005014             "- NEVER POSTED, POSITION FILE LEFT AS IS"
005101         GO TO 1300-EXIT
005120     END-IF.
005140     OPEN INPUT EXTRACT-FILE-NAME.
005150     IF WS-EXTRACT-STATUS NOT = '00'
005160         DISPLAY "ERROR: CANNOT OPEN EXTRACT "
005170             WS-EXTRACT-FILE-ID " (STATUS " WS-EXTRACT-STATUS
0517A1             ") - CANNOT REVERSE THE POSITIONS, NOTHING CHANGED"
0517A2         STOP RUN
0517A3     END-IF.
0517A4     CLOSE EXTRACT-FILE-NAME.
0517A5 1300-EXIT.
0517A6     EXIT.
0517A7*
0517A8 1350-READ-POSITION-RECORD.
0517A9     READ INVPOS-FILE-NAME
0517B1         AT END
0517B2             SET WS-INVPOS-EOF TO TRUE
0517B3             GO TO 1350-EXIT
0517B4     END-READ.
0517B5     IF INV-RECORD-TYPE = 'HD'
0517B6         MOVE INV-LAST-SUFFIX TO WS-INV-LAST-SUFFIX
0517B7         GO TO 1350-EXIT
0517B8     END-IF.
0517B9     IF INV-RECORD-TYPE = 'IT'
0517C1         MOVE INV-LETTER TO WS-PRI-CHR
0517C2         PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT
0517C3         IF WS-PRI-VALUE >= 1 AND WS-PRI-VALUE <= 52
0517C4             MOVE INV-MATCH-COUNT
0517C5                 TO WS-INV-COUNT(WS-PRI-VALUE)
0517C6             MOVE INV-PRIORITY-TOTAL
0517C7                 TO WS-INV-TOTAL(WS-PRI-VALUE)
0517C8         END-IF
0517C9     END-IF.
0517D1 1350-EXIT.
0517D2     EXIT.
0517D3*
0517D4*----------------------------------------------------------*
0517D5* 1370-FIND-ACK-POSTING - SCAN THE ACKNOWLEDGMENT HISTORY    *
0517D6* FOR A RECORD OF THE GENERATION. NO HISTORY MEANS NOTHING   *
0517D7* WAS EVER POSTED.                                           *
0517F2*----------------------------------------------------------*
0517F3 1370-FIND-ACK-POSTING.
0517F4     OPEN INPUT ACKHIST-FILE-NAME.
0517F5     IF WS-ACKHIST-STATUS NOT = '00'
0517F6         DISPLAY "NO ACKNOWLEDGMENT HISTORY (STATUS "
0517F7             WS-ACKHIST-STATUS ")"
0517F8         GO TO 1370-EXIT
0517F9     END-IF.
0517G1     MOVE 'N' TO WS-ACKHIST-EOF-SW.
0517G4     PERFORM 1380-READ-ACKHIST-RECORD THRU 1380-EXIT
0517N5         UNTIL WS-ACKHIST-EOF.
0517N6     CLOSE ACKHIST-FILE-NAME.
0517N7 1370-EXIT.
0517N8     EXIT.
0517N9*
0517P1 1380-READ-ACKHIST-RECORD.
0517P2     READ ACKHIST-FILE-NAME
0517P3         AT END
0517P4             SET WS-ACKHIST-EOF TO TRUE
0517P5             GO TO 1380-EXIT
0517P6     END-READ.
0517P7     IF AKH-GEN-SUFFIX = WS-BKO-SUFFIX
0517P8         SET WS-INV-POSTED TO TRUE
0517P9         SET WS-ACKHIST-EOF TO TRUE
0517Q1     END-IF.
0517Q2 1380-EXIT.
0517Q3     EXIT.
0517Q4*
0517Q5*----------------------------------------------------------*
0517Q6* 1400-LOAD-SQUAD-MASTER - LOAD THE SQUAD MASTER AND DECIDE  *
0517Q7* WHETHER THE GENERATION WAS POSTED TO IT, FROM ITS RECORD   *
0517Q8* ON THE SQUAD POSTING HISTORY. IF IT WAS, ITS SQUAD TOTALS  *
0517Q9* MUST OPEN.                                                 *
0517D8*----------------------------------------------------------*
0517D9 1400-LOAD-SQUAD-MASTER.
0517E1     OPEN INPUT MASTER-FILE-NAME.
0517E2     IF WS-MASTER-STATUS NOT = '00'
0517E3         DISPLAY "NO SQUAD MASTER (STATUS " WS-MASTER-STATUS
0517E4             ") - NOTHING POSTED TO REVERSE"
0517E5         GO TO 1400-EXIT
0517E6     END-IF.
0517E7     MOVE 'N' TO WS-MASTER-EOF-SW.
0517E8     PERFORM 1450-READ-MASTER-RECORD THRU 1450-EXIT
0517E9         UNTIL WS-MASTER-EOF.
0517F1     CLOSE MASTER-FILE-NAME.
0517R1     PERFORM 1470-FIND-SQUAD-POSTING THRU 1470-EXIT.
0517R2     IF NOT WS-MST-POSTED
0517R3         DISPLAY "GENERATION NOT ON THE SQUAD POSTING HISTORY "
0517R4             "- NEVER POSTED, SQUAD MASTER LEFT AS IS"
0517G2         GO TO 1400-EXIT
0517G3     END-IF.
0517G5     OPEN INPUT SQUAD-FILE-NAME.
0517G6     IF WS-SQUAD-STATUS NOT = '00'
0517G7         DISPLAY "ERROR: CANNOT OPEN SQUAD TOTALS "
0517G8             WS-SQUAD-FILE-ID " (STATUS " WS-SQUAD-STATUS
0517G9             ") - CANNOT REVERSE THE SQUAD MASTER, NOTHING "
0517H1             "CHANGED"
0517H2         STOP RUN
0517H3     END-IF.
0517H4     CLOSE SQUAD-FILE-NAME.
0517H5 1400-EXIT.
0517H6     EXIT.
0517H7*
0517H8 1450-READ-MASTER-RECORD.
0517H9     READ MASTER-FILE-NAME
0517J1         AT END
0517J2             SET WS-MASTER-EOF TO TRUE
0517J3             GO TO 1450-EXIT
0517J4     END-READ.
0517J5     IF SPM-RECORD-TYPE = 'HD'
0517J6         MOVE SPM-LAST-SUFFIX TO WS-MST-LAST-SUFFIX
0517J7         GO TO 1450-EXIT
0517J8     END-IF.
0517J9     IF SPM-RECORD-TYPE NOT = 'SQ'
0517K1         GO TO 1450-EXIT
0517K2     END-IF.
0517K3     IF WS-MST-COUNT >= WS-MST-MAX
0517K4         DISPLAY "ERROR: MASTER TABLE FULL - SQUAD MASTER "
0517K5             "CANNOT BE REWRITTEN SAFELY"
0517K6         STOP RUN
0517K7     END-IF.
0517K8     ADD 1 TO WS-MST-COUNT.
0517K9     MOVE SPM-SQUAD-ID TO WS-MST-SQUAD-ID(WS-MST-COUNT).
0517L1     MOVE SPM-PERIOD-TYPE TO WS-MST-PERIOD-TYPE(WS-MST-COUNT).
0517L2     MOVE SPM-PERIOD TO WS-MST-PERIOD(WS-MST-COUNT).
0517L3     MOVE SPM-GROUP-COUNT TO WS-MST-GROUPS(WS-MST-COUNT).
0517L4     MOVE SPM-ELIGIBLE-COUNT TO WS-MST-ELIGIBLE(WS-MST-COUNT).
0517L5     MOVE SPM-PRIORITY-TOTAL TO WS-MST-TOTAL(WS-MST-COUNT).
0517L6 1450-EXIT.
0517L7     EXIT.
0517L8*
0517R5*----------------------------------------------------------*
0517R6* 1470-FIND-SQUAD-POSTING - SCAN THE SQUAD POSTING HISTORY   *
0517R7* FOR A RECORD OF THE GENERATION. NO HISTORY MEANS NOTHING   *
0517R8* WAS EVER POSTED.                                           *
0517R9*----------------------------------------------------------*
0517S1 1470-FIND-SQUAD-POSTING.
0517S2     OPEN INPUT SQDHIST-FILE-NAME.
0517S3     IF WS-SQDHIST-STATUS NOT = '00'
0517S4         DISPLAY "NO SQUAD POSTING HISTORY (STATUS "
0517S5             WS-SQDHIST-STATUS ")"
0517S6         GO TO 1470-EXIT
0517S7     END-IF.
0517S8     MOVE 'N' TO WS-SQDHIST-EOF-SW.
0517S9     PERFORM 1480-READ-SQDHIST-RECORD THRU 1480-EXIT
0517T1         UNTIL WS-SQDHIST-EOF.
0517T2     CLOSE SQDHIST-FILE-NAME.
0517T3 1470-EXIT.
0517T4     EXIT.
0517T5*
0517T6 1480-READ-SQDHIST-RECORD.
0517T7     READ SQDHIST-FILE-NAME
0517T8         AT END
0517T9             SET WS-SQDHIST-EOF TO TRUE
0517U1             GO TO 1480-EXIT
0517U2     END-READ.
0517U3     IF SQH-GEN-SUFFIX = WS-BKO-SUFFIX
0517U4         SET WS-MST-POSTED TO TRUE
0517U5         SET WS-SQDHIST-EOF TO TRUE
0517U6     END-IF.
0517U7 1480-EXIT.
0517U8     EXIT.
0517U9*
0517L9*----------------------------------------------------------*
0517M1* 2000-REVERSE-INVENTORY - IF THE GENERATION WAS POSTED TO   *
0517M2* THE POSITION FILE, SUBTRACT ITS MATCHED EXTRACT RECORDS    *
0517M3* FROM THE POSITIONS LOADED. 4000 REWRITES THE FILE.         *
0517M4*----------------------------------------------------------*
0517M5 2000-REVERSE-INVENTORY.
0517M6     IF NOT WS-INV-POSTED
0517M7         GO TO 2000-EXIT
0517M8     END-IF.
0517M9     OPEN INPUT EXTRACT-FILE-NAME.
0517N1     IF WS-EXTRACT-STATUS NOT = '00'
0517N2         DISPLAY "ERROR: CANNOT OPEN EXTRACT "
0517N3             WS-EXTRACT-FILE-ID " (STATUS " WS-EXTRACT-STATUS
0517N4             ") - CANNOT REVERSE THE POSITIONS, NOTHING CHANGED"
005190         STOP RUN
005200     END-IF.
005210     MOVE 'N' TO WS-EXTRACT-EOF-SW.
005220     PERFORM 2100-READ-EXTRACT-RECORD THRU 2100-EXIT
005230         UNTIL WS-EXTRACT-EOF.
005240     CLOSE EXTRACT-FILE-NAME.
005250     IF WS-INV-LAST-SUFFIX = WS-BKO-SUFFIX
005260         MOVE WS-GOOD-SUFFIX TO WS-INV-NEW-SUFFIX
005270     ELSE
005280         MOVE WS-INV-LAST-SUFFIX TO WS-INV-NEW-SUFFIX
005290     END-IF.
005360 2000-EXIT.
005600     EXIT.
005610*
005620*----------------------------------------------------------*
005630* 2100-READ-EXTRACT-RECORD - TAKE ONE MATCHED RECORD BACK    *
005640* OUT OF ITS LETTER'S POSITION. A POSITION THAT WOULD GO     *
005650* NEGATIVE MEANS THE FILE WAS TOUCHED BY HAND SINCE THE      *
005660* POSTING - IT IS REPORTED AND HELD AT ZERO.                 *
005670*----------------------------------------------------------*
005680 2100-READ-EXTRACT-RECORD.
005690     READ EXTRACT-FILE-NAME
005700         AT END
005710             SET WS-EXTRACT-EOF TO TRUE
005720             GO TO 2100-EXIT
005730     END-READ.
005740     IF EXT-RECORD-TYPE NOT = 'RS'
005750         GO TO 2100-EXIT
005760     END-IF.
005770     MOVE EXT-FOUND-CHR TO WS-PRI-CHR.
005780     PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT.
005790     IF WS-PRI-VALUE < 1 OR WS-PRI-VALUE > 52
005800         GO TO 2100-EXIT
005810     END-IF.
005820     SUBTRACT 1 FROM WS-INV-COUNT(WS-PRI-VALUE).
005830     SUBTRACT EXT-PRIORITY FROM WS-INV-TOTAL(WS-PRI-VALUE).
005840     ADD 1 TO WS-INV-REV-COUNT.
005850     ADD EXT-PRIORITY TO WS-INV-REV-TOTAL.
005860     IF WS-INV-COUNT(WS-PRI-VALUE) < 0
005870         OR WS-INV-TOTAL(WS-PRI-VALUE) < 0
005880         DISPLAY "POSITION FOR LETTER " EXT-FOUND-CHR
005890             " WOULD GO NEGATIVE - HELD AT ZERO"
005900         MOVE 0 TO WS-INV-COUNT(WS-PRI-VALUE)
005910         MOVE 0 TO WS-INV-TOTAL(WS-PRI-VALUE)
005920         ADD 1 TO WS-FLOORED-COUNT
005930     END-IF.
005940 2100-EXIT.
005950     EXIT.
005960*
005970*----------------------------------------------------------*
005971* 3000-REVERSE-SQUAD-MASTER - IF THE GENERATION WAS POSTED   *
005972* TO THE SQUAD MASTER, SUBTRACT ITS SQUAD TOTALS FROM THE    *
005973* WEEK AND MONTH IT WAS BUCKETED UNDER. AN ENTRY LEFT AT     *
005974* ZERO ON EVERY FIGURE EXISTED ONLY BECAUSE OF THIS          *
005975* GENERATION AND IS DROPPED WHEN 4000 REWRITES THE MASTER.   *
006030*----------------------------------------------------------*
006040 3000-REVERSE-SQUAD-MASTER.
006041     IF NOT WS-MST-POSTED
006090         GO TO 3000-EXIT
006100     END-IF.
006270     PERFORM 3100-DERIVE-PERIODS THRU 3100-EXIT.
006280     OPEN INPUT SQUAD-FILE-NAME.
006290     IF WS-SQUAD-STATUS NOT = '00'
006300         DISPLAY "ERROR: CANNOT OPEN SQUAD TOTALS "
006310             WS-SQUAD-FILE-ID " (STATUS " WS-SQUAD-STATUS
006311             ") - CANNOT REVERSE THE SQUAD MASTER, NOTHING "
006312             "CHANGED"
006330         STOP RUN
006340     END-IF.
006350     MOVE 'N' TO WS-SQUAD-EOF-SW.
006360     PERFORM 3200-READ-SQUAD-RECORD THRU 3200-EXIT
006370         UNTIL WS-SQUAD-EOF.
006380     CLOSE SQUAD-FILE-NAME.
006390     IF WS-MST-LAST-SUFFIX = WS-BKO-SUFFIX
006400         MOVE WS-GOOD-SUFFIX TO WS-MST-NEW-SUFFIX
006410     ELSE
006420         MOVE WS-MST-LAST-SUFFIX TO WS-MST-NEW-SUFFIX
006430     END-IF.
006500 3000-EXIT.
006790     EXIT.
006800*
006810*----------------------------------------------------------*
006820* 3100-DERIVE-PERIODS - THE SAME RULE AS THE SQUAD MASTER    *
006830* STEP: MONTH IS YYYYMM OFF THE GENERATION DATE, WEEK IS     *
006840* YYYYWW COUNTING SEVEN-DAY BLOCKS FROM JANUARY 1.           *
006850*----------------------------------------------------------*
006860 3100-DERIVE-PERIODS.
006870     MOVE WS-BKO-DATE TO WS-GEN-DATE.
006880     COMPUTE WS-MONTH-PERIOD = WS-GEN-YYYY * 100 + WS-GEN-MM.
006890     COMPUTE WS-JAN1-DATE = WS-GEN-YYYY * 10000 + 101.
006900     COMPUTE WS-DATE-INT =
006910         FUNCTION INTEGER-OF-DATE(WS-GEN-DATE).
006920     COMPUTE WS-JAN1-INT =
006930         FUNCTION INTEGER-OF-DATE(WS-JAN1-DATE).
006940     COMPUTE WS-DAY-OF-YEAR = WS-DATE-INT - WS-JAN1-INT + 1.
006950     COMPUTE WS-WEEK-NO = (WS-DAY-OF-YEAR - 1) / 7 + 1.
006960     COMPUTE WS-WEEK-PERIOD = WS-GEN-YYYY * 100 + WS-WEEK-NO.
006970     DISPLAY "REVERSING WEEK PERIOD: " WS-WEEK-PERIOD
006980         "  MONTH PERIOD: " WS-MONTH-PERIOD.
006990 3100-EXIT.
007000     EXIT.
007010*
007020 3200-READ-SQUAD-RECORD.
007030     READ SQUAD-FILE-NAME
007040         AT END
007050             SET WS-SQUAD-EOF TO TRUE
007060             GO TO 3200-EXIT
007070     END-READ.
007080     ADD SQD-GROUP-COUNT TO WS-MST-REV-GROUPS.
007090     ADD SQD-PRIORITY-TOTAL TO WS-MST-REV-TOTAL.
007100     MOVE 'W' TO WS-POST-PERIOD-TYPE.
007110     MOVE WS-WEEK-PERIOD TO WS-POST-PERIOD.
007120     PERFORM 3300-REVERSE-ONE-PERIOD THRU 3300-EXIT.
007130     MOVE 'M' TO WS-POST-PERIOD-TYPE.
007140     MOVE WS-MONTH-PERIOD TO WS-POST-PERIOD.
007150     PERFORM 3300-REVERSE-ONE-PERIOD THRU 3300-EXIT.
007160 3200-EXIT.
007170     EXIT.
007180*
007190 3300-REVERSE-ONE-PERIOD.
007200     MOVE 0 TO WS-MST-HIT.
007210     PERFORM VARYING WS-MST-I FROM 1 BY 1
007220             UNTIL WS-MST-I > WS-MST-COUNT
007230         IF WS-MST-SQUAD-ID(WS-MST-I) = SQD-SQUAD-ID
007240             AND WS-MST-PERIOD-TYPE(WS-MST-I) =
007250                 WS-POST-PERIOD-TYPE
007260             AND WS-MST-PERIOD(WS-MST-I) = WS-POST-PERIOD
007270             MOVE WS-MST-I TO WS-MST-HIT
007280         END-IF
007290     END-PERFORM.
007300     IF WS-MST-HIT = 0
007310         DISPLAY "SQUAD " SQD-SQUAD-ID " PERIOD "
007320             WS-POST-PERIOD-TYPE WS-POST-PERIOD
007330             " NOT ON THE MASTER - NOTHING TO REVERSE"
007340         GO TO 3300-EXIT
007350     END-IF.
007360     SUBTRACT SQD-GROUP-COUNT FROM WS-MST-GROUPS(WS-MST-HIT).
007370     SUBTRACT SQD-ELIGIBLE-COUNT
007380         FROM WS-MST-ELIGIBLE(WS-MST-HIT).
007390     SUBTRACT SQD-PRIORITY-TOTAL FROM WS-MST-TOTAL(WS-MST-HIT).
007400     IF WS-MST-GROUPS(WS-MST-HIT) < 0
007410         OR WS-MST-ELIGIBLE(WS-MST-HIT) < 0
007420         OR WS-MST-TOTAL(WS-MST-HIT) < 0
007430         DISPLAY "SQUAD " SQD-SQUAD-ID " PERIOD "
007440             WS-POST-PERIOD-TYPE WS-POST-PERIOD
007450             " WOULD GO NEGATIVE - HELD AT ZERO"
007460         MOVE 0 TO WS-MST-GROUPS(WS-MST-HIT)
007470         MOVE 0 TO WS-MST-ELIGIBLE(WS-MST-HIT)
007480         MOVE 0 TO WS-MST-TOTAL(WS-MST-HIT)
007490         ADD 1 TO WS-FLOORED-COUNT
007500     END-IF.
007510 3300-EXIT.
007520     EXIT.
007530*
0753A1*----------------------------------------------------------*
0753A2* 4000-WRITE-REVERSALS - ONLY NOW, WITH BOTH REVERSALS       *
0753A3* WORKED OUT, REWRITE EACH FILE THE GENERATION WAS POSTED TO *
0753A4* AND LOG ITS 'RV' RECORD.                                   *
0753A5*----------------------------------------------------------*
0753A6 4000-WRITE-REVERSALS.
0753A7     IF WS-INV-POSTED
0753A8         PERFORM 8000-WRITE-POSITION-FILE THRU 8000-EXIT
0753A9         MOVE 'day3invpos.txt' TO WS-RV-FILE-NAME
0753B1         MOVE WS-INV-REV-COUNT TO WS-RV-COUNT
0753B2         MOVE WS-INV-REV-TOTAL TO WS-RV-TOTAL
0753B3         MOVE WS-INV-NEW-SUFFIX TO WS-RV-NEW-SUFFIX
0753B4         PERFORM 8500-APPEND-REVERSAL THRU 8500-EXIT
0753B5     END-IF.
0753B6     IF WS-MST-POSTED
0753B7         PERFORM 8100-WRITE-MASTER-FILE THRU 8100-EXIT
0753B8         MOVE 'day3squadmaster.txt' TO WS-RV-FILE-NAME
0753B9         MOVE WS-MST-REV-GROUPS TO WS-RV-COUNT
0753C1         MOVE WS-MST-REV-TOTAL TO WS-RV-TOTAL
0753C2         MOVE WS-MST-NEW-SUFFIX TO WS-RV-NEW-SUFFIX
0753C3         PERFORM 8500-APPEND-REVERSAL THRU 8500-EXIT
0753C4     END-IF.
0753C5 4000-EXIT.
0753C6     EXIT.
0753C7*
007540*----------------------------------------------------------*
007550* 4200-CHR-TO-PRIORITY - CONVERT A SINGLE ITEM LETTER IN     *
007560* WS-PRI-CHR INTO ITS SLOT VALUE IN WS-PRI-VALUE, AS THE     *
007570* POSTING STEP DOES.                                         *
007580*----------------------------------------------------------*
007590 4200-CHR-TO-PRIORITY.
007600     SET WS-PRI-ORD TO FUNCTION ORD(WS-PRI-CHR).
007610     IF WS-PRI-ORD >= FUNCTION ORD('a')
007620         SUBTRACT 97 FROM WS-PRI-ORD GIVING WS-PRI-VALUE
007630     ELSE
007640         SUBTRACT 39 FROM WS-PRI-ORD GIVING WS-PRI-VALUE
007650     END-IF.
007660 4200-EXIT.
007670     EXIT.
007680*
007690*----------------------------------------------------------*
007700* 5000-MARK-GENERATION - LOG THE REVERSAL ON THE CATALOGUE   *
007710* AND, WHEN THE POINTER STILL NAMES THE REVERSED GENERATION, *
007720* POINT IT BACK AT THE LAST GOOD ONE (OR REMOVE IT WHEN      *
007730* THERE IS NONE, SO THE DOWNSTREAM STEPS FALL BACK TO THEIR  *
007740* OWN DEFAULTS).                                             *
007750*----------------------------------------------------------*
007760 5000-MARK-GENERATION.
007770     OPEN EXTEND GENCAT-FILE-NAME.
007780     IF WS-GENCAT-STATUS NOT = '00'
007790         OPEN OUTPUT GENCAT-FILE-NAME
007800     END-IF.
007810     MOVE SPACES TO GENCAT-REC.
007820     MOVE WS-BKO-GEN TO GCT-GEN-NUMBER.
007830     MOVE WS-BKO-DATE TO GCT-GEN-DATE.
007840     MOVE 'REVERSED' TO GCT-OUTCOME.
007850     WRITE GENCAT-REC.
007860     CLOSE GENCAT-FILE-NAME.
007870     OPEN INPUT CURPTR-FILE-NAME.
007880     IF WS-CURPTR-STATUS = '00'
007890         READ CURPTR-FILE-NAME
007900             AT END
007910                 MOVE SPACES TO CUR-GEN-SUFFIX
007920         END-READ
007930         MOVE CUR-GEN-SUFFIX TO WS-PTR-SUFFIX
007940         CLOSE CURPTR-FILE-NAME
007950     END-IF.
007960     IF WS-PTR-SUFFIX NOT = WS-BKO-SUFFIX
007970         DISPLAY "POINTER NAMES " WS-PTR-SUFFIX
007980             " - LEFT AS IS"
007990         GO TO 5000-EXIT
008000     END-IF.
008010     SET WS-REPOINT TO TRUE.
008020     IF WS-GOOD-GEN > 0
008030         OPEN OUTPUT CURPTR-FILE-NAME
008040         MOVE SPACES TO CURPTR-REC
008050         MOVE WS-GOOD-SUFFIX TO CUR-GEN-SUFFIX
008060         WRITE CURPTR-REC
008070         CLOSE CURPTR-FILE-NAME
008080         DISPLAY "POINTER NOW NAMES " WS-GOOD-SUFFIX
008090     ELSE
008100         CALL 'CBL_DELETE_FILE' USING 'day3current.txt'
008110         MOVE 0 TO RETURN-CODE
008120         DISPLAY "POINTER REMOVED - NO GOOD GENERATION LEFT"
008130     END-IF.
008140     MOVE 'day3current.txt' TO WS-RV-FILE-NAME.
008150     MOVE 0 TO WS-RV-COUNT.
008160     MOVE 0 TO WS-RV-TOTAL.
008170     MOVE WS-GOOD-SUFFIX TO WS-RV-NEW-SUFFIX.
008180     PERFORM 8500-APPEND-REVERSAL THRU 8500-EXIT.
008190 5000-EXIT.
008200     EXIT.
008210*
008220*----------------------------------------------------------*
008230* 5270-PRIORITY-TO-LETTER - THE INVERSE OF 4200: TURN THE    *
008240* SLOT VALUE IN WS-INV-I BACK INTO ITS ITEM LETTER.          *
008250*----------------------------------------------------------*
008260 5270-PRIORITY-TO-LETTER.
008270     IF WS-INV-I <= 26
008280         COMPUTE WS-TMP = WS-INV-I + 97
008290     ELSE
008300         COMPUTE WS-TMP = WS-INV-I + 39
008310     END-IF.
008320     MOVE FUNCTION CHAR(WS-TMP) TO WS-INV-LETTER.
008330 5270-EXIT.
008340     EXIT.
008350*
008360*----------------------------------------------------------*
008370* 8000-WRITE-POSITION-FILE - REWRITE THE POSITION FILE WHOLE *
008380* IN THE POSTING STEP'S OWN LAYOUT: THE HEADER NOW NAMING    *
008390* THE LAST GOOD GENERATION, THEN ONE RECORD PER LETTER WITH  *
008400* A NON-ZERO POSITION LEFT.                                  *
008410*----------------------------------------------------------*
008420 8000-WRITE-POSITION-FILE.
008430     OPEN OUTPUT INVPOS-FILE-NAME.
008440     MOVE SPACES TO INVPOS-REC.
008450     MOVE 'HD' TO INV-RECORD-TYPE.
008460     MOVE WS-INV-NEW-SUFFIX TO INV-LAST-SUFFIX.
008470     WRITE INVPOS-REC.
008480     PERFORM VARYING WS-INV-I FROM 1 BY 1 UNTIL WS-INV-I > 52
008490         IF WS-INV-COUNT(WS-INV-I) > 0
008500             PERFORM 5270-PRIORITY-TO-LETTER THRU 5270-EXIT
008510             MOVE SPACES TO INVPOS-REC
008520             MOVE 'IT' TO INV-RECORD-TYPE
008530             MOVE WS-INV-LETTER TO INV-LETTER
008540             MOVE WS-INV-COUNT(WS-INV-I) TO INV-MATCH-COUNT
008550             MOVE WS-INV-TOTAL(WS-INV-I) TO INV-PRIORITY-TOTAL
008560             WRITE INVPOS-REC
008570         END-IF
008580     END-PERFORM.
008590     CLOSE INVPOS-FILE-NAME.
008600 8000-EXIT.
008610     EXIT.
008620*
008630*----------------------------------------------------------*
008640* 8100-WRITE-MASTER-FILE - REWRITE THE SQUAD MASTER WHOLE IN *
008650* THE SQUAD MASTER STEP'S OWN LAYOUT, DROPPING ANY ENTRY     *
008660* LEFT AT ZERO ON EVERY FIGURE.                              *
008670*----------------------------------------------------------*
008680 8100-WRITE-MASTER-FILE.
008690     OPEN OUTPUT MASTER-FILE-NAME.
008700     MOVE SPACES TO MASTER-REC.
008710     MOVE 'HD' TO SPM-RECORD-TYPE.
008720     MOVE WS-MST-NEW-SUFFIX TO SPM-LAST-SUFFIX.
008730     WRITE MASTER-REC.
008740     PERFORM VARYING WS-MST-I FROM 1 BY 1
008750             UNTIL WS-MST-I > WS-MST-COUNT
008760         IF WS-MST-GROUPS(WS-MST-I) NOT = 0
008770             OR WS-MST-ELIGIBLE(WS-MST-I) NOT = 0
008780             OR WS-MST-TOTAL(WS-MST-I) NOT = 0
008790             MOVE SPACES TO MASTER-REC
008800             MOVE 'SQ' TO SPM-RECORD-TYPE
008810             MOVE WS-MST-SQUAD-ID(WS-MST-I) TO SPM-SQUAD-ID
008820             MOVE WS-MST-PERIOD-TYPE(WS-MST-I)
008830                 TO SPM-PERIOD-TYPE
008840             MOVE WS-MST-PERIOD(WS-MST-I) TO SPM-PERIOD
008850             MOVE WS-MST-GROUPS(WS-MST-I) TO SPM-GROUP-COUNT
008860             MOVE WS-MST-ELIGIBLE(WS-MST-I)
008870                 TO SPM-ELIGIBLE-COUNT
008880             MOVE WS-MST-TOTAL(WS-MST-I) TO SPM-PRIORITY-TOTAL
008890             WRITE MASTER-REC
008900         END-IF
008910     END-PERFORM.
008920     CLOSE MASTER-FILE-NAME.
008930 8100-EXIT.
008940     EXIT.
008950*
008960*----------------------------------------------------------*
008970* 8500-APPEND-REVERSAL - APPEND ONE STAGED 'RV' RECORD TO    *
008980* THE RUN HISTORY, CREATING IT ON FIRST USE.                 *
008990*----------------------------------------------------------*
009000 8500-APPEND-REVERSAL.
009010     OPEN EXTEND HISTORY-FILE-NAME.
009020     IF WS-HISTORY-STATUS NOT = '00'
009030         OPEN OUTPUT HISTORY-FILE-NAME
009040     END-IF.
009050     MOVE SPACES TO HISTORY-REC.
009060     MOVE 'RV' TO HST-RECORD-TYPE.
009070     MOVE WS-RUN-DATE TO HST-RV-RUN-DATE.
009080     MOVE WS-BKO-SUFFIX TO HST-RV-GEN-SUFFIX.
009090     MOVE WS-RV-FILE-NAME TO HST-RV-FILE-NAME.
009100     MOVE WS-RV-COUNT TO HST-RV-COUNT.
009110     MOVE WS-RV-TOTAL TO HST-RV-TOTAL.
009120     MOVE WS-RV-NEW-SUFFIX TO HST-RV-NEW-SUFFIX.
009130     WRITE HISTORY-REC.
009140     CLOSE HISTORY-FILE-NAME.
009150 8500-EXIT.
009160     EXIT.
009170*
009180*----------------------------------------------------------*
009190* 9999-TERMINATE - GIVE THE OPERATOR THE BACKOUT SUMMARY.    *
009200*----------------------------------------------------------*
009210 9999-TERMINATE.
009220     DISPLAY "GENERATION REVERSED:      " WS-BKO-SUFFIX.
009230     IF WS-INV-POSTED
009240         DISPLAY "MATCHES TAKEN OFF POSITIONS: "
009250             WS-INV-REV-COUNT
009260         DISPLAY "PRIORITY TAKEN OFF POSITIONS: "
009270             WS-INV-REV-TOTAL
009280     END-IF.
009290     IF WS-MST-POSTED
009300         DISPLAY "GROUPS TAKEN OFF SQUAD MASTER: "
009310             WS-MST-REV-GROUPS
009320         DISPLAY "PRIORITY TAKEN OFF SQUAD MASTER: "
009330             WS-MST-REV-TOTAL
009340     END-IF.
009350     IF WS-FLOORED-COUNT > 0
009360         DISPLAY "WARNING: " WS-FLOORED-COUNT
009370             " FIGURES HELD AT ZERO - CHECK FOR HAND EDITS"
009380     END-IF.
009390 9999-EXIT.
009400     EXIT.
