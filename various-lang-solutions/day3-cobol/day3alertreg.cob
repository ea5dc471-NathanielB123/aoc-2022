000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ALERTREG.
000030 AUTHOR. D W BRENNAN.
000040 INSTALLATION. AOC-SOLUTIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   10/15/26   DWB   ORIGINAL PROGRAM - ALERT REGISTER. THE  *
000110*                    ALERT FEED IS APPEND-ONLY, SO NOBODY    *
000120*                    COULD TELL WHICH ALERTS WERE STILL      *
000130*                    OPEN, WHO HAD LOOKED AT THEM, OR        *
000140*                    WHETHER A CRITICAL ALERT FROM THE SMALL *
000150*                    HOURS WAS EVER DEALT WITH. THIS PROGRAM *
000160*                    LOADS EACH NEW FEED RECORD ONTO AN      *
000170*                    OPEN-ALERT REGISTER KEYED BY RUN DATE,  *
000180*                    RUN TIME, PROGRAM AND CONDITION, CLOSES *
000190*                    ANY ALERT A LATER RUNOK FROM THE SAME   *
000200*                    PROGRAM SUPERSEDES, APPLIES THE         *
000210*                    OPERATORS' ACKNOWLEDGMENT AND           *
000220*                    RESOLUTION TRANSACTIONS, ESCALATES      *
000230*                    UNACKNOWLEDGED ALERTS OLDER THAN THE    *
000240*                    SET NUMBER OF HOURS, LOGS EVERY         *
000250*                    LIFECYCLE EVENT, AND PRINTS A SHIFT     *
000260*                    HANDOVER REPORT OF EVERYTHING STILL     *
000270*                    OPEN.                                   *
000271*   10/15/26   DWB   A ROLLED-OVER FEED IS NOW SKIPPED UP TO *
000272*                    THE LAST STAMP LOADED BEFORE THE RUN    *
000273*                    (WS-RESET-STAMP), NOT THE STAMP RAISED  *
000274*                    AS RECORDS LOAD, WHICH DROPPED EVERY    *
000275*                    OTHER ALERT OF THE SAME RUN DATE AND    *
000276*                    TIME AS THE FIRST ONE LOADED. THE       *
000277*                    SECOND OPEN OF THE FEED IS CHECKED.     *
000280*----------------------------------------------------------*
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ALERTPARM-FILE-NAME ASSIGN TO 'day3alertparam.txt'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-ALERTPARM-STATUS.
000360     SELECT ALERT-FILE-NAME ASSIGN TO 'day3alerts.txt'
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-ALERT-STATUS.
000390     SELECT REGISTER-FILE-NAME ASSIGN TO 'day3alertreg.txt'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-REGISTER-STATUS.
000420     SELECT TXN-FILE-NAME ASSIGN TO 'day3alerttxn.txt'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TXN-STATUS.
000450     SELECT ALERTLOG-FILE-NAME ASSIGN TO 'day3alertlog.txt'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-ALERTLOG-STATUS.
000480     SELECT HANDOVER-FILE-NAME ASSIGN TO 'day3handover.txt'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-HANDOVER-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540*----------------------------------------------------------*
000550* PARAMETER FILE - THE AGE IN HOURS AT WHICH AN ALERT NOBODY *
000560* HAS ACKNOWLEDGED IS ESCALATED. NO FILE, OR A ZERO OR       *
000570* NON-NUMERIC VALUE, MEANS THE DEFAULT OF FOUR HOURS.        *
000580*----------------------------------------------------------*
000590 FD  ALERTPARM-FILE-NAME.
000600 01  ALERTPARM-REC.
000610     05  ALP-ESCALATE-HOURS           PIC 9(03).
000620*
000630*----------------------------------------------------------*
000640* OPERATIONS ALERT FEED - AS WRITTEN BY HELLO, RUCKRPR AND   *
000650* JOBSTRM. READ FOR NEW RECORDS; THIS PROGRAM APPENDS ITS    *
000660* OWN ESCALATIONS AND RUNOK, WHICH IT SKIPS ON LOADING.      *
000670*----------------------------------------------------------*
000680 FD  ALERT-FILE-NAME.
000690 01  ALERT-REC.
000700     05  ALT-RUN-DATE                 PIC 9(08).
000710     05  FILLER                       PIC X(01).
000720     05  ALT-RUN-TIME                 PIC 9(06).
000730     05  FILLER                       PIC X(01).
000740     05  ALT-PROGRAM                  PIC X(08).
000750     05  FILLER                       PIC X(01).
000760     05  ALT-SEVERITY                 PIC X(01).
000770     05  FILLER                       PIC X(01).
000780     05  ALT-CONDITION                PIC X(10).
000790     05  FILLER                       PIC X(01).
000800     05  ALT-FILE-NAME                PIC X(30).
000810     05  FILLER                       PIC X(01).
000820     05  ALT-FIGURE-1                 PIC +9(09).
000830     05  FILLER                       PIC X(01).
000840     05  ALT-FIGURE-2                 PIC +9(09).
000850*
000860*----------------------------------------------------------*
000870* OPEN-ALERT REGISTER - AN 'HD' RECORD CARRYING HOW MANY     *
000880* FEED RECORDS HAVE BEEN LOADED AND THE LATEST RUN STAMP     *
000890* AMONG THEM, THEN ONE 'AL' RECORD PER ALERT STILL OPEN OR   *
000900* ACKNOWLEDGED. CLOSED ALERTS DROP OFF; THEIR HISTORY IS ON  *
000910* THE ALERT LOG. REWRITTEN WHOLE EACH RUN.                   *
000920*----------------------------------------------------------*
000930 FD  REGISTER-FILE-NAME.
000940 01  REGISTER-REC.
000950     05  RGR-RECORD-TYPE              PIC X(02).
000960     05  FILLER                       PIC X(01).
000970     05  RGR-DETAIL                   PIC X(150).
000980     05  RGR-HEADER-DETAIL REDEFINES RGR-DETAIL.
000990         10  RGR-FEED-LOADED          PIC 9(09).
001000         10  FILLER                   PIC X(01).
001010         10  RGR-LAST-STAMP           PIC 9(14).
001020         10  FILLER                   PIC X(01).
001030         10  RGR-LAST-RUN-DATE        PIC 9(08).
001040         10  FILLER                   PIC X(01).
001050         10  RGR-LAST-RUN-TIME        PIC 9(06).
001060         10  FILLER                   PIC X(110).
001070     05  RGR-ALERT-DETAIL REDEFINES RGR-DETAIL.
001080         10  RGR-RUN-DATE             PIC 9(08).
001090         10  FILLER                   PIC X(01).
001100         10  RGR-RUN-TIME             PIC 9(06).
001110         10  FILLER                   PIC X(01).
001120         10  RGR-PROGRAM              PIC X(08).
001130         10  FILLER                   PIC X(01).
001140         10  RGR-CONDITION            PIC X(10).
001150         10  FILLER                   PIC X(01).
001160         10  RGR-SEVERITY             PIC X(01).
001170         10  FILLER                   PIC X(01).
001180         10  RGR-FILE-NAME            PIC X(30).
001190         10  FILLER                   PIC X(01).
001200         10  RGR-FIGURE-1             PIC +9(09).
001210         10  FILLER                   PIC X(01).
001220         10  RGR-FIGURE-2             PIC +9(09).
001230         10  FILLER                   PIC X(01).
001240         10  RGR-STATE                PIC X(01).
001250         10  FILLER                   PIC X(01).
001260         10  RGR-ESCALATED            PIC X(01).
001270         10  FILLER                   PIC X(01).
001280         10  RGR-ACK-OPERATOR         PIC X(08).
001290         10  FILLER                   PIC X(01).
001300         10  RGR-ACK-DATE             PIC 9(08).
001310         10  FILLER                   PIC X(01).
001320         10  RGR-ACK-TIME             PIC 9(06).
001330         10  FILLER                   PIC X(01).
001340         10  RGR-NOTE                 PIC X(30).
001350*
001360*----------------------------------------------------------*
001370* ACKNOWLEDGMENT TRANSACTION FILE - ONE RECORD PER OPERATOR  *
001380* ACTION AGAINST AN ALERT, IDENTIFIED BY ITS REGISTER KEY:   *
001390*   'A' ACKNOWLEDGE - SOMEONE HAS IT IN HAND,                *
001400*   'R' RESOLVE - DEALT WITH; THE ALERT IS CLOSED.           *
001410* ONE RUN CAN RAISE THE SAME CONDITION FOR SEVERAL FILES     *
001420* UNDER ONE KEY; THE ACTION APPLIES TO ALL OF THEM.          *
001430*----------------------------------------------------------*
001440 FD  TXN-FILE-NAME.
001450 01  TXN-REC.
001460     05  TXN-ACTION                   PIC X(01).
001470         88  TXN-ACKNOWLEDGE                    VALUE 'A'.
001480         88  TXN-RESOLVE                        VALUE 'R'.
001490         88  TXN-ACTION-KNOWN                   VALUE 'A' 'R'.
001500     05  FILLER                       PIC X(01).
001510     05  TXN-OPERATOR                 PIC X(08).
001520     05  FILLER                       PIC X(01).
001530     05  TXN-RUN-DATE                 PIC 9(08).
001540     05  FILLER                       PIC X(01).
001550     05  TXN-RUN-TIME                 PIC 9(06).
001560     05  FILLER                       PIC X(01).
001570     05  TXN-PROGRAM                  PIC X(08).
001580     05  FILLER                       PIC X(01).
001590     05  TXN-CONDITION                PIC X(10).
001600     05  FILLER                       PIC X(01).
001610     05  TXN-NOTE                     PIC X(30).
001620*
001630*----------------------------------------------------------*
001640* ALERT LOG - APPEND-ONLY TRAIL OF EVERY LIFECYCLE EVENT:    *
001650* WHEN, WHAT (ACKED, RESOLVED, SUPERSED, ESCALATE, REJECTED),*
001660* WHO (THE OPERATOR, OR ALERTREG FOR AUTOMATIC EVENTS), THE  *
001670* ALERT'S KEY AND FILE, AND THE NOTE OR REASON.              *
001680*----------------------------------------------------------*
001690 FD  ALERTLOG-FILE-NAME.
001700 01  ALERTLOG-REC.
001710     05  LOG-EVENT-DATE               PIC 9(08).
001720     05  FILLER                       PIC X(01).
001730     05  LOG-EVENT-TIME               PIC 9(06).
001740     05  FILLER                       PIC X(01).
001750     05  LOG-EVENT                    PIC X(08).
001760     05  FILLER                       PIC X(01).
001770     05  LOG-OPERATOR                 PIC X(08).
001780     05  FILLER                       PIC X(01).
001790     05  LOG-RUN-DATE                 PIC 9(08).
001800     05  FILLER                       PIC X(01).
001810     05  LOG-RUN-TIME                 PIC 9(06).
001820     05  FILLER                       PIC X(01).
001830     05  LOG-PROGRAM                  PIC X(08).
001840     05  FILLER                       PIC X(01).
001850     05  LOG-CONDITION                PIC X(10).
001860     05  FILLER                       PIC X(01).
001870     05  LOG-FILE-NAME                PIC X(30).
001880     05  FILLER                       PIC X(01).
001890     05  LOG-NOTE                     PIC X(30).
001900*
001910*----------------------------------------------------------*
001920* SHIFT HANDOVER REPORT - AN 'HD' HEADER (RUN STAMP AND THE  *
001930* ESCALATION HOURS), AN 'OA' LINE PER ALERT STILL OPEN,      *
001940* CRITICAL FIRST, THEN WARNINGS, THEN THE REST, A 'CL' LINE  *
001950* PER ALERT CLOSED THIS RUN, AN 'RJ' LINE PER REJECTED       *
001960* TRANSACTION, AND A 'TR' TRAILER OF COUNTS.                 *
001970*----------------------------------------------------------*
001980 FD  HANDOVER-FILE-NAME.
001990 01  HANDOVER-REC.
002000     05  HOV-RECORD-TYPE              PIC X(02).
002010     05  FILLER                       PIC X(01).
002020     05  HOV-DETAIL                   PIC X(150).
002030     05  HOV-HEADER-DETAIL REDEFINES HOV-DETAIL.
002040         10  HOV-RUN-DATE             PIC 9(08).
002050         10  FILLER                   PIC X(01).
002060         10  HOV-RUN-TIME             PIC 9(06).
002070         10  FILLER                   PIC X(01).
002080         10  HOV-ESCALATE-HOURS       PIC 9(03).
002090         10  FILLER                   PIC X(131).
002100     05  HOV-ALERT-DETAIL REDEFINES HOV-DETAIL.
002110         10  HOV-ALERT-DATE           PIC 9(08).
002120         10  FILLER                   PIC X(01).
002130         10  HOV-ALERT-TIME           PIC 9(06).
002140         10  FILLER                   PIC X(01).
002150         10  HOV-PROGRAM              PIC X(08).
002160         10  FILLER                   PIC X(01).
002170         10  HOV-CONDITION            PIC X(10).
002180         10  FILLER                   PIC X(01).
002190         10  HOV-SEVERITY             PIC X(01).
002200         10  FILLER                   PIC X(01).
002210         10  HOV-FILE-NAME            PIC X(30).
002220         10  FILLER                   PIC X(01).
002230         10  HOV-FIGURE-1             PIC +9(09).
002240         10  FILLER                   PIC X(01).
002250         10  HOV-FIGURE-2             PIC +9(09).
002260         10  FILLER                   PIC X(01).
002270         10  HOV-STATE                PIC X(08).
002280         10  FILLER                   PIC X(01).
002290         10  HOV-AGE-HOURS            PIC 9(05).
002300         10  FILLER                   PIC X(01).
002310         10  HOV-ESCALATED            PIC X(01).
002320         10  FILLER                   PIC X(01).
002330         10  HOV-OPERATOR             PIC X(08).
002340         10  FILLER                   PIC X(01).
002350         10  HOV-NOTE                 PIC X(30).
002360         10  FILLER                   PIC X(02).
002370     05  HOV-REJECT-DETAIL REDEFINES HOV-DETAIL.
002380         10  HOV-TXN-ACTION           PIC X(01).
002390         10  FILLER                   PIC X(01).
002400         10  HOV-TXN-OPERATOR         PIC X(08).
002410         10  FILLER                   PIC X(01).
002420         10  HOV-TXN-IMAGE            PIC X(35).
002430         10  FILLER                   PIC X(01).
002440         10  HOV-TXN-REASON           PIC X(30).
002450         10  FILLER                   PIC X(73).
002460     05  HOV-TRAILER-DETAIL REDEFINES HOV-DETAIL.
002470         10  HOV-NEW-COUNT            PIC 9(05).
002480         10  FILLER                   PIC X(01).
002490         10  HOV-SUPERSEDED-COUNT     PIC 9(05).
002500         10  FILLER                   PIC X(01).
002510         10  HOV-ACKED-COUNT          PIC 9(05).
002520         10  FILLER                   PIC X(01).
002530         10  HOV-RESOLVED-COUNT       PIC 9(05).
002540         10  FILLER                   PIC X(01).
002550         10  HOV-ESCALATED-COUNT      PIC 9(05).
002560         10  FILLER                   PIC X(01).
002570         10  HOV-REJECTED-COUNT       PIC 9(05).
002580         10  FILLER                   PIC X(01).
002590         10  HOV-OPEN-COUNT           PIC 9(05).
002600         10  FILLER                   PIC X(01).
002610         10  HOV-CRITICAL-COUNT       PIC 9(05).
002620         10  FILLER                   PIC X(103).
002630*
002640 WORKING-STORAGE SECTION.
002650*----------------------------------------------------------*
002660* SWITCHES.                                                  *
002670*----------------------------------------------------------*
002680 01  WS-SWITCHES.
002690     05  WS-ALERT-EOF-SW             PIC X(01) VALUE 'N'.
002700         88  WS-ALERT-EOF                      VALUE 'Y'.
002710     05  WS-REGISTER-EOF-SW          PIC X(01) VALUE 'N'.
002720         88  WS-REGISTER-EOF                   VALUE 'Y'.
002730     05  WS-TXN-EOF-SW               PIC X(01) VALUE 'N'.
002740         88  WS-TXN-EOF                        VALUE 'Y'.
002750     05  WS-FEED-RESET-SW            PIC X(01) VALUE 'N'.
002760         88  WS-FEED-RESET                     VALUE 'Y'.
002770*
002780 77  WS-ALERTPARM-STATUS             PIC X(02) VALUE SPACES.
002790 77  WS-ALERT-STATUS                 PIC X(02) VALUE SPACES.
002800 77  WS-REGISTER-STATUS              PIC X(02) VALUE SPACES.
002810 77  WS-TXN-STATUS                   PIC X(02) VALUE SPACES.
002820 77  WS-ALERTLOG-STATUS              PIC X(02) VALUE SPACES.
002830 77  WS-HANDOVER-STATUS              PIC X(02) VALUE SPACES.
002840 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
002850 77  WS-RUN-TIME-RAW                 PIC 9(08) VALUE 0.
002860 77  WS-RUN-TIME                     PIC 9(06) VALUE 0.
002870 77  WS-ESCALATE-HOURS               PIC 9(03) VALUE 4.
002880*
002890*----------------------------------------------------------*
002900* FEED POSITION - THE FEED IS APPEND-ONLY, SO THE RECORDS    *
002910* ALREADY LOADED ARE SIMPLY THE FIRST WS-FEED-LOADED. A FEED *
002920* SHORTER THAN THAT HAS BEEN ROLLED OVER; THE NEW ONE IS     *
002930* THEN LOADED FROM ITS FIRST RECORD STAMPED AFTER THE LAST   *
002940* STAMP ALREADY LOADED, HELD IN WS-RESET-STAMP FOR THE PASS. *
002950*----------------------------------------------------------*
002960 77  WS-FEED-LOADED                  PIC S9(09) COMP VALUE 0.
002970 77  WS-FEED-COUNT                   PIC S9(09) COMP VALUE 0.
002980 77  WS-FEED-READ                    PIC S9(09) COMP VALUE 0.
002990 77  WS-LAST-STAMP                   PIC 9(14) VALUE 0.
002991 77  WS-RESET-STAMP                  PIC 9(14) VALUE 0.
003000 77  WS-ALT-STAMP                    PIC 9(14) VALUE 0.
003010 77  WS-ENTRY-STAMP                  PIC 9(14) VALUE 0.
003020*
003030*----------------------------------------------------------*
003040* REGISTER TABLE - ONE ENTRY PER ALERT ON THE REGISTER. THE  *
003050* STATE IS O (OPEN), A (ACKNOWLEDGED), OR C (CLOSED THIS     *
003060* RUN - LISTED ON THE HANDOVER, NOT WRITTEN BACK).           *
003070*----------------------------------------------------------*
003080 77  WS-REG-COUNT                    PIC S9(09) COMP VALUE 0.
003090 77  WS-REG-MAX                      PIC S9(09) COMP VALUE 2000.
003100 77  WS-REG-I                        PIC S9(09) COMP VALUE 0.
003110 01  WS-REGISTER-TABLE.
003120     05  WS-REG-ENTRY OCCURS 2000 TIMES.
003130         10  WS-REG-RUN-DATE         PIC 9(08).
003140         10  WS-REG-RUN-TIME         PIC 9(06).
003150         10  WS-REG-PROGRAM          PIC X(08).
003160         10  WS-REG-CONDITION        PIC X(10).
003170         10  WS-REG-SEVERITY         PIC X(01).
003180         10  WS-REG-FILE-NAME        PIC X(30).
003190         10  WS-REG-FIGURE-1         PIC S9(09).
003200         10  WS-REG-FIGURE-2         PIC S9(09).
003210         10  WS-REG-STATE            PIC X(01).
003220         10  WS-REG-ESCALATED        PIC X(01).
003230         10  WS-REG-ACK-OPERATOR     PIC X(08).
003240         10  WS-REG-ACK-DATE         PIC 9(08).
003250         10  WS-REG-ACK-TIME         PIC 9(06).
003260         10  WS-REG-NOTE             PIC X(30).
003270         10  WS-REG-CLOSED-AS        PIC X(08).
003280*
003290*----------------------------------------------------------*
003300* AGE WORK AREA - THE SAME MINUTES-ACROSS-DAYS ARITHMETIC AS *
003310* HELLO'S RUN-LOCK AGE CHECK.                                *
003320*----------------------------------------------------------*
003330 77  WS-TODAY-INT                    PIC S9(09) COMP VALUE 0.
003340 77  WS-ALERT-INT                    PIC S9(09) COMP VALUE 0.
003350 77  WS-NOW-MINS                     PIC S9(09) COMP VALUE 0.
003360 77  WS-ALERT-MINS                   PIC S9(09) COMP VALUE 0.
003370 77  WS-CLOCK-HH                     PIC S9(09) COMP VALUE 0.
003380 77  WS-CLOCK-MMSS                   PIC S9(09) COMP VALUE 0.
003390 77  WS-AGE-MINS                     PIC S9(09) COMP VALUE 0.
003400 77  WS-AGE-HOURS                    PIC S9(09) COMP VALUE 0.
003410*
003420*----------------------------------------------------------*
003430* TRANSACTION AND EVENT WORK AREA.                           *
003440*----------------------------------------------------------*
003450 77  WS-TXN-RESULT                   PIC X(30) VALUE SPACES.
003460 77  WS-TXN-HITS                     PIC S9(09) COMP VALUE 0.
003470 77  WS-TXN-IMAGE                    PIC X(35) VALUE SPACES.
003480 77  WS-LOG-EVENT                    PIC X(08) VALUE SPACES.
003490 77  WS-LOG-OPERATOR                 PIC X(08) VALUE SPACES.
003500 77  WS-LOG-NOTE                     PIC X(30) VALUE SPACES.
003510 77  WS-LIST-PASS                    PIC S9(09) COMP VALUE 0.
003520*
003530*----------------------------------------------------------*
003540* ALERT FEED WORK AREA - THE CALLER STAGES SEVERITY,         *
003550* CONDITION CODE, THE FILE OR GENERATION INVOLVED, AND THE   *
003560* TWO KEY FIGURES, THEN PERFORMS 7700-WRITE-ALERT, AS IN     *
003570* HELLO.                                                     *
003580*----------------------------------------------------------*
003590 77  WS-ALT-SEVERITY                 PIC X(01) VALUE SPACE.
003600 77  WS-ALT-CONDITION                PIC X(10) VALUE SPACES.
003610 77  WS-ALT-FILE                     PIC X(30) VALUE SPACES.
003620 77  WS-ALT-FIGURE-1                 PIC S9(09) VALUE 0.
003630 77  WS-ALT-FIGURE-2                 PIC S9(09) VALUE 0.
003640*
003650*----------------------------------------------------------*
003660* RUN TALLIES FOR THE TRAILER AND THE OPERATOR SUMMARY.      *
003670*----------------------------------------------------------*
003680 77  WS-NEW-COUNT                    PIC S9(09) COMP VALUE 0.
003690 77  WS-SUPERSEDED-COUNT             PIC S9(09) COMP VALUE 0.
003700 77  WS-ACKED-COUNT                  PIC S9(09) COMP VALUE 0.
003710 77  WS-RESOLVED-COUNT               PIC S9(09) COMP VALUE 0.
003720 77  WS-ESCALATED-COUNT              PIC S9(09) COMP VALUE 0.
003730 77  WS-REJECTED-COUNT               PIC S9(09) COMP VALUE 0.
003740 77  WS-OPEN-COUNT                   PIC S9(09) COMP VALUE 0.
003750 77  WS-CRITICAL-COUNT               PIC S9(09) COMP VALUE 0.
003760*
003770 PROCEDURE DIVISION.
003780*----------------------------------------------------------*
003790* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
003800*----------------------------------------------------------*
003810 0000-MAINLINE.
003820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003830     PERFORM 2000-LOAD-NEW-ALERTS THRU 2000-EXIT.
003840     PERFORM 3000-PROCESS-TRANSACTIONS THRU 3000-EXIT.
003850     PERFORM 4000-ESCALATE-ALERTS THRU 4000-EXIT.
003860     PERFORM 5000-WRITE-HANDOVER THRU 5000-EXIT.
003870     PERFORM 8000-REWRITE-REGISTER THRU 8000-EXIT.
003880     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003890     STOP RUN.
003900 0000-EXIT.
003910     EXIT.
003920*
003930*----------------------------------------------------------*
003940* 1000-INITIALIZE - STAMP THE RUN, READ THE ESCALATION       *
003950* HOURS, LOAD THE REGISTER, AND OPEN THE LOG AND THE         *
003960* HANDOVER REPORT.                                           *
003970*----------------------------------------------------------*
003980 1000-INITIALIZE.
003990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004000     ACCEPT WS-RUN-TIME-RAW FROM TIME.
004010     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
004020     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
004030     PERFORM 1200-LOAD-REGISTER THRU 1200-EXIT.
004040     OPEN EXTEND ALERTLOG-FILE-NAME.
004050     IF WS-ALERTLOG-STATUS NOT = '00'
004060         OPEN OUTPUT ALERTLOG-FILE-NAME
004070     END-IF.
004080     OPEN OUTPUT HANDOVER-FILE-NAME.
004090     IF WS-HANDOVER-STATUS NOT = '00'
004100         DISPLAY "ERROR: CANNOT OPEN HANDOVER REPORT (STATUS "
004110             WS-HANDOVER-STATUS ")"
004120         STOP RUN
004130     END-IF.
004140     MOVE SPACES TO HANDOVER-REC.
004150     MOVE 'HD' TO HOV-RECORD-TYPE.
004160     MOVE WS-RUN-DATE TO HOV-RUN-DATE.
004170     MOVE WS-RUN-TIME TO HOV-RUN-TIME.
004180     MOVE WS-ESCALATE-HOURS TO HOV-ESCALATE-HOURS.
004190     WRITE HANDOVER-REC.
004200 1000-EXIT.
004210     EXIT.
004220*
004230 1100-READ-PARAMETERS.
004240     OPEN INPUT ALERTPARM-FILE-NAME.
004250     IF WS-ALERTPARM-STATUS NOT = '00'
004260         DISPLAY "NO ALERT PARAMETER FILE (STATUS "
004270             WS-ALERTPARM-STATUS ") - ESCALATING AFTER "
004280             WS-ESCALATE-HOURS " HOURS"
004290         GO TO 1100-EXIT
004300     END-IF.
004310     READ ALERTPARM-FILE-NAME
004320         AT END
004330             CLOSE ALERTPARM-FILE-NAME
004340             GO TO 1100-EXIT
004350     END-READ.
004360     IF ALP-ESCALATE-HOURS NUMERIC
004370         AND ALP-ESCALATE-HOURS > 0
004380         MOVE ALP-ESCALATE-HOURS TO WS-ESCALATE-HOURS
004390     ELSE
004400         DISPLAY "INVALID ESCALATION HOURS " ALP-ESCALATE-HOURS
004410             " - ESCALATING AFTER " WS-ESCALATE-HOURS " HOURS"
004420     END-IF.
004430     CLOSE ALERTPARM-FILE-NAME.
004440 1100-EXIT.
004450     EXIT.
004460*
004470*----------------------------------------------------------*
004480* 1200-LOAD-REGISTER - THE FEED POSITION AND THE ALERTS      *
004490* STILL OPEN FROM EARLIER RUNS. NO REGISTER MEANS THIS IS    *
004500* THE FIRST RUN AND THE WHOLE FEED IS NEW.                   *
004510*----------------------------------------------------------*
004520 1200-LOAD-REGISTER.
004530     OPEN INPUT REGISTER-FILE-NAME.
004540     IF WS-REGISTER-STATUS NOT = '00'
004550         DISPLAY "NO ALERT REGISTER (STATUS "
004560             WS-REGISTER-STATUS ") - LOADING THE WHOLE FEED"
004570         GO TO 1200-EXIT
004580     END-IF.
004590     MOVE 'N' TO WS-REGISTER-EOF-SW.
004600     PERFORM 1250-READ-REGISTER-RECORD THRU 1250-EXIT
004610         UNTIL WS-REGISTER-EOF.
004620     CLOSE REGISTER-FILE-NAME.
004630 1200-EXIT.
004640     EXIT.
004650*
004660 1250-READ-REGISTER-RECORD.
004670     READ REGISTER-FILE-NAME
004680         AT END
004690             SET WS-REGISTER-EOF TO TRUE
004700             GO TO 1250-EXIT
004710     END-READ.
004720     IF RGR-RECORD-TYPE = 'HD'
004730         IF RGR-FEED-LOADED NUMERIC
004740             MOVE RGR-FEED-LOADED TO WS-FEED-LOADED
004750         END-IF
004760         IF RGR-LAST-STAMP NUMERIC
004770             MOVE RGR-LAST-STAMP TO WS-LAST-STAMP
004780         END-IF
004790         GO TO 1250-EXIT
004800     END-IF.
004810     IF RGR-RECORD-TYPE NOT = 'AL'
004820         GO TO 1250-EXIT
004830     END-IF.
004840     IF WS-REG-COUNT >= WS-REG-MAX
004850         DISPLAY "ERROR: ALERT REGISTER FULL AT " WS-REG-MAX
004860             " ENTRIES"
004870         STOP RUN
004880     END-IF.
004890     ADD 1 TO WS-REG-COUNT.
004900     MOVE RGR-RUN-DATE TO WS-REG-RUN-DATE(WS-REG-COUNT).
004910     MOVE RGR-RUN-TIME TO WS-REG-RUN-TIME(WS-REG-COUNT).
004920     MOVE RGR-PROGRAM TO WS-REG-PROGRAM(WS-REG-COUNT).
004930     MOVE RGR-CONDITION TO WS-REG-CONDITION(WS-REG-COUNT).
004940     MOVE RGR-SEVERITY TO WS-REG-SEVERITY(WS-REG-COUNT).
004950     MOVE RGR-FILE-NAME TO WS-REG-FILE-NAME(WS-REG-COUNT).
004960     MOVE 0 TO WS-REG-FIGURE-1(WS-REG-COUNT).
004970     MOVE 0 TO WS-REG-FIGURE-2(WS-REG-COUNT).
004980     IF RGR-FIGURE-1(2:9) NUMERIC
004990         MOVE RGR-FIGURE-1 TO WS-REG-FIGURE-1(WS-REG-COUNT)
005000     END-IF.
005010     IF RGR-FIGURE-2(2:9) NUMERIC
005020         MOVE RGR-FIGURE-2 TO WS-REG-FIGURE-2(WS-REG-COUNT)
005030     END-IF.
005040     MOVE RGR-STATE TO WS-REG-STATE(WS-REG-COUNT).
005050     MOVE RGR-ESCALATED TO WS-REG-ESCALATED(WS-REG-COUNT).
005060     MOVE RGR-ACK-OPERATOR TO WS-REG-ACK-OPERATOR(WS-REG-COUNT).
005070     MOVE 0 TO WS-REG-ACK-DATE(WS-REG-COUNT).
005080     MOVE 0 TO WS-REG-ACK-TIME(WS-REG-COUNT).
005090     IF RGR-ACK-DATE NUMERIC
005100         MOVE RGR-ACK-DATE TO WS-REG-ACK-DATE(WS-REG-COUNT)
005110     END-IF.
005120     IF RGR-ACK-TIME NUMERIC
005130         MOVE RGR-ACK-TIME TO WS-REG-ACK-TIME(WS-REG-COUNT)
005140     END-IF.
005150     MOVE RGR-NOTE TO WS-REG-NOTE(WS-REG-COUNT).
005160     MOVE SPACES TO WS-REG-CLOSED-AS(WS-REG-COUNT).
005170 1250-EXIT.
005180     EXIT.
005190*
005200*----------------------------------------------------------*
005210* 2000-LOAD-NEW-ALERTS - COUNT THE FEED TO SEE WHETHER IT    *
005220* HAS BEEN ROLLED OVER SINCE THE LAST RUN, THEN READ IT      *
005230* AGAIN AND TAKE EVERY RECORD NOT YET LOADED. NO FEED MEANS  *
005240* NOTHING NEW, AND A FRESH FEED IS READ FROM THE TOP NEXT    *
005250* TIME.                                                      *
005260*----------------------------------------------------------*
005270 2000-LOAD-NEW-ALERTS.
005280     OPEN INPUT ALERT-FILE-NAME.
005290     IF WS-ALERT-STATUS NOT = '00'
005300         DISPLAY "NO ALERT FEED (STATUS " WS-ALERT-STATUS
005310             ") - NO NEW ALERTS"
005320         MOVE 0 TO WS-FEED-LOADED
005330         GO TO 2000-EXIT
005340     END-IF.
005350     MOVE 'N' TO WS-ALERT-EOF-SW.
005360     PERFORM 2050-COUNT-ALERT-RECORD THRU 2050-EXIT
005370         UNTIL WS-ALERT-EOF.
005380     CLOSE ALERT-FILE-NAME.
005390     IF WS-FEED-COUNT < WS-FEED-LOADED
005400         SET WS-FEED-RESET TO TRUE
005410         DISPLAY "ALERT FEED HAS " WS-FEED-COUNT " RECORDS, "
005420             "FEWER THAN THE " WS-FEED-LOADED " ALREADY "
005430             "LOADED - TREATED AS ROLLED OVER"
005440     END-IF.
005441     MOVE WS-LAST-STAMP TO WS-RESET-STAMP.
005450     OPEN INPUT ALERT-FILE-NAME.
005451     IF WS-ALERT-STATUS NOT = '00'
005452         DISPLAY "ERROR: CANNOT REOPEN ALERT FEED (STATUS "
005453             WS-ALERT-STATUS ") - REGISTER NOT UPDATED"
005454         STOP RUN
005455     END-IF.
005460     MOVE 'N' TO WS-ALERT-EOF-SW.
005470     PERFORM 2100-READ-ALERT-RECORD THRU 2100-EXIT
005480         UNTIL WS-ALERT-EOF.
005490     CLOSE ALERT-FILE-NAME.
005500     MOVE WS-FEED-COUNT TO WS-FEED-LOADED.
005510 2000-EXIT.
005520     EXIT.
005530*
005540 2050-COUNT-ALERT-RECORD.
005550     READ ALERT-FILE-NAME
005560         AT END
005570             SET WS-ALERT-EOF TO TRUE
005580             GO TO 2050-EXIT
005590     END-READ.
005600     ADD 1 TO WS-FEED-COUNT.
005610 2050-EXIT.
005620     EXIT.
005630*
005640*----------------------------------------------------------*
005650* 2100-READ-ALERT-RECORD - A NEW RUNOK CLOSES THAT PROGRAM'S *
005660* EARLIER ALERTS; ANY OTHER NEW RECORD GOES ON THE REGISTER  *
005670* OPEN. THIS PROGRAM'S OWN RECORDS ARE ABOUT THE REGISTER    *
005680* ITSELF AND ARE NOT LOADED.                                 *
005690*----------------------------------------------------------*
005700 2100-READ-ALERT-RECORD.
005710     READ ALERT-FILE-NAME
005720         AT END
005730             SET WS-ALERT-EOF TO TRUE
005740             GO TO 2100-EXIT
005750     END-READ.
005760     ADD 1 TO WS-FEED-READ.
005770     IF NOT WS-FEED-RESET
005780         AND WS-FEED-READ <= WS-FEED-LOADED
005790         GO TO 2100-EXIT
005800     END-IF.
005810     IF ALT-RUN-DATE NOT NUMERIC
005820         OR ALT-RUN-TIME NOT NUMERIC
005830         DISPLAY "UNREADABLE ALERT FEED RECORD " WS-FEED-READ
005840             " SKIPPED"
005850         GO TO 2100-EXIT
005860     END-IF.
005870     COMPUTE WS-ALT-STAMP = ALT-RUN-DATE * 1000000 + ALT-RUN-TIME.
005880     IF WS-FEED-RESET
005890         AND WS-ALT-STAMP <= WS-RESET-STAMP
005900         GO TO 2100-EXIT
005910     END-IF.
005920     IF WS-ALT-STAMP > WS-LAST-STAMP
005930         MOVE WS-ALT-STAMP TO WS-LAST-STAMP
005940     END-IF.
005950     IF ALT-PROGRAM = 'ALERTREG'
005960         GO TO 2100-EXIT
005970     END-IF.
005980     IF ALT-CONDITION = 'RUNOK'
005990         PERFORM 2300-SUPERSEDE-ALERTS THRU 2300-EXIT
006000         GO TO 2100-EXIT
006010     END-IF.
006020     PERFORM 2200-ADD-ALERT THRU 2200-EXIT.
006030 2100-EXIT.
006040     EXIT.
006050*
006060 2200-ADD-ALERT.
006070     IF WS-REG-COUNT >= WS-REG-MAX
006080         DISPLAY "ERROR: ALERT REGISTER FULL AT " WS-REG-MAX
006090             " ENTRIES"
006100         STOP RUN
006110     END-IF.
006120     ADD 1 TO WS-REG-COUNT.
006130     ADD 1 TO WS-NEW-COUNT.
006140     MOVE ALT-RUN-DATE TO WS-REG-RUN-DATE(WS-REG-COUNT).
006150     MOVE ALT-RUN-TIME TO WS-REG-RUN-TIME(WS-REG-COUNT).
006160     MOVE ALT-PROGRAM TO WS-REG-PROGRAM(WS-REG-COUNT).
006170     MOVE ALT-CONDITION TO WS-REG-CONDITION(WS-REG-COUNT).
006180     MOVE ALT-SEVERITY TO WS-REG-SEVERITY(WS-REG-COUNT).
006190     MOVE ALT-FILE-NAME TO WS-REG-FILE-NAME(WS-REG-COUNT).
006200     MOVE 0 TO WS-REG-FIGURE-1(WS-REG-COUNT).
006210     MOVE 0 TO WS-REG-FIGURE-2(WS-REG-COUNT).
006220     IF ALT-FIGURE-1(2:9) NUMERIC
006230         MOVE ALT-FIGURE-1 TO WS-REG-FIGURE-1(WS-REG-COUNT)
006240     END-IF.
006250     IF ALT-FIGURE-2(2:9) NUMERIC
006260         MOVE ALT-FIGURE-2 TO WS-REG-FIGURE-2(WS-REG-COUNT)
006270     END-IF.
006280     MOVE 'O' TO WS-REG-STATE(WS-REG-COUNT).
006290     MOVE 'N' TO WS-REG-ESCALATED(WS-REG-COUNT).
006300     MOVE SPACES TO WS-REG-ACK-OPERATOR(WS-REG-COUNT).
006310     MOVE 0 TO WS-REG-ACK-DATE(WS-REG-COUNT).
006320     MOVE 0 TO WS-REG-ACK-TIME(WS-REG-COUNT).
006330     MOVE SPACES TO WS-REG-NOTE(WS-REG-COUNT).
006340     MOVE SPACES TO WS-REG-CLOSED-AS(WS-REG-COUNT).
006350 2200-EXIT.
006360     EXIT.
006370*
006380*----------------------------------------------------------*
006390* 2300-SUPERSEDE-ALERTS - A RUNOK SAYS THE PROGRAM HAS SINCE *
006400* RUN CLEAN, SO EVERY OPEN OR ACKNOWLEDGED ALERT IT RAISED   *
006410* IN AN EARLIER RUN IS CLOSED. ALERTS FROM THE SAME RUN AS   *
006420* THE RUNOK (A WARNING ON A RUN THAT STILL FINISHED) STAY    *
006430* OPEN.                                                      *
006440*----------------------------------------------------------*
006450 2300-SUPERSEDE-ALERTS.
006460     PERFORM VARYING WS-REG-I FROM 1 BY 1
006470             UNTIL WS-REG-I > WS-REG-COUNT
006480         IF WS-REG-PROGRAM(WS-REG-I) = ALT-PROGRAM
006490             AND WS-REG-STATE(WS-REG-I) NOT = 'C'
006500             COMPUTE WS-ENTRY-STAMP =
006510                 WS-REG-RUN-DATE(WS-REG-I) * 1000000
006520                 + WS-REG-RUN-TIME(WS-REG-I)
006530             IF WS-ENTRY-STAMP < WS-ALT-STAMP
006540                 MOVE 'C' TO WS-REG-STATE(WS-REG-I)
006550                 MOVE 'SUPERSED' TO WS-REG-CLOSED-AS(WS-REG-I)
006560                 ADD 1 TO WS-SUPERSEDED-COUNT
006570                 MOVE 'SUPERSED' TO WS-LOG-EVENT
006580                 MOVE 'ALERTREG' TO WS-LOG-OPERATOR
006590                 MOVE SPACES TO WS-LOG-NOTE
006600                 STRING 'RUNOK ' DELIMITED BY SIZE
006610                        ALT-RUN-DATE DELIMITED BY SIZE
006620                        ' ' DELIMITED BY SIZE
006630                        ALT-RUN-TIME DELIMITED BY SIZE
006640                        INTO WS-LOG-NOTE
006650                 PERFORM 7800-WRITE-LOG-RECORD THRU 7800-EXIT
006660             END-IF
006670         END-IF
006680     END-PERFORM.
006690 2300-EXIT.
006700     EXIT.
006710*
006720*----------------------------------------------------------*
006730* 3000-PROCESS-TRANSACTIONS - APPLY THE OPERATORS'           *
006740* ACKNOWLEDGMENTS AND RESOLUTIONS. NO TRANSACTION FILE JUST  *
006750* MEANS NOBODY HAS ACTED ON ANYTHING SINCE THE LAST RUN.     *
006760*----------------------------------------------------------*
006770 3000-PROCESS-TRANSACTIONS.
006780     OPEN INPUT TXN-FILE-NAME.
006790     IF WS-TXN-STATUS NOT = '00'
006800         DISPLAY "NO ALERT TRANSACTION FILE (STATUS "
006810             WS-TXN-STATUS ") - NO ACKNOWLEDGMENTS APPLIED"
006820         GO TO 3000-EXIT
006830     END-IF.
006840     MOVE 'N' TO WS-TXN-EOF-SW.
006850     PERFORM 3100-READ-TXN-RECORD THRU 3100-EXIT
006860         UNTIL WS-TXN-EOF.
006870     CLOSE TXN-FILE-NAME.
006880 3000-EXIT.
006890     EXIT.
006900*
006910*----------------------------------------------------------*
006920* 3100-READ-TXN-RECORD - VALIDATE ONE TRANSACTION AND APPLY  *
006930* IT TO EVERY ALERT STILL ON THE REGISTER UNDER ITS KEY.     *
006940* ACKNOWLEDGING AN ALERT ALREADY ACKNOWLEDGED, OR ACTING ON  *
006950* A KEY WITH NOTHING OPEN, IS REJECTED, LOGGED AND LISTED.   *
006960*----------------------------------------------------------*
006970 3100-READ-TXN-RECORD.
006980     READ TXN-FILE-NAME
006990         AT END
007000             SET WS-TXN-EOF TO TRUE
007010             GO TO 3100-EXIT
007020     END-READ.
007030     MOVE SPACES TO WS-TXN-RESULT.
007040     MOVE 0 TO WS-TXN-HITS.
007050     IF NOT TXN-ACTION-KNOWN
007060         MOVE 'UNKNOWN ACTION' TO WS-TXN-RESULT
007070         GO TO 3100-REJECT
007080     END-IF.
007090     IF TXN-OPERATOR = SPACES
007100         MOVE 'MISSING OPERATOR' TO WS-TXN-RESULT
007110         GO TO 3100-REJECT
007120     END-IF.
007130     IF TXN-RUN-DATE NOT NUMERIC
007140         OR TXN-RUN-TIME NOT NUMERIC
007150         OR TXN-PROGRAM = SPACES
007160         OR TXN-CONDITION = SPACES
007170         MOVE 'INVALID ALERT KEY' TO WS-TXN-RESULT
007180         GO TO 3100-REJECT
007190     END-IF.
007200     PERFORM VARYING WS-REG-I FROM 1 BY 1
007210             UNTIL WS-REG-I > WS-REG-COUNT
007220         IF WS-REG-RUN-DATE(WS-REG-I) = TXN-RUN-DATE
007230             AND WS-REG-RUN-TIME(WS-REG-I) = TXN-RUN-TIME
007240             AND WS-REG-PROGRAM(WS-REG-I) = TXN-PROGRAM
007250             AND WS-REG-CONDITION(WS-REG-I) = TXN-CONDITION
007260             AND WS-REG-STATE(WS-REG-I) NOT = 'C'
007270             PERFORM 3200-APPLY-TO-ENTRY THRU 3200-EXIT
007280         END-IF
007290     END-PERFORM.
007300     IF WS-TXN-HITS > 0
007310         GO TO 3100-EXIT
007320     END-IF.
007330     IF WS-TXN-RESULT = SPACES
007340         MOVE 'NO OPEN ALERT' TO WS-TXN-RESULT
007350     END-IF.
007360 3100-REJECT.
007370     ADD 1 TO WS-REJECTED-COUNT.
007380     MOVE 'REJECTED' TO WS-LOG-EVENT.
007390     MOVE TXN-OPERATOR TO WS-LOG-OPERATOR.
007400     MOVE WS-TXN-RESULT TO WS-LOG-NOTE.
007410     MOVE SPACES TO ALERTLOG-REC.
007420     MOVE WS-RUN-DATE TO LOG-EVENT-DATE.
007430     MOVE WS-RUN-TIME TO LOG-EVENT-TIME.
007440     MOVE WS-LOG-EVENT TO LOG-EVENT.
007450     MOVE WS-LOG-OPERATOR TO LOG-OPERATOR.
007460     MOVE 0 TO LOG-RUN-DATE.
007470     MOVE 0 TO LOG-RUN-TIME.
007480     IF TXN-RUN-DATE NUMERIC
007490         MOVE TXN-RUN-DATE TO LOG-RUN-DATE
007500     END-IF.
007510     IF TXN-RUN-TIME NUMERIC
007520         MOVE TXN-RUN-TIME TO LOG-RUN-TIME
007530     END-IF.
007540     MOVE TXN-PROGRAM TO LOG-PROGRAM.
007550     MOVE TXN-CONDITION TO LOG-CONDITION.
007560     MOVE WS-LOG-NOTE TO LOG-NOTE.
007570     WRITE ALERTLOG-REC.
007580     MOVE TXN-REC(12:35) TO WS-TXN-IMAGE.
007590     MOVE SPACES TO HANDOVER-REC.
007600     MOVE 'RJ' TO HOV-RECORD-TYPE.
007610     MOVE TXN-ACTION TO HOV-TXN-ACTION.
007620     MOVE TXN-OPERATOR TO HOV-TXN-OPERATOR.
007630     MOVE WS-TXN-IMAGE TO HOV-TXN-IMAGE.
007640     MOVE WS-TXN-RESULT TO HOV-TXN-REASON.
007650     WRITE HANDOVER-REC.
007660 3100-EXIT.
007670     EXIT.
007680*
007690*----------------------------------------------------------*
007700* 3200-APPLY-TO-ENTRY - ACKNOWLEDGE OR RESOLVE THE REGISTER  *
007710* ENTRY AT WS-REG-I. A RESOLUTION NEED NOT WAIT FOR AN       *
007720* ACKNOWLEDGMENT; IF NOBODY HAD ACKNOWLEDGED IT, THE         *
007730* RESOLVING OPERATOR IS RECORDED AS THE ACKNOWLEDGER.        *
007740*----------------------------------------------------------*
007750 3200-APPLY-TO-ENTRY.
007760     IF TXN-ACKNOWLEDGE
007770         AND WS-REG-STATE(WS-REG-I) = 'A'
007780         MOVE 'ALREADY ACKNOWLEDGED' TO WS-TXN-RESULT
007790         GO TO 3200-EXIT
007800     END-IF.
007810     ADD 1 TO WS-TXN-HITS.
007820     IF WS-REG-STATE(WS-REG-I) = 'O'
007830         MOVE TXN-OPERATOR TO WS-REG-ACK-OPERATOR(WS-REG-I)
007840         MOVE WS-RUN-DATE TO WS-REG-ACK-DATE(WS-REG-I)
007850         MOVE WS-RUN-TIME TO WS-REG-ACK-TIME(WS-REG-I)
007860     END-IF.
007870     MOVE TXN-NOTE TO WS-REG-NOTE(WS-REG-I).
007880     MOVE TXN-OPERATOR TO WS-LOG-OPERATOR.
007890     MOVE TXN-NOTE TO WS-LOG-NOTE.
007900     IF TXN-ACKNOWLEDGE
007910         MOVE 'A' TO WS-REG-STATE(WS-REG-I)
007920         ADD 1 TO WS-ACKED-COUNT
007930         MOVE 'ACKED' TO WS-LOG-EVENT
007940     ELSE
007950         MOVE 'C' TO WS-REG-STATE(WS-REG-I)
007960         MOVE 'RESOLVED' TO WS-REG-CLOSED-AS(WS-REG-I)
007970         ADD 1 TO WS-RESOLVED-COUNT
007980         MOVE 'RESOLVED' TO WS-LOG-EVENT
007990     END-IF.
008000     PERFORM 7800-WRITE-LOG-RECORD THRU 7800-EXIT.
008010 3200-EXIT.
008020     EXIT.
008030*
008040*----------------------------------------------------------*
008050* 4000-ESCALATE-ALERTS - AN ALERT NOBODY HAS ACKNOWLEDGED    *
008060* WITHIN THE SET HOURS IS ESCALATED ONCE: FLAGGED ON THE     *
008070* REGISTER, LOGGED, AND RAISED AGAIN ON THE FEED AS A        *
008080* CRITICAL 'ESCALATED' ALERT NAMING THE ORIGINAL.            *
008090*----------------------------------------------------------*
008100 4000-ESCALATE-ALERTS.
008110     PERFORM VARYING WS-REG-I FROM 1 BY 1
008120             UNTIL WS-REG-I > WS-REG-COUNT
008130         IF WS-REG-STATE(WS-REG-I) = 'O'
008140             AND WS-REG-ESCALATED(WS-REG-I) NOT = 'Y'
008150             PERFORM 4100-COMPUTE-AGE THRU 4100-EXIT
008160             IF WS-AGE-HOURS >= WS-ESCALATE-HOURS
008170                 PERFORM 4200-ESCALATE-ONE THRU 4200-EXIT
008180             END-IF
008190         END-IF
008200     END-PERFORM.
008210 4000-EXIT.
008220     EXIT.
008230*
008240*----------------------------------------------------------*
008250* 4100-COMPUTE-AGE - AGE OF THE ENTRY AT WS-REG-I IN WHOLE   *
008260* HOURS, ACROSS DAY BOUNDARIES.                              *
008270*----------------------------------------------------------*
008280 4100-COMPUTE-AGE.
008290     COMPUTE WS-TODAY-INT =
008300         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
008310     COMPUTE WS-ALERT-INT =
008320         FUNCTION INTEGER-OF-DATE(WS-REG-RUN-DATE(WS-REG-I)).
008330     DIVIDE WS-RUN-TIME BY 10000 GIVING WS-CLOCK-HH
008340         REMAINDER WS-CLOCK-MMSS.
008350     COMPUTE WS-NOW-MINS =
008360         WS-CLOCK-HH * 60 + WS-CLOCK-MMSS / 100.
008370     DIVIDE WS-REG-RUN-TIME(WS-REG-I) BY 10000 GIVING WS-CLOCK-HH
008380         REMAINDER WS-CLOCK-MMSS.
008390     COMPUTE WS-ALERT-MINS =
008400         WS-CLOCK-HH * 60 + WS-CLOCK-MMSS / 100.
008410     COMPUTE WS-AGE-MINS =
008420         (WS-TODAY-INT - WS-ALERT-INT) * 1440
008430         + WS-NOW-MINS - WS-ALERT-MINS.
008440     IF WS-AGE-MINS < 0
008450         MOVE 0 TO WS-AGE-MINS
008460     END-IF.
008470     DIVIDE WS-AGE-MINS BY 60 GIVING WS-AGE-HOURS.
008480 4100-EXIT.
008490     EXIT.
008500*
008510 4200-ESCALATE-ONE.
008520     MOVE 'Y' TO WS-REG-ESCALATED(WS-REG-I).
008530     ADD 1 TO WS-ESCALATED-COUNT.
008540     MOVE 'ESCALATE' TO WS-LOG-EVENT.
008550     MOVE 'ALERTREG' TO WS-LOG-OPERATOR.
008560     MOVE SPACES TO WS-LOG-NOTE.
008570     STRING 'UNACKNOWLEDGED AFTER ' DELIMITED BY SIZE
008580            WS-ESCALATE-HOURS DELIMITED BY SIZE
008590            ' HOURS' DELIMITED BY SIZE
008600            INTO WS-LOG-NOTE.
008610     PERFORM 7800-WRITE-LOG-RECORD THRU 7800-EXIT.
008620     MOVE 'C' TO WS-ALT-SEVERITY.
008630     MOVE 'ESCALATED' TO WS-ALT-CONDITION.
008640     MOVE SPACES TO WS-ALT-FILE.
008650     STRING WS-REG-PROGRAM(WS-REG-I) DELIMITED BY SIZE
008660            ' ' DELIMITED BY SIZE
008670            WS-REG-CONDITION(WS-REG-I) DELIMITED BY SIZE
008680            ' ' DELIMITED BY SIZE
008690            WS-REG-RUN-DATE(WS-REG-I) DELIMITED BY SIZE
008700            INTO WS-ALT-FILE.
008710     MOVE WS-AGE-HOURS TO WS-ALT-FIGURE-1.
008720     MOVE WS-ESCALATE-HOURS TO WS-ALT-FIGURE-2.
008730     PERFORM 7700-WRITE-ALERT THRU 7700-EXIT.
008740 4200-EXIT.
008750     EXIT.
008760*
008770*----------------------------------------------------------*
008780* 5000-WRITE-HANDOVER - EVERYTHING STILL OPEN, CRITICAL      *
008790* ALERTS FIRST, THEN WARNINGS, THEN THE REST; THEN WHAT WAS  *
008800* CLOSED THIS RUN; THEN THE TRAILER.                         *
008810*----------------------------------------------------------*
008820 5000-WRITE-HANDOVER.
008830     PERFORM VARYING WS-LIST-PASS FROM 1 BY 1
008840             UNTIL WS-LIST-PASS > 3
008850         PERFORM VARYING WS-REG-I FROM 1 BY 1
008860                 UNTIL WS-REG-I > WS-REG-COUNT
008870             PERFORM 5100-LIST-OPEN-ENTRY THRU 5100-EXIT
008880         END-PERFORM
008890     END-PERFORM.
008900     PERFORM VARYING WS-REG-I FROM 1 BY 1
008910             UNTIL WS-REG-I > WS-REG-COUNT
008920         IF WS-REG-STATE(WS-REG-I) = 'C'
008930             PERFORM 4100-COMPUTE-AGE THRU 4100-EXIT
008940             PERFORM 5200-WRITE-ENTRY-LINE THRU 5200-EXIT
008950             MOVE 'CL' TO HOV-RECORD-TYPE
008960             MOVE WS-REG-CLOSED-AS(WS-REG-I) TO HOV-STATE
008970             WRITE HANDOVER-REC
008980         END-IF
008990     END-PERFORM.
009000     MOVE SPACES TO HANDOVER-REC.
009010     MOVE 'TR' TO HOV-RECORD-TYPE.
009020     MOVE WS-NEW-COUNT TO HOV-NEW-COUNT.
009030     MOVE WS-SUPERSEDED-COUNT TO HOV-SUPERSEDED-COUNT.
009040     MOVE WS-ACKED-COUNT TO HOV-ACKED-COUNT.
009050     MOVE WS-RESOLVED-COUNT TO HOV-RESOLVED-COUNT.
009060     MOVE WS-ESCALATED-COUNT TO HOV-ESCALATED-COUNT.
009070     MOVE WS-REJECTED-COUNT TO HOV-REJECTED-COUNT.
009080     MOVE WS-OPEN-COUNT TO HOV-OPEN-COUNT.
009090     MOVE WS-CRITICAL-COUNT TO HOV-CRITICAL-COUNT.
009100     WRITE HANDOVER-REC.
009110 5000-EXIT.
009120     EXIT.
009130*
009140*----------------------------------------------------------*
009150* 5100-LIST-OPEN-ENTRY - PASS 1 TAKES CRITICAL ALERTS (C, OR *
009160* E FROM ANY FEEDER USING IT), PASS 2 WARNINGS, PASS 3 THE   *
009170* REST.                                                      *
009180*----------------------------------------------------------*
009190 5100-LIST-OPEN-ENTRY.
009200     IF WS-REG-STATE(WS-REG-I) = 'C'
009210         GO TO 5100-EXIT
009220     END-IF.
009230     IF WS-LIST-PASS = 1
009240         AND WS-REG-SEVERITY(WS-REG-I) NOT = 'C'
009250         AND WS-REG-SEVERITY(WS-REG-I) NOT = 'E'
009260         GO TO 5100-EXIT
009270     END-IF.
009280     IF WS-LIST-PASS = 2
009290         AND WS-REG-SEVERITY(WS-REG-I) NOT = 'W'
009300         GO TO 5100-EXIT
009310     END-IF.
009320     IF WS-LIST-PASS = 3
009330         AND (WS-REG-SEVERITY(WS-REG-I) = 'C'
009340           OR WS-REG-SEVERITY(WS-REG-I) = 'E'
009350           OR WS-REG-SEVERITY(WS-REG-I) = 'W')
009360         GO TO 5100-EXIT
009370     END-IF.
009380     ADD 1 TO WS-OPEN-COUNT.
009390     IF WS-LIST-PASS = 1
009400         ADD 1 TO WS-CRITICAL-COUNT
009410     END-IF.
009420     PERFORM 4100-COMPUTE-AGE THRU 4100-EXIT.
009430     PERFORM 5200-WRITE-ENTRY-LINE THRU 5200-EXIT.
009440     MOVE 'OA' TO HOV-RECORD-TYPE.
009450     IF WS-REG-STATE(WS-REG-I) = 'A'
009460         MOVE 'ACKED' TO HOV-STATE
009470     ELSE
009480         MOVE 'OPEN' TO HOV-STATE
009490     END-IF.
009500     WRITE HANDOVER-REC.
009510 5100-EXIT.
009520     EXIT.
009530*
009540*----------------------------------------------------------*
009550* 5200-WRITE-ENTRY-LINE - BUILD THE HANDOVER LINE FOR THE    *
009560* ENTRY AT WS-REG-I; THE CALLER SETS THE TYPE AND STATE AND  *
009570* WRITES IT.                                                 *
009580*----------------------------------------------------------*
009590 5200-WRITE-ENTRY-LINE.
009600     MOVE SPACES TO HANDOVER-REC.
009610     MOVE WS-REG-RUN-DATE(WS-REG-I) TO HOV-ALERT-DATE.
009620     MOVE WS-REG-RUN-TIME(WS-REG-I) TO HOV-ALERT-TIME.
009630     MOVE WS-REG-PROGRAM(WS-REG-I) TO HOV-PROGRAM.
009640     MOVE WS-REG-CONDITION(WS-REG-I) TO HOV-CONDITION.
009650     MOVE WS-REG-SEVERITY(WS-REG-I) TO HOV-SEVERITY.
009660     MOVE WS-REG-FILE-NAME(WS-REG-I) TO HOV-FILE-NAME.
009670     MOVE WS-REG-FIGURE-1(WS-REG-I) TO HOV-FIGURE-1.
009680     MOVE WS-REG-FIGURE-2(WS-REG-I) TO HOV-FIGURE-2.
009690     MOVE WS-AGE-HOURS TO HOV-AGE-HOURS.
009700     MOVE WS-REG-ESCALATED(WS-REG-I) TO HOV-ESCALATED.
009710     MOVE WS-REG-ACK-OPERATOR(WS-REG-I) TO HOV-OPERATOR.
009720     MOVE WS-REG-NOTE(WS-REG-I) TO HOV-NOTE.
009730 5200-EXIT.
009740     EXIT.
009750*
009760*----------------------------------------------------------*
009770* 7700-WRITE-ALERT - APPEND ONE STAGED ALERT TO THE          *
009780* OPERATIONS FEED, OPENED PER ALERT AS IN HELLO.             *
009790*----------------------------------------------------------*
009800 7700-WRITE-ALERT.
009810     OPEN EXTEND ALERT-FILE-NAME.
009820     IF WS-ALERT-STATUS NOT = '00'
009830         OPEN OUTPUT ALERT-FILE-NAME
009840     END-IF.
009850     MOVE SPACES TO ALERT-REC.
009860     MOVE WS-RUN-DATE TO ALT-RUN-DATE.
009870     MOVE WS-RUN-TIME TO ALT-RUN-TIME.
009880     MOVE 'ALERTREG' TO ALT-PROGRAM.
009890     MOVE WS-ALT-SEVERITY TO ALT-SEVERITY.
009900     MOVE WS-ALT-CONDITION TO ALT-CONDITION.
009910     MOVE WS-ALT-FILE TO ALT-FILE-NAME.
009920     MOVE WS-ALT-FIGURE-1 TO ALT-FIGURE-1.
009930     MOVE WS-ALT-FIGURE-2 TO ALT-FIGURE-2.
009940     WRITE ALERT-REC.
009950     CLOSE ALERT-FILE-NAME.
009960     ADD 1 TO WS-FEED-LOADED.
009970 7700-EXIT.
009980     EXIT.
009990*
010000*----------------------------------------------------------*
010010* 7800-WRITE-LOG-RECORD - APPEND ONE LIFECYCLE EVENT FOR THE *
010020* ENTRY AT WS-REG-I: THE CALLER STAGES THE EVENT, OPERATOR   *
010030* AND NOTE.                                                  *
010040*----------------------------------------------------------*
010050 7800-WRITE-LOG-RECORD.
010060     MOVE SPACES TO ALERTLOG-REC.
010070     MOVE WS-RUN-DATE TO LOG-EVENT-DATE.
010080     MOVE WS-RUN-TIME TO LOG-EVENT-TIME.
010090     MOVE WS-LOG-EVENT TO LOG-EVENT.
010100     MOVE WS-LOG-OPERATOR TO LOG-OPERATOR.
010110     MOVE WS-REG-RUN-DATE(WS-REG-I) TO LOG-RUN-DATE.
010120     MOVE WS-REG-RUN-TIME(WS-REG-I) TO LOG-RUN-TIME.
010130     MOVE WS-REG-PROGRAM(WS-REG-I) TO LOG-PROGRAM.
010140     MOVE WS-REG-CONDITION(WS-REG-I) TO LOG-CONDITION.
010150     MOVE WS-REG-FILE-NAME(WS-REG-I) TO LOG-FILE-NAME.
010160     MOVE WS-LOG-NOTE TO LOG-NOTE.
010170     WRITE ALERTLOG-REC.
010180 7800-EXIT.
010190     EXIT.
010200*
010210*----------------------------------------------------------*
010220* 8000-REWRITE-REGISTER - WRITE THE FEED POSITION AND EVERY  *
010230* ALERT STILL OPEN OR ACKNOWLEDGED BACK OUT. THE CLOSING     *
010240* RUNOK GOES ON THE FEED FIRST SO THE POSITION COUNTS IT.    *
010250*----------------------------------------------------------*
010260 8000-REWRITE-REGISTER.
010270     MOVE 'I' TO WS-ALT-SEVERITY.
010280     MOVE 'RUNOK' TO WS-ALT-CONDITION.
010290     MOVE 'day3alertreg.txt' TO WS-ALT-FILE.
010300     MOVE WS-OPEN-COUNT TO WS-ALT-FIGURE-1.
010310     MOVE WS-CRITICAL-COUNT TO WS-ALT-FIGURE-2.
010320     PERFORM 7700-WRITE-ALERT THRU 7700-EXIT.
010330     COMPUTE WS-ALT-STAMP = WS-RUN-DATE * 1000000 + WS-RUN-TIME.
010340     IF WS-ALT-STAMP > WS-LAST-STAMP
010350         MOVE WS-ALT-STAMP TO WS-LAST-STAMP
010360     END-IF.
010370     OPEN OUTPUT REGISTER-FILE-NAME.
010380     IF WS-REGISTER-STATUS NOT = '00'
010390         DISPLAY "ERROR: CANNOT REWRITE ALERT REGISTER (STATUS "
010400             WS-REGISTER-STATUS ")"
010410         GO TO 8000-EXIT
010420     END-IF.
010430     MOVE SPACES TO REGISTER-REC.
010440     MOVE 'HD' TO RGR-RECORD-TYPE.
010450     MOVE WS-FEED-LOADED TO RGR-FEED-LOADED.
010460     MOVE WS-LAST-STAMP TO RGR-LAST-STAMP.
010470     MOVE WS-RUN-DATE TO RGR-LAST-RUN-DATE.
010480     MOVE WS-RUN-TIME TO RGR-LAST-RUN-TIME.
010490     WRITE REGISTER-REC.
010500     PERFORM VARYING WS-REG-I FROM 1 BY 1
010510             UNTIL WS-REG-I > WS-REG-COUNT
010520         IF WS-REG-STATE(WS-REG-I) NOT = 'C'
010530             MOVE SPACES TO REGISTER-REC
010540             MOVE 'AL' TO RGR-RECORD-TYPE
010550             MOVE WS-REG-RUN-DATE(WS-REG-I) TO RGR-RUN-DATE
010560             MOVE WS-REG-RUN-TIME(WS-REG-I) TO RGR-RUN-TIME
010570             MOVE WS-REG-PROGRAM(WS-REG-I) TO RGR-PROGRAM
010580             MOVE WS-REG-CONDITION(WS-REG-I) TO RGR-CONDITION
010590             MOVE WS-REG-SEVERITY(WS-REG-I) TO RGR-SEVERITY
010600             MOVE WS-REG-FILE-NAME(WS-REG-I) TO RGR-FILE-NAME
010610             MOVE WS-REG-FIGURE-1(WS-REG-I) TO RGR-FIGURE-1
010620             MOVE WS-REG-FIGURE-2(WS-REG-I) TO RGR-FIGURE-2
010630             MOVE WS-REG-STATE(WS-REG-I) TO RGR-STATE
010640             MOVE WS-REG-ESCALATED(WS-REG-I) TO RGR-ESCALATED
010650             MOVE WS-REG-ACK-OPERATOR(WS-REG-I)
010660                 TO RGR-ACK-OPERATOR
010670             MOVE WS-REG-ACK-DATE(WS-REG-I) TO RGR-ACK-DATE
010680             MOVE WS-REG-ACK-TIME(WS-REG-I) TO RGR-ACK-TIME
010690             MOVE WS-REG-NOTE(WS-REG-I) TO RGR-NOTE
010700             WRITE REGISTER-REC
010710         END-IF
010720     END-PERFORM.
010730     CLOSE REGISTER-FILE-NAME.
010740 8000-EXIT.
010750     EXIT.
010760*
010770*----------------------------------------------------------*
010780* 9999-TERMINATE - CLOSE THE LOG AND THE HANDOVER REPORT AND *
010790* GIVE THE OPERATOR THE RUN SUMMARY.                         *
010800*----------------------------------------------------------*
010810 9999-TERMINATE.
010820     CLOSE ALERTLOG-FILE-NAME.
010830     CLOSE HANDOVER-FILE-NAME.
010840     DISPLAY "NEW ALERTS LOADED:    " WS-NEW-COUNT.
010850     DISPLAY "SUPERSEDED BY RUNOK:  " WS-SUPERSEDED-COUNT.
010860     DISPLAY "ACKNOWLEDGED:         " WS-ACKED-COUNT.
010870     DISPLAY "RESOLVED:             " WS-RESOLVED-COUNT.
010880     DISPLAY "ESCALATED:            " WS-ESCALATED-COUNT.
010890     DISPLAY "TRANSACTIONS REJECTED:" WS-REJECTED-COUNT.
010900     DISPLAY "STILL OPEN:           " WS-OPEN-COUNT.
010910     DISPLAY "OF WHICH CRITICAL:    " WS-CRITICAL-COUNT.
010920 9999-EXIT.
010930     EXIT.
