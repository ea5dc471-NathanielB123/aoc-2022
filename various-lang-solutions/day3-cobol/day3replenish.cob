000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REPLNSH.
000030 AUTHOR. D W BRENNAN.
000040 INSTALLATION. AOC-SOLUTIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   10/15/26   DWB   ORIGINAL PROGRAM - ITEM REPLENISHMENT.  *
000110*                    THE INVENTORY POSITION FILE KEEPS A     *
000120*                    RUNNING MATCH COUNT PER LETTER BUT      *
000130*                    NOTHING ACTED ON IT - STORES EYEBALLED  *
000140*                    THE FILE TO DECIDE WHAT TO RESTOCK.     *
000150*                    THIS STEP MEASURES EACH LETTER'S        *
000160*                    MOVEMENT SINCE ITS LAST REPLENISHMENT   *
000170*                    AGAINST THE REORDER THRESHOLD ON THE    *
000180*                    ITEM MASTER, WRITES A SHORTAGE REPORT   *
000190*                    AND A FIXED-WIDTH REPLENISHMENT REQUEST *
000200*                    EXTRACT FOR PURCHASING, AND LISTS       *
000210*                    INACTIVE AND UNCATALOGUED LETTERS       *
000220*                    SEPARATELY INSTEAD OF ORDERING THEM.    *
000230*----------------------------------------------------------*
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ITEM-FILE-NAME ASSIGN TO 'day3itemmaster.dat'
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS RANDOM
000310         RECORD KEY IS ITM-LETTER
000320         FILE STATUS IS WS-ITEM-STATUS.
000330     SELECT INVPOS-FILE-NAME ASSIGN TO 'day3invpos.txt'
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-INVPOS-STATUS.
000360     SELECT REPLBASE-FILE-NAME ASSIGN TO 'day3replbase.txt'
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-REPLBASE-STATUS.
000390     SELECT SHORTAGE-FILE-NAME ASSIGN TO 'day3shortage.txt'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-SHORTAGE-STATUS.
000420     SELECT REQUEST-FILE-NAME ASSIGN TO 'day3replreq.txt'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REQUEST-STATUS.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480*----------------------------------------------------------*
000490* ITEM-MASTER FILE - THE CATALOGUE, KEYED BY ITEM LETTER.    *
000500* EACH LETTER'S REORDER THRESHOLD (MATCHES SINCE THE LAST    *
000510* REPLENISHMENT - ZERO FOR NO REORDER POINT) AND REORDER     *
000520* QUANTITY ARE MAINTAINED THROUGH ITMMAINT.                  *
000530*----------------------------------------------------------*
000540 FD  ITEM-FILE-NAME.
000550 01  ITEM-REC.
000560     05  ITM-LETTER                   PIC X(01).
000570     05  ITM-DESCRIPTION              PIC X(30).
000580     05  ITM-ACTIVE-FLAG              PIC X(01).
000590         88  ITM-ACTIVE                         VALUE 'A'.
000600         88  ITM-INACTIVE                       VALUE 'I'.
000610     05  ITM-REORDER-THRESHOLD        PIC 9(05).
000620     05  ITM-REORDER-QTY              PIC 9(05).
000630*
000640*----------------------------------------------------------*
000650* INVENTORY POSITION FILE - AS MAINTAINED BY INVPOST: THE    *
000660* 'HD' HEADER NAMES THE LAST GENERATION POSTED, AND ONE 'IT' *
000670* RECORD PER LETTER CARRIES ITS CUMULATIVE MATCH COUNT.      *
000680*----------------------------------------------------------*
000690 FD  INVPOS-FILE-NAME.
000700 01  INVPOS-REC.
000710     05  INV-RECORD-TYPE              PIC X(02).
000720     05  FILLER                       PIC X(01).
000730     05  INV-DETAIL                   PIC X(40).
000740     05  INV-HEADER-DETAIL REDEFINES INV-DETAIL.
000750         10  INV-LAST-SUFFIX          PIC X(14).
000760         10  FILLER                   PIC X(26).
000770     05  INV-ITEM-DETAIL REDEFINES INV-DETAIL.
000780         10  INV-LETTER               PIC X(01).
000790         10  FILLER                   PIC X(01).
000800         10  INV-MATCH-COUNT          PIC 9(09).
000810         10  FILLER                   PIC X(01).
000820         10  INV-PRIORITY-TOTAL       PIC 9(09).
000830         10  FILLER                   PIC X(19).
000840*
000850*----------------------------------------------------------*
000860* REPLENISHMENT BASE FILE - ONE RECORD PER LETTER EVER       *
000870* REPLENISHED: THE CUMULATIVE MATCH COUNT AT THAT            *
000880* REPLENISHMENT, ITS DATE, AND THE LAST GENERATION POSTED AT *
000890* THE TIME. MOVEMENT IS MEASURED FROM HERE. REWRITTEN WHOLE  *
000900* EACH RUN; NO FILE MEANS NOTHING HAS BEEN REPLENISHED YET.  *
000910*----------------------------------------------------------*
000920 FD  REPLBASE-FILE-NAME.
000930 01  REPLBASE-REC.
000940     05  RPB-LETTER                   PIC X(01).
000950     05  FILLER                       PIC X(01).
000960     05  RPB-BASE-COUNT               PIC 9(09).
000970     05  FILLER                       PIC X(01).
000980     05  RPB-LAST-DATE                PIC 9(08).
000990     05  FILLER                       PIC X(01).
001000     05  RPB-LAST-SUFFIX              PIC X(14).
001010*
001020*----------------------------------------------------------*
001030* SHORTAGE REPORT - AN 'HD' HEADER (RUN DATE, LAST           *
001040* GENERATION POSTED), AN 'SH' LINE PER LETTER AT OR OVER ITS *
001050* THRESHOLD, AN 'IN' LINE PER INACTIVE LETTER (NEVER         *
001060* ORDERED), A 'UC' LINE PER LETTER WITH MOVEMENT BUT NO      *
001070* CATALOGUE ENTRY, AND A 'TR' TRAILER OF COUNTS. THE VIEWS   *
001080* SHARE ONE RECORD THROUGH REDEFINES.                        *
001090*----------------------------------------------------------*
001100 FD  SHORTAGE-FILE-NAME.
001110 01  SHORTAGE-REC.
001120     05  SHR-RECORD-TYPE              PIC X(02).
001130     05  FILLER                       PIC X(01).
001140     05  SHR-DETAIL                   PIC X(90).
001150     05  SHR-HEADER-DETAIL REDEFINES SHR-DETAIL.
001160         10  SHR-RUN-DATE             PIC 9(08).
001170         10  FILLER                   PIC X(01).
001180         10  SHR-LAST-SUFFIX          PIC X(14).
001190         10  FILLER                   PIC X(67).
001200     05  SHR-ITEM-DETAIL REDEFINES SHR-DETAIL.
001210         10  SHR-LETTER               PIC X(01).
001220         10  FILLER                   PIC X(01).
001230         10  SHR-ITEM-DESC            PIC X(30).
001240         10  FILLER                   PIC X(01).
001250         10  SHR-CUMULATIVE           PIC 9(09).
001260         10  FILLER                   PIC X(01).
001270         10  SHR-BASE-COUNT           PIC 9(09).
001280         10  FILLER                   PIC X(01).
001290         10  SHR-MOVEMENT             PIC 9(09).
001300         10  FILLER                   PIC X(01).
001310         10  SHR-THRESHOLD            PIC 9(05).
001320         10  FILLER                   PIC X(01).
001330         10  SHR-ORDER-QTY            PIC 9(05).
001340         10  FILLER                   PIC X(16).
001350     05  SHR-TRAILER-DETAIL REDEFINES SHR-DETAIL.
001360         10  SHR-LETTERS-CHECKED      PIC 9(05).
001370         10  FILLER                   PIC X(01).
001380         10  SHR-SHORTAGES            PIC 9(05).
001390         10  FILLER                   PIC X(01).
001400         10  SHR-UNITS-REQUESTED      PIC 9(09).
001410         10  FILLER                   PIC X(01).
001420         10  SHR-INACTIVE             PIC 9(05).
001430         10  FILLER                   PIC X(01).
001440         10  SHR-UNCATALOGUED         PIC 9(05).
001450         10  FILLER                   PIC X(01).
001460         10  SHR-NO-REORDER-POINT     PIC 9(05).
001470         10  FILLER                   PIC X(51).
001480*
001490*----------------------------------------------------------*
001500* REPLENISHMENT REQUEST EXTRACT - ONE FIXED-WIDTH 'RQ'       *
001510* RECORD PER LETTER TO ORDER, FOR PURCHASING TO PICK UP:     *
001520* REQUEST DATE, LETTER, DESCRIPTION, QUANTITY TO ORDER, THE  *
001530* MOVEMENT AND THRESHOLD BEHIND IT, AND THE LAST GENERATION  *
001540* POSTED.                                                    *
001550*----------------------------------------------------------*
001560 FD  REQUEST-FILE-NAME.
001570 01  REQUEST-REC.
001580     05  REQ-RECORD-TYPE              PIC X(02).
001590     05  REQ-REQUEST-DATE             PIC 9(08).
001600     05  REQ-LETTER                   PIC X(01).
001610     05  REQ-ITEM-DESC                PIC X(30).
001620     05  REQ-ORDER-QTY                PIC 9(05).
001630     05  REQ-MOVEMENT                 PIC 9(09).
001640     05  REQ-THRESHOLD                PIC 9(05).
001650     05  REQ-GEN-SUFFIX               PIC X(14).
001660*
001670 WORKING-STORAGE SECTION.
001680*----------------------------------------------------------*
001690* SWITCHES.                                                  *
001700*----------------------------------------------------------*
001710 01  WS-SWITCHES.
001720     05  WS-INVPOS-EOF-SW            PIC X(01) VALUE 'N'.
001730         88  WS-INVPOS-EOF                     VALUE 'Y'.
001740     05  WS-REPLBASE-EOF-SW          PIC X(01) VALUE 'N'.
001750         88  WS-REPLBASE-EOF                   VALUE 'Y'.
001760*
001770 77  WS-ITEM-STATUS                  PIC X(02) VALUE SPACES.
001780 77  WS-INVPOS-STATUS                PIC X(02) VALUE SPACES.
001790 77  WS-REPLBASE-STATUS              PIC X(02) VALUE SPACES.
001800 77  WS-SHORTAGE-STATUS              PIC X(02) VALUE SPACES.
001810 77  WS-REQUEST-STATUS               PIC X(02) VALUE SPACES.
001820 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
001830 77  WS-LAST-POSTED-SUFFIX           PIC X(14) VALUE SPACES.
001840*
001850*----------------------------------------------------------*
001860* LETTER TABLE - ONE SLOT PER PRIORITY VALUE 1-52, THE SAME  *
001870* ONE-TO-ONE MAPPING TO THE ITEM LETTER AS INVPOST USES:     *
001880* CUMULATIVE MATCHES, THE REPLENISHMENT BASE, AND THE        *
001890* CATALOGUE FIGURES.                                         *
001900*----------------------------------------------------------*
001910 01  WS-LETTER-TABLE.
001920     05  WS-LTR-ENTRY OCCURS 52 TIMES.
001930         10  WS-LTR-CUMULATIVE       PIC S9(09) COMP.
001940         10  WS-LTR-BASE-COUNT       PIC S9(09) COMP.
001950         10  WS-LTR-LAST-DATE        PIC 9(08).
001960         10  WS-LTR-LAST-SUFFIX      PIC X(14).
001970         10  WS-LTR-ON-MASTER        PIC X(01).
001980         10  WS-LTR-DESC             PIC X(30).
001990         10  WS-LTR-FLAG             PIC X(01).
002000         10  WS-LTR-THRESHOLD        PIC 9(05).
002010         10  WS-LTR-ORDER-QTY        PIC 9(05).
002020*
002030*----------------------------------------------------------*
002040* PRIORITY CONVERSION WORK AREA - THE SAME LETTER-TO-VALUE   *
002050* ARITHMETIC AS THE MAIN PROGRAM'S 4200-CHR-TO-PRIORITY AND  *
002060* ITS 5270 INVERSE.                                          *
002070*----------------------------------------------------------*
002080 77  WS-PRI-SLOT                     PIC S9(09) COMP VALUE 0.
002090 77  WS-PRI-CHR                      PIC X(01).
002100 77  WS-PRI-ORD                      PIC S9(09) VALUE 0.
002110 77  WS-PRI-VALUE                    PIC S9(09) VALUE 0.
002120 77  WS-TMP                          PIC S9(09) VALUE 0.
002130 77  WS-LETTER                       PIC X(01).
002140 77  WS-MOVEMENT                     PIC S9(09) COMP VALUE 0.
002150 77  WS-TMP-TYPE                     PIC X(02) VALUE SPACES.
002160*
002170*----------------------------------------------------------*
002180* RUN TALLIES FOR THE TRAILER AND THE OPERATOR SUMMARY.      *
002190*----------------------------------------------------------*
002200 77  WS-CHECKED-COUNT                PIC S9(09) COMP VALUE 0.
002210 77  WS-SHORTAGE-COUNT               PIC S9(09) COMP VALUE 0.
002220 77  WS-UNITS-REQUESTED              PIC S9(09) COMP VALUE 0.
002230 77  WS-INACTIVE-COUNT               PIC S9(09) COMP VALUE 0.
002240 77  WS-UNCATALOGUED-COUNT           PIC S9(09) COMP VALUE 0.
002250 77  WS-NO-REORDER-COUNT             PIC S9(09) COMP VALUE 0.
002260*
002270 PROCEDURE DIVISION.
002280*----------------------------------------------------------*
002290* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
002300*----------------------------------------------------------*
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330     PERFORM 2000-CHECK-LETTERS THRU 2000-EXIT.
002340     PERFORM 8000-WRITE-BASE-FILE THRU 8000-EXIT.
002350     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002360     STOP RUN.
002370 0000-EXIT.
002380     EXIT.
002390*
002400*----------------------------------------------------------*
002410* 1000-INITIALIZE - LOAD THE POSITIONS, THE REPLENISHMENT    *
002420* BASE AND THE CATALOGUE FIGURES, THEN OPEN THE REPORT AND   *
002430* THE REQUEST EXTRACT.                                       *
002440*----------------------------------------------------------*
002450 1000-INITIALIZE.
002460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002470     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
002480             UNTIL WS-PRI-SLOT > 52
002490         MOVE 0 TO WS-LTR-CUMULATIVE(WS-PRI-SLOT)
002500         MOVE 0 TO WS-LTR-BASE-COUNT(WS-PRI-SLOT)
002510         MOVE 0 TO WS-LTR-LAST-DATE(WS-PRI-SLOT)
002520         MOVE SPACES TO WS-LTR-LAST-SUFFIX(WS-PRI-SLOT)
002530         MOVE 'N' TO WS-LTR-ON-MASTER(WS-PRI-SLOT)
002540         MOVE SPACES TO WS-LTR-DESC(WS-PRI-SLOT)
002550         MOVE SPACE TO WS-LTR-FLAG(WS-PRI-SLOT)
002560         MOVE 0 TO WS-LTR-THRESHOLD(WS-PRI-SLOT)
002570         MOVE 0 TO WS-LTR-ORDER-QTY(WS-PRI-SLOT)
002580     END-PERFORM.
002590     PERFORM 1100-LOAD-POSITIONS THRU 1100-EXIT.
002600     PERFORM 1200-LOAD-BASE-FILE THRU 1200-EXIT.
002610     PERFORM 1300-LOAD-CATALOGUE THRU 1300-EXIT.
002620     OPEN OUTPUT SHORTAGE-FILE-NAME.
002630     IF WS-SHORTAGE-STATUS NOT = '00'
002640         DISPLAY "ERROR: CANNOT OPEN SHORTAGE REPORT (STATUS "
002650             WS-SHORTAGE-STATUS ")"
002660         STOP RUN
002670     END-IF.
002680     OPEN OUTPUT REQUEST-FILE-NAME.
002690     IF WS-REQUEST-STATUS NOT = '00'
002700         DISPLAY "ERROR: CANNOT OPEN REPLENISHMENT REQUEST "
002710             "EXTRACT (STATUS " WS-REQUEST-STATUS ")"
002720         STOP RUN
002730     END-IF.
002740     MOVE SPACES TO SHORTAGE-REC.
002750     MOVE 'HD' TO SHR-RECORD-TYPE.
002760     MOVE WS-RUN-DATE TO SHR-RUN-DATE.
002770     MOVE WS-LAST-POSTED-SUFFIX TO SHR-LAST-SUFFIX.
002780     WRITE SHORTAGE-REC.
002790 1000-EXIT.
002800     EXIT.
002810*
002820*----------------------------------------------------------*
002830* 1100-LOAD-POSITIONS - THE CUMULATIVE MATCH COUNT PER       *
002840* LETTER. WITHOUT THE POSITION FILE NOTHING HAS BEEN POSTED  *
002850* AND THERE IS NO MOVEMENT TO MEASURE.                       *
002860*----------------------------------------------------------*
002870 1100-LOAD-POSITIONS.
002880     OPEN INPUT INVPOS-FILE-NAME.
002890     IF WS-INVPOS-STATUS NOT = '00'
002900         DISPLAY "ERROR: CANNOT OPEN INVENTORY POSITION FILE "
002910             "(STATUS " WS-INVPOS-STATUS ") - NOTHING TO "
002920             "MEASURE"
002930         STOP RUN
002940     END-IF.
002950     MOVE 'N' TO WS-INVPOS-EOF-SW.
002960     PERFORM 1150-READ-POSITION-RECORD THRU 1150-EXIT
002970         UNTIL WS-INVPOS-EOF.
002980     CLOSE INVPOS-FILE-NAME.
002990 1100-EXIT.
003000     EXIT.
003010*
003020 1150-READ-POSITION-RECORD.
003030     READ INVPOS-FILE-NAME
003040         AT END
003050             SET WS-INVPOS-EOF TO TRUE
003060             GO TO 1150-EXIT
003070     END-READ.
003080     IF INV-RECORD-TYPE = 'HD'
003090         MOVE INV-LAST-SUFFIX TO WS-LAST-POSTED-SUFFIX
003100         GO TO 1150-EXIT
003110     END-IF.
003120     IF INV-RECORD-TYPE NOT = 'IT'
003130         GO TO 1150-EXIT
003140     END-IF.
003150     IF INV-LETTER NOT ALPHABETIC-LOWER
003160         AND INV-LETTER NOT ALPHABETIC-UPPER
003170         GO TO 1150-EXIT
003180     END-IF.
003190     IF INV-MATCH-COUNT NOT NUMERIC
003200         GO TO 1150-EXIT
003210     END-IF.
003220     MOVE INV-LETTER TO WS-PRI-CHR.
003230     PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT.
003240     MOVE INV-MATCH-COUNT TO WS-LTR-CUMULATIVE(WS-PRI-VALUE).
003250 1150-EXIT.
003260     EXIT.
003270*
003280*----------------------------------------------------------*
003290* 1200-LOAD-BASE-FILE - EACH LETTER'S COUNT AT ITS LAST      *
003300* REPLENISHMENT. A LETTER NOT ON THE FILE HAS NEVER BEEN     *
003310* REPLENISHED AND ALL ITS MATCHES COUNT AS MOVEMENT.         *
003320*----------------------------------------------------------*
003330 1200-LOAD-BASE-FILE.
003340     OPEN INPUT REPLBASE-FILE-NAME.
003350     IF WS-REPLBASE-STATUS NOT = '00'
003360         DISPLAY "NO REPLENISHMENT BASE FILE (STATUS "
003370             WS-REPLBASE-STATUS ") - MOVEMENT MEASURED FROM "
003380             "ZERO"
003390         GO TO 1200-EXIT
003400     END-IF.
003410     MOVE 'N' TO WS-REPLBASE-EOF-SW.
003420     PERFORM 1250-READ-BASE-RECORD THRU 1250-EXIT
003430         UNTIL WS-REPLBASE-EOF.
003440     CLOSE REPLBASE-FILE-NAME.
003450 1200-EXIT.
003460     EXIT.
003470*
003480 1250-READ-BASE-RECORD.
003490     READ REPLBASE-FILE-NAME
003500         AT END
003510             SET WS-REPLBASE-EOF TO TRUE
003520             GO TO 1250-EXIT
003530     END-READ.
003540     IF RPB-LETTER NOT ALPHABETIC-LOWER
003550         AND RPB-LETTER NOT ALPHABETIC-UPPER
003560         GO TO 1250-EXIT
003570     END-IF.
003580     IF RPB-BASE-COUNT NOT NUMERIC
003590         GO TO 1250-EXIT
003600     END-IF.
003610     MOVE RPB-LETTER TO WS-PRI-CHR.
003620     PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT.
003630     MOVE RPB-BASE-COUNT TO WS-LTR-BASE-COUNT(WS-PRI-VALUE).
003640     IF RPB-LAST-DATE NUMERIC
003650         MOVE RPB-LAST-DATE TO WS-LTR-LAST-DATE(WS-PRI-VALUE)
003660     END-IF.
003670     MOVE RPB-LAST-SUFFIX TO WS-LTR-LAST-SUFFIX(WS-PRI-VALUE).
003680 1250-EXIT.
003690     EXIT.
003700*
003710*----------------------------------------------------------*
003720* 1300-LOAD-CATALOGUE - LOOK EVERY LETTER UP ON THE ITEM     *
003730* MASTER FOR ITS DESCRIPTION, FLAG AND REORDER FIGURES.      *
003740* WITHOUT THE CATALOGUE NOTHING CAN BE ORDERED.              *
003750*----------------------------------------------------------*
003760 1300-LOAD-CATALOGUE.
003770     OPEN INPUT ITEM-FILE-NAME.
003780     IF WS-ITEM-STATUS NOT = '00'
003790         DISPLAY "ERROR: CANNOT OPEN ITEM MASTER (STATUS "
003800             WS-ITEM-STATUS ") - NOTHING CAN BE ORDERED"
003810         STOP RUN
003820     END-IF.
003830     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
003840             UNTIL WS-PRI-SLOT > 52
003850         PERFORM 5270-PRIORITY-TO-LETTER THRU 5270-EXIT
003860         MOVE WS-LETTER TO ITM-LETTER
003870         READ ITEM-FILE-NAME
003880             INVALID KEY
003890                 CONTINUE
003900             NOT INVALID KEY
003910                 MOVE 'Y' TO WS-LTR-ON-MASTER(WS-PRI-SLOT)
003920                 MOVE ITM-DESCRIPTION TO WS-LTR-DESC(WS-PRI-SLOT)
003930                 MOVE ITM-ACTIVE-FLAG TO WS-LTR-FLAG(WS-PRI-SLOT)
003940                 IF ITM-REORDER-THRESHOLD NUMERIC
003950                     MOVE ITM-REORDER-THRESHOLD
003960                         TO WS-LTR-THRESHOLD(WS-PRI-SLOT)
003970                 END-IF
003980                 IF ITM-REORDER-QTY NUMERIC
003990                     MOVE ITM-REORDER-QTY
004000                         TO WS-LTR-ORDER-QTY(WS-PRI-SLOT)
004010                 END-IF
004020         END-READ
004030     END-PERFORM.
004040     CLOSE ITEM-FILE-NAME.
004050 1300-EXIT.
004060     EXIT.
004070*
004080*----------------------------------------------------------*
004090* 2000-CHECK-LETTERS - WALK THE 52 LETTERS IN PRIORITY       *
004100* ORDER. THE SHORTAGES ARE LISTED FIRST, THEN THE INACTIVE   *
004110* AND UNCATALOGUED LETTERS, SO EACH SECTION OF THE REPORT    *
004120* READS TOGETHER, THEN THE TRAILER.                          *
004130*----------------------------------------------------------*
004140 2000-CHECK-LETTERS.
004150     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
004160             UNTIL WS-PRI-SLOT > 52
004170         PERFORM 2100-CHECK-ONE-LETTER THRU 2100-EXIT
004180     END-PERFORM.
004190     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
004200             UNTIL WS-PRI-SLOT > 52
004210         PERFORM 2200-LIST-EXCLUDED THRU 2200-EXIT
004220     END-PERFORM.
004230     MOVE SPACES TO SHORTAGE-REC.
004240     MOVE 'TR' TO SHR-RECORD-TYPE.
004250     MOVE WS-CHECKED-COUNT TO SHR-LETTERS-CHECKED.
004260     MOVE WS-SHORTAGE-COUNT TO SHR-SHORTAGES.
004270     MOVE WS-UNITS-REQUESTED TO SHR-UNITS-REQUESTED.
004280     MOVE WS-INACTIVE-COUNT TO SHR-INACTIVE.
004290     MOVE WS-UNCATALOGUED-COUNT TO SHR-UNCATALOGUED.
004300     MOVE WS-NO-REORDER-COUNT TO SHR-NO-REORDER-POINT.
004310     WRITE SHORTAGE-REC.
004320 2000-EXIT.
004330     EXIT.
004340*
004350*----------------------------------------------------------*
004360* 2100-CHECK-ONE-LETTER - AN ACTIVE CATALOGUED LETTER WITH A *
004370* REORDER POINT WHOSE MOVEMENT SINCE ITS LAST REPLENISHMENT  *
004380* HAS REACHED THE THRESHOLD IS A SHORTAGE: IT IS REPORTED,   *
004390* REQUESTED, AND ITS BASE MOVES UP TO TODAY'S COUNT. A COUNT *
004400* BELOW THE BASE (A GENERATION BACKED OUT SINCE) IS NO       *
004410* MOVEMENT.                                                  *
004420*----------------------------------------------------------*
004430 2100-CHECK-ONE-LETTER.
004440     IF WS-LTR-ON-MASTER(WS-PRI-SLOT) NOT = 'Y'
004450         GO TO 2100-EXIT
004460     END-IF.
004470     IF WS-LTR-FLAG(WS-PRI-SLOT) = 'I'
004480         GO TO 2100-EXIT
004490     END-IF.
004500     ADD 1 TO WS-CHECKED-COUNT.
004510     IF WS-LTR-THRESHOLD(WS-PRI-SLOT) = 0
004520         ADD 1 TO WS-NO-REORDER-COUNT
004530         GO TO 2100-EXIT
004540     END-IF.
004550     PERFORM 2300-MEASURE-MOVEMENT THRU 2300-EXIT.
004560     IF WS-MOVEMENT < WS-LTR-THRESHOLD(WS-PRI-SLOT)
004570         GO TO 2100-EXIT
004580     END-IF.
004590     ADD 1 TO WS-SHORTAGE-COUNT.
004600     ADD WS-LTR-ORDER-QTY(WS-PRI-SLOT) TO WS-UNITS-REQUESTED.
004610     MOVE 'SH' TO WS-TMP-TYPE.
004620     PERFORM 2400-WRITE-ITEM-LINE THRU 2400-EXIT.
004630     MOVE SPACES TO REQUEST-REC.
004640     MOVE 'RQ' TO REQ-RECORD-TYPE.
004650     MOVE WS-RUN-DATE TO REQ-REQUEST-DATE.
004660     MOVE WS-LETTER TO REQ-LETTER.
004670     MOVE WS-LTR-DESC(WS-PRI-SLOT) TO REQ-ITEM-DESC.
004680     MOVE WS-LTR-ORDER-QTY(WS-PRI-SLOT) TO REQ-ORDER-QTY.
004690     MOVE WS-MOVEMENT TO REQ-MOVEMENT.
004700     MOVE WS-LTR-THRESHOLD(WS-PRI-SLOT) TO REQ-THRESHOLD.
004710     MOVE WS-LAST-POSTED-SUFFIX TO REQ-GEN-SUFFIX.
004720     WRITE REQUEST-REC.
004730     MOVE WS-LTR-CUMULATIVE(WS-PRI-SLOT)
004740         TO WS-LTR-BASE-COUNT(WS-PRI-SLOT).
004750     MOVE WS-RUN-DATE TO WS-LTR-LAST-DATE(WS-PRI-SLOT).
004760     MOVE WS-LAST-POSTED-SUFFIX
004770         TO WS-LTR-LAST-SUFFIX(WS-PRI-SLOT).
004780 2100-EXIT.
004790     EXIT.
004800*
004810*----------------------------------------------------------*
004820* 2200-LIST-EXCLUDED - INACTIVE LETTERS ARE NEVER ORDERED,   *
004830* WHATEVER THEIR MOVEMENT, AND LETTERS WITH MOVEMENT BUT NO  *
004840* CATALOGUE ENTRY CANNOT BE; BOTH ARE LISTED FOR THE STORES. *
004850*----------------------------------------------------------*
004860 2200-LIST-EXCLUDED.
004870     IF WS-LTR-ON-MASTER(WS-PRI-SLOT) = 'Y'
004880         AND WS-LTR-FLAG(WS-PRI-SLOT) = 'I'
004890         ADD 1 TO WS-INACTIVE-COUNT
004900         PERFORM 2300-MEASURE-MOVEMENT THRU 2300-EXIT
004910         MOVE 'IN' TO WS-TMP-TYPE
004920         PERFORM 2400-WRITE-ITEM-LINE THRU 2400-EXIT
004930         GO TO 2200-EXIT
004940     END-IF.
004950     IF WS-LTR-ON-MASTER(WS-PRI-SLOT) NOT = 'Y'
004960         AND WS-LTR-CUMULATIVE(WS-PRI-SLOT) > 0
004970         ADD 1 TO WS-UNCATALOGUED-COUNT
004980         PERFORM 2300-MEASURE-MOVEMENT THRU 2300-EXIT
004990         MOVE 'UC' TO WS-TMP-TYPE
005000         PERFORM 2400-WRITE-ITEM-LINE THRU 2400-EXIT
005010     END-IF.
005020 2200-EXIT.
005030     EXIT.
005040*
005050 2300-MEASURE-MOVEMENT.
005060     PERFORM 5270-PRIORITY-TO-LETTER THRU 5270-EXIT.
005070     COMPUTE WS-MOVEMENT = WS-LTR-CUMULATIVE(WS-PRI-SLOT)
005080         - WS-LTR-BASE-COUNT(WS-PRI-SLOT).
005090     IF WS-MOVEMENT < 0
005100         MOVE 0 TO WS-MOVEMENT
005110     END-IF.
005120 2300-EXIT.
005130     EXIT.
005140*
005150 2400-WRITE-ITEM-LINE.
005160     MOVE SPACES TO SHORTAGE-REC.
005170     MOVE WS-TMP-TYPE TO SHR-RECORD-TYPE.
005180     MOVE WS-LETTER TO SHR-LETTER.
005190     MOVE WS-LTR-DESC(WS-PRI-SLOT) TO SHR-ITEM-DESC.
005200     MOVE WS-LTR-CUMULATIVE(WS-PRI-SLOT) TO SHR-CUMULATIVE.
005210     MOVE WS-LTR-BASE-COUNT(WS-PRI-SLOT) TO SHR-BASE-COUNT.
005220     MOVE WS-MOVEMENT TO SHR-MOVEMENT.
005230     MOVE WS-LTR-THRESHOLD(WS-PRI-SLOT) TO SHR-THRESHOLD.
005240     MOVE WS-LTR-ORDER-QTY(WS-PRI-SLOT) TO SHR-ORDER-QTY.
005250     WRITE SHORTAGE-REC.
005260 2400-EXIT.
005270     EXIT.
005280*
005290*----------------------------------------------------------*
005300* 4200-CHR-TO-PRIORITY - CONVERT A SINGLE ITEM LETTER IN     *
005310* WS-PRI-CHR INTO ITS SLOT VALUE IN WS-PRI-VALUE, AS THE     *
005320* MAIN PROGRAM DOES.                                         *
005330*----------------------------------------------------------*
005340 4200-CHR-TO-PRIORITY.
005350     SET WS-PRI-ORD TO FUNCTION ORD(WS-PRI-CHR).
005360     IF WS-PRI-ORD >= FUNCTION ORD('a')
005370         SUBTRACT 97 FROM WS-PRI-ORD GIVING WS-PRI-VALUE
005380     ELSE
005390         SUBTRACT 39 FROM WS-PRI-ORD GIVING WS-PRI-VALUE
005400     END-IF.
005410 4200-EXIT.
005420     EXIT.
005430*
005440*----------------------------------------------------------*
005450* 5270-PRIORITY-TO-LETTER - THE INVERSE OF 4200: TURN THE    *
005460* SLOT IN WS-PRI-SLOT BACK INTO ITS ITEM LETTER.             *
005470*----------------------------------------------------------*
005480 5270-PRIORITY-TO-LETTER.
005490     IF WS-PRI-SLOT <= 26
005500         COMPUTE WS-TMP = WS-PRI-SLOT + 97
005510     ELSE
005520         COMPUTE WS-TMP = WS-PRI-SLOT + 39
005530     END-IF.
005540     MOVE FUNCTION CHAR(WS-TMP) TO WS-LETTER.
005550 5270-EXIT.
005560     EXIT.
005570*
005580*----------------------------------------------------------*
005590* 8000-WRITE-BASE-FILE - REWRITE THE REPLENISHMENT BASE WITH *
005600* EVERY LETTER THAT HAS EVER BEEN REPLENISHED, INCLUDING THE *
005610* ONES REQUESTED THIS RUN.                                   *
005620*----------------------------------------------------------*
005630 8000-WRITE-BASE-FILE.
005640     OPEN OUTPUT REPLBASE-FILE-NAME.
005650     IF WS-REPLBASE-STATUS NOT = '00'
005660         DISPLAY "ERROR: CANNOT REWRITE REPLENISHMENT BASE "
005670             "FILE (STATUS " WS-REPLBASE-STATUS ") - THIS "
005680             "RUN'S REQUESTS WILL BE RAISED AGAIN"
005690         GO TO 8000-EXIT
005700     END-IF.
005710     PERFORM VARYING WS-PRI-SLOT FROM 1 BY 1
005720             UNTIL WS-PRI-SLOT > 52
005730         IF WS-LTR-LAST-DATE(WS-PRI-SLOT) > 0
005740             OR WS-LTR-BASE-COUNT(WS-PRI-SLOT) > 0
005750             PERFORM 5270-PRIORITY-TO-LETTER THRU 5270-EXIT
005760             MOVE SPACES TO REPLBASE-REC
005770             MOVE WS-LETTER TO RPB-LETTER
005780             MOVE WS-LTR-BASE-COUNT(WS-PRI-SLOT)
005790                 TO RPB-BASE-COUNT
005800             MOVE WS-LTR-LAST-DATE(WS-PRI-SLOT) TO RPB-LAST-DATE
005810             MOVE WS-LTR-LAST-SUFFIX(WS-PRI-SLOT)
005820                 TO RPB-LAST-SUFFIX
005830             WRITE REPLBASE-REC
005840         END-IF
005850     END-PERFORM.
005860     CLOSE REPLBASE-FILE-NAME.
005870 8000-EXIT.
005880     EXIT.
005890*
005900*----------------------------------------------------------*
005910* 9999-TERMINATE - CLOSE THE OUTPUTS AND GIVE THE OPERATOR   *
005920* THE RUN SUMMARY.                                           *
005930*----------------------------------------------------------*
005940 9999-TERMINATE.
005950     CLOSE SHORTAGE-FILE-NAME.
005960     CLOSE REQUEST-FILE-NAME.
005970     DISPLAY "LETTERS CHECKED:      " WS-CHECKED-COUNT.
005980     DISPLAY "SHORTAGES REQUESTED:  " WS-SHORTAGE-COUNT.
005990     DISPLAY "UNITS REQUESTED:      " WS-UNITS-REQUESTED.
006000     DISPLAY "INACTIVE LETTERS:     " WS-INACTIVE-COUNT.
006010     DISPLAY "UNCATALOGUED LETTERS: " WS-UNCATALOGUED-COUNT.
006020     DISPLAY "NO REORDER POINT:     " WS-NO-REORDER-COUNT.
006030 9999-EXIT.
006040     EXIT.
