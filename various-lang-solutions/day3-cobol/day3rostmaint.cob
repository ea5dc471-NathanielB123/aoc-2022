000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RSTMAINT.
000030 AUTHOR. D W BRENNAN.
000040 INSTALLATION. AOC-SOLUTIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   10/15/26   DWB   ORIGINAL PROGRAM - SQUAD ROSTER         *
000110*                    MAINTENANCE. THE ROSTER WAS EDITED BY   *
000120*                    HAND, SO A MIS-TYPED SQUAD ID SILENTLY  *
000130*                    PARKED GROUPS UNDER A BOGUS SQUAD AND A *
000140*                    MISSING ENTRY DROPPED THEM INTO         *
000150*                    UNASSIGN. THIS PROGRAM READS A          *
000160*                    TRANSACTION FILE OF SQUAD ADDS,         *
000170*                    CHANGES, DEACTIVATIONS AND              *
000180*                    REACTIVATIONS AGAINST A NEW SQUAD       *
000190*                    REFERENCE FILE, AND GROUP ASSIGNMENTS   *
000200*                    AND REASSIGNMENTS AGAINST THE ROSTER.   *
000210*                    ASSIGNMENTS CARRY AN EFFECTIVE DATE - A *
000220*                    REASSIGNMENT ADDS A NEW DATED ENTRY     *
000230*                    RATHER THAN OVERWRITING THE OLD ONE, SO *
000240*                    EARLIER NIGHTS KEEP THEIR SQUAD.        *
000250*                    UNKNOWN OR INACTIVE SQUADS AND          *
000260*                    DUPLICATE OR OVERLAPPING GROUP          *
000270*                    SEQUENCES ARE REJECTED, AND EVERY       *
000280*                    CHANGE IS WRITTEN BEFORE/AFTER TO AN    *
000290*                    AUDIT FILE.                             *
000300*----------------------------------------------------------*
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TXN-FILE-NAME ASSIGN TO 'day3rostertxn.txt'
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-TXN-STATUS.
000380     SELECT AUDIT-FILE-NAME ASSIGN TO 'day3rosteraudit.txt'
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-AUDIT-STATUS.
000410     SELECT SQUADREF-FILE-NAME ASSIGN TO 'day3squadref.txt'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SQUADREF-STATUS.
000440     SELECT ROSTER-FILE-NAME ASSIGN TO 'day3roster.txt'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-ROSTER-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000500*----------------------------------------------------------*
000510* TRANSACTION FILE - ONE RECORD PER ROSTER ACTION:           *
000520*   'N' ADD A NEW SQUAD WITH ITS NAME AND LEAD (ACTIVE),     *
000530*   'C' CHANGE A SQUAD'S NAME AND/OR LEAD,                   *
000540*   'D' DEACTIVATE AN ACTIVE SQUAD,                          *
000550*   'R' REACTIVATE AN INACTIVE SQUAD,                        *
000560*   'A' ASSIGN A RANGE OF UNROSTERED GROUP SEQUENCES TO A    *
000570*       SQUAD FROM AN EFFECTIVE DATE,                        *
000580*   'M' MOVE A RANGE OF ROSTERED GROUP SEQUENCES TO ANOTHER  *
000590*       SQUAD FROM A LATER EFFECTIVE DATE.                   *
000600* SQUAD ACTIONS USE THE NAME/LEAD VIEW OF THE DETAIL AREA,   *
000610* GROUP ACTIONS THE RANGE VIEW. A BLANK TO-SEQUENCE MEANS A  *
000620* SINGLE GROUP.                                              *
000630*----------------------------------------------------------*
000640 FD  TXN-FILE-NAME.
000650 01  TXN-REC.
000660     05  TXN-ACTION                   PIC X(01).
000670         88  TXN-NEW-SQUAD                      VALUE 'N'.
000680         88  TXN-CHANGE-SQUAD                   VALUE 'C'.
000690         88  TXN-DEACTIVATE                     VALUE 'D'.
000700         88  TXN-REACTIVATE                     VALUE 'R'.
000710         88  TXN-ASSIGN                         VALUE 'A'.
000720         88  TXN-MOVE                           VALUE 'M'.
000730         88  TXN-GROUP-ACTION                   VALUE 'A' 'M'.
000740         88  TXN-ACTION-KNOWN                   VALUE 'N' 'C'
000750                                                'D' 'R' 'A' 'M'.
000760     05  FILLER                       PIC X(01).
000770     05  TXN-SQUAD-ID                 PIC X(08).
000780     05  FILLER                       PIC X(01).
000790     05  TXN-DETAIL                   PIC X(60).
000800     05  TXN-SQUAD-DETAIL REDEFINES TXN-DETAIL.
000810         10  TXN-SQUAD-NAME           PIC X(30).
000820         10  FILLER                   PIC X(01).
000830         10  TXN-SQUAD-LEAD           PIC X(20).
000840         10  FILLER                   PIC X(09).
000850     05  TXN-GROUP-DETAIL REDEFINES TXN-DETAIL.
000860         10  TXN-FROM-SEQ             PIC 9(06).
000870         10  FILLER                   PIC X(01).
000880         10  TXN-TO-SEQ               PIC 9(06).
000890         10  TXN-TO-SEQ-X REDEFINES TXN-TO-SEQ
000900                                      PIC X(06).
000910         10  FILLER                   PIC X(01).
000920         10  TXN-EFF-DATE             PIC 9(08).
000930         10  FILLER                   PIC X(38).
000940*
000950*----------------------------------------------------------*
000960* AUDIT FILE - APPEND-ONLY CHANGE HISTORY OF THE ROSTER AND  *
000970* THE SQUAD REFERENCE FILE: ONE RECORD PER SQUAD ACTION, ONE *
000980* PER GROUP SEQUENCE AN APPLIED ASSIGNMENT TOUCHES, AND ONE  *
000990* PER REJECTED TRANSACTION, WITH THE RUN STAMP, BEFORE AND   *
001000* AFTER IMAGES, AND THE RESULT. A SQUAD IMAGE IS NAME, LEAD  *
001010* AND FLAG; AN ASSIGNMENT IMAGE IS SQUAD AND EFFECTIVE DATE. *
001020*----------------------------------------------------------*
001030 FD  AUDIT-FILE-NAME.
001040 01  AUDIT-REC.
001050     05  AUD-RUN-DATE                 PIC 9(08).
001060     05  FILLER                       PIC X(01).
001070     05  AUD-RUN-TIME                 PIC 9(06).
001080     05  FILLER                       PIC X(01).
001090     05  AUD-ACTION                   PIC X(01).
001100     05  FILLER                       PIC X(01).
001110     05  AUD-SQUAD-ID                 PIC X(08).
001120     05  FILLER                       PIC X(01).
001130     05  AUD-GROUP-SEQ                PIC 9(06).
001140     05  FILLER                       PIC X(01).
001150     05  AUD-BEFORE-IMAGE             PIC X(53).
001160     05  FILLER                       PIC X(01).
001170     05  AUD-AFTER-IMAGE              PIC X(53).
001180     05  FILLER                       PIC X(01).
001190     05  AUD-RESULT                   PIC X(20).
001200*
001210*----------------------------------------------------------*
001220* SQUAD REFERENCE FILE - EVERY SQUAD THE ROSTER MAY NAME,    *
001230* WITH ITS NAME, LEAD AND ACTIVE FLAG. THIS PROGRAM IS ITS   *
001240* ONLY LEGITIMATE WRITER.                                    *
001250*----------------------------------------------------------*
001260 FD  SQUADREF-FILE-NAME.
001270 01  SQUADREF-REC.
001280     05  SQR-SQUAD-ID                 PIC X(08).
001290     05  FILLER                       PIC X(01).
001300     05  SQR-SQUAD-NAME               PIC X(30).
001310     05  FILLER                       PIC X(01).
001320     05  SQR-SQUAD-LEAD               PIC X(20).
001330     05  FILLER                       PIC X(01).
001340     05  SQR-ACTIVE-FLAG              PIC X(01).
001350*
001360*----------------------------------------------------------*
001370* SQUAD ROSTER FILE - GROUP SEQUENCE TO SQUAD FROM AN        *
001380* EFFECTIVE DATE, AS READ BY THE MAIN, CONSOLIDATION AND     *
001390* SIMULATION RUNS. A GROUP MAY HAVE SEVERAL DATED ENTRIES;   *
001400* THE LATEST ONE IN FORCE ON A GENERATION'S DATE APPLIES TO  *
001410* THAT GENERATION. ENTRIES FROM BEFORE EFFECTIVE DATING READ *
001420* BACK WITH SPACES THERE AND ARE WRITTEN OUT AS ZEROS - IN   *
001430* FORCE FROM THE BEGINNING. REWRITTEN IN GROUP SEQUENCE AND  *
001440* EFFECTIVE DATE ORDER.                                      *
001450*----------------------------------------------------------*
001460 FD  ROSTER-FILE-NAME.
001470 01  ROSTER-REC.
001480     05  RST-GROUP-SEQ                PIC 9(06).
001490     05  FILLER                       PIC X(01).
001500     05  RST-SQUAD-ID                 PIC X(08).
001510     05  FILLER                       PIC X(01).
001520     05  RST-EFF-DATE                 PIC 9(08).
001530*
001540 WORKING-STORAGE SECTION.
001550*----------------------------------------------------------*
001560* SWITCHES.                                                  *
001570*----------------------------------------------------------*
001580 01  WS-SWITCHES.
001590     05  WS-TXN-EOF-SW               PIC X(01) VALUE 'N'.
001600         88  WS-TXN-EOF                        VALUE 'Y'.
001610     05  WS-SQUADREF-EOF-SW          PIC X(01) VALUE 'N'.
001620         88  WS-SQUADREF-EOF                   VALUE 'Y'.
001630     05  WS-ROSTER-EOF-SW            PIC X(01) VALUE 'N'.
001640         88  WS-ROSTER-EOF                     VALUE 'Y'.
001650*
001660 77  WS-TXN-STATUS                   PIC X(02) VALUE SPACES.
001670 77  WS-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
001680 77  WS-SQUADREF-STATUS              PIC X(02) VALUE SPACES.
001690 77  WS-ROSTER-STATUS                PIC X(02) VALUE SPACES.
001700*
001710*----------------------------------------------------------*
001720* RUN STAMP - CAPTURED ONCE SO EVERY AUDIT RECORD OF ONE     *
001730* MAINTENANCE RUN CARRIES THE SAME DATE AND TIME.            *
001740*----------------------------------------------------------*
001750 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
001760 77  WS-RUN-TIME-RAW                 PIC 9(08) VALUE 0.
001770 77  WS-RUN-TIME                     PIC 9(06) VALUE 0.
001780*
001790*----------------------------------------------------------*
001800* SQUAD REFERENCE TABLE - THE WHOLE FILE, HELD FOR UPDATE    *
001810* AND REWRITTEN AT END OF RUN.                               *
001820*----------------------------------------------------------*
001830 77  WS-SQUAD-COUNT                  PIC S9(09) COMP VALUE 0.
001840 77  WS-SQUAD-MAX                    PIC S9(09) COMP VALUE 200.
001850 77  WS-SQD-I                        PIC S9(09) COMP VALUE 0.
001860 77  WS-SQD-HIT                      PIC S9(09) COMP VALUE 0.
001870 01  WS-SQUAD-TABLE.
001880     05  WS-SQD-ENTRY OCCURS 200 TIMES.
001890         10  WS-SQD-ID               PIC X(08).
001900         10  WS-SQD-NAME             PIC X(30).
001910         10  WS-SQD-LEAD             PIC X(20).
001920         10  WS-SQD-FLAG             PIC X(01).
001930*
001940*----------------------------------------------------------*
001950* ROSTER TABLE - THE WHOLE ROSTER, HELD IN GROUP SEQUENCE    *
001960* AND EFFECTIVE DATE ORDER, FOR UPDATE AND REWRITE.          *
001970*----------------------------------------------------------*
001980 77  WS-ROSTER-COUNT                 PIC S9(09) COMP VALUE 0.
001990 77  WS-ROSTER-MAX                   PIC S9(09) COMP VALUE 2000.
002000 77  WS-RST-I                        PIC S9(09) COMP VALUE 0.
002010 77  WS-RST-J                        PIC S9(09) COMP VALUE 0.
002020 77  WS-RST-HIT                      PIC S9(09) COMP VALUE 0.
002030 77  WS-RST-UNKNOWN                  PIC S9(09) COMP VALUE 0.
002040 77  WS-FIND-SQUAD-ID                PIC X(08) VALUE SPACES.
002050 01  WS-ROSTER-TABLE.
002060     05  WS-RST-ENTRY OCCURS 2000 TIMES.
002070         10  WS-RST-GROUP-SEQ        PIC 9(06).
002080         10  WS-RST-SQUAD-ID         PIC X(08).
002090         10  WS-RST-EFF-DATE         PIC 9(08).
002100*
002110*----------------------------------------------------------*
002120* GROUP-RANGE WORK AREA FOR THE CURRENT 'A' OR 'M'           *
002130* TRANSACTION.                                               *
002140*----------------------------------------------------------*
002150 77  WS-FROM-SEQ                     PIC 9(06) VALUE 0.
002160 77  WS-TO-SEQ                       PIC 9(06) VALUE 0.
002170 77  WS-SEQ                          PIC 9(06) VALUE 0.
002180 77  WS-EFF-DATE                     PIC 9(08) VALUE 0.
002190 77  WS-RANGE-SIZE                   PIC S9(09) COMP VALUE 0.
002200 77  WS-NEW-ENTRY-SEQ                PIC 9(06) VALUE 0.
002210 77  WS-NEW-ENTRY-SQUAD              PIC X(08) VALUE SPACES.
002220 77  WS-NEW-ENTRY-EFF                PIC 9(08) VALUE 0.
002230*
002240*----------------------------------------------------------*
002250* BEFORE/AFTER IMAGES AND THE RESULT OF THE CURRENT          *
002260* TRANSACTION, STAGED HERE SO 4900-WRITE-AUDIT-RECORD CAN    *
002270* WRITE ONE RECORD REGARDLESS OF HOW THE ACTION CAME OUT.    *
002280*----------------------------------------------------------*
002290 01  WS-BEFORE-IMAGE                 PIC X(53) VALUE SPACES.
002300 01  WS-BEFORE-SQUAD REDEFINES WS-BEFORE-IMAGE.
002310     05  WS-BEF-NAME                 PIC X(30).
002320     05  FILLER                      PIC X(01).
002330     05  WS-BEF-LEAD                 PIC X(20).
002340     05  FILLER                      PIC X(01).
002350     05  WS-BEF-FLAG                 PIC X(01).
002360 01  WS-BEFORE-ASSIGNMENT REDEFINES WS-BEFORE-IMAGE.
002370     05  WS-BEF-SQUAD-ID             PIC X(08).
002380     05  FILLER                      PIC X(01).
002390     05  WS-BEF-EFF-DATE             PIC 9(08).
002400     05  FILLER                      PIC X(36).
002410 01  WS-AFTER-IMAGE                  PIC X(53) VALUE SPACES.
002420 01  WS-AFTER-SQUAD REDEFINES WS-AFTER-IMAGE.
002430     05  WS-AFT-NAME                 PIC X(30).
002440     05  FILLER                      PIC X(01).
002450     05  WS-AFT-LEAD                 PIC X(20).
002460     05  FILLER                      PIC X(01).
002470     05  WS-AFT-FLAG                 PIC X(01).
002480 01  WS-AFTER-ASSIGNMENT REDEFINES WS-AFTER-IMAGE.
002490     05  WS-AFT-SQUAD-ID             PIC X(08).
002500     05  FILLER                      PIC X(01).
002510     05  WS-AFT-EFF-DATE             PIC 9(08).
002520     05  FILLER                      PIC X(36).
002530 77  WS-AUDIT-SEQ                    PIC 9(06) VALUE 0.
002540 77  WS-TXN-RESULT                   PIC X(20) VALUE SPACES.
002550*
002560*----------------------------------------------------------*
002570* RUN TALLIES FOR THE CLOSING OPERATOR SUMMARY.              *
002580*----------------------------------------------------------*
002590 77  WS-TXN-COUNT                    PIC S9(09) COMP VALUE 0.
002600 77  WS-APPLIED-COUNT                PIC S9(09) COMP VALUE 0.
002610 77  WS-REJECTED-COUNT               PIC S9(09) COMP VALUE 0.
002620 77  WS-GROUPS-CHANGED               PIC S9(09) COMP VALUE 0.
002630*
002640 PROCEDURE DIVISION.
002650*----------------------------------------------------------*
002660* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
002670*----------------------------------------------------------*
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
002710     PERFORM 8000-REWRITE-SQUADREF THRU 8000-EXIT.
002720     PERFORM 8100-REWRITE-ROSTER THRU 8100-EXIT.
002730     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002740     STOP RUN.
002750 0000-EXIT.
002760     EXIT.
002770*
002780*----------------------------------------------------------*
002790* 1000-INITIALIZE - THE TRANSACTION FILE IS REQUIRED -       *
002800* WITHOUT IT THERE IS NOTHING TO APPLY. THE SQUAD REFERENCE  *
002810* FILE AND THE ROSTER ARE LOADED WHOLE (EITHER MAY NOT EXIST *
002820* YET). THE AUDIT FILE IS APPENDED TO ACROSS RUNS (CREATED   *
002830* ON FIRST USE) - IT IS THE CHANGE HISTORY AND MUST NEVER BE *
002840* OVERWRITTEN.                                               *
002850*----------------------------------------------------------*
002860 1000-INITIALIZE.
002870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002880     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002890     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
002900     OPEN INPUT TXN-FILE-NAME.
002910     IF WS-TXN-STATUS NOT = '00'
002920         DISPLAY "ERROR: CANNOT OPEN TRANSACTION FILE (STATUS "
002930             WS-TXN-STATUS ") - NOTHING TO APPLY"
002940         STOP RUN
002950     END-IF.
002960     PERFORM 1100-LOAD-SQUADREF THRU 1100-EXIT.
002970     PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT.
002980     OPEN EXTEND AUDIT-FILE-NAME.
002990     IF WS-AUDIT-STATUS NOT = '00'
003000         OPEN OUTPUT AUDIT-FILE-NAME
003010     END-IF.
003020 1000-EXIT.
003030     EXIT.
003040*
003050*----------------------------------------------------------*
003060* 1100-LOAD-SQUADREF - LOAD THE SQUAD REFERENCE FILE. NONE   *
003070* MEANS THIS IS THE FIRST RUN - START AN EMPTY ONE.          *
003080*----------------------------------------------------------*
003090 1100-LOAD-SQUADREF.
003100     OPEN INPUT SQUADREF-FILE-NAME.
003110     IF WS-SQUADREF-STATUS NOT = '00'
003120         DISPLAY "SQUAD REFERENCE FILE NOT FOUND - CREATING A "
003130             "NEW ONE"
003140         GO TO 1100-EXIT
003150     END-IF.
003160     MOVE 'N' TO WS-SQUADREF-EOF-SW.
003170     PERFORM 1150-READ-SQUADREF-RECORD THRU 1150-EXIT
003180         UNTIL WS-SQUADREF-EOF.
003190     CLOSE SQUADREF-FILE-NAME.
003200     DISPLAY "SQUADS LOADED:        " WS-SQUAD-COUNT.
003210 1100-EXIT.
003220     EXIT.
003230*
003240 1150-READ-SQUADREF-RECORD.
003250     READ SQUADREF-FILE-NAME
003260         AT END
003270             SET WS-SQUADREF-EOF TO TRUE
003280             GO TO 1150-EXIT
003290     END-READ.
003300     IF WS-SQUAD-COUNT >= WS-SQUAD-MAX
003310         DISPLAY "ERROR: SQUAD TABLE FULL - RUN ABANDONED, "
003320             "NOTHING CHANGED"
003330         STOP RUN
003340     END-IF.
003350     ADD 1 TO WS-SQUAD-COUNT.
003360     MOVE SQR-SQUAD-ID TO WS-SQD-ID(WS-SQUAD-COUNT).
003370     MOVE SQR-SQUAD-NAME TO WS-SQD-NAME(WS-SQUAD-COUNT).
003380     MOVE SQR-SQUAD-LEAD TO WS-SQD-LEAD(WS-SQUAD-COUNT).
003390     MOVE SQR-ACTIVE-FLAG TO WS-SQD-FLAG(WS-SQUAD-COUNT).
003400 1150-EXIT.
003410     EXIT.
003420*
003430*----------------------------------------------------------*
003440* 1200-LOAD-ROSTER - LOAD THE ROSTER IN ITS OWN ORDER (IT IS *
003450* PUT IN ORDER AS IT LOADS, SO A HAND-EDITED FILE COMES OUT  *
003460* SORTED). AN UNDATED ENTRY IS IN FORCE FROM THE BEGINNING.  *
003470* ENTRIES NAMING A SQUAD NOT ON THE REFERENCE FILE ARE KEPT  *
003480* BUT COUNTED AND LISTED FOR THE OPERATOR TO CLEAR UP.       *
003490*----------------------------------------------------------*
003500 1200-LOAD-ROSTER.
003510     OPEN INPUT ROSTER-FILE-NAME.
003520     IF WS-ROSTER-STATUS NOT = '00'
003530         DISPLAY "SQUAD ROSTER NOT FOUND - CREATING A NEW ONE"
003540         GO TO 1200-EXIT
003550     END-IF.
003560     MOVE 'N' TO WS-ROSTER-EOF-SW.
003570     PERFORM 1250-READ-ROSTER-RECORD THRU 1250-EXIT
003580         UNTIL WS-ROSTER-EOF.
003590     CLOSE ROSTER-FILE-NAME.
003600     DISPLAY "ROSTER ENTRIES LOADED:" WS-ROSTER-COUNT.
003610     IF WS-RST-UNKNOWN > 0
003620         DISPLAY "ROSTER ENTRIES NAMING AN UNKNOWN SQUAD:"
003630             WS-RST-UNKNOWN
003640     END-IF.
003650 1200-EXIT.
003660     EXIT.
003670*
003680 1250-READ-ROSTER-RECORD.
003690     READ ROSTER-FILE-NAME
003700         AT END
003710             SET WS-ROSTER-EOF TO TRUE
003720             GO TO 1250-EXIT
003730     END-READ.
003740     IF RST-GROUP-SEQ NOT NUMERIC
003750         DISPLAY "ROSTER ENTRY WITH INVALID GROUP SEQUENCE "
003760             "DROPPED - " ROSTER-REC
003770         GO TO 1250-EXIT
003780     END-IF.
003790     IF WS-ROSTER-COUNT >= WS-ROSTER-MAX
003800         DISPLAY "ERROR: ROSTER TABLE FULL - RUN ABANDONED, "
003810             "NOTHING CHANGED"
003820         STOP RUN
003830     END-IF.
003840     MOVE RST-GROUP-SEQ TO WS-NEW-ENTRY-SEQ.
003850     MOVE RST-SQUAD-ID TO WS-NEW-ENTRY-SQUAD.
003860     IF RST-EFF-DATE NUMERIC
003870         MOVE RST-EFF-DATE TO WS-NEW-ENTRY-EFF
003880     ELSE
003890         MOVE 0 TO WS-NEW-ENTRY-EFF
003900     END-IF.
003910     PERFORM 4800-INSERT-ROSTER-ENTRY THRU 4800-EXIT.
003920     MOVE RST-SQUAD-ID TO WS-FIND-SQUAD-ID.
003930     PERFORM 3500-FIND-SQUAD THRU 3500-EXIT.
003940     IF WS-SQD-HIT = 0
003950         ADD 1 TO WS-RST-UNKNOWN
003960         DISPLAY "ROSTER GROUP " RST-GROUP-SEQ " NAMES UNKNOWN "
003970             "SQUAD " RST-SQUAD-ID
003980     END-IF.
003990 1250-EXIT.
004000     EXIT.
004010*
004020 2000-PROCESS-TRANSACTIONS.
004030     PERFORM 3000-READ-TXN-RECORD THRU 3000-EXIT
004040         UNTIL WS-TXN-EOF.
004050 2000-EXIT.
004060     EXIT.
004070*
004080*----------------------------------------------------------*
004090* 3000-READ-TXN-RECORD - READ ONE TRANSACTION, VALIDATE ITS  *
004100* SHAPE, LOOK UP THE SQUAD, AND DISPATCH TO THE ACTION       *
004110* PARAGRAPH. SQUAD ACTIONS AND REJECTIONS WRITE THEIR ONE    *
004120* AUDIT RECORD HERE; AN APPLIED GROUP ACTION WRITES ONE PER  *
004130* GROUP SEQUENCE IT CHANGES.                                 *
004140*----------------------------------------------------------*
004150 3000-READ-TXN-RECORD.
004160     READ TXN-FILE-NAME
004170         AT END
004180             SET WS-TXN-EOF TO TRUE
004190             GO TO 3000-EXIT
004200     END-READ.
004210     ADD 1 TO WS-TXN-COUNT.
004220     MOVE SPACES TO WS-BEFORE-IMAGE.
004230     MOVE SPACES TO WS-AFTER-IMAGE.
004240     MOVE SPACES TO WS-TXN-RESULT.
004250     MOVE 0 TO WS-AUDIT-SEQ.
004260     IF NOT TXN-ACTION-KNOWN
004270         MOVE 'UNKNOWN ACTION' TO WS-TXN-RESULT
004280         GO TO 3000-REJECT
004290     END-IF.
004300     IF TXN-SQUAD-ID = SPACES
004310         MOVE 'MISSING SQUAD ID' TO WS-TXN-RESULT
004320         GO TO 3000-REJECT
004330     END-IF.
004340     MOVE TXN-SQUAD-ID TO WS-FIND-SQUAD-ID.
004350     PERFORM 3500-FIND-SQUAD THRU 3500-EXIT.
004360     IF WS-SQD-HIT > 0
004370         MOVE WS-SQD-NAME(WS-SQD-HIT) TO WS-BEF-NAME
004380         MOVE WS-SQD-LEAD(WS-SQD-HIT) TO WS-BEF-LEAD
004390         MOVE WS-SQD-FLAG(WS-SQD-HIT) TO WS-BEF-FLAG
004400         MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
004410     END-IF.
004420     IF TXN-GROUP-ACTION
004430         PERFORM 4500-APPLY-GROUP-ACTION THRU 4500-EXIT
004440         IF WS-TXN-RESULT NOT = 'APPLIED'
004450             GO TO 3000-REJECT
004460         END-IF
004470         GO TO 3000-EXIT
004480     END-IF.
004490     IF TXN-NEW-SQUAD
004500         PERFORM 4100-APPLY-NEW-SQUAD THRU 4100-EXIT
004510     END-IF.
004520     IF TXN-CHANGE-SQUAD
004530         PERFORM 4200-APPLY-CHANGE-SQUAD THRU 4200-EXIT
004540     END-IF.
004550     IF TXN-DEACTIVATE
004560         PERFORM 4300-APPLY-DEACTIVATE THRU 4300-EXIT
004570     END-IF.
004580     IF TXN-REACTIVATE
004590         PERFORM 4400-APPLY-REACTIVATE THRU 4400-EXIT
004600     END-IF.
004610     IF WS-TXN-RESULT = 'APPLIED'
004620         ADD 1 TO WS-APPLIED-COUNT
004630         PERFORM 4900-WRITE-AUDIT-RECORD THRU 4900-EXIT
004640         GO TO 3000-EXIT
004650     END-IF.
004660 3000-REJECT.
004670     ADD 1 TO WS-REJECTED-COUNT.
004680     MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE.
004690     PERFORM 4900-WRITE-AUDIT-RECORD THRU 4900-EXIT.
004700 3000-EXIT.
004710     EXIT.
004720*
004730*----------------------------------------------------------*
004740* 3500-FIND-SQUAD - LOCATE WS-FIND-SQUAD-ID ON THE SQUAD     *
004750* TABLE, LEAVING ITS SUBSCRIPT IN WS-SQD-HIT (ZERO IF NONE). *
004760*----------------------------------------------------------*
004770 3500-FIND-SQUAD.
004780     MOVE 0 TO WS-SQD-HIT.
004790     PERFORM VARYING WS-SQD-I FROM 1 BY 1
004800             UNTIL WS-SQD-I > WS-SQUAD-COUNT
004810         IF WS-SQD-ID(WS-SQD-I) = WS-FIND-SQUAD-ID
004820             MOVE WS-SQD-I TO WS-SQD-HIT
004830         END-IF
004840     END-PERFORM.
004850 3500-EXIT.
004860     EXIT.
004870*
004880*----------------------------------------------------------*
004890* 4100-APPLY-NEW-SQUAD - A NEW SQUAD IS ADDED ACTIVE WITH    *
004900* THE SUPPLIED NAME AND LEAD. ADDING A SQUAD ALREADY ON FILE *
004910* IS THE DUPLICATE-ADD REJECTION - USE 'C' TO CHANGE IT.     *
004920*----------------------------------------------------------*
004930 4100-APPLY-NEW-SQUAD.
004940     IF WS-SQD-HIT > 0
004950         MOVE 'DUPLICATE SQUAD' TO WS-TXN-RESULT
004960         GO TO 4100-EXIT
004970     END-IF.
004980     IF TXN-SQUAD-NAME = SPACES
004990         MOVE 'MISSING SQUAD NAME' TO WS-TXN-RESULT
005000         GO TO 4100-EXIT
005010     END-IF.
005020     IF WS-SQUAD-COUNT >= WS-SQUAD-MAX
005030         MOVE 'SQUAD TABLE FULL' TO WS-TXN-RESULT
005040         GO TO 4100-EXIT
005050     END-IF.
005060     ADD 1 TO WS-SQUAD-COUNT.
005070     MOVE TXN-SQUAD-ID TO WS-SQD-ID(WS-SQUAD-COUNT).
005080     MOVE TXN-SQUAD-NAME TO WS-SQD-NAME(WS-SQUAD-COUNT).
005090     MOVE TXN-SQUAD-LEAD TO WS-SQD-LEAD(WS-SQUAD-COUNT).
005100     MOVE 'A' TO WS-SQD-FLAG(WS-SQUAD-COUNT).
005110     MOVE TXN-SQUAD-NAME TO WS-AFT-NAME.
005120     MOVE TXN-SQUAD-LEAD TO WS-AFT-LEAD.
005130     MOVE 'A' TO WS-AFT-FLAG.
005140     MOVE 'APPLIED' TO WS-TXN-RESULT.
005150 4100-EXIT.
005160     EXIT.
005170*
005180*----------------------------------------------------------*
005190* 4200-APPLY-CHANGE-SQUAD - REPLACE THE NAME AND/OR LEAD OF  *
005200* AN EXISTING SQUAD; A BLANK FIELD IS LEFT AS IT WAS. THE    *
005210* ACTIVE FLAG IS DELIBERATELY LEFT ALONE - USE 'D' OR 'R'.   *
005220*----------------------------------------------------------*
005230 4200-APPLY-CHANGE-SQUAD.
005240     IF WS-SQD-HIT = 0
005250         MOVE 'UNKNOWN SQUAD' TO WS-TXN-RESULT
005260         GO TO 4200-EXIT
005270     END-IF.
005280     IF TXN-SQUAD-NAME = SPACES AND TXN-SQUAD-LEAD = SPACES
005290         MOVE 'NOTHING TO CHANGE' TO WS-TXN-RESULT
005300         GO TO 4200-EXIT
005310     END-IF.
005320     IF TXN-SQUAD-NAME NOT = SPACES
005330         MOVE TXN-SQUAD-NAME TO WS-SQD-NAME(WS-SQD-HIT)
005340         MOVE TXN-SQUAD-NAME TO WS-AFT-NAME
005350     END-IF.
005360     IF TXN-SQUAD-LEAD NOT = SPACES
005370         MOVE TXN-SQUAD-LEAD TO WS-SQD-LEAD(WS-SQD-HIT)
005380         MOVE TXN-SQUAD-LEAD TO WS-AFT-LEAD
005390     END-IF.
005400     MOVE 'APPLIED' TO WS-TXN-RESULT.
005410 4200-EXIT.
005420     EXIT.
005430*
005440*----------------------------------------------------------*
005450* 4300-APPLY-DEACTIVATE - FLAG AN ACTIVE SQUAD INACTIVE. ITS *
005460* EXISTING ROSTER ENTRIES STAND (EARLIER NIGHTS WERE ITS),   *
005470* BUT NO NEW GROUP CAN BE ASSIGNED OR MOVED TO IT.           *
005480*----------------------------------------------------------*
005490 4300-APPLY-DEACTIVATE.
005500     IF WS-SQD-HIT = 0
005510         MOVE 'UNKNOWN SQUAD' TO WS-TXN-RESULT
005520         GO TO 4300-EXIT
005530     END-IF.
005540     IF WS-SQD-FLAG(WS-SQD-HIT) = 'I'
005550         MOVE 'ALREADY INACTIVE' TO WS-TXN-RESULT
005560         GO TO 4300-EXIT
005570     END-IF.
005580     MOVE 'I' TO WS-SQD-FLAG(WS-SQD-HIT).
005590     MOVE 'I' TO WS-AFT-FLAG.
005600     MOVE 'APPLIED' TO WS-TXN-RESULT.
005610 4300-EXIT.
005620     EXIT.
005630*
005640*----------------------------------------------------------*
005650* 4400-APPLY-REACTIVATE - FLAG AN INACTIVE SQUAD ACTIVE      *
005660* AGAIN.                                                     *
005670*----------------------------------------------------------*
005680 4400-APPLY-REACTIVATE.
005690     IF WS-SQD-HIT = 0
005700         MOVE 'UNKNOWN SQUAD' TO WS-TXN-RESULT
005710         GO TO 4400-EXIT
005720     END-IF.
005730     IF WS-SQD-FLAG(WS-SQD-HIT) = 'A'
005740         MOVE 'ALREADY ACTIVE' TO WS-TXN-RESULT
005750         GO TO 4400-EXIT
005760     END-IF.
005770     MOVE 'A' TO WS-SQD-FLAG(WS-SQD-HIT).
005780     MOVE 'A' TO WS-AFT-FLAG.
005790     MOVE 'APPLIED' TO WS-TXN-RESULT.
005800 4400-EXIT.
005810     EXIT.
005820*
005830*----------------------------------------------------------*
005840* 4500-APPLY-GROUP-ACTION - VALIDATE AN 'A' OR 'M' RANGE AS  *
005850* A WHOLE, THEN ADD ONE DATED ROSTER ENTRY PER GROUP         *
005860* SEQUENCE. NOTHING IN THE RANGE IS TOUCHED UNLESS EVERY     *
005870* SEQUENCE IN IT PASSES:                                     *
005880*   - THE SQUAD MUST BE ON FILE AND ACTIVE;                  *
005890*   - 'A' ONLY TAKES SEQUENCES WITH NO ROSTER ENTRY AT ALL - *
005900*     ANYTHING ELSE IS A DUPLICATE OR AN OVERLAP;            *
005910*   - 'M' ONLY TAKES SEQUENCES ALREADY ROSTERED, AND ONLY    *
005920*     FROM A DATE AFTER EACH ONE'S LATEST ENTRY AND NOT      *
005930*     BEFORE TODAY - A BACKDATED MOVE WOULD RE-ATTRIBUTE     *
005940*     NIGHTS ALREADY RUN.                                    *
005950*----------------------------------------------------------*
005960 4500-APPLY-GROUP-ACTION.
005970     MOVE SPACES TO WS-BEFORE-IMAGE.
005980     IF TXN-FROM-SEQ NOT NUMERIC OR TXN-FROM-SEQ = 0
005990         MOVE 'INVALID GROUP RANGE' TO WS-TXN-RESULT
006000         GO TO 4500-EXIT
006010     END-IF.
006020     MOVE TXN-FROM-SEQ TO WS-FROM-SEQ.
006030     MOVE TXN-FROM-SEQ TO WS-AUDIT-SEQ.
006040     IF TXN-TO-SEQ-X = SPACES
006050         MOVE WS-FROM-SEQ TO WS-TO-SEQ
006060     ELSE
006070         IF TXN-TO-SEQ NOT NUMERIC
006080             MOVE 'INVALID GROUP RANGE' TO WS-TXN-RESULT
006090             GO TO 4500-EXIT
006100         END-IF
006110         MOVE TXN-TO-SEQ TO WS-TO-SEQ
006120     END-IF.
006130     IF WS-TO-SEQ < WS-FROM-SEQ
006140         MOVE 'INVALID GROUP RANGE' TO WS-TXN-RESULT
006150         GO TO 4500-EXIT
006160     END-IF.
006170     IF TXN-EFF-DATE NOT NUMERIC
006180         MOVE 'INVALID EFF DATE' TO WS-TXN-RESULT
006190         GO TO 4500-EXIT
006200     END-IF.
006210     MOVE TXN-EFF-DATE TO WS-EFF-DATE.
006220     IF TXN-MOVE AND WS-EFF-DATE < WS-RUN-DATE
006230         MOVE 'EFF DATE IN PAST' TO WS-TXN-RESULT
006240         GO TO 4500-EXIT
006250     END-IF.
006260     IF WS-SQD-HIT = 0
006270         MOVE 'UNKNOWN SQUAD' TO WS-TXN-RESULT
006280         GO TO 4500-EXIT
006290     END-IF.
006300     IF WS-SQD-FLAG(WS-SQD-HIT) NOT = 'A'
006310         MOVE 'INACTIVE SQUAD' TO WS-TXN-RESULT
006320         GO TO 4500-EXIT
006330     END-IF.
006340     COMPUTE WS-RANGE-SIZE = WS-TO-SEQ - WS-FROM-SEQ + 1.
006350     IF WS-ROSTER-COUNT + WS-RANGE-SIZE > WS-ROSTER-MAX
006360         MOVE 'ROSTER TABLE FULL' TO WS-TXN-RESULT
006370         GO TO 4500-EXIT
006380     END-IF.
006390     MOVE 'APPLIED' TO WS-TXN-RESULT.
006400     PERFORM 4600-CHECK-ONE-SEQ THRU 4600-EXIT
006410         VARYING WS-SEQ FROM WS-FROM-SEQ BY 1
006420         UNTIL WS-SEQ > WS-TO-SEQ
006430            OR WS-TXN-RESULT NOT = 'APPLIED'.
006440     IF WS-TXN-RESULT NOT = 'APPLIED'
006450         GO TO 4500-EXIT
006460     END-IF.
006470     ADD 1 TO WS-APPLIED-COUNT.
006480     PERFORM 4700-APPLY-ONE-SEQ THRU 4700-EXIT
006490         VARYING WS-SEQ FROM WS-FROM-SEQ BY 1
006500         UNTIL WS-SEQ > WS-TO-SEQ.
006510 4500-EXIT.
006520     EXIT.
006530*
006540*----------------------------------------------------------*
006550* 4600-CHECK-ONE-SEQ - APPLY THE 'A' OR 'M' RULE TO ONE      *
006560* GROUP SEQUENCE, SETTING THE REJECTION REASON ON FAILURE.   *
006570*----------------------------------------------------------*
006580 4600-CHECK-ONE-SEQ.
006590     PERFORM 4850-FIND-LATEST-ENTRY THRU 4850-EXIT.
006600     IF TXN-ASSIGN
006610         IF WS-RST-HIT > 0
006620             MOVE WS-SEQ TO WS-AUDIT-SEQ
006630             MOVE WS-RST-SQUAD-ID(WS-RST-HIT) TO WS-BEF-SQUAD-ID
006640             MOVE WS-RST-EFF-DATE(WS-RST-HIT) TO WS-BEF-EFF-DATE
006650             IF WS-FROM-SEQ = WS-TO-SEQ
006660                 MOVE 'DUPLICATE GROUP SEQ' TO WS-TXN-RESULT
006670             ELSE
006680                 MOVE 'OVERLAPS ROSTER' TO WS-TXN-RESULT
006690             END-IF
006700         END-IF
006710         GO TO 4600-EXIT
006720     END-IF.
006730     IF WS-RST-HIT = 0
006740         MOVE WS-SEQ TO WS-AUDIT-SEQ
006750         MOVE SPACES TO WS-BEFORE-IMAGE
006760         MOVE 'NOT ON ROSTER' TO WS-TXN-RESULT
006770         GO TO 4600-EXIT
006780     END-IF.
006790     IF WS-EFF-DATE NOT > WS-RST-EFF-DATE(WS-RST-HIT)
006800         MOVE WS-SEQ TO WS-AUDIT-SEQ
006810         MOVE WS-RST-SQUAD-ID(WS-RST-HIT) TO WS-BEF-SQUAD-ID
006820         MOVE WS-RST-EFF-DATE(WS-RST-HIT) TO WS-BEF-EFF-DATE
006830         MOVE 'NOT AFTER LATEST' TO WS-TXN-RESULT
006840         GO TO 4600-EXIT
006850     END-IF.
006860     IF WS-RST-SQUAD-ID(WS-RST-HIT) = TXN-SQUAD-ID
006870         MOVE WS-SEQ TO WS-AUDIT-SEQ
006880         MOVE WS-RST-SQUAD-ID(WS-RST-HIT) TO WS-BEF-SQUAD-ID
006890         MOVE WS-RST-EFF-DATE(WS-RST-HIT) TO WS-BEF-EFF-DATE
006900         MOVE 'ALREADY IN SQUAD' TO WS-TXN-RESULT
006910     END-IF.
006920 4600-EXIT.
006930     EXIT.
006940*
006950*----------------------------------------------------------*
006960* 4700-APPLY-ONE-SEQ - ADD THE NEW DATED ENTRY FOR ONE GROUP *
006970* SEQUENCE AND WRITE ITS BEFORE/AFTER AUDIT RECORD. THE      *
006980* BEFORE IMAGE IS THE ENTRY THAT WAS LATEST UNTIL NOW.       *
006990*----------------------------------------------------------*
007000 4700-APPLY-ONE-SEQ.
007010     MOVE SPACES TO WS-BEFORE-IMAGE.
007020     PERFORM 4850-FIND-LATEST-ENTRY THRU 4850-EXIT.
007030     IF WS-RST-HIT > 0
007040         MOVE WS-RST-SQUAD-ID(WS-RST-HIT) TO WS-BEF-SQUAD-ID
007050         MOVE WS-RST-EFF-DATE(WS-RST-HIT) TO WS-BEF-EFF-DATE
007060     END-IF.
007070     MOVE WS-SEQ TO WS-NEW-ENTRY-SEQ.
007080     MOVE TXN-SQUAD-ID TO WS-NEW-ENTRY-SQUAD.
007090     MOVE WS-EFF-DATE TO WS-NEW-ENTRY-EFF.
007100     PERFORM 4800-INSERT-ROSTER-ENTRY THRU 4800-EXIT.
007110     ADD 1 TO WS-GROUPS-CHANGED.
007120     MOVE SPACES TO WS-AFTER-IMAGE.
007130     MOVE TXN-SQUAD-ID TO WS-AFT-SQUAD-ID.
007140     MOVE WS-EFF-DATE TO WS-AFT-EFF-DATE.
007150     MOVE WS-SEQ TO WS-AUDIT-SEQ.
007160     PERFORM 4900-WRITE-AUDIT-RECORD THRU 4900-EXIT.
007170 4700-EXIT.
007180     EXIT.
007190*
007200*----------------------------------------------------------*
007210* 4800-INSERT-ROSTER-ENTRY - INSERT THE STAGED ENTRY INTO    *
007220* THE ROSTER TABLE IN GROUP SEQUENCE / EFFECTIVE DATE ORDER, *
007230* AFTER ANY ENTRY WITH THE SAME KEY. THE CALLER HAS ALREADY  *
007240* CHECKED THERE IS ROOM.                                     *
007250*----------------------------------------------------------*
007260 4800-INSERT-ROSTER-ENTRY.
007270     MOVE WS-ROSTER-COUNT TO WS-RST-I.
007280     ADD 1 TO WS-RST-I.
007290     PERFORM VARYING WS-RST-J FROM WS-ROSTER-COUNT BY -1
007300             UNTIL WS-RST-J < 1
007310         IF WS-RST-GROUP-SEQ(WS-RST-J) > WS-NEW-ENTRY-SEQ
007320             OR (WS-RST-GROUP-SEQ(WS-RST-J) = WS-NEW-ENTRY-SEQ
007330             AND WS-RST-EFF-DATE(WS-RST-J) > WS-NEW-ENTRY-EFF)
007340             MOVE WS-RST-ENTRY(WS-RST-J)
007350                 TO WS-RST-ENTRY(WS-RST-J + 1)
007360             MOVE WS-RST-J TO WS-RST-I
007370         ELSE
007380             MOVE 0 TO WS-RST-J
007390         END-IF
007400     END-PERFORM.
007410     MOVE WS-NEW-ENTRY-SEQ TO WS-RST-GROUP-SEQ(WS-RST-I).
007420     MOVE WS-NEW-ENTRY-SQUAD TO WS-RST-SQUAD-ID(WS-RST-I).
007430     MOVE WS-NEW-ENTRY-EFF TO WS-RST-EFF-DATE(WS-RST-I).
007440     ADD 1 TO WS-ROSTER-COUNT.
007450 4800-EXIT.
007460     EXIT.
007470*
007480*----------------------------------------------------------*
007490* 4850-FIND-LATEST-ENTRY - THE SUBSCRIPT OF THE LATEST-DATED *
007500* ROSTER ENTRY FOR WS-SEQ, IN WS-RST-HIT (ZERO IF NONE).     *
007510* THE TABLE IS IN ORDER, SO IT IS THE LAST ONE FOR THE       *
007520* SEQUENCE.                                                  *
007530*----------------------------------------------------------*
007540 4850-FIND-LATEST-ENTRY.
007550     MOVE 0 TO WS-RST-HIT.
007560     PERFORM VARYING WS-RST-I FROM 1 BY 1
007570             UNTIL WS-RST-I > WS-ROSTER-COUNT
007580         IF WS-RST-GROUP-SEQ(WS-RST-I) = WS-SEQ
007590             MOVE WS-RST-I TO WS-RST-HIT
007600         END-IF
007610     END-PERFORM.
007620 4850-EXIT.
007630     EXIT.
007640*
007650*----------------------------------------------------------*
007660* 4900-WRITE-AUDIT-RECORD - ONE CHANGE-HISTORY RECORD: RUN   *
007670* STAMP, ACTION, SQUAD, GROUP SEQUENCE (ZERO FOR A SQUAD     *
007680* ACTION), BEFORE AND AFTER IMAGES, AND THE RESULT. A        *
007690* REJECTED TRANSACTION SHOWS IDENTICAL IMAGES AND THE REASON.*
007700*----------------------------------------------------------*
007710 4900-WRITE-AUDIT-RECORD.
007720     MOVE SPACES TO AUDIT-REC.
007730     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
007740     MOVE WS-RUN-TIME TO AUD-RUN-TIME.
007750     MOVE TXN-ACTION TO AUD-ACTION.
007760     MOVE TXN-SQUAD-ID TO AUD-SQUAD-ID.
007770     MOVE WS-AUDIT-SEQ TO AUD-GROUP-SEQ.
007780     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
007790     MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE.
007800     MOVE WS-TXN-RESULT TO AUD-RESULT.
007810     WRITE AUDIT-REC.
007820     IF WS-TXN-RESULT NOT = 'APPLIED'
007830         DISPLAY "TRANSACTION REJECTED: ACTION " TXN-ACTION
007840             " SQUAD " TXN-SQUAD-ID " - " WS-TXN-RESULT
007850     END-IF.
007860 4900-EXIT.
007870     EXIT.
007880*
007890*----------------------------------------------------------*
007900* 8000-REWRITE-SQUADREF - WRITE THE UPDATED SQUAD REFERENCE  *
007910* FILE BACK OUT WHOLE.                                       *
007920*----------------------------------------------------------*
007930 8000-REWRITE-SQUADREF.
007940     OPEN OUTPUT SQUADREF-FILE-NAME.
007950     IF WS-SQUADREF-STATUS NOT = '00'
007960         DISPLAY "ERROR: CANNOT REWRITE SQUAD REFERENCE FILE "
007970             "(STATUS " WS-SQUADREF-STATUS ")"
007980         GO TO 8000-EXIT
007990     END-IF.
008000     PERFORM VARYING WS-SQD-I FROM 1 BY 1
008010             UNTIL WS-SQD-I > WS-SQUAD-COUNT
008020         MOVE SPACES TO SQUADREF-REC
008030         MOVE WS-SQD-ID(WS-SQD-I) TO SQR-SQUAD-ID
008040         MOVE WS-SQD-NAME(WS-SQD-I) TO SQR-SQUAD-NAME
008050         MOVE WS-SQD-LEAD(WS-SQD-I) TO SQR-SQUAD-LEAD
008060         MOVE WS-SQD-FLAG(WS-SQD-I) TO SQR-ACTIVE-FLAG
008070         WRITE SQUADREF-REC
008080     END-PERFORM.
008090     CLOSE SQUADREF-FILE-NAME.
008100 8000-EXIT.
008110     EXIT.
008120*
008130*----------------------------------------------------------*
008140* 8100-REWRITE-ROSTER - WRITE THE UPDATED ROSTER BACK OUT    *
008150* WHOLE, IN GROUP SEQUENCE / EFFECTIVE DATE ORDER.           *
008160*----------------------------------------------------------*
008170 8100-REWRITE-ROSTER.
008180     OPEN OUTPUT ROSTER-FILE-NAME.
008190     IF WS-ROSTER-STATUS NOT = '00'
008200         DISPLAY "ERROR: CANNOT REWRITE SQUAD ROSTER (STATUS "
008210             WS-ROSTER-STATUS ")"
008220         GO TO 8100-EXIT
008230     END-IF.
008240     PERFORM VARYING WS-RST-I FROM 1 BY 1
008250             UNTIL WS-RST-I > WS-ROSTER-COUNT
008260         MOVE SPACES TO ROSTER-REC
008270         MOVE WS-RST-GROUP-SEQ(WS-RST-I) TO RST-GROUP-SEQ
008280         MOVE WS-RST-SQUAD-ID(WS-RST-I) TO RST-SQUAD-ID
008290         MOVE WS-RST-EFF-DATE(WS-RST-I) TO RST-EFF-DATE
008300         WRITE ROSTER-REC
008310     END-PERFORM.
008320     CLOSE ROSTER-FILE-NAME.
008330 8100-EXIT.
008340     EXIT.
008350*
008360*----------------------------------------------------------*
008370* 9999-TERMINATE - CLOSE EVERYTHING AND GIVE THE OPERATOR    *
008380* THE RUN SUMMARY.                                           *
008390*----------------------------------------------------------*
008400 9999-TERMINATE.
008410     CLOSE TXN-FILE-NAME.
008420     CLOSE AUDIT-FILE-NAME.
008430     DISPLAY "TRANSACTIONS READ:    " WS-TXN-COUNT.
008440     DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT.
008450     DISPLAY "TRANSACTIONS REJECTED:" WS-REJECTED-COUNT.
008460     DISPLAY "GROUPS (RE)ASSIGNED:  " WS-GROUPS-CHANGED.
008470 9999-EXIT.
008480     EXIT.
