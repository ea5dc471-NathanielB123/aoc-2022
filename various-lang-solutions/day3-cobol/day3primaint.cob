000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRIMAINT.
000030 AUTHOR. D W BRENNAN.
000040 INSTALLATION. AOC-SOLUTIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   10/15/26   DWB   ORIGINAL PROGRAM - PRIORITY-TABLE       *
000110*                    MAINTENANCE UNDER MAKER-CHECKER. THE    *
000120*                    PRIORITY TABLE WAS EDITED BY HAND, SO A *
000130*                    RE-PRICING NEEDED NOBODY'S SAY-SO BUT   *
000140*                    THE PERSON TYPING IT. AN OPERATOR       *
000150*                    HOLDING PRIMAKE SUBMITS A PROPOSAL (THE *
000160*                    SAME FILE THE WHAT-IF SIMULATION        *
000170*                    PRICES), WHICH IS VALIDATED AND STAGED  *
000180*                    AS A PENDING BATCH UNDER A COUNT AND    *
000190*                    HASH CONTROL RECORD. A DIFFERENT        *
000200*                    OPERATOR HOLDING PRICHEK RELEASES IT:   *
000210*                    THE RECORDS ARE APPENDED TO THE         *
000220*                    PRIORITY TABLE AND EACH ONE IS WRITTEN  *
000230*                    TO THE PRIORITY AUDIT FILE WITH BOTH    *
000240*                    NAMES. EVERY AUTHORITY DECISION GOES TO *
000250*                    THE AUTHORITY AUDIT TRAIL; A REFUSAL IS *
000255*                    ALSO RAISED ON THE ALERT FEED.          *
000256*   10/15/26   DWB   THE PROPOSAL FILE'S REOPEN FOR THE      *
000257*                    STAGING PASS IS CHECKED.                *
000260*----------------------------------------------------------*
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PROPOSE-FILE-NAME ASSIGN TO 'day3pripropose.txt'
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PROPOSE-STATUS.
000340     SELECT PEND-FILE-NAME ASSIGN TO 'day3pripend.txt'
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PEND-STATUS.
000370     SELECT PCTL-FILE-NAME ASSIGN TO 'day3pripctl.txt'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PCTL-STATUS.
000400     SELECT PRITAB-FILE-NAME ASSIGN TO 'day3pritab.txt'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PRITAB-STATUS.
000430     SELECT PRIAUDIT-FILE-NAME ASSIGN TO 'day3priaudit.txt'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-PRIAUDIT-STATUS.
000460     SELECT SIGNON-FILE-NAME ASSIGN TO 'day3signon.txt'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SIGNON-STATUS.
000490     SELECT OPERAUTH-FILE-NAME ASSIGN TO 'day3operauth.txt'
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-OPERAUTH-STATUS.
000520     SELECT AUTHAUDIT-FILE-NAME ASSIGN TO 'day3authaudit.txt'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUTHAUDIT-STATUS.
000550     SELECT ALERT-FILE-NAME ASSIGN TO 'day3alerts.txt'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-ALERT-STATUS.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*----------------------------------------------------------*
000620* PROPOSED PRIORITY CHANGES - THE MAKER'S SUBMISSION, IN THE *
000630* LIVE PRIORITY-TABLE LAYOUT: LETTER, PRIORITY, EFFECTIVE-   *
000640* FROM DATE. THE SAME FILE THE WHAT-IF SIMULATION PRICES.    *
000650*----------------------------------------------------------*
000660 FD  PROPOSE-FILE-NAME.
000670 01  PROPOSE-REC.
000680     05  PRP-LETTER                   PIC X(01).
000690     05  FILLER                       PIC X(01).
000700     05  PRP-PRIORITY                 PIC 9(02).
000710     05  FILLER                       PIC X(01).
000720     05  PRP-EFF-DATE                 PIC 9(08).
000730*
000740*----------------------------------------------------------*
000750* PENDING BATCH - THE PROPOSAL AS SUBMITTED, COPIED VERBATIM *
000760* AND HELD HERE UNTIL A CHECKER RELEASES IT.                 *
000770*----------------------------------------------------------*
000780 FD  PEND-FILE-NAME.
000790 01  PEND-REC.
000800     05  PND-LETTER                   PIC X(01).
000810     05  FILLER                       PIC X(01).
000820     05  PND-PRIORITY                 PIC 9(02).
000830     05  FILLER                       PIC X(01).
000840     05  PND-EFF-DATE                 PIC 9(08).
000850*
000860*----------------------------------------------------------*
000870* PENDING BATCH CONTROL - ONE RECORD WHILE A BATCH IS IN     *
000880* FLIGHT: WHO SUBMITTED IT AND WHEN, ITS RECORD COUNT, AND A *
000890* HASH OF ITS CONTENT. EMPTY WHEN NOTHING IS PENDING.        *
000900*----------------------------------------------------------*
000910 FD  PCTL-FILE-NAME.
000920 01  PCTL-REC.
000930     05  PCT-MAKER-ID                 PIC X(08).
000940     05  FILLER                       PIC X(01).
000950     05  PCT-STAGE-DATE               PIC 9(08).
000960     05  FILLER                       PIC X(01).
000970     05  PCT-STAGE-TIME               PIC 9(06).
000980     05  FILLER                       PIC X(01).
000990     05  PCT-TXN-COUNT                PIC 9(05).
001000     05  FILLER                       PIC X(01).
001010     05  PCT-BATCH-HASH               PIC 9(09).
001020*
001030*----------------------------------------------------------*
001040* PRIORITY TABLE FILE - THE LETTER-TO-PRIORITY WEIGHTS WITH  *
001050* EFFECTIVE-FROM DATES THE MAIN AND REPAIR RUNS LOAD. A      *
001060* RELEASED BATCH IS APPENDED; THE LATEST EFFECTIVE DATE NOT  *
001070* AFTER THE RUN DATE WINS, SO NOTHING IS EVER REWRITTEN.     *
001080*----------------------------------------------------------*
001090 FD  PRITAB-FILE-NAME.
001100 01  PRITAB-REC.
001110     05  PRT-LETTER                   PIC X(01).
001120     05  FILLER                       PIC X(01).
001130     05  PRT-PRIORITY                 PIC 9(02).
001140     05  FILLER                       PIC X(01).
001150     05  PRT-EFF-DATE                 PIC 9(08).
001160*
001170*----------------------------------------------------------*
001180* PRIORITY AUDIT FILE - APPEND-ONLY CHANGE HISTORY OF THE    *
001190* PRIORITY TABLE: ONE RECORD PER RELEASED CHANGE WITH THE    *
001200* RELEASE STAMP, THE MAKER AND CHECKER, AND THE CHANGE.      *
001210*----------------------------------------------------------*
001220 FD  PRIAUDIT-FILE-NAME.
001230 01  PRIAUDIT-REC.
001240     05  PAU-RUN-DATE                 PIC 9(08).
001250     05  FILLER                       PIC X(01).
001260     05  PAU-RUN-TIME                 PIC 9(06).
001270     05  FILLER                       PIC X(01).
001280     05  PAU-MAKER-ID                 PIC X(08).
001290     05  FILLER                       PIC X(01).
001300     05  PAU-CHECKER-ID               PIC X(08).
001310     05  FILLER                       PIC X(01).
001320     05  PAU-LETTER                   PIC X(01).
001330     05  FILLER                       PIC X(01).
001340     05  PAU-PRIORITY                 PIC 9(02).
001350     05  FILLER                       PIC X(01).
001360     05  PAU-EFF-DATE                 PIC 9(08).
001370     05  FILLER                       PIC X(01).
001380     05  PAU-STAGE-DATE               PIC 9(08).
001390     05  FILLER                       PIC X(01).
001400     05  PAU-RESULT                   PIC X(20).
001410*
001420*----------------------------------------------------------*
001430* OPERATOR SIGN-ON CARD, OPERATOR AUTHORITY FILE, AND THE    *
001440* SHARED AUTHORITY AUDIT TRAIL - LAYOUTS IN THE COPYBOOKS.   *
001450*----------------------------------------------------------*
001460 FD  SIGNON-FILE-NAME.
001470     COPY SIGNON.
001480*
001490 FD  OPERAUTH-FILE-NAME.
001500     COPY OPERAUTH.
001510*
001520 FD  AUTHAUDIT-FILE-NAME.
001530     COPY AUTHAUDT.
001540*
001550*----------------------------------------------------------*
001560* OPERATIONS ALERT FEED - THE SAME APPEND-ONLY FEED THE MAIN *
001570* AND REPAIR RUNS WRITE. THIS PROGRAM RAISES ONLY AUTHORITY  *
001580* REFUSALS ON IT.                                            *
001590*----------------------------------------------------------*
001600 FD  ALERT-FILE-NAME.
001610 01  ALERT-REC.
001620     05  ALT-RUN-DATE                 PIC 9(08).
001630     05  FILLER                       PIC X(01).
001640     05  ALT-RUN-TIME                 PIC 9(06).
001650     05  FILLER                       PIC X(01).
001660     05  ALT-PROGRAM                  PIC X(08).
001670     05  FILLER                       PIC X(01).
001680     05  ALT-SEVERITY                 PIC X(01).
001690     05  FILLER                       PIC X(01).
001700     05  ALT-CONDITION                PIC X(10).
001710     05  FILLER                       PIC X(01).
001720     05  ALT-FILE-NAME                PIC X(30).
001730     05  FILLER                       PIC X(01).
001740     05  ALT-FIGURE-1                 PIC +9(09).
001750     05  FILLER                       PIC X(01).
001760     05  ALT-FIGURE-2                 PIC +9(09).
001770*
001780 WORKING-STORAGE SECTION.
001790*----------------------------------------------------------*
001800* SWITCHES.                                                  *
001810*----------------------------------------------------------*
001820 01  WS-SWITCHES.
001830     05  WS-RELEASE-SW               PIC X(01) VALUE 'N'.
001840         88  WS-RELEASE-RUN                     VALUE 'Y'.
001850     05  WS-PROPOSE-EOF-SW           PIC X(01) VALUE 'N'.
001860         88  WS-PROPOSE-EOF                     VALUE 'Y'.
001870     05  WS-PEND-EOF-SW              PIC X(01) VALUE 'N'.
001880         88  WS-PEND-EOF                        VALUE 'Y'.
001890     05  WS-OPERAUTH-EOF-SW          PIC X(01) VALUE 'N'.
001900         88  WS-OPERAUTH-EOF                    VALUE 'Y'.
001910     05  WS-OPERATOR-FOUND-SW        PIC X(01) VALUE 'N'.
001920         88  WS-OPERATOR-FOUND                  VALUE 'Y'.
001930     05  WS-FUNCTION-HELD-SW         PIC X(01) VALUE 'N'.
001940         88  WS-FUNCTION-HELD                   VALUE 'Y'.
001950*
001960 77  WS-PROPOSE-STATUS               PIC X(02) VALUE SPACES.
001970 77  WS-PEND-STATUS                  PIC X(02) VALUE SPACES.
001980 77  WS-PCTL-STATUS                  PIC X(02) VALUE SPACES.
001990 77  WS-PRITAB-STATUS                PIC X(02) VALUE SPACES.
002000 77  WS-PRIAUDIT-STATUS              PIC X(02) VALUE SPACES.
002010 77  WS-SIGNON-STATUS                PIC X(02) VALUE SPACES.
002020 77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
002030 77  WS-AUTHAUDIT-STATUS             PIC X(02) VALUE SPACES.
002040 77  WS-ALERT-STATUS                 PIC X(02) VALUE SPACES.
002050*
002060*----------------------------------------------------------*
002070* RUN STAMP - CAPTURED ONCE SO EVERY AUDIT RECORD OF ONE     *
002080* RUN CARRIES THE SAME DATE AND TIME.                        *
002090*----------------------------------------------------------*
002100 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
002110 77  WS-RUN-TIME-RAW                 PIC 9(08) VALUE 0.
002120 77  WS-RUN-TIME                     PIC 9(06) VALUE 0.
002130*
002140*----------------------------------------------------------*
002150* OPERATOR AUTHORITY - THE SIGNED-ON OPERATOR AND THE        *
002160* FUNCTION CLAIMED, THE FUNCTION BEING CHECKED, AND THE      *
002170* REFUSAL REASON (SPACES WHEN GRANTED). THE DETAIL TEXT IS   *
002180* STAGED BY THE CALLER FOR THE AUTHORITY AUDIT RECORD.       *
002190*----------------------------------------------------------*
002200 77  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
002210 77  WS-SIGNON-FUNCTION              PIC X(08) VALUE SPACES.
002220 77  WS-AUTH-FUNCTION                PIC X(08) VALUE SPACES.
002230 77  WS-AUTH-REASON                  PIC X(30) VALUE SPACES.
002240 77  WS-AUTH-DETAIL                  PIC X(30) VALUE SPACES.
002250 77  WS-OPERATOR-ACTIVE-FLAG         PIC X(01) VALUE SPACE.
002260 77  WS-AUTH-IX                      PIC S9(04) COMP VALUE 0.
002270*
002280*----------------------------------------------------------*
002290* PENDING BATCH CONTROL AS READ, AND THE COUNT AND HASH      *
002300* WORKED OUT FROM THE BATCH CONTENT - THE SAME ROLLING HASH  *
002310* THE ITEM-MASTER MAINTENANCE USES (TIMES 31 PLUS EACH       *
002320* CHARACTER'S ORDINAL, MODULO A NINE-DIGIT PRIME).           *
002330*----------------------------------------------------------*
002340 77  WS-PEND-MAKER-ID                PIC X(08) VALUE SPACES.
002350 77  WS-PEND-STAGE-DATE              PIC 9(08) VALUE 0.
002360 77  WS-PEND-COUNT                   PIC 9(05) VALUE 0.
002370 77  WS-PEND-HASH                    PIC 9(09) VALUE 0.
002380 77  WS-BATCH-COUNT                  PIC S9(09) COMP VALUE 0.
002390 77  WS-BATCH-HASH                   PIC S9(09) COMP VALUE 0.
002400 77  WS-HASH-MODULUS                 PIC S9(09) COMP
002410                                     VALUE 999999937.
002420 77  WS-HASH-WORK                    PIC S9(18) COMP VALUE 0.
002430 77  WS-HASH-QUOT                    PIC S9(18) COMP VALUE 0.
002440 77  WS-HASH-ORD                     PIC S9(09) VALUE 0.
002450 77  WS-HASH-IX                      PIC S9(04) COMP VALUE 0.
002460 77  WS-HASH-AREA                    PIC X(13) VALUE SPACES.
002470 77  WS-EDIT-COUNT                   PIC Z(04)9.
002480 77  WS-EDIT-HASH                    PIC 9(09).
002490*
002500*----------------------------------------------------------*
002510* VALIDATION - SUBMITTED RECORDS FAILING THE SHAPE CHECKS,   *
002520* AND RECORDS WHOSE EFFECTIVE DATE HAS PASSED BY RELEASE.    *
002530*----------------------------------------------------------*
002540 77  WS-INVALID-COUNT                PIC S9(09) COMP VALUE 0.
002550 77  WS-PASSED-COUNT                 PIC S9(09) COMP VALUE 0.
002560 77  WS-APPLIED-COUNT                PIC S9(09) COMP VALUE 0.
002570 77  WS-EDIT-INVALID                 PIC Z(04)9.
002580*
002590*----------------------------------------------------------*
002600* ALERT FEED WORK AREA - THE CALLER STAGES SEVERITY,         *
002610* CONDITION, FILE, AND FIGURES, THEN PERFORMS                *
002620* 7700-WRITE-ALERT.                                          *
002630*----------------------------------------------------------*
002640 77  WS-ALT-SEVERITY                 PIC X(01) VALUE SPACE.
002650 77  WS-ALT-CONDITION                PIC X(10) VALUE SPACES.
002660 77  WS-ALT-FILE                     PIC X(30) VALUE SPACES.
002670 77  WS-ALT-FIGURE-1                 PIC S9(09) VALUE 0.
002680 77  WS-ALT-FIGURE-2                 PIC S9(09) VALUE 0.
002690*
002700 PROCEDURE DIVISION.
002710*----------------------------------------------------------*
002720* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
002730*----------------------------------------------------------*
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     IF WS-RELEASE-RUN
002770         PERFORM 3000-RELEASE-BATCH THRU 3000-EXIT
002780     ELSE
002790         PERFORM 2000-STAGE-PROPOSAL THRU 2000-EXIT
002800     END-IF.
002810     STOP RUN.
002820 0000-EXIT.
002830     EXIT.
002840*
002850*----------------------------------------------------------*
002860* 1000-INITIALIZE - STAMP THE RUN AND READ THE SIGN-ON CARD, *
002870* WHICH DECIDES THE RUN: A CHECKER (PRICHEK) RELEASES THE    *
002880* PENDING BATCH, ANYONE ELSE SUBMITS A PROPOSAL UNDER        *
002890* PRIMAKE. AN OPERATOR WITHOUT THE AUTHORITY IS REFUSED      *
002900* HERE BEFORE ANY FILE IS TOUCHED.                           *
002910*----------------------------------------------------------*
002920 1000-INITIALIZE.
002930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002940     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002950     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
002960     PERFORM 7550-READ-SIGNON THRU 7550-EXIT.
002970     IF WS-SIGNON-FUNCTION = 'PRICHEK'
002980         SET WS-RELEASE-RUN TO TRUE
002990         MOVE 'PRICHEK' TO WS-AUTH-FUNCTION
003000     ELSE
003010         MOVE 'PRIMAKE' TO WS-AUTH-FUNCTION
003020     END-IF.
003030     PERFORM 7600-CHECK-AUTHORITY THRU 7600-EXIT.
003040     IF WS-AUTH-REASON NOT = SPACES
003050         MOVE SPACES TO WS-AUTH-DETAIL
003060         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
003070         STOP RUN
003080     END-IF.
003090 1000-EXIT.
003100     EXIT.
003110*
003120*----------------------------------------------------------*
003130* 2000-STAGE-PROPOSAL - SUBMISSION. ONE BATCH IS IN FLIGHT   *
003140* AT A TIME: A BATCH PENDING FROM ANOTHER MAKER IS NEVER     *
003150* OVERWRITTEN (THE SUBMISSION IS REFUSED), BUT A MAKER MAY   *
003160* REPLACE THEIR OWN. THE PROPOSAL IS VALIDATED FIRST - ANY   *
003170* BAD RECORD (LETTER NOT A-Z/A-Z, PRIORITY NOT 01-99,        *
003180* EFFECTIVE DATE NOT NUMERIC OR ALREADY PAST) STOPS THE      *
003190* WHOLE PROPOSAL BEING STAGED AND LEAVES ANY PENDING BATCH   *
003200* AS IT WAS. A CLEAN PROPOSAL IS COPIED VERBATIM TO THE      *
003210* PENDING BATCH WITH ITS CONTROL RECORD; AN EMPTY ONE        *
003220* WITHDRAWS THE MAKER'S PENDING BATCH.                       *
003230*----------------------------------------------------------*
003240 2000-STAGE-PROPOSAL.
003250     PERFORM 5000-READ-PENDING-CONTROL THRU 5000-EXIT.
003260     IF WS-PEND-COUNT > 0
003270         AND WS-PEND-MAKER-ID NOT = WS-OPERATOR-ID
003280         MOVE 'BATCH PENDING FROM OTHER MAKER' TO WS-AUTH-REASON
003290         MOVE SPACES TO WS-AUTH-DETAIL
003300         STRING 'PENDING MAKER ' WS-PEND-MAKER-ID
003310             DELIMITED BY SIZE INTO WS-AUTH-DETAIL
003320         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
003330         GO TO 2000-EXIT
003340     END-IF.
003350     OPEN INPUT PROPOSE-FILE-NAME.
003360     IF WS-PROPOSE-STATUS NOT = '00'
003370         DISPLAY "ERROR: CANNOT OPEN PROPOSAL FILE (STATUS "
003380             WS-PROPOSE-STATUS ") - NOTHING TO SUBMIT"
003390         STOP RUN
003400     END-IF.
003410     MOVE 0 TO WS-INVALID-COUNT.
003420     PERFORM 2100-VALIDATE-PROPOSAL THRU 2100-EXIT
003430         UNTIL WS-PROPOSE-EOF.
003440     CLOSE PROPOSE-FILE-NAME.
003450     MOVE SPACES TO WS-AUTH-DETAIL.
003460     IF WS-INVALID-COUNT > 0
003470         MOVE WS-INVALID-COUNT TO WS-EDIT-INVALID
003480         STRING 'NOT STAGED ' WS-EDIT-INVALID ' INVALID'
003490             DELIMITED BY SIZE INTO WS-AUTH-DETAIL
003500         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
003510         DISPLAY "PROPOSAL NOT STAGED - " WS-EDIT-INVALID
003520             " INVALID RECORDS"
003530         GO TO 2000-EXIT
003540     END-IF.
003550     OPEN INPUT PROPOSE-FILE-NAME.
003551     IF WS-PROPOSE-STATUS NOT = '00'
003552         DISPLAY "ERROR: CANNOT REOPEN PROPOSAL FILE (STATUS "
003553             WS-PROPOSE-STATUS ") - NOTHING SUBMITTED"
003554         STOP RUN
003555     END-IF.
003560     OPEN OUTPUT PEND-FILE-NAME.
003570     IF WS-PEND-STATUS NOT = '00'
003580         DISPLAY "ERROR: CANNOT OPEN PENDING BATCH (STATUS "
003590             WS-PEND-STATUS ") - NOTHING SUBMITTED"
003600         CLOSE PROPOSE-FILE-NAME
003610         STOP RUN
003620     END-IF.
003630     MOVE 'N' TO WS-PROPOSE-EOF-SW.
003640     MOVE 0 TO WS-BATCH-COUNT.
003650     MOVE 0 TO WS-BATCH-HASH.
003660     PERFORM 2200-STAGE-ONE-RECORD THRU 2200-EXIT
003670         UNTIL WS-PROPOSE-EOF.
003680     CLOSE PROPOSE-FILE-NAME.
003690     CLOSE PEND-FILE-NAME.
003700     MOVE WS-BATCH-COUNT TO WS-PEND-COUNT.
003710     MOVE WS-BATCH-HASH TO WS-PEND-HASH.
003720     OPEN OUTPUT PCTL-FILE-NAME.
003730     IF WS-BATCH-COUNT > 0
003740         MOVE SPACES TO PCTL-REC
003750         MOVE WS-OPERATOR-ID TO PCT-MAKER-ID
003760         MOVE WS-RUN-DATE TO PCT-STAGE-DATE
003770         MOVE WS-RUN-TIME TO PCT-STAGE-TIME
003780         MOVE WS-PEND-COUNT TO PCT-TXN-COUNT
003790         MOVE WS-PEND-HASH TO PCT-BATCH-HASH
003800         WRITE PCTL-REC
003810     END-IF.
003820     CLOSE PCTL-FILE-NAME.
003830     MOVE WS-PEND-COUNT TO WS-EDIT-COUNT.
003840     MOVE WS-PEND-HASH TO WS-EDIT-HASH.
003850     IF WS-BATCH-COUNT = 0
003860         MOVE 'NOTHING PENDING' TO WS-AUTH-DETAIL
003870         DISPLAY "NO CHANGES SUBMITTED - NOTHING PENDING"
003880     ELSE
003890         STRING 'STAGED ' WS-EDIT-COUNT ' HASH ' WS-EDIT-HASH
003900             DELIMITED BY SIZE INTO WS-AUTH-DETAIL
003910         DISPLAY "PROPOSAL STAGED FOR APPROVAL: " WS-EDIT-COUNT
003920             " CHANGES, HASH " WS-EDIT-HASH
003930     END-IF.
003940     PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT.
003950 2000-EXIT.
003960     EXIT.
003970*
003980 2100-VALIDATE-PROPOSAL.
003990     READ PROPOSE-FILE-NAME
004000         AT END
004010             SET WS-PROPOSE-EOF TO TRUE
004020             GO TO 2100-EXIT
004030     END-READ.
004040     IF PRP-LETTER NOT ALPHABETIC-LOWER
004050         AND PRP-LETTER NOT ALPHABETIC-UPPER
004060         PERFORM 2150-REJECT-PROPOSAL-RECORD THRU 2150-EXIT
004070         GO TO 2100-EXIT
004080     END-IF.
004090     IF PRP-LETTER = SPACE
004100         PERFORM 2150-REJECT-PROPOSAL-RECORD THRU 2150-EXIT
004110         GO TO 2100-EXIT
004120     END-IF.
004130     IF PRP-PRIORITY NOT NUMERIC OR PRP-EFF-DATE NOT NUMERIC
004140         PERFORM 2150-REJECT-PROPOSAL-RECORD THRU 2150-EXIT
004150         GO TO 2100-EXIT
004160     END-IF.
004170     IF PRP-PRIORITY = 0 OR PRP-EFF-DATE < WS-RUN-DATE
004180         PERFORM 2150-REJECT-PROPOSAL-RECORD THRU 2150-EXIT
004190     END-IF.
004200 2100-EXIT.
004210     EXIT.
004220*
004230 2150-REJECT-PROPOSAL-RECORD.
004240     ADD 1 TO WS-INVALID-COUNT.
004250     DISPLAY "INVALID PROPOSAL RECORD: " PROPOSE-REC.
004260 2150-EXIT.
004270     EXIT.
004280*
004290 2200-STAGE-ONE-RECORD.
004300     READ PROPOSE-FILE-NAME
004310         AT END
004320             SET WS-PROPOSE-EOF TO TRUE
004330             GO TO 2200-EXIT
004340     END-READ.
004350     MOVE PROPOSE-REC TO PEND-REC.
004360     WRITE PEND-REC.
004370     ADD 1 TO WS-BATCH-COUNT.
004380     MOVE PROPOSE-REC TO WS-HASH-AREA.
004390     PERFORM 5900-HASH-RECORD THRU 5900-EXIT.
004400 2200-EXIT.
004410     EXIT.
004420*
004430*----------------------------------------------------------*
004440* 3000-RELEASE-BATCH - RELEASE GATE, THEN APPLY. THERE MUST  *
004450* BE A BATCH, THE CHECKER MUST NOT BE ITS MAKER, THE PENDING *
004460* FILE MUST STILL COUNT AND HASH TO ITS CONTROL RECORD, AND  *
004470* NO CHANGE MAY HAVE AN EFFECTIVE DATE ALREADY PAST - A      *
004480* RE-PRICING THAT SHOULD HAVE APPLIED TO RUNS ALREADY MADE   *
004490* GOES BACK TO THE MAKER. ANY FAILURE IS A REFUSAL AND       *
004500* LEAVES THE PRIORITY TABLE UNTOUCHED. A PASSED BATCH IS     *
004510* APPENDED TO THE TABLE, AUDITED CHANGE BY CHANGE, AND       *
004520* CLEARED SO IT CANNOT BE RELEASED TWICE.                    *
004530*----------------------------------------------------------*
004540 3000-RELEASE-BATCH.
004550     PERFORM 5000-READ-PENDING-CONTROL THRU 5000-EXIT.
004560     MOVE SPACES TO WS-AUTH-DETAIL.
004570     IF WS-PEND-COUNT = 0
004580         MOVE 'NOTHING PENDING' TO WS-AUTH-DETAIL
004590         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
004600         DISPLAY "NO PENDING BATCH - NOTHING TO RELEASE"
004610         GO TO 3000-EXIT
004620     END-IF.
004630     STRING 'PENDING MAKER ' WS-PEND-MAKER-ID
004640         DELIMITED BY SIZE INTO WS-AUTH-DETAIL.
004650     IF WS-PEND-MAKER-ID = WS-OPERATOR-ID
004660         MOVE 'CHECKER SAME AS MAKER' TO WS-AUTH-REASON
004670         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
004680         GO TO 3000-EXIT
004690     END-IF.
004700     MOVE 0 TO WS-BATCH-COUNT.
004710     MOVE 0 TO WS-BATCH-HASH.
004720     MOVE 0 TO WS-PASSED-COUNT.
004730     OPEN INPUT PEND-FILE-NAME.
004740     IF WS-PEND-STATUS = '00'
004750         PERFORM 3100-VERIFY-PENDING-RECORD THRU 3100-EXIT
004760             UNTIL WS-PEND-EOF
004770         CLOSE PEND-FILE-NAME
004780     END-IF.
004790     IF WS-BATCH-COUNT NOT = WS-PEND-COUNT
004800         OR WS-BATCH-HASH NOT = WS-PEND-HASH
004810         MOVE 'PENDING BATCH ALTERED' TO WS-AUTH-REASON
004820         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
004830         GO TO 3000-EXIT
004840     END-IF.
004850     IF WS-PASSED-COUNT > 0
004860         MOVE 'EFFECTIVE DATE PASSED' TO WS-AUTH-REASON
004870         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
004880         GO TO 3000-EXIT
004890     END-IF.
004900     PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT.
004910     PERFORM 3200-APPLY-BATCH THRU 3200-EXIT.
004920 3000-EXIT.
004930     EXIT.
004940*
004950 3100-VERIFY-PENDING-RECORD.
004960     READ PEND-FILE-NAME
004970         AT END
004980             SET WS-PEND-EOF TO TRUE
004990             GO TO 3100-EXIT
005000     END-READ.
005010     ADD 1 TO WS-BATCH-COUNT.
005020     MOVE PEND-REC TO WS-HASH-AREA.
005030     PERFORM 5900-HASH-RECORD THRU 5900-EXIT.
005040     IF PND-EFF-DATE NOT NUMERIC
005050         GO TO 3100-EXIT
005060     END-IF.
005070     IF PND-EFF-DATE < WS-RUN-DATE
005080         ADD 1 TO WS-PASSED-COUNT
005090         DISPLAY "EFFECTIVE DATE PASSED: " PEND-REC
005100     END-IF.
005110 3100-EXIT.
005120     EXIT.
005130*
005140*----------------------------------------------------------*
005150* 3200-APPLY-BATCH - APPEND EVERY PENDING CHANGE TO THE      *
005160* PRIORITY TABLE (CREATED ON FIRST USE), WRITE ITS AUDIT     *
005170* RECORD, AND CLEAR THE PENDING BATCH AND ITS CONTROL.       *
005180*----------------------------------------------------------*
005190 3200-APPLY-BATCH.
005200     OPEN INPUT PEND-FILE-NAME.
005210     OPEN EXTEND PRITAB-FILE-NAME.
005220     IF WS-PRITAB-STATUS NOT = '00'
005230         OPEN OUTPUT PRITAB-FILE-NAME
005240     END-IF.
005250     IF WS-PRITAB-STATUS NOT = '00'
005260         DISPLAY "ERROR: CANNOT OPEN PRIORITY TABLE (STATUS "
005270             WS-PRITAB-STATUS ") - BATCH LEFT PENDING"
005280         CLOSE PEND-FILE-NAME
005290         STOP RUN
005300     END-IF.
005310     OPEN EXTEND PRIAUDIT-FILE-NAME.
005320     IF WS-PRIAUDIT-STATUS NOT = '00'
005330         OPEN OUTPUT PRIAUDIT-FILE-NAME
005340     END-IF.
005350     MOVE 'N' TO WS-PEND-EOF-SW.
005360     MOVE 0 TO WS-APPLIED-COUNT.
005370     PERFORM 3300-APPLY-ONE-CHANGE THRU 3300-EXIT
005380         UNTIL WS-PEND-EOF.
005390     CLOSE PEND-FILE-NAME.
005400     CLOSE PRITAB-FILE-NAME.
005410     CLOSE PRIAUDIT-FILE-NAME.
005420     OPEN OUTPUT PEND-FILE-NAME.
005430     CLOSE PEND-FILE-NAME.
005440     OPEN OUTPUT PCTL-FILE-NAME.
005450     CLOSE PCTL-FILE-NAME.
005460     MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
005470     DISPLAY "PRIORITY CHANGES RELEASED: " WS-EDIT-COUNT
005480         " FROM " WS-PEND-MAKER-ID.
005490 3200-EXIT.
005500     EXIT.
005510*
005520 3300-APPLY-ONE-CHANGE.
005530     READ PEND-FILE-NAME
005540         AT END
005550             SET WS-PEND-EOF TO TRUE
005560             GO TO 3300-EXIT
005570     END-READ.
005580     MOVE SPACES TO PRITAB-REC.
005590     MOVE PND-LETTER TO PRT-LETTER.
005600     MOVE PND-PRIORITY TO PRT-PRIORITY.
005610     MOVE PND-EFF-DATE TO PRT-EFF-DATE.
005620     WRITE PRITAB-REC.
005630     ADD 1 TO WS-APPLIED-COUNT.
005640     MOVE SPACES TO PRIAUDIT-REC.
005650     MOVE WS-RUN-DATE TO PAU-RUN-DATE.
005660     MOVE WS-RUN-TIME TO PAU-RUN-TIME.
005670     MOVE WS-PEND-MAKER-ID TO PAU-MAKER-ID.
005680     MOVE WS-OPERATOR-ID TO PAU-CHECKER-ID.
005690     MOVE PND-LETTER TO PAU-LETTER.
005700     MOVE PND-PRIORITY TO PAU-PRIORITY.
005710     MOVE PND-EFF-DATE TO PAU-EFF-DATE.
005720     MOVE WS-PEND-STAGE-DATE TO PAU-STAGE-DATE.
005730     MOVE 'APPLIED' TO PAU-RESULT.
005740     WRITE PRIAUDIT-REC.
005750 3300-EXIT.
005760     EXIT.
005770*
005780*----------------------------------------------------------*
005790* 5000-READ-PENDING-CONTROL - PICK UP THE CONTROL RECORD OF  *
005800* THE BATCH IN FLIGHT, IF ANY. NO FILE, NO RECORD, OR A      *
005810* DAMAGED RECORD ALL LEAVE THE COUNT AT ZERO - NOTHING       *
005820* PENDING.                                                   *
005830*----------------------------------------------------------*
005840 5000-READ-PENDING-CONTROL.
005850     MOVE SPACES TO WS-PEND-MAKER-ID.
005860     MOVE 0 TO WS-PEND-STAGE-DATE.
005870     MOVE 0 TO WS-PEND-COUNT.
005880     MOVE 0 TO WS-PEND-HASH.
005890     OPEN INPUT PCTL-FILE-NAME.
005900     IF WS-PCTL-STATUS NOT = '00'
005910         GO TO 5000-EXIT
005920     END-IF.
005930     READ PCTL-FILE-NAME
005940         AT END
005950             CONTINUE
005960         NOT AT END
005970             IF PCT-TXN-COUNT NUMERIC
005980                 AND PCT-BATCH-HASH NUMERIC
005990                 MOVE PCT-MAKER-ID TO WS-PEND-MAKER-ID
006000                 MOVE PCT-STAGE-DATE TO WS-PEND-STAGE-DATE
006010                 MOVE PCT-TXN-COUNT TO WS-PEND-COUNT
006020                 MOVE PCT-BATCH-HASH TO WS-PEND-HASH
006030             END-IF
006040     END-READ.
006050     CLOSE PCTL-FILE-NAME.
006060 5000-EXIT.
006070     EXIT.
006080*
006090*----------------------------------------------------------*
006100* 5900-HASH-RECORD - ROLL THE RECORD STAGED IN WS-HASH-AREA  *
006110* INTO THE BATCH HASH, ONE CHARACTER AT A TIME.              *
006120*----------------------------------------------------------*
006130 5900-HASH-RECORD.
006140     PERFORM VARYING WS-HASH-IX FROM 1 BY 1 UNTIL WS-HASH-IX > 13
006150         SET WS-HASH-ORD TO
006160             FUNCTION ORD(WS-HASH-AREA(WS-HASH-IX:1))
006170         COMPUTE WS-HASH-WORK = WS-BATCH-HASH * 31 + WS-HASH-ORD
006180         DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
006190             GIVING WS-HASH-QUOT REMAINDER WS-BATCH-HASH
006200     END-PERFORM.
006210 5900-EXIT.
006220     EXIT.
006230*
006240*----------------------------------------------------------*
006250* 7550-READ-SIGNON - PICK UP THE OPERATOR RUNNING THIS STEP, *
006260* AND THE FUNCTION CLAIMED, FROM THE SIGN-ON CARD. NO CARD   *
006270* LEAVES THE OPERATOR BLANK, WHICH IS ALWAYS REFUSED.        *
006280*----------------------------------------------------------*
006290 7550-READ-SIGNON.
006300     MOVE SPACES TO WS-OPERATOR-ID.
006310     MOVE SPACES TO WS-SIGNON-FUNCTION.
006320     OPEN INPUT SIGNON-FILE-NAME.
006330     IF WS-SIGNON-STATUS NOT = '00'
006340         GO TO 7550-EXIT
006350     END-IF.
006360     READ SIGNON-FILE-NAME
006370         AT END
006380             CONTINUE
006390         NOT AT END
006400             MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
006410             MOVE SGN-FUNCTION TO WS-SIGNON-FUNCTION
006420     END-READ.
006430     CLOSE SIGNON-FILE-NAME.
006440 7550-EXIT.
006450     EXIT.
006460*
006470*----------------------------------------------------------*
006480* 7600-CHECK-AUTHORITY - MAY THE SIGNED-ON OPERATOR PERFORM  *
006490* WS-AUTH-FUNCTION? LEAVES WS-AUTH-REASON AT SPACES IF SO,   *
006500* OTHERWISE THE REASON FOR REFUSAL. THE CHECK FAILS CLOSED:  *
006510* NO AUTHORITY FILE MEANS NOBODY IS AUTHORISED.              *
006520*----------------------------------------------------------*
006530 7600-CHECK-AUTHORITY.
006540     MOVE SPACES TO WS-AUTH-REASON.
006550     IF WS-OPERATOR-ID = SPACES
006560         MOVE 'NO OPERATOR SIGNED ON' TO WS-AUTH-REASON
006570         GO TO 7600-EXIT
006580     END-IF.
006590     OPEN INPUT OPERAUTH-FILE-NAME.
006600     IF WS-OPERAUTH-STATUS NOT = '00'
006610         MOVE 'NO AUTHORITY FILE' TO WS-AUTH-REASON
006620         GO TO 7600-EXIT
006630     END-IF.
006640     MOVE 'N' TO WS-OPERAUTH-EOF-SW.
006650     MOVE 'N' TO WS-OPERATOR-FOUND-SW.
006660     MOVE 'N' TO WS-FUNCTION-HELD-SW.
006670     PERFORM 7650-READ-OPERAUTH-RECORD THRU 7650-EXIT
006680         UNTIL WS-OPERAUTH-EOF OR WS-OPERATOR-FOUND.
006690     CLOSE OPERAUTH-FILE-NAME.
006700     IF NOT WS-OPERATOR-FOUND
006710         MOVE 'UNKNOWN OPERATOR' TO WS-AUTH-REASON
006720         GO TO 7600-EXIT
006730     END-IF.
006740     IF WS-OPERATOR-ACTIVE-FLAG NOT = 'A'
006750         MOVE 'OPERATOR INACTIVE' TO WS-AUTH-REASON
006760         GO TO 7600-EXIT
006770     END-IF.
006780     IF NOT WS-FUNCTION-HELD
006790         MOVE 'FUNCTION NOT AUTHORISED' TO WS-AUTH-REASON
006800     END-IF.
006810 7600-EXIT.
006820     EXIT.
006830*
006840*----------------------------------------------------------*
006850* 7650-READ-OPERAUTH-RECORD - READ ONE AUTHORITY RECORD. ON  *
006860* THE SIGNED-ON OPERATOR'S RECORD, NOTE THE ACTIVE FLAG AND  *
006870* WHETHER THE FUNCTION IS AMONG THOSE HELD.                  *
006880*----------------------------------------------------------*
006890 7650-READ-OPERAUTH-RECORD.
006900     READ OPERAUTH-FILE-NAME
006910         AT END
006920             SET WS-OPERAUTH-EOF TO TRUE
006930             GO TO 7650-EXIT
006940     END-READ.
006950     IF OPA-OPERATOR-ID NOT = WS-OPERATOR-ID
006960         GO TO 7650-EXIT
006970     END-IF.
006980     SET WS-OPERATOR-FOUND TO TRUE.
006990     MOVE OPA-ACTIVE-FLAG TO WS-OPERATOR-ACTIVE-FLAG.
007000     PERFORM VARYING WS-AUTH-IX FROM 1 BY 1 UNTIL WS-AUTH-IX > 8
007010         IF OPA-FUNCTION(WS-AUTH-IX) = WS-AUTH-FUNCTION
007020             SET WS-FUNCTION-HELD TO TRUE
007030         END-IF
007040     END-PERFORM.
007050 7650-EXIT.
007060     EXIT.
007070*
007080*----------------------------------------------------------*
007090* 7680-RECORD-AUTH-OUTCOME - APPEND THE DECISION TO THE      *
007100* AUTHORITY AUDIT TRAIL (CREATED ON FIRST USE). A REFUSAL IS *
007110* ALSO TOLD TO THE OPERATOR AND RAISED ON THE ALERT FEED AS  *
007120* A CRITICAL AUTHREFUSE NAMING THE OPERATOR AND FUNCTION.    *
007130*----------------------------------------------------------*
007140 7680-RECORD-AUTH-OUTCOME.
007150     OPEN EXTEND AUTHAUDIT-FILE-NAME.
007160     IF WS-AUTHAUDIT-STATUS NOT = '00'
007170         OPEN OUTPUT AUTHAUDIT-FILE-NAME
007180     END-IF.
007190     MOVE SPACES TO AUTHAUDIT-REC.
007200     MOVE WS-RUN-DATE TO AAU-RUN-DATE.
007210     MOVE WS-RUN-TIME TO AAU-RUN-TIME.
007220     MOVE 'PRIMAINT' TO AAU-PROGRAM.
007230     MOVE WS-OPERATOR-ID TO AAU-OPERATOR-ID.
007240     MOVE WS-AUTH-FUNCTION TO AAU-FUNCTION.
007250     IF WS-AUTH-REASON = SPACES
007260         MOVE 'GRANTED' TO AAU-OUTCOME
007270     ELSE
007280         MOVE 'REFUSED' TO AAU-OUTCOME
007290     END-IF.
007300     MOVE WS-AUTH-REASON TO AAU-REASON.
007310     MOVE WS-AUTH-DETAIL TO AAU-DETAIL.
007320     WRITE AUTHAUDIT-REC.
007330     CLOSE AUTHAUDIT-FILE-NAME.
007340     IF WS-AUTH-REASON = SPACES
007350         GO TO 7680-EXIT
007360     END-IF.
007370     DISPLAY "ERROR: " WS-AUTH-FUNCTION " REFUSED FOR OPERATOR '"
007380         WS-OPERATOR-ID "' - " WS-AUTH-REASON.
007390     MOVE 'C' TO WS-ALT-SEVERITY.
007400     MOVE 'AUTHREFUSE' TO WS-ALT-CONDITION.
007410     MOVE SPACES TO WS-ALT-FILE.
007420     STRING WS-OPERATOR-ID ' ' WS-AUTH-FUNCTION
007430         DELIMITED BY SIZE INTO WS-ALT-FILE.
007440     MOVE 0 TO WS-ALT-FIGURE-1.
007450     MOVE 0 TO WS-ALT-FIGURE-2.
007460     PERFORM 7700-WRITE-ALERT THRU 7700-EXIT.
007470 7680-EXIT.
007480     EXIT.
007490*
007500*----------------------------------------------------------*
007510* 7700-WRITE-ALERT - APPEND ONE STAGED ALERT TO THE          *
007520* OPERATIONS FEED, CREATING IT ON FIRST USE. OPENED PER      *
007530* ALERT SO ANY PATH CAN RAISE ONE.                           *
007540*----------------------------------------------------------*
007550 7700-WRITE-ALERT.
007560     OPEN EXTEND ALERT-FILE-NAME.
007570     IF WS-ALERT-STATUS NOT = '00'
007580         OPEN OUTPUT ALERT-FILE-NAME
007590     END-IF.
007600     MOVE SPACES TO ALERT-REC.
007610     MOVE WS-RUN-DATE TO ALT-RUN-DATE.
007620     MOVE WS-RUN-TIME TO ALT-RUN-TIME.
007630     MOVE 'PRIMAINT' TO ALT-PROGRAM.
007640     MOVE WS-ALT-SEVERITY TO ALT-SEVERITY.
007650     MOVE WS-ALT-CONDITION TO ALT-CONDITION.
007660     MOVE WS-ALT-FILE TO ALT-FILE-NAME.
007670     MOVE WS-ALT-FIGURE-1 TO ALT-FIGURE-1.
007680     MOVE WS-ALT-FIGURE-2 TO ALT-FIGURE-2.
007690     WRITE ALERT-REC.
007700     CLOSE ALERT-FILE-NAME.
007710 7700-EXIT.
007720     EXIT.
