000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JOBSTRM.
000030 AUTHOR. D W BRENNAN.
000040 INSTALLATION. AOC-SOLUTIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   10/15/26   DWB   ORIGINAL PROGRAM - NIGHTLY JOB-STREAM   *
000110*                    CONTROLLER. RUNS THE NIGHT'S STEPS      *
000120*                    (RUCKSTAG, HELLO, INVPOST, HELLO'S      *
000130*                    ACKNOWLEDGMENT PASS, SQDMSTR, RUCKTRND, *
000140*                    SQDLEAG) IN THE ORDER THE STEP-         *
000150*                    DEFINITION FILE GIVES, LOGGING EACH     *
000160*                    STEP'S START, END AND OUTCOME ON A JOB- *
000170*                    STATUS LEDGER. A STEP IS REFUSED WHEN   *
000180*                    ITS PREREQUISITE DID NOT END NORMALLY - *
000190*                    FOR A MAIN-RUN PREREQUISITE THAT MEANS  *
000200*                    THE CATALOGUE'S LATEST GENERATION MUST  *
000210*                    BE NORMAL AND CARRY A RUNOK RECORD ON   *
000220*                    THE ALERT FEED, SO A DOWNSTREAM STEP    *
000230*                    CAN NO LONGER POST AN ABORTED NIGHT. A  *
000240*                    STREAM THAT STOPPED IS RESUMED AT THE   *
000250*                    STEP THAT FAILED ON THE NEXT EXECUTION  *
000260*                    INSTEAD OF STARTING AGAIN AT STEP ONE.  *
000261*   10/15/26   DWB   A STREAM IS REFUSED UNTIL THE ITEM      *
000262*                    MASTER HAS BEEN CONVERTED TO THE        *
000263*                    42-BYTE LAYOUT (A 'CV' RECORD ON        *
000264*                    ITMCONV'S CONVERSION LOG), UNLESS       *
000265*                    ITMCONV IS THE FIRST STEP THE STREAM    *
000266*                    WILL RUN. OTHERWISE THE FIRST STEP TO   *
000267*                    OPEN THE OLD MASTER WOULD FAIL ON ITS   *
000268*                    RECORD LENGTH.                          *
0026A1*   10/15/26   DWB   THE HELLOACK STEP NOW RUNS HELLO'S      *
0026A2*                    ACKNOWLEDGMENT-ONLY MODE: THE ACK       *
0026A3*                    ARGUMENT IS ADDED TO ITS COMMAND WHEN   *
0026A4*                    THE STEP RECORD LEAVES IT OFF, SO THE   *
0026A5*                    STEP CAN NO LONGER START A SECOND MAIN  *
0026A6*                    RUN AND OPEN A NEW GENERATION. IT IS    *
0026A7*                    JUDGED BY EXIT STATUS, AS THAT MODE     *
0026A8*                    WRITES NO CATALOGUE RECORD OR RUNOK.    *
000270*----------------------------------------------------------*
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT STEPDEF-FILE-NAME ASSIGN TO 'day3jobsteps.txt'
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-STEPDEF-STATUS.
000350     SELECT LEDGER-FILE-NAME ASSIGN TO 'day3jobledger.txt'
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-LEDGER-STATUS.
000380     SELECT GENCAT-FILE-NAME ASSIGN TO 'day3gencat.txt'
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-GENCAT-STATUS.
000410     SELECT ALERT-FILE-NAME ASSIGN TO 'day3alerts.txt'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ALERT-STATUS.
000431     SELECT ITEMCONV-FILE-NAME ASSIGN TO 'day3itemconv.txt'
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-ITEMCONV-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*----------------------------------------------------------*
000480* STEP-DEFINITION FILE - ONE RECORD PER STEP IN RUN ORDER:   *
000490* STEP NUMBER, STEP NAME, THE STEP NUMBER THAT MUST HAVE     *
000500* ENDED NORMALLY FIRST (00 = NONE), HOW THE STEP'S OUTCOME   *
000510* IS JUDGED, THE PROGRAM WHOSE RUNOK RECORD PROVES IT, AND   *
000520* THE COMMAND THAT RUNS IT. CHECK TYPE 'G' JUDGES BY THE     *
000530* GENERATION CATALOGUE AND THE ALERT FEED'S RUNOK AS WELL    *
000540* AS THE COMMAND'S EXIT STATUS; 'R' BY EXIT STATUS ALONE.    *
000541* A STEP NAMED HELLOACK IS HELLO'S ACKNOWLEDGMENT PASS AND   *
000542* ALWAYS RUNS IN THAT MODE (SEE 1160-SET-ACK-STEP).          *
000550*----------------------------------------------------------*
000560 FD  STEPDEF-FILE-NAME.
000570 01  STEPDEF-REC.
000580     05  JST-STEP-NO                  PIC 9(02).
000590     05  FILLER                       PIC X(01).
000600     05  JST-STEP-NAME                PIC X(08).
000610     05  FILLER                       PIC X(01).
000620     05  JST-PREREQ-STEP              PIC 9(02).
000630     05  FILLER                       PIC X(01).
000640     05  JST-CHECK-TYPE               PIC X(01).
000650     05  FILLER                       PIC X(01).
000660     05  JST-RUNOK-PROGRAM            PIC X(08).
000670     05  FILLER                       PIC X(01).
000680     05  JST-COMMAND                  PIC X(80).
000690*
000700*----------------------------------------------------------*
000710* JOB-STATUS LEDGER - APPENDED THROUGH EVERY STREAM: 'JS'    *
000720* WHEN A STREAM STARTS OR RESUMES, 'SS' WHEN A STEP STARTS,  *
000730* 'SE' WITH ITS OUTCOME (NORMAL / FAILED / REFUSED) WHEN IT  *
000740* ENDS, AND 'JE' (COMPLETE / STOPPED) WHEN THE STREAM ENDS.  *
000750* EVERY RECORD CARRIES THE STREAM ID (ITS FIRST START DATE   *
000760* AND TIME). READ BACK AT START-UP: A STREAM WITH NO         *
000770* COMPLETE 'JE' IS RESUMED AT ITS FIRST STEP NOT NORMAL.     *
000780*----------------------------------------------------------*
000790 FD  LEDGER-FILE-NAME.
000800 01  LEDGER-REC.
000810     05  JLG-RECORD-TYPE              PIC X(02).
000820     05  FILLER                       PIC X(01).
000830     05  JLG-STREAM-ID                PIC 9(14).
000840     05  FILLER                       PIC X(01).
000850     05  JLG-STEP-NO                  PIC 9(02).
000860     05  FILLER                       PIC X(01).
000870     05  JLG-STEP-NAME                PIC X(08).
000880     05  FILLER                       PIC X(01).
000890     05  JLG-DATE                     PIC 9(08).
000900     05  FILLER                       PIC X(01).
000910     05  JLG-TIME                     PIC 9(06).
000920     05  FILLER                       PIC X(01).
000930     05  JLG-OUTCOME                  PIC X(08).
000940     05  FILLER                       PIC X(01).
000950     05  JLG-EXIT-STATUS              PIC +9(09).
000960     05  FILLER                       PIC X(01).
000970     05  JLG-GEN-SUFFIX               PIC X(14).
000980     05  FILLER                       PIC X(01).
000990     05  JLG-REASON                   PIC X(30).
001000*
001010*----------------------------------------------------------*
001020* GENERATION CATALOGUE - READ ONLY. THE HIGHEST GENERATION   *
001030* NUMBER IS THE NIGHT'S GENERATION; THE LAST RECORD SEEN     *
001040* FOR IT GIVES ITS OUTCOME.                                  *
001050*----------------------------------------------------------*
001060 FD  GENCAT-FILE-NAME.
001070 01  GENCAT-REC.
001080     05  GCT-GEN-NUMBER               PIC 9(04).
001090     05  FILLER                       PIC X(01).
001100     05  GCT-GEN-DATE                 PIC 9(08).
001110     05  FILLER                       PIC X(01).
001120     05  GCT-OUTCOME                  PIC X(08).
001130*
001140*----------------------------------------------------------*
001150* OPERATIONS ALERT FEED - SCANNED FOR THE RUNOK RECORD THAT  *
001160* NAMES THE NIGHT'S GENERATION, AND APPENDED WITH THIS       *
001170* CONTROLLER'S OWN ALERTS IN THE SAME LAYOUT THE MAIN RUN    *
001180* USES: A REFUSED OR FAILED STEP, AND A CLOSING RUNOK WHEN   *
001190* THE WHOLE STREAM COMPLETES.                                *
001200*----------------------------------------------------------*
001210 FD  ALERT-FILE-NAME.
001220 01  ALERT-REC.
001230     05  ALT-RUN-DATE                 PIC 9(08).
001240     05  FILLER                       PIC X(01).
001250     05  ALT-RUN-TIME                 PIC 9(06).
001260     05  FILLER                       PIC X(01).
001270     05  ALT-PROGRAM                  PIC X(08).
001280     05  FILLER                       PIC X(01).
001290     05  ALT-SEVERITY                 PIC X(01).
001300     05  FILLER                       PIC X(01).
001310     05  ALT-CONDITION                PIC X(10).
001320     05  FILLER                       PIC X(01).
001330     05  ALT-FILE-NAME                PIC X(30).
001340     05  FILLER                       PIC X(01).
001350     05  ALT-FIGURE-1                 PIC +9(09).
001360     05  FILLER                       PIC X(01).
001370     05  ALT-FIGURE-2                 PIC +9(09).
001380*
0138A1*----------------------------------------------------------*
0138A2* ITEM-MASTER CONVERSION LOG - READ ONLY. ITMCONV WRITES A   *
0138A3* 'CV' RECORD ONCE THE ITEM MASTER IS IN THE CURRENT LAYOUT. *
0138A4*----------------------------------------------------------*
0138A5 FD  ITEMCONV-FILE-NAME.
0138A6 01  ITEMCONV-REC.
0138A7     05  ICV-RECORD-TYPE              PIC X(02).
0138A8     05  FILLER                       PIC X(01).
0138A9     05  ICV-DETAIL                   PIC X(76).
0138B1*
001390 WORKING-STORAGE SECTION.
001400*----------------------------------------------------------*
001410* SWITCHES.                                                  *
001420*----------------------------------------------------------*
001430 01  WS-SWITCHES.
001440     05  WS-STEPDEF-EOF-SW           PIC X(01) VALUE 'N'.
001450         88  WS-STEPDEF-EOF                    VALUE 'Y'.
001460     05  WS-LEDGER-EOF-SW            PIC X(01) VALUE 'N'.
001470         88  WS-LEDGER-EOF                     VALUE 'Y'.
001480     05  WS-GENCAT-EOF-SW            PIC X(01) VALUE 'N'.
001490         88  WS-GENCAT-EOF                     VALUE 'Y'.
001500     05  WS-ALERT-EOF-SW             PIC X(01) VALUE 'N'.
001510         88  WS-ALERT-EOF                      VALUE 'Y'.
001520     05  WS-STREAM-OPEN-SW           PIC X(01) VALUE 'N'.
001530         88  WS-STREAM-OPEN                    VALUE 'Y'.
001540     05  WS-STREAM-STOP-SW           PIC X(01) VALUE 'N'.
001550         88  WS-STREAM-STOPPED                 VALUE 'Y'.
001560     05  WS-CAT-OK-SW                PIC X(01) VALUE 'N'.
001570         88  WS-CAT-OK                         VALUE 'Y'.
001571     05  WS-ITEMCONV-EOF-SW          PIC X(01) VALUE 'N'.
001572         88  WS-ITEMCONV-EOF                   VALUE 'Y'.
001573     05  WS-ITEM-CONVERTED-SW        PIC X(01) VALUE 'N'.
001574         88  WS-ITEM-CONVERTED                 VALUE 'Y'.
001580*
001590 77  WS-STEPDEF-STATUS               PIC X(02) VALUE SPACES.
001600 77  WS-LEDGER-STATUS                PIC X(02) VALUE SPACES.
001610 77  WS-GENCAT-STATUS                PIC X(02) VALUE SPACES.
001620 77  WS-ALERT-STATUS                 PIC X(02) VALUE SPACES.
001621 77  WS-ITEMCONV-STATUS              PIC X(02) VALUE SPACES.
001630 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
001640 77  WS-RUN-TIME-RAW                 PIC 9(08) VALUE 0.
001650 77  WS-RUN-TIME                     PIC 9(06) VALUE 0.
001660 77  WS-STREAM-ID                    PIC 9(14) VALUE 0.
001670 77  WS-LAST-STREAM-ID               PIC 9(14) VALUE 0.
001680*
001690*----------------------------------------------------------*
001700* STEP TABLE - THE STEP-DEFINITION FILE IN RUN ORDER.        *
001710*----------------------------------------------------------*
001720 77  WS-STP-COUNT                    PIC S9(09) COMP VALUE 0.
001730 77  WS-STP-MAX                      PIC S9(09) COMP VALUE 20.
001740 77  WS-STP-I                        PIC S9(09) COMP VALUE 0.
001750 77  WS-STP-START                    PIC S9(09) COMP VALUE 0.
001760 77  WS-STP-PRIOR-NO                 PIC 9(02) VALUE 0.
001761 77  WS-CMD-LEN                      PIC S9(09) COMP VALUE 0.
001762 77  WS-CMD-I                        PIC S9(09) COMP VALUE 0.
001770 01  WS-STEP-TABLE.
001780     05  WS-STP-ENTRY OCCURS 20 TIMES.
001790         10  WS-STP-NO               PIC 9(02).
001800         10  WS-STP-NAME             PIC X(08).
001810         10  WS-STP-PREREQ           PIC 9(02).
001820         10  WS-STP-CHECK-TYPE       PIC X(01).
001830         10  WS-STP-RUNOK-PROGRAM    PIC X(08).
001840         10  WS-STP-COMMAND          PIC X(80).
001850*
001860*----------------------------------------------------------*
001870* LEDGER STATE - THE LATEST OUTCOME OF EVERY STEP NUMBER IN  *
001880* THE STREAM BEING RUN, AND THE CHECK TYPE IT WAS RUN UNDER. *
001890*----------------------------------------------------------*
001900 01  WS-LEDGER-TABLE.
001910     05  WS-LDG-ENTRY OCCURS 99 TIMES.
001920         10  WS-LDG-OUTCOME          PIC X(08).
001930         10  WS-LDG-CHECK-TYPE       PIC X(01).
001940 77  WS-LDG-I                        PIC S9(09) COMP VALUE 0.
001950 77  WS-PREREQ-NO                    PIC 9(02) VALUE 0.
001960*
001970*----------------------------------------------------------*
001980* STEP EXECUTION WORK AREA.                                  *
001990*----------------------------------------------------------*
002000 77  WS-STEP-START-STAMP             PIC 9(14) VALUE 0.
002010 77  WS-EXIT-STATUS                  PIC S9(09) VALUE 0.
002020 77  WS-STEP-OUTCOME                 PIC X(08) VALUE SPACES.
002030 77  WS-STEP-REASON                  PIC X(30) VALUE SPACES.
002040 77  WS-STEPS-RUN                    PIC S9(09) COMP VALUE 0.
002050 77  WS-STREAM-OUTCOME               PIC X(08) VALUE SPACES.
002060*
002070*----------------------------------------------------------*
002080* CATALOGUE AND RUNOK CHECK WORK AREA - THE NIGHT'S          *
002090* GENERATION, ITS LATEST OUTCOME, AND WHETHER A RUNOK        *
002100* NAMING IT WAS WRITTEN AT OR AFTER THE GIVEN STAMP.         *
002110*----------------------------------------------------------*
002120 77  WS-CAT-GEN                      PIC 9(04) VALUE 0.
002130 77  WS-CAT-DATE                     PIC 9(08) VALUE 0.
002140 77  WS-CAT-OUTCOME                  PIC X(08) VALUE SPACES.
002150 77  WS-CAT-SUFFIX                   PIC X(14) VALUE SPACES.
002160 77  WS-CAT-PROGRAM                  PIC X(08) VALUE SPACES.
002170 77  WS-CAT-SINCE-STAMP              PIC 9(14) VALUE 0.
002180 77  WS-ALT-STAMP                    PIC 9(14) VALUE 0.
002190 77  WS-RUNOK-FOUND-SW               PIC X(01) VALUE 'N'.
002200*
002210*----------------------------------------------------------*
002220* ALERT FEED WORK AREA - THE CALLER STAGES SEVERITY,         *
002230* CONDITION, FILE NAME AND TWO FIGURES, THEN PERFORMS        *
002240* 7700-WRITE-ALERT.                                          *
002250*----------------------------------------------------------*
002260 77  WS-ALT-SEVERITY                 PIC X(01) VALUE SPACES.
002270 77  WS-ALT-CONDITION                PIC X(10) VALUE SPACES.
002280 77  WS-ALT-FILE                     PIC X(30) VALUE SPACES.
002290 77  WS-ALT-FIGURE-1                 PIC S9(09) VALUE 0.
002300 77  WS-ALT-FIGURE-2                 PIC S9(09) VALUE 0.
002310*
002320 PROCEDURE DIVISION.
002330*----------------------------------------------------------*
002340* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
002350*----------------------------------------------------------*
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380     PERFORM 2000-RUN-STEP THRU 2000-EXIT
002390         VARYING WS-STP-I FROM WS-STP-START BY 1
002400         UNTIL WS-STP-I > WS-STP-COUNT
002410            OR WS-STREAM-STOPPED.
002420     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002430     STOP RUN.
002440 0000-EXIT.
002450     EXIT.
002460*
002470*----------------------------------------------------------*
002480* 1000-INITIALIZE - LOAD THE STEP DEFINITIONS, READ THE      *
002490* LEDGER BACK TO DECIDE BETWEEN A FRESH STREAM AND RESUMING  *
002500* A STOPPED ONE, AND LOG THE STREAM START.                   *
002510*----------------------------------------------------------*
002520 1000-INITIALIZE.
002530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002540     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002550     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
002560     PERFORM 1100-LOAD-STEP-DEFINITIONS THRU 1100-EXIT.
002570     PERFORM 1200-READ-LEDGER THRU 1200-EXIT.
002580     IF WS-STREAM-OPEN
002590         MOVE WS-LAST-STREAM-ID TO WS-STREAM-ID
002610         DISPLAY "RESUMING STREAM " WS-STREAM-ID
002620         PERFORM 1300-FIND-RESUME-STEP THRU 1300-EXIT
002640     ELSE
002650         COMPUTE WS-STREAM-ID =
002660             WS-RUN-DATE * 1000000 + WS-RUN-TIME
002670         MOVE 1 TO WS-STP-START
002680         PERFORM VARYING WS-LDG-I FROM 1 BY 1
002690                 UNTIL WS-LDG-I > 99
002700             MOVE SPACES TO WS-LDG-ENTRY(WS-LDG-I)
002710         END-PERFORM
002720         DISPLAY "STARTING STREAM " WS-STREAM-ID
002730     END-IF.
002731     PERFORM 1400-CHECK-ITEM-CONVERSION THRU 1400-EXIT.
002740     PERFORM 7000-OPEN-LEDGER THRU 7000-EXIT.
002750     MOVE SPACES TO LEDGER-REC.
002760     MOVE 'JS' TO JLG-RECORD-TYPE.
002770     MOVE WS-STREAM-ID TO JLG-STREAM-ID.
002780     MOVE 0 TO JLG-STEP-NO.
002790     MOVE WS-RUN-DATE TO JLG-DATE.
002800     MOVE WS-RUN-TIME TO JLG-TIME.
002810     IF WS-STREAM-OPEN
002820         MOVE 'RESUMED' TO JLG-OUTCOME
002825         IF WS-STP-START <= WS-STP-COUNT
002830             MOVE WS-STP-NAME(WS-STP-START) TO JLG-STEP-NAME
002840             MOVE WS-STP-NO(WS-STP-START) TO JLG-STEP-NO
002845         END-IF
002850     ELSE
002860         MOVE 'STARTED' TO JLG-OUTCOME
002870     END-IF.
002880     MOVE 0 TO JLG-EXIT-STATUS.
002890     WRITE LEDGER-REC.
002900     CLOSE LEDGER-FILE-NAME.
002910 1000-EXIT.
002920     EXIT.
002930*
002940*----------------------------------------------------------*
002950* 1100-LOAD-STEP-DEFINITIONS - STEPS MUST BE IN ASCENDING    *
002960* STEP-NUMBER ORDER AND A PREREQUISITE MUST BE AN EARLIER    *
002970* STEP; ANYTHING ELSE IS REFUSED BEFORE A STEP IS RUN.       *
002980*----------------------------------------------------------*
002990 1100-LOAD-STEP-DEFINITIONS.
003000     OPEN INPUT STEPDEF-FILE-NAME.
003010     IF WS-STEPDEF-STATUS NOT = '00'
003020         DISPLAY "ERROR: CANNOT OPEN STEP-DEFINITION FILE "
003030             "(STATUS " WS-STEPDEF-STATUS ") - NOTHING TO RUN"
003040         STOP RUN
003050     END-IF.
003060     MOVE 'N' TO WS-STEPDEF-EOF-SW.
003070     PERFORM 1150-READ-STEPDEF-RECORD THRU 1150-EXIT
003080         UNTIL WS-STEPDEF-EOF.
003090     CLOSE STEPDEF-FILE-NAME.
003100     IF WS-STP-COUNT = 0
003110         DISPLAY "ERROR: STEP-DEFINITION FILE EMPTY - NOTHING "
003120             "TO RUN"
003130         STOP RUN
003140     END-IF.
003150 1100-EXIT.
003160     EXIT.
003170*
003180 1150-READ-STEPDEF-RECORD.
003190     READ STEPDEF-FILE-NAME
003200         AT END
003210             SET WS-STEPDEF-EOF TO TRUE
003220             GO TO 1150-EXIT
003230     END-READ.
003240     IF JST-STEP-NO NOT NUMERIC
003250         OR JST-PREREQ-STEP NOT NUMERIC
003260         OR JST-STEP-NO = 0
003270         OR JST-STEP-NO NOT > WS-STP-PRIOR-NO
003280         OR JST-PREREQ-STEP NOT < JST-STEP-NO
003290         OR (JST-CHECK-TYPE NOT = 'G'
003300             AND JST-CHECK-TYPE NOT = 'R')
003310         OR JST-COMMAND = SPACES
003320         DISPLAY "ERROR: STEP-DEFINITION RECORD MALFORMED - "
003330             STEPDEF-REC
003340         STOP RUN
003350     END-IF.
003351     IF JST-STEP-NAME = 'HELLOACK'
003352         PERFORM 1160-SET-ACK-STEP THRU 1160-EXIT
003353     END-IF.
003360     IF WS-STP-COUNT >= WS-STP-MAX
003370         DISPLAY "ERROR: STEP TABLE FULL - STREAM NOT RUN"
003380         STOP RUN
003390     END-IF.
003400     ADD 1 TO WS-STP-COUNT.
003410     MOVE JST-STEP-NO TO WS-STP-NO(WS-STP-COUNT).
003420     MOVE JST-STEP-NAME TO WS-STP-NAME(WS-STP-COUNT).
003430     MOVE JST-PREREQ-STEP TO WS-STP-PREREQ(WS-STP-COUNT).
003440     MOVE JST-CHECK-TYPE TO WS-STP-CHECK-TYPE(WS-STP-COUNT).
003450     MOVE JST-RUNOK-PROGRAM
003460         TO WS-STP-RUNOK-PROGRAM(WS-STP-COUNT).
003470     MOVE JST-COMMAND TO WS-STP-COMMAND(WS-STP-COUNT).
003480     MOVE JST-STEP-NO TO WS-STP-PRIOR-NO.
003490 1150-EXIT.
003500     EXIT.
003510*
0351A1*----------------------------------------------------------*
0351A2* 1160-SET-ACK-STEP - THE HELLOACK STEP IS HELLO'S           *
0351A3* ACKNOWLEDGMENT PASS, WHICH HELLO RUNS ON ITS OWN WHEN      *
0351A4* GIVEN THE ACK ARGUMENT. THE ARGUMENT IS ADDED TO THE       *
0351A5* COMMAND WHEN THE STEP RECORD LEAVES IT OFF - WITHOUT IT    *
0351A6* HELLO WOULD START A SECOND MAIN RUN. THE PASS WRITES NO    *
0351A7* CATALOGUE RECORD OR RUNOK, SO THE STEP IS JUDGED BY EXIT   *
0351A8* STATUS.                                                    *
0351A9*----------------------------------------------------------*
0351B1 1160-SET-ACK-STEP.
0351B2     MOVE 'R' TO JST-CHECK-TYPE.
0351B3     MOVE 0 TO WS-CMD-LEN.
0351B4     PERFORM VARYING WS-CMD-I FROM 80 BY -1
0351B5             UNTIL WS-CMD-I < 1 OR WS-CMD-LEN > 0
0351B6         IF JST-COMMAND(WS-CMD-I:1) NOT = SPACE
0351B7             MOVE WS-CMD-I TO WS-CMD-LEN
0351B8         END-IF
0351B9     END-PERFORM.
0351C1     IF WS-CMD-LEN > 4
0351C2         IF JST-COMMAND(WS-CMD-LEN - 3:4) = ' ACK'
0351C3             GO TO 1160-EXIT
0351C4         END-IF
0351C5     END-IF.
0351C6     IF WS-CMD-LEN > 76
0351C7         DISPLAY "ERROR: NO ROOM FOR THE ACK ARGUMENT ON STEP "
0351C8             JST-STEP-NO " - STREAM NOT RUN"
0351C9         STOP RUN
0351D1     END-IF.
0351D2     MOVE ' ACK' TO JST-COMMAND(WS-CMD-LEN + 1:4).
0351D3     DISPLAY "STEP " JST-STEP-NO " HELLOACK WILL RUN: "
0351D4         JST-COMMAND(1:WS-CMD-LEN + 4).
0351D5 1160-EXIT.
0351D6     EXIT.
0351D7*
003520*----------------------------------------------------------*
003530* 1200-READ-LEDGER - REPLAY THE LEDGER. EACH 'JS' STARTING   *
003540* A NEW STREAM ID CLEARS THE STEP OUTCOMES; 'SS' AND 'SE'    *
003550* RECORD THE LATEST OUTCOME PER STEP; A 'JE' COMPLETE CLOSES *
003560* THE STREAM. NO LEDGER YET MEANS A FRESH STREAM.            *
003570*----------------------------------------------------------*
003580 1200-READ-LEDGER.
003590     PERFORM VARYING WS-LDG-I FROM 1 BY 1 UNTIL WS-LDG-I > 99
003600         MOVE SPACES TO WS-LDG-ENTRY(WS-LDG-I)
003610     END-PERFORM.
003620     OPEN INPUT LEDGER-FILE-NAME.
003630     IF WS-LEDGER-STATUS NOT = '00'
003640         GO TO 1200-EXIT
003650     END-IF.
003660     MOVE 'N' TO WS-LEDGER-EOF-SW.
003670     PERFORM 1250-READ-LEDGER-RECORD THRU 1250-EXIT
003680         UNTIL WS-LEDGER-EOF.
003690     CLOSE LEDGER-FILE-NAME.
003700 1200-EXIT.
003710     EXIT.
003720*
003730 1250-READ-LEDGER-RECORD.
003740     READ LEDGER-FILE-NAME
003750         AT END
003760             SET WS-LEDGER-EOF TO TRUE
003770             GO TO 1250-EXIT
003780     END-READ.
003790     IF JLG-STREAM-ID NOT NUMERIC
003800         OR JLG-STEP-NO NOT NUMERIC
003810         GO TO 1250-EXIT
003820     END-IF.
003830     EVALUATE JLG-RECORD-TYPE
003840         WHEN 'JS'
003850             IF JLG-STREAM-ID NOT = WS-LAST-STREAM-ID
003860                 MOVE JLG-STREAM-ID TO WS-LAST-STREAM-ID
003870                 PERFORM VARYING WS-LDG-I FROM 1 BY 1
003880                         UNTIL WS-LDG-I > 99
003890                     MOVE SPACES TO WS-LDG-ENTRY(WS-LDG-I)
003900                 END-PERFORM
003910             END-IF
003920             SET WS-STREAM-OPEN TO TRUE
003930         WHEN 'SS'
003940         WHEN 'SE'
003950             IF JLG-STREAM-ID = WS-LAST-STREAM-ID
003960                 AND JLG-STEP-NO > 0
003970                 MOVE JLG-OUTCOME TO WS-LDG-OUTCOME(JLG-STEP-NO)
003980             END-IF
003990         WHEN 'JE'
004000             IF JLG-STREAM-ID = WS-LAST-STREAM-ID
004010                 AND JLG-OUTCOME = 'COMPLETE'
004020                 MOVE 'N' TO WS-STREAM-OPEN-SW
004030             END-IF
004040     END-EVALUATE.
004050 1250-EXIT.
004060     EXIT.
004070*
004080*----------------------------------------------------------*
004090* 1300-FIND-RESUME-STEP - THE FIRST DEFINED STEP WHOSE       *
004100* LATEST OUTCOME IN THE STOPPED STREAM IS NOT NORMAL. IF     *
004110* EVERY STEP ALREADY ENDED NORMALLY THE STREAM IS SIMPLY     *
004120* CLOSED OFF AS COMPLETE.                                    *
004130*----------------------------------------------------------*
004140 1300-FIND-RESUME-STEP.
004150     MOVE 0 TO WS-STP-START.
004160     PERFORM VARYING WS-STP-I FROM 1 BY 1
004170             UNTIL WS-STP-I > WS-STP-COUNT
004180                OR WS-STP-START > 0
004190         IF WS-LDG-OUTCOME(WS-STP-NO(WS-STP-I)) NOT = 'NORMAL'
004200             MOVE WS-STP-I TO WS-STP-START
004210         END-IF
004220     END-PERFORM.
004230     IF WS-STP-START = 0
004240         COMPUTE WS-STP-START = WS-STP-COUNT + 1
004250         DISPLAY "EVERY STEP OF STREAM " WS-LAST-STREAM-ID
004260             " ALREADY ENDED NORMALLY"
004270     ELSE
004280         DISPLAY "RESUMING AT STEP " WS-STP-NO(WS-STP-START)
004290             " " WS-STP-NAME(WS-STP-START)
004300     END-IF.
004310     PERFORM VARYING WS-STP-I FROM 1 BY 1
004320             UNTIL WS-STP-I > WS-STP-COUNT
004330         MOVE WS-STP-CHECK-TYPE(WS-STP-I)
004340             TO WS-LDG-CHECK-TYPE(WS-STP-NO(WS-STP-I))
004350     END-PERFORM.
004360 1300-EXIT.
004370     EXIT.
004380*
0438A1*----------------------------------------------------------*
0438A2* 1400-CHECK-ITEM-CONVERSION - NO STEP MAY RUN AGAINST AN    *
0438A3* ITEM MASTER STILL IN THE OLD 32-BYTE LAYOUT. THE STREAM    *
0438A4* GOES AHEAD WHEN ITMCONV HAS LOGGED THE MASTER AS           *
0438A5* CONVERTED, OR WHEN ITMCONV IS THE FIRST STEP TO RUN;       *
0438A6* OTHERWISE IT IS REFUSED BEFORE ANYTHING IS LOGGED, AND     *
0438A7* RAISED ON THE ALERT FEED.                                  *
0438A8*----------------------------------------------------------*
0438A9 1400-CHECK-ITEM-CONVERSION.
0438B1     IF WS-STP-START > WS-STP-COUNT
0438B2         GO TO 1400-EXIT
0438B3     END-IF.
0438B4     IF WS-STP-NAME(WS-STP-START) = 'ITMCONV'
0438B5         GO TO 1400-EXIT
0438B6     END-IF.
0438B7     MOVE 'N' TO WS-ITEM-CONVERTED-SW.
0438B8     OPEN INPUT ITEMCONV-FILE-NAME.
0438B9     IF WS-ITEMCONV-STATUS = '00'
0438C1         MOVE 'N' TO WS-ITEMCONV-EOF-SW
0438C2         PERFORM 1450-READ-ITEMCONV-RECORD THRU 1450-EXIT
0438C3             UNTIL WS-ITEMCONV-EOF
0438C4         CLOSE ITEMCONV-FILE-NAME
0438C5     END-IF.
0438C6     IF WS-ITEM-CONVERTED
0438C7         GO TO 1400-EXIT
0438C8     END-IF.
0438C9     DISPLAY "ERROR: ITEM MASTER NOT CONVERTED TO THE CURRENT "
0438D1         "LAYOUT - STREAM REFUSED. RUN ITMCONV, OR MAKE IT THE "
0438D2         "FIRST STEP".
0438D3     MOVE 'C' TO WS-ALT-SEVERITY.
0438D4     MOVE 'ITEMLAYOUT' TO WS-ALT-CONDITION.
0438D5     MOVE 'day3itemmaster.dat' TO WS-ALT-FILE.
0438D6     MOVE WS-STP-NO(WS-STP-START) TO WS-ALT-FIGURE-1.
0438D7     MOVE 0 TO WS-ALT-FIGURE-2.
0438D8     PERFORM 7700-WRITE-ALERT THRU 7700-EXIT.
0438D9     STOP RUN.
0438E1 1400-EXIT.
0438E2     EXIT.
0438E3*
0438E4 1450-READ-ITEMCONV-RECORD.
0438E5     READ ITEMCONV-FILE-NAME
0438E6         AT END
0438E7             SET WS-ITEMCONV-EOF TO TRUE
0438E8             GO TO 1450-EXIT
0438E9     END-READ.
0438F1     IF ICV-RECORD-TYPE = 'CV'
0438F2         SET WS-ITEM-CONVERTED TO TRUE
0438F3     END-IF.
0438F4 1450-EXIT.
0438F5     EXIT.
0438F6*
004390*----------------------------------------------------------*
004400* 2000-RUN-STEP - CHECK THE PREREQUISITE, LOG THE START,     *
004410* RUN THE COMMAND, JUDGE THE OUTCOME AND LOG THE END. ANY    *
004420* OUTCOME OTHER THAN NORMAL STOPS THE STREAM AND IS RAISED   *
004430* ON THE ALERT FEED.                                         *
004440*----------------------------------------------------------*
004450 2000-RUN-STEP.
004460     MOVE SPACES TO WS-STEP-REASON.
004470     MOVE SPACES TO WS-CAT-SUFFIX.
004480     MOVE 0 TO WS-EXIT-STATUS.
004490     MOVE WS-STP-CHECK-TYPE(WS-STP-I)
004500         TO WS-LDG-CHECK-TYPE(WS-STP-NO(WS-STP-I)).
004510     PERFORM 2100-CHECK-PREREQUISITE THRU 2100-EXIT.
004520     IF WS-STEP-REASON NOT = SPACES
004530         MOVE 'REFUSED' TO WS-STEP-OUTCOME
004540         PERFORM 7100-WRITE-STEP-END THRU 7100-EXIT
004550         DISPLAY "STEP " WS-STP-NO(WS-STP-I) " "
004560             WS-STP-NAME(WS-STP-I) " REFUSED - "
004570             WS-STEP-REASON
004580         MOVE 'C' TO WS-ALT-SEVERITY
004590         MOVE 'PREREQFAIL' TO WS-ALT-CONDITION
004600         PERFORM 2900-RAISE-STEP-ALERT THRU 2900-EXIT
004610         SET WS-STREAM-STOPPED TO TRUE
004620         GO TO 2000-EXIT
004630     END-IF.
004640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004650     ACCEPT WS-RUN-TIME-RAW FROM TIME.
004660     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
004670     COMPUTE WS-STEP-START-STAMP =
004680         WS-RUN-DATE * 1000000 + WS-RUN-TIME.
004690     PERFORM 7000-OPEN-LEDGER THRU 7000-EXIT.
004700     MOVE SPACES TO LEDGER-REC.
004710     MOVE 'SS' TO JLG-RECORD-TYPE.
004720     MOVE WS-STREAM-ID TO JLG-STREAM-ID.
004730     MOVE WS-STP-NO(WS-STP-I) TO JLG-STEP-NO.
004740     MOVE WS-STP-NAME(WS-STP-I) TO JLG-STEP-NAME.
004750     MOVE WS-RUN-DATE TO JLG-DATE.
004760     MOVE WS-RUN-TIME TO JLG-TIME.
004770     MOVE 'STARTED' TO JLG-OUTCOME.
004780     MOVE 0 TO JLG-EXIT-STATUS.
004790     WRITE LEDGER-REC.
004800     CLOSE LEDGER-FILE-NAME.
004810     DISPLAY "STEP " WS-STP-NO(WS-STP-I) " "
004820         WS-STP-NAME(WS-STP-I) " STARTED".
004830     CALL 'SYSTEM' USING WS-STP-COMMAND(WS-STP-I).
004840     MOVE RETURN-CODE TO WS-EXIT-STATUS.
004850     MOVE 0 TO RETURN-CODE.
004860     ADD 1 TO WS-STEPS-RUN.
004870     MOVE 'NORMAL' TO WS-STEP-OUTCOME.
004880     IF WS-EXIT-STATUS NOT = 0
004890         MOVE 'FAILED' TO WS-STEP-OUTCOME
004900         MOVE 'NON-ZERO EXIT STATUS' TO WS-STEP-REASON
004910     ELSE
004920         IF WS-STP-CHECK-TYPE(WS-STP-I) = 'G'
004930             MOVE WS-STP-RUNOK-PROGRAM(WS-STP-I)
004940                 TO WS-CAT-PROGRAM
004950             MOVE WS-STEP-START-STAMP TO WS-CAT-SINCE-STAMP
004960             PERFORM 3000-CHECK-CATALOGUE THRU 3000-EXIT
004970             IF NOT WS-CAT-OK
004980                 MOVE 'FAILED' TO WS-STEP-OUTCOME
004990             END-IF
005000         END-IF
005010     END-IF.
005020     PERFORM 7100-WRITE-STEP-END THRU 7100-EXIT.
005030     DISPLAY "STEP " WS-STP-NO(WS-STP-I) " "
005040         WS-STP-NAME(WS-STP-I) " ENDED " WS-STEP-OUTCOME.
005050     IF WS-STEP-OUTCOME NOT = 'NORMAL'
005060         DISPLAY "  " WS-STEP-REASON
005070         MOVE 'C' TO WS-ALT-SEVERITY
005080         MOVE 'STEPFAIL' TO WS-ALT-CONDITION
005090         PERFORM 2900-RAISE-STEP-ALERT THRU 2900-EXIT
005100         SET WS-STREAM-STOPPED TO TRUE
005110     END-IF.
005120 2000-EXIT.
005130     EXIT.
005140*
005150*----------------------------------------------------------*
005160* 2100-CHECK-PREREQUISITE - THE PREREQUISITE STEP MUST HAVE  *
005170* ENDED NORMALLY IN THIS STREAM. WHEN IT IS JUDGED BY THE    *
005180* CATALOGUE, THE CATALOGUE AND ALERT FEED ARE RE-READ NOW AS *
005190* WELL - A GENERATION ABORTED OR REVERSED SINCE, OR A MAIN   *
005200* RUN STARTED BY HAND IN BETWEEN, STILL REFUSES THE STEP.    *
005210* ANY REFUSAL LEAVES ITS REASON IN WS-STEP-REASON.           *
005220*----------------------------------------------------------*
005230 2100-CHECK-PREREQUISITE.
005240     MOVE WS-STP-PREREQ(WS-STP-I) TO WS-PREREQ-NO.
005250     IF WS-PREREQ-NO = 0
005260         GO TO 2100-EXIT
005270     END-IF.
005280     IF WS-LDG-OUTCOME(WS-PREREQ-NO) NOT = 'NORMAL'
005290         MOVE 'PREREQUISITE NOT ENDED NORMALLY'
005300             TO WS-STEP-REASON
005310         GO TO 2100-EXIT
005320     END-IF.
005330     IF WS-LDG-CHECK-TYPE(WS-PREREQ-NO) NOT = 'G'
005340         GO TO 2100-EXIT
005350     END-IF.
005360     MOVE SPACES TO WS-CAT-PROGRAM.
005370     PERFORM VARYING WS-LDG-I FROM 1 BY 1
005380             UNTIL WS-LDG-I > WS-STP-COUNT
005390         IF WS-STP-NO(WS-LDG-I) = WS-PREREQ-NO
005400             MOVE WS-STP-RUNOK-PROGRAM(WS-LDG-I)
005410                 TO WS-CAT-PROGRAM
005420         END-IF
005430     END-PERFORM.
005440     MOVE 0 TO WS-CAT-SINCE-STAMP.
005450     PERFORM 3000-CHECK-CATALOGUE THRU 3000-EXIT.
005460 2100-EXIT.
005470     EXIT.
005480*
005490*----------------------------------------------------------*
005500* 2900-RAISE-STEP-ALERT - PUT A REFUSED OR FAILED STEP ON    *
005510* THE ALERT FEED. THE CALLER STAGES SEVERITY AND CONDITION.  *
005520*----------------------------------------------------------*
005530 2900-RAISE-STEP-ALERT.
005540     MOVE SPACES TO WS-ALT-FILE.
005550     STRING 'STEP ' DELIMITED BY SIZE
005560            WS-STP-NO(WS-STP-I) DELIMITED BY SIZE
005570            ' ' DELIMITED BY SIZE
005580            WS-STP-NAME(WS-STP-I) DELIMITED BY SPACE
005590            INTO WS-ALT-FILE.
005600     MOVE WS-STP-NO(WS-STP-I) TO WS-ALT-FIGURE-1.
005610     MOVE WS-EXIT-STATUS TO WS-ALT-FIGURE-2.
005620     PERFORM 7700-WRITE-ALERT THRU 7700-EXIT.
005630 2900-EXIT.
005640     EXIT.
005650*
005660*----------------------------------------------------------*
005670* 3000-CHECK-CATALOGUE - THE NIGHT'S GENERATION IS THE       *
005680* HIGHEST NUMBER ON THE CATALOGUE. IT PASSES WHEN ITS LATEST *
005690* OUTCOME IS NORMAL (OR AMENDED BY THE CONSOLIDATION STEP)   *
005700* AND THE ALERT FEED CARRIES A RUNOK FROM WS-CAT-PROGRAM     *
005710* NAMING IT, STAMPED AT OR AFTER WS-CAT-SINCE-STAMP. A       *
005720* FAILURE LEAVES ITS REASON IN WS-STEP-REASON.               *
005730*----------------------------------------------------------*
005740 3000-CHECK-CATALOGUE.
005750     MOVE 'N' TO WS-CAT-OK-SW.
005760     MOVE 0 TO WS-CAT-GEN.
005770     MOVE 0 TO WS-CAT-DATE.
005780     MOVE SPACES TO WS-CAT-OUTCOME.
005790     MOVE SPACES TO WS-CAT-SUFFIX.
005800     OPEN INPUT GENCAT-FILE-NAME.
005810     IF WS-GENCAT-STATUS NOT = '00'
005820         MOVE 'NO GENERATION CATALOGUE' TO WS-STEP-REASON
005830         GO TO 3000-EXIT
005840     END-IF.
005850     MOVE 'N' TO WS-GENCAT-EOF-SW.
005860     PERFORM 3050-READ-GENCAT-RECORD THRU 3050-EXIT
005870         UNTIL WS-GENCAT-EOF.
005880     CLOSE GENCAT-FILE-NAME.
005890     IF WS-CAT-GEN = 0
005900         MOVE 'NO GENERATION ON THE CATALOGUE' TO WS-STEP-REASON
005910         GO TO 3000-EXIT
005920     END-IF.
005930     STRING WS-CAT-DATE DELIMITED BY SIZE
005940            '.G' DELIMITED BY SIZE
005950            WS-CAT-GEN DELIMITED BY SIZE
005960            INTO WS-CAT-SUFFIX.
005970     IF WS-CAT-OUTCOME NOT = 'NORMAL'
005980         AND WS-CAT-OUTCOME NOT = 'AMENDED'
005990         MOVE SPACES TO WS-STEP-REASON
006000         STRING 'GENERATION ' DELIMITED BY SIZE
006010                WS-CAT-GEN DELIMITED BY SIZE
006020                ' ' DELIMITED BY SIZE
006030                WS-CAT-OUTCOME DELIMITED BY SPACE
006040                INTO WS-STEP-REASON
006050         GO TO 3000-EXIT
006060     END-IF.
006070     MOVE 'N' TO WS-RUNOK-FOUND-SW.
006080     OPEN INPUT ALERT-FILE-NAME.
006090     IF WS-ALERT-STATUS = '00'
006100         MOVE 'N' TO WS-ALERT-EOF-SW
006110         PERFORM 3100-READ-ALERT-RECORD THRU 3100-EXIT
006120             UNTIL WS-ALERT-EOF
006130         CLOSE ALERT-FILE-NAME
006140     END-IF.
006150     IF WS-RUNOK-FOUND-SW NOT = 'Y'
006160         MOVE SPACES TO WS-STEP-REASON
006170         STRING 'NO ' DELIMITED BY SIZE
006180                WS-CAT-PROGRAM DELIMITED BY SPACE
006190                ' RUNOK FOR ' DELIMITED BY SIZE
006200                WS-CAT-SUFFIX DELIMITED BY SIZE
006210                INTO WS-STEP-REASON
006220         GO TO 3000-EXIT
006230     END-IF.
006240     SET WS-CAT-OK TO TRUE.
006250 3000-EXIT.
006260     EXIT.
006270*
006280 3050-READ-GENCAT-RECORD.
006290     READ GENCAT-FILE-NAME
006300         AT END
006310             SET WS-GENCAT-EOF TO TRUE
006320             GO TO 3050-EXIT
006330     END-READ.
006340     IF GCT-GEN-NUMBER NOT NUMERIC
006350         OR GCT-GEN-DATE NOT NUMERIC
006360         GO TO 3050-EXIT
006370     END-IF.
006380     IF GCT-GEN-NUMBER >= WS-CAT-GEN
006390         MOVE GCT-GEN-NUMBER TO WS-CAT-GEN
006400         MOVE GCT-GEN-DATE TO WS-CAT-DATE
006410         MOVE GCT-OUTCOME TO WS-CAT-OUTCOME
006420     END-IF.
006430 3050-EXIT.
006440     EXIT.
006450*
006460 3100-READ-ALERT-RECORD.
006470     READ ALERT-FILE-NAME
006480         AT END
006490             SET WS-ALERT-EOF TO TRUE
006500             GO TO 3100-EXIT
006510     END-READ.
006520     IF ALT-CONDITION NOT = 'RUNOK'
006530         OR ALT-PROGRAM NOT = WS-CAT-PROGRAM
006540         OR ALT-FILE-NAME NOT = WS-CAT-SUFFIX
006550         OR ALT-RUN-DATE NOT NUMERIC
006560         OR ALT-RUN-TIME NOT NUMERIC
006570         GO TO 3100-EXIT
006580     END-IF.
006590     COMPUTE WS-ALT-STAMP = ALT-RUN-DATE * 1000000 + ALT-RUN-TIME.
006600     IF WS-ALT-STAMP >= WS-CAT-SINCE-STAMP
006610         MOVE 'Y' TO WS-RUNOK-FOUND-SW
006620     END-IF.
006630 3100-EXIT.
006640     EXIT.
006650*
006660*----------------------------------------------------------*
006670* 7000-OPEN-LEDGER - OPEN THE LEDGER FOR APPEND, CREATING IT *
006680* ON FIRST USE. IT IS OPENED AND CLOSED AROUND EVERY RECORD  *
006690* SO A STEP THAT KILLS THE CONTROLLER LEAVES NOTHING UNSAVED.*
006700*----------------------------------------------------------*
006710 7000-OPEN-LEDGER.
006720     OPEN EXTEND LEDGER-FILE-NAME.
006730     IF WS-LEDGER-STATUS NOT = '00'
006740         OPEN OUTPUT LEDGER-FILE-NAME
006750     END-IF.
006760 7000-EXIT.
006770     EXIT.
006780*
006790*----------------------------------------------------------*
006800* 7100-WRITE-STEP-END - LOG THE STEP'S OUTCOME AND REMEMBER  *
006810* IT FOR LATER STEPS' PREREQUISITE CHECKS.                   *
006820*----------------------------------------------------------*
006830 7100-WRITE-STEP-END.
006840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006850     ACCEPT WS-RUN-TIME-RAW FROM TIME.
006860     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
006870     PERFORM 7000-OPEN-LEDGER THRU 7000-EXIT.
006880     MOVE SPACES TO LEDGER-REC.
006890     MOVE 'SE' TO JLG-RECORD-TYPE.
006900     MOVE WS-STREAM-ID TO JLG-STREAM-ID.
006910     MOVE WS-STP-NO(WS-STP-I) TO JLG-STEP-NO.
006920     MOVE WS-STP-NAME(WS-STP-I) TO JLG-STEP-NAME.
006930     MOVE WS-RUN-DATE TO JLG-DATE.
006940     MOVE WS-RUN-TIME TO JLG-TIME.
006950     MOVE WS-STEP-OUTCOME TO JLG-OUTCOME.
006960     MOVE WS-EXIT-STATUS TO JLG-EXIT-STATUS.
006970     MOVE WS-CAT-SUFFIX TO JLG-GEN-SUFFIX.
006980     MOVE WS-STEP-REASON TO JLG-REASON.
006990     WRITE LEDGER-REC.
007000     CLOSE LEDGER-FILE-NAME.
007010     MOVE WS-STEP-OUTCOME TO WS-LDG-OUTCOME(WS-STP-NO(WS-STP-I)).
007020 7100-EXIT.
007030     EXIT.
007040*
007050*----------------------------------------------------------*
007060* 7700-WRITE-ALERT - APPEND ONE RECORD TO THE OPERATIONS     *
007070* FEED, CREATING IT ON FIRST USE.                            *
007080*----------------------------------------------------------*
007090 7700-WRITE-ALERT.
007100     OPEN EXTEND ALERT-FILE-NAME.
007110     IF WS-ALERT-STATUS NOT = '00'
007120         OPEN OUTPUT ALERT-FILE-NAME
007130     END-IF.
007140     MOVE SPACES TO ALERT-REC.
007150     MOVE WS-RUN-DATE TO ALT-RUN-DATE.
007160     MOVE WS-RUN-TIME TO ALT-RUN-TIME.
007170     MOVE 'JOBSTRM' TO ALT-PROGRAM.
007180     MOVE WS-ALT-SEVERITY TO ALT-SEVERITY.
007190     MOVE WS-ALT-CONDITION TO ALT-CONDITION.
007200     MOVE WS-ALT-FILE TO ALT-FILE-NAME.
007210     MOVE WS-ALT-FIGURE-1 TO ALT-FIGURE-1.
007220     MOVE WS-ALT-FIGURE-2 TO ALT-FIGURE-2.
007230     WRITE ALERT-REC.
007240     CLOSE ALERT-FILE-NAME.
007250 7700-EXIT.
007260     EXIT.
007270*
007280*----------------------------------------------------------*
007290* 9999-TERMINATE - LOG THE STREAM END (COMPLETE WHEN EVERY   *
007300* STEP RAN NORMALLY, OTHERWISE STOPPED SO THE NEXT EXECUTION *
007310* RESUMES), CLOSE A COMPLETE STREAM WITH A RUNOK ON THE      *
007320* ALERT FEED, AND GIVE THE OPERATOR THE SUMMARY.             *
007330*----------------------------------------------------------*
007340 9999-TERMINATE.
007350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007360     ACCEPT WS-RUN-TIME-RAW FROM TIME.
007370     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
007380     IF WS-STREAM-STOPPED
007390         MOVE 'STOPPED' TO WS-STREAM-OUTCOME
007400     ELSE
007410         MOVE 'COMPLETE' TO WS-STREAM-OUTCOME
007420     END-IF.
007430     PERFORM 7000-OPEN-LEDGER THRU 7000-EXIT.
007440     MOVE SPACES TO LEDGER-REC.
007450     MOVE 'JE' TO JLG-RECORD-TYPE.
007460     MOVE WS-STREAM-ID TO JLG-STREAM-ID.
007470     MOVE 0 TO JLG-STEP-NO.
007480     MOVE WS-RUN-DATE TO JLG-DATE.
007490     MOVE WS-RUN-TIME TO JLG-TIME.
007500     MOVE WS-STREAM-OUTCOME TO JLG-OUTCOME.
007510     MOVE 0 TO JLG-EXIT-STATUS.
007520     WRITE LEDGER-REC.
007530     CLOSE LEDGER-FILE-NAME.
007540     IF NOT WS-STREAM-STOPPED
007550         MOVE 'I' TO WS-ALT-SEVERITY
007560         MOVE 'RUNOK' TO WS-ALT-CONDITION
007570         MOVE SPACES TO WS-ALT-FILE
007580         MOVE WS-STREAM-ID TO WS-ALT-FILE
007590         MOVE WS-STEPS-RUN TO WS-ALT-FIGURE-1
007600         MOVE WS-STP-COUNT TO WS-ALT-FIGURE-2
007610         PERFORM 7700-WRITE-ALERT THRU 7700-EXIT
007620     END-IF.
007630     DISPLAY "STREAM " WS-STREAM-ID " " WS-STREAM-OUTCOME.
007640     DISPLAY "STEPS RUN THIS EXECUTION: " WS-STEPS-RUN.
007650 9999-EXIT.
007660     EXIT.
