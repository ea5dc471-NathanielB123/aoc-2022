000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ITMCONV.
000030 AUTHOR. D W BRENNAN.
000040 INSTALLATION. AOC-SOLUTIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                      *
000090*   DATE       INIT  DESCRIPTION                             *
000100*   10/15/26   DWB   ORIGINAL PROGRAM - ONE-SHOT ITEM-MASTER *
000110*                    CONVERSION. THE ITEM MASTER RECORD GREW *
000120*                    FROM 32 TO 42 BYTES WHEN THE REORDER    *
000130*                    THRESHOLD AND REORDER QUANTITY WERE     *
000140*                    ADDED FOR THE REPLENISHMENT STEP. THIS  *
000150*                    STEP COPIES EVERY 32-BYTE RECORD TO A   *
000160*                    NEW 42-BYTE MASTER WITH BOTH FIELDS     *
000170*                    ZERO (NO REORDER POINT), PROVES THE     *
000180*                    RECORD COUNT, THEN SWAPS THE NEW MASTER *
000190*                    IN AND KEEPS THE OLD ONE AS A BACKUP.   *
000200*                    IT LOGS THE RESULT ON A CONVERSION LOG  *
000210*                    AND DOES NOTHING ONCE THAT LOG SHOWS A  *
000220*                    CONVERSION, SO IT IS SAFE TO LEAVE AS   *
000230*                    THE FIRST STEP OF THE NIGHTLY STREAM. A *
000240*                    FAILURE ENDS WITH A NON-ZERO EXIT       *
000250*                    STATUS SO THE STREAM CONTROLLER STOPS.  *
000260*----------------------------------------------------------*
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OLDITEM-FILE-NAME ASSIGN TO 'day3itemmaster.dat'
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS OIT-LETTER
000350         FILE STATUS IS WS-OLDITEM-STATUS.
000360     SELECT ITEM-FILE-NAME ASSIGN TO 'day3itemmaster.new'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS ITM-LETTER
000400         FILE STATUS IS WS-ITEM-STATUS.
000410     SELECT CONVLOG-FILE-NAME ASSIGN TO 'day3itemconv.txt'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CONVLOG-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470*----------------------------------------------------------*
000480* ITEM MASTER IN THE OLD 32-BYTE LAYOUT - READ ONLY, IN      *
000490* LETTER ORDER.                                              *
000500*----------------------------------------------------------*
000510 FD  OLDITEM-FILE-NAME.
000520 01  OLDITEM-REC.
000530     05  OIT-LETTER                   PIC X(01).
000540     05  OIT-DESCRIPTION              PIC X(30).
000550     05  OIT-ACTIVE-FLAG              PIC X(01).
000560         88  OIT-ACTIVE                         VALUE 'A'.
000570         88  OIT-INACTIVE                       VALUE 'I'.
000580*
000590*----------------------------------------------------------*
000600* ITEM MASTER IN THE CURRENT 42-BYTE LAYOUT, AS ITMMAINT     *
000610* DECLARES IT - BUILT UNDER A WORK NAME AND SWAPPED IN ONCE  *
000620* ITS COUNT IS PROVED.                                       *
000630*----------------------------------------------------------*
000640 FD  ITEM-FILE-NAME.
000650 01  ITEM-REC.
000660     05  ITM-LETTER                   PIC X(01).
000670     05  ITM-DESCRIPTION              PIC X(30).
000680     05  ITM-ACTIVE-FLAG              PIC X(01).
000690         88  ITM-ACTIVE                         VALUE 'A'.
000700         88  ITM-INACTIVE                       VALUE 'I'.
000710     05  ITM-REORDER-THRESHOLD        PIC 9(05).
000720     05  ITM-REORDER-QTY              PIC 9(05).
000730*
000740*----------------------------------------------------------*
000750* CONVERSION LOG - ONE 'CV' RECORD WHEN THE MASTER HAS BEEN  *
000760* SETTLED IN THE CURRENT LAYOUT: CONVERTED, ALREADY CURRENT, *
000770* OR NO MASTER TO CONVERT. THE STREAM CONTROLLER READS IT    *
000780* TOO.                                                       *
000790*----------------------------------------------------------*
000800 FD  CONVLOG-FILE-NAME.
000810 01  CONVLOG-REC.
000820     05  ICV-RECORD-TYPE              PIC X(02).
000830     05  FILLER                       PIC X(01).
000840     05  ICV-RUN-DATE                 PIC 9(08).
000850     05  FILLER                       PIC X(01).
000860     05  ICV-RUN-TIME                 PIC 9(06).
000870     05  FILLER                       PIC X(01).
000880     05  ICV-RESULT                   PIC X(09).
000890     05  FILLER                       PIC X(01).
000900     05  ICV-RECORDS-IN               PIC 9(09).
000910     05  FILLER                       PIC X(01).
000920     05  ICV-RECORDS-OUT              PIC 9(09).
000930     05  FILLER                       PIC X(01).
000940     05  ICV-BACKUP-FILE              PIC X(30).
000950*
000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------*
000980* SWITCHES.                                                  *
000990*----------------------------------------------------------*
001000 01  WS-SWITCHES.
001010     05  WS-OLDITEM-EOF-SW           PIC X(01) VALUE 'N'.
001020         88  WS-OLDITEM-EOF                    VALUE 'Y'.
001030     05  WS-ITEM-EOF-SW              PIC X(01) VALUE 'N'.
001040         88  WS-ITEM-EOF                       VALUE 'Y'.
001050     05  WS-CONVLOG-EOF-SW           PIC X(01) VALUE 'N'.
001060         88  WS-CONVLOG-EOF                    VALUE 'Y'.
001070     05  WS-CONVERT-SW               PIC X(01) VALUE 'N'.
001080         88  WS-CONVERSION-NEEDED              VALUE 'Y'.
001090     05  WS-LOGGED-SW                PIC X(01) VALUE 'N'.
001100         88  WS-ALREADY-LOGGED                 VALUE 'Y'.
001110*
001120 77  WS-OLDITEM-STATUS               PIC X(02) VALUE SPACES.
001130 77  WS-ITEM-STATUS                  PIC X(02) VALUE SPACES.
001140 77  WS-CONVLOG-STATUS               PIC X(02) VALUE SPACES.
001150 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
001160 77  WS-RUN-TIME-RAW                 PIC 9(08) VALUE 0.
001170 77  WS-RUN-TIME                     PIC 9(06) VALUE 0.
001180*
001190*----------------------------------------------------------*
001200* CONVERSION WORK AREA - THE RESULT FOR THE LOG, THE CONTROL *
001210* COUNTS, AND THE THREE FILE NAMES OF THE SWAP.              *
001220*----------------------------------------------------------*
001230 77  WS-CONV-RESULT                  PIC X(09) VALUE SPACES.
001240 77  WS-RECORDS-IN                   PIC S9(09) COMP VALUE 0.
001250 77  WS-RECORDS-OUT                  PIC S9(09) COMP VALUE 0.
001260 77  WS-RECORDS-PROVED               PIC S9(09) COMP VALUE 0.
001270 77  WS-MASTER-FILE-ID               PIC X(40)
001280                                     VALUE 'day3itemmaster.dat'.
001290 77  WS-WORK-FILE-ID                 PIC X(40)
001300                                     VALUE 'day3itemmaster.new'.
001310 77  WS-BACKUP-FILE-ID               PIC X(40)
001320                                     VALUE 'day3itemmaster.old'.
001330 77  WS-RENAME-STATUS                PIC S9(09) VALUE 0.
001340*
001350 PROCEDURE DIVISION.
001360*----------------------------------------------------------*
001370* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
001380*----------------------------------------------------------*
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001410     IF WS-CONVERSION-NEEDED
001420         PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT
001430         PERFORM 3000-PROVE-NEW-MASTER THRU 3000-EXIT
001440         PERFORM 4000-SWAP-MASTERS THRU 4000-EXIT
001450     END-IF.
001460     PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
001470     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001480     STOP RUN.
001490 0000-EXIT.
001500     EXIT.
001510*
001520*----------------------------------------------------------*
001530* 1000-INITIALIZE - A CONVERSION ALREADY LOGGED MEANS THERE  *
001540* IS NOTHING TO DO. OTHERWISE THE MASTER IS OPENED IN THE    *
001550* OLD LAYOUT: NOT THERE AT ALL (35) LEAVES NOTHING TO        *
001560* CONVERT, AND A RECORD-LENGTH CONFLICT (39) MEANS IT IS     *
001570* ALREADY IN THE CURRENT LAYOUT.                             *
001580*----------------------------------------------------------*
001590 1000-INITIALIZE.
001600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001610     ACCEPT WS-RUN-TIME-RAW FROM TIME.
001620     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
001630     PERFORM 1100-READ-CONVERSION-LOG THRU 1100-EXIT.
001640     IF WS-CONV-RESULT NOT = SPACES
001650         SET WS-ALREADY-LOGGED TO TRUE
001660         DISPLAY "ITEM MASTER ALREADY SETTLED IN THE CURRENT "
001670             "LAYOUT (" WS-CONV-RESULT ") - NOTHING TO DO"
001680         GO TO 1000-EXIT
001690     END-IF.
001700     OPEN INPUT OLDITEM-FILE-NAME.
001710     IF WS-OLDITEM-STATUS = '35'
001720         MOVE 'NOMASTER' TO WS-CONV-RESULT
001730         DISPLAY "NO ITEM MASTER - NOTHING TO CONVERT"
001740         GO TO 1000-EXIT
001750     END-IF.
001760     IF WS-OLDITEM-STATUS = '39'
001770         MOVE 'CURRENT' TO WS-CONV-RESULT
001780         DISPLAY "ITEM MASTER ALREADY IN THE CURRENT LAYOUT"
001790         GO TO 1000-EXIT
001800     END-IF.
001810     IF WS-OLDITEM-STATUS NOT = '00'
001820         DISPLAY "ERROR: CANNOT OPEN ITEM MASTER (STATUS "
001830             WS-OLDITEM-STATUS ") - NOT CONVERTED"
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF.
001870     SET WS-CONVERSION-NEEDED TO TRUE.
001880 1000-EXIT.
001890     EXIT.
001900*
001910 1100-READ-CONVERSION-LOG.
001920     MOVE SPACES TO WS-CONV-RESULT.
001930     OPEN INPUT CONVLOG-FILE-NAME.
001940     IF WS-CONVLOG-STATUS NOT = '00'
001950         GO TO 1100-EXIT
001960     END-IF.
001970     MOVE 'N' TO WS-CONVLOG-EOF-SW.
001980     PERFORM 1150-READ-CONVLOG-RECORD THRU 1150-EXIT
001990         UNTIL WS-CONVLOG-EOF.
002000     CLOSE CONVLOG-FILE-NAME.
002010 1100-EXIT.
002020     EXIT.
002030*
002040 1150-READ-CONVLOG-RECORD.
002050     READ CONVLOG-FILE-NAME
002060         AT END
002070             SET WS-CONVLOG-EOF TO TRUE
002080             GO TO 1150-EXIT
002090     END-READ.
002100     IF ICV-RECORD-TYPE = 'CV'
002110         MOVE ICV-RESULT TO WS-CONV-RESULT
002120     END-IF.
002130 1150-EXIT.
002140     EXIT.
002150*
002160*----------------------------------------------------------*
002170* 2000-CONVERT-MASTER - COPY EVERY OLD RECORD TO THE WORK    *
002180* MASTER WITH THE REORDER THRESHOLD AND QUANTITY ZERO. A     *
002190* RECORD THAT DOES NOT READ CLEANLY IN THE OLD LAYOUT, OR    *
002200* CARRIES NO VALID ACTIVE FLAG, MEANS THE FILE IS NOT WHAT   *
002210* THIS STEP EXPECTS: THE WORK MASTER IS DISCARDED AND THE    *
002220* LIVE ONE LEFT UNTOUCHED.                                   *
002230*----------------------------------------------------------*
002240 2000-CONVERT-MASTER.
002250     OPEN OUTPUT ITEM-FILE-NAME.
002260     IF WS-ITEM-STATUS NOT = '00'
002270         DISPLAY "ERROR: CANNOT CREATE WORK MASTER "
002280             WS-WORK-FILE-ID " (STATUS " WS-ITEM-STATUS ")"
002290         CLOSE OLDITEM-FILE-NAME
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002330     MOVE 'N' TO WS-OLDITEM-EOF-SW.
002340     PERFORM 2100-CONVERT-RECORD THRU 2100-EXIT
002350         UNTIL WS-OLDITEM-EOF.
002360     CLOSE OLDITEM-FILE-NAME.
002370     CLOSE ITEM-FILE-NAME.
002380 2000-EXIT.
002390     EXIT.
002400*
002410 2100-CONVERT-RECORD.
002420     READ OLDITEM-FILE-NAME
002430         AT END
002440             SET WS-OLDITEM-EOF TO TRUE
002450             GO TO 2100-EXIT
002460     END-READ.
002470     ADD 1 TO WS-RECORDS-IN.
002480     IF WS-OLDITEM-STATUS NOT = '00'
002490         OR (NOT OIT-ACTIVE AND NOT OIT-INACTIVE)
002500         DISPLAY "ERROR: ITEM MASTER RECORD " WS-RECORDS-IN
002510             " NOT IN THE 32-BYTE LAYOUT (STATUS "
002520             WS-OLDITEM-STATUS ") - NOT CONVERTED"
002530         PERFORM 2900-DISCARD-WORK-MASTER THRU 2900-EXIT
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF.
002570     MOVE SPACES TO ITEM-REC.
002580     MOVE OIT-LETTER TO ITM-LETTER.
002590     MOVE OIT-DESCRIPTION TO ITM-DESCRIPTION.
002600     MOVE OIT-ACTIVE-FLAG TO ITM-ACTIVE-FLAG.
002610     MOVE 0 TO ITM-REORDER-THRESHOLD.
002620     MOVE 0 TO ITM-REORDER-QTY.
002630     WRITE ITEM-REC
002640         INVALID KEY
002650             DISPLAY "ERROR: CANNOT WRITE LETTER " ITM-LETTER
002660                 " TO WORK MASTER (STATUS " WS-ITEM-STATUS
002670                 ") - NOT CONVERTED"
002680             PERFORM 2900-DISCARD-WORK-MASTER THRU 2900-EXIT
002690             MOVE 16 TO RETURN-CODE
002700             STOP RUN
002710     END-WRITE.
002720     ADD 1 TO WS-RECORDS-OUT.
002730 2100-EXIT.
002740     EXIT.
002750*
002760 2900-DISCARD-WORK-MASTER.
002770     CLOSE OLDITEM-FILE-NAME.
002780     CLOSE ITEM-FILE-NAME.
002790     CALL 'CBL_DELETE_FILE' USING WS-WORK-FILE-ID.
002800 2900-EXIT.
002810     EXIT.
002820*
002830*----------------------------------------------------------*
002840* 3000-PROVE-NEW-MASTER - READ THE WORK MASTER BACK; IT MUST *
002850* HOLD EXACTLY THE RECORDS READ FROM THE OLD ONE.            *
002860*----------------------------------------------------------*
002870 3000-PROVE-NEW-MASTER.
002880     OPEN INPUT ITEM-FILE-NAME.
002890     IF WS-ITEM-STATUS NOT = '00'
002900         DISPLAY "ERROR: CANNOT REOPEN WORK MASTER (STATUS "
002910             WS-ITEM-STATUS ") - NOT CONVERTED"
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.
002950     MOVE 'N' TO WS-ITEM-EOF-SW.
002960     PERFORM 3100-COUNT-NEW-RECORD THRU 3100-EXIT
002970         UNTIL WS-ITEM-EOF.
002980     CLOSE ITEM-FILE-NAME.
002990     IF WS-RECORDS-PROVED NOT = WS-RECORDS-IN
003000         DISPLAY "ERROR: WORK MASTER HOLDS " WS-RECORDS-PROVED
003010             " RECORDS, OLD MASTER " WS-RECORDS-IN
003020             " - NOT CONVERTED"
003030         CALL 'CBL_DELETE_FILE' USING WS-WORK-FILE-ID
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070 3000-EXIT.
003080     EXIT.
003090*
003100 3100-COUNT-NEW-RECORD.
003110     READ ITEM-FILE-NAME
003120         AT END
003130             SET WS-ITEM-EOF TO TRUE
003140             GO TO 3100-EXIT
003150     END-READ.
003160     ADD 1 TO WS-RECORDS-PROVED.
003170 3100-EXIT.
003180     EXIT.
003190*
003200*----------------------------------------------------------*
003210* 4000-SWAP-MASTERS - THE LIVE MASTER BECOMES THE BACKUP AND *
003220* THE WORK MASTER BECOMES LIVE. IF THE SECOND RENAME FAILS   *
003230* THE BACKUP IS PUT BACK, SO THE LIVE NAME NEVER POINTS AT   *
003240* NOTHING.                                                   *
003250*----------------------------------------------------------*
003260 4000-SWAP-MASTERS.
003270     CALL 'CBL_RENAME_FILE' USING WS-MASTER-FILE-ID
003280                                  WS-BACKUP-FILE-ID.
003290     MOVE RETURN-CODE TO WS-RENAME-STATUS.
003300     MOVE 0 TO RETURN-CODE.
003310     IF WS-RENAME-STATUS NOT = 0
003320         DISPLAY "ERROR: CANNOT RENAME " WS-MASTER-FILE-ID
003330             " TO " WS-BACKUP-FILE-ID " - NOT CONVERTED"
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     CALL 'CBL_RENAME_FILE' USING WS-WORK-FILE-ID
003380                                  WS-MASTER-FILE-ID.
003390     MOVE RETURN-CODE TO WS-RENAME-STATUS.
003400     MOVE 0 TO RETURN-CODE.
003410     IF WS-RENAME-STATUS NOT = 0
003420         CALL 'CBL_RENAME_FILE' USING WS-BACKUP-FILE-ID
003430                                      WS-MASTER-FILE-ID
003440         DISPLAY "ERROR: CANNOT RENAME " WS-WORK-FILE-ID
003450             " TO " WS-MASTER-FILE-ID " - OLD MASTER RESTORED"
003460         MOVE 16 TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490     MOVE 'CONVERTED' TO WS-CONV-RESULT.
003500 4000-EXIT.
003510     EXIT.
003520*
003530*----------------------------------------------------------*
003540* 5000-WRITE-LOG - RECORD THE SETTLED RESULT, UNLESS IT WAS  *
003550* ALREADY ON THE LOG.                                        *
003560*----------------------------------------------------------*
003570 5000-WRITE-LOG.
003580     IF WS-ALREADY-LOGGED
003590         GO TO 5000-EXIT
003600     END-IF.
003610     OPEN EXTEND CONVLOG-FILE-NAME.
003620     IF WS-CONVLOG-STATUS NOT = '00'
003630         OPEN OUTPUT CONVLOG-FILE-NAME
003640     END-IF.
003650     MOVE SPACES TO CONVLOG-REC.
003660     MOVE 'CV' TO ICV-RECORD-TYPE.
003670     MOVE WS-RUN-DATE TO ICV-RUN-DATE.
003680     MOVE WS-RUN-TIME TO ICV-RUN-TIME.
003690     MOVE WS-CONV-RESULT TO ICV-RESULT.
003700     MOVE WS-RECORDS-IN TO ICV-RECORDS-IN.
003710     MOVE WS-RECORDS-OUT TO ICV-RECORDS-OUT.
003720     IF WS-CONV-RESULT = 'CONVERTED'
003730         MOVE WS-BACKUP-FILE-ID TO ICV-BACKUP-FILE
003740     END-IF.
003750     WRITE CONVLOG-REC.
003760     CLOSE CONVLOG-FILE-NAME.
003770 5000-EXIT.
003780     EXIT.
003790*
003800*----------------------------------------------------------*
003810* 9999-TERMINATE - GIVE THE OPERATOR THE RUN SUMMARY.        *
003820*----------------------------------------------------------*
003830 9999-TERMINATE.
003840     IF WS-CONVERSION-NEEDED
003850         DISPLAY "ITEM MASTER CONVERTED TO THE 42-BYTE LAYOUT"
003860         DISPLAY "RECORDS READ:         " WS-RECORDS-IN
003870         DISPLAY "RECORDS WRITTEN:      " WS-RECORDS-OUT
003880         DISPLAY "OLD MASTER KEPT AS:   " WS-BACKUP-FILE-ID
003890     END-IF.
003900 9999-EXIT.
003910     EXIT.
