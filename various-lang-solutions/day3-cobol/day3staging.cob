000250*                    CARRIED FROM THE HEADERS. A STAGING     *
000260*                    REPORT SHOWS WHAT WAS ACCEPTED, WHAT    *
000270*                    WAS HELD, AND WHY.                      *
000271*   10/15/26   DWB   THE SENDER AND HEADER DATE ARE NOW      *
000272*                    SAVED WHEN THE HEADER IS READ - THE     *
000273*                    STAGING REPORT WAS PICKING THEM UP OFF  *
000274*                    WHATEVER LINE WAS LAST READ. EACH       *
000275*                    STAGING RECORD IS ALSO APPENDED, RUN-   *
000276*                    DATED, TO A STAGING HISTORY FOR THE     *
000277*                    MONTH-END SENDER SCORECARD.             *
000280*----------------------------------------------------------*
000290*
000300 ENVIRONMENT DIVISION.
000470     SELECT STAGPARM-FILE-NAME ASSIGN TO 'day3stagparam.txt'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-STAGPARM-STATUS.
000491     SELECT STAGHIST-FILE-NAME ASSIGN TO 'day3staghist.txt'
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS WS-STAGHIST-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
001260 01  STAGPARM-REC.
001270     05  SPR-MAX-AGE-DAYS             PIC 9(03).
001280*
00128A*----------------------------------------------------------*
00128B* STAGING HISTORY - APPEND-ONLY: EVERY STAGING REPORT RECORD *
00128C* PREFIXED WITH THE DATE OF THE SWEEP THAT WROTE IT, SO A    *
00128D* MONTH'S WORTH OF SWEEPS SURVIVES THE NIGHTLY REBUILD OF    *
00128E* THE STAGING REPORT.                                        *
00128F*----------------------------------------------------------*
00128G FD  STAGHIST-FILE-NAME.
00128H 01  STAGHIST-REC.
00128I     05  SGH-RUN-DATE                 PIC 9(08).
00128J     05  FILLER                       PIC X(01).
00128K     05  SGH-STAGING-IMAGE            PIC X(94).
00128L*
001290 WORKING-STORAGE SECTION.
001300*----------------------------------------------------------*
001310* SWITCHES.                                                  *
001410 77  WS-MANIFEST-STATUS              PIC X(02) VALUE SPACES.
001420 77  WS-INBOUND-STATUS               PIC X(02) VALUE SPACES.
001430 77  WS-STAGPARM-STATUS              PIC X(02) VALUE SPACES.
001431 77  WS-STAGHIST-STATUS              PIC X(02) VALUE SPACES.
001440 77  WS-INBOUND-FILE-ID              PIC X(40) VALUE SPACES.
001450 77  WS-STAGED-FILE-ID               PIC X(40) VALUE SPACES.
001460 77  WS-STAGED-CTL-NAME              PIC X(30) VALUE SPACES.
001760 77  WS-HDR-TOTAL-B-N                PIC 9(09) VALUE 0.
001770 77  WS-DATA-COUNT                   PIC S9(09) COMP VALUE 0.
001780 77  WS-HOLD-REASON                  PIC X(20) VALUE SPACES.
001781 77  WS-SAVED-SENDER                 PIC X(08) VALUE SPACES.
001782 77  WS-SAVED-HDR-DATE               PIC X(08) VALUE SPACES.
001790*
001800*----------------------------------------------------------*
001810* STALENESS CHECK WORK AREA.                                 *
002230     END-IF.
002240     OPEN OUTPUT CONTROL-FILE-NAME.
002250     OPEN OUTPUT STAGRPT-FILE-NAME.
002251     OPEN EXTEND STAGHIST-FILE-NAME.
002252     IF WS-STAGHIST-STATUS NOT = '00'
002253         OPEN OUTPUT STAGHIST-FILE-NAME
002254     END-IF.
002260 1000-EXIT.
002270     EXIT.
002280*
002720     ADD 1 TO WS-SWEPT-COUNT.
002730     MOVE 'N' TO WS-HELD-SW.
002740     MOVE SPACES TO WS-HOLD-REASON.
002741     MOVE SPACES TO WS-SAVED-SENDER WS-SAVED-HDR-DATE.
002742     MOVE SPACES TO WS-LINE.
002750     MOVE 0 TO WS-HDR-DATE-N WS-HDR-COUNT-N.
002760     MOVE 0 TO WS-HDR-TOTAL-A-N WS-HDR-TOTAL-B-N.
002770     MOVE 0 TO WS-DATA-COUNT.
003180         CLOSE INBOUND-FILE-NAME
003190         GO TO 3100-EXIT
003200     END-IF.
003201     MOVE WS-HDR-SENDER TO WS-SAVED-SENDER.
003202     MOVE WS-HDR-DATE TO WS-SAVED-HDR-DATE.
003210     IF WS-HDR-DATE NOT NUMERIC
003220         OR WS-HDR-COUNT NOT NUMERIC
003230         OR WS-HDR-TOTAL-A NOT NUMERIC
004350         MOVE 'ACCEPTED' TO SRT-DISPOSITION
004360         MOVE 'STAGED' TO SRT-REASON
004370     END-IF.
004380     MOVE WS-SAVED-SENDER TO SRT-SENDER.
004390     MOVE WS-SAVED-HDR-DATE TO SRT-HDR-DATE.
004400     MOVE WS-HDR-COUNT-N TO SRT-DECLARED-COUNT.
004410     MOVE WS-DATA-COUNT TO SRT-ACTUAL-COUNT.
004420     WRITE STAGRPT-REC.
004421     MOVE SPACES TO STAGHIST-REC.
004422     MOVE WS-RUN-DATE TO SGH-RUN-DATE.
004423     MOVE STAGRPT-REC TO SGH-STAGING-IMAGE.
004424     WRITE STAGHIST-REC.
004430     IF WS-FILE-HELD
004440         DISPLAY "HELD: " MAN-FILE-NAME " - " WS-HOLD-REASON
004450     ELSE
004560 9999-TERMINATE.
004570     CLOSE CONTROL-FILE-NAME.
004580     CLOSE STAGRPT-FILE-NAME.
004581     CLOSE STAGHIST-FILE-NAME.
004590     DISPLAY "FILES SWEPT:    " WS-SWEPT-COUNT.
004600     DISPLAY "FILES ACCEPTED: " WS-ACCEPTED-COUNT.
004610     DISPLAY "FILES HELD:     " WS-HELD-COUNT.
