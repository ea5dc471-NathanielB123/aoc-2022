000260*                    PART B DELTA - SO A REPAIRED LINE NO    *
000270*                    LONGER LEAVES THREE OFFICIAL OUTPUTS    *
000280*                    PERMANENTLY WRONG.                      *
000281*   10/15/26   DWB   ROSTER ENTRIES NOW CARRY AN EFFECTIVE   *
000282*                    DATE. 4400 TAKES THE LATEST ENTRY IN    *
000283*                    FORCE ON THE GENERATION'S DATE, AS THE  *
000284*                    MAIN RUN DOES, SO A LATER REASSIGNMENT  *
000285*                    DOES NOT MOVE AN OLD GENERATION'S       *
000286*                    ADJUSTMENTS TO THE NEW SQUAD.           *
0028A1*   10/15/26   DWB   THE RUN NOW NEEDS AN AUTHORISED         *
0028A2*                    OPERATOR: THE ONE ON THE SIGN-ON CARD   *
0028A3*                    MUST HOLD CONSOL ON THE OPERATOR        *
0028A4*                    AUTHORITY FILE. THE DECISION GOES TO    *
0028A5*                    THE AUTHORITY AUDIT TRAIL; A REFUSAL IS *
0028A6*                    ALSO RAISED ON THE OPERATIONS ALERT     *
0028A7*                    FEED (NEW TO THIS PROGRAM) AND ENDS THE *
0028A8*                    RUN BEFORE ANY FILE IS READ.            *
0028A9*   10/15/26   DWB   EACH REPAIRED LINE NOW MATCHED IS ALSO  *
0028B1*                    TALLIED BY ITEM LETTER, AND THE COUNT   *
0028B2*                    AND PRIORITY TOTAL PER LETTER ARE       *
0028B3*                    APPENDED, UNDER THE GENERATION AND THE  *
0028B4*                    RUN STAMP, TO A REPAIR ADJUSTMENT FILE. *
0028B5*                    THE INVENTORY POSITIONS NEVER SEE THE   *
0028B6*                    REPAIRS; THE PERIOD-END CLOSE SHOWS     *
0028B7*                    THEM BESIDE EACH LETTER'S POSTINGS.     *
0028B8*   10/15/26   DWB   A REPAIRED LINE DROPPED BECAUSE THE     *
0028B9*                    REPAIRED-LINE TABLE IS FULL IS NO       *
0028C1*                    LONGER TALLIED INTO THE ADJUSTMENT.     *
000290*----------------------------------------------------------*
000300*
000310 ENVIRONMENT DIVISION.
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680     SELECT CONS-TOTALS-FILE-NAME ASSIGN TO 'day3constotals.txt'
000690         ORGANIZATION IS LINE SEQUENTIAL.
000691     SELECT CONSADJ-FILE-NAME ASSIGN TO 'day3consadj.txt'
000692         ORGANIZATION IS LINE SEQUENTIAL
000693         FILE STATUS IS WS-CONSADJ-STATUS.
0069A1     SELECT SIGNON-FILE-NAME ASSIGN TO 'day3signon.txt'
0069A2         ORGANIZATION IS LINE SEQUENTIAL
0069A3         FILE STATUS IS WS-SIGNON-STATUS.
0069A4     SELECT OPERAUTH-FILE-NAME ASSIGN TO 'day3operauth.txt'
0069A5         ORGANIZATION IS LINE SEQUENTIAL
0069A6         FILE STATUS IS WS-OPERAUTH-STATUS.
0069A7     SELECT AUTHAUDIT-FILE-NAME ASSIGN TO 'day3authaudit.txt'
0069A8         ORGANIZATION IS LINE SEQUENTIAL
0069A9         FILE STATUS IS WS-AUTHAUDIT-STATUS.
0069B1     SELECT ALERT-FILE-NAME ASSIGN TO 'day3alerts.txt'
0069B2         ORGANIZATION IS LINE SEQUENTIAL
0069B3         FILE STATUS IS WS-ALERT-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
0175B6*
001760*----------------------------------------------------------*
001770* SQUAD ROSTER FILE - MAPS A BADGE GROUP SEQUENCE TO THE     *
001780* SQUAD ACCOUNTABLE FOR IT, AS IN THE MAIN RUN, FROM ITS     *
001781* EFFECTIVE DATE (SPACES ON OLDER ENTRIES - IN FORCE FROM    *
001782* THE BEGINNING).                                            *
001790*----------------------------------------------------------*
001800 FD  ROSTER-FILE-NAME.
001810 01  ROSTER-REC.
001820     05  RST-GROUP-SEQ                PIC 9(06).
001830     05  FILLER                       PIC X(01).
001840     05  RST-SQUAD-ID                 PIC X(08).
001841     05  FILLER                       PIC X(01).
001842     05  RST-EFF-DATE                 PIC 9(08).
001850*
001860*----------------------------------------------------------*
001870* RUN-HISTORY FILE - READ FIRST FOR THE LAST TRAILER'S GRAND *
002740     05  FILLER                       PIC X(01).
002750     05  CNT-GROUPS-RECOMPUTED        PIC 9(06).
002760*
0276A1*----------------------------------------------------------*
0276E1* REPAIR ADJUSTMENT FILE - APPEND-ONLY. ONE 'RA' RECORD PER  *
0276E2* ITEM LETTER PER CONSOLIDATION RUN: THE RUN STAMP, THE      *
0276E3* GENERATION AMENDED, AND THE COUNT AND PRIORITY TOTAL OF    *
0276E4* THE REPAIRED LINES THAT NOW MATCH THAT LETTER.             *
0276E5*----------------------------------------------------------*
0276E6 FD  CONSADJ-FILE-NAME.
0276E7 01  CONSADJ-REC.
0276E8     05  CAJ-RECORD-TYPE              PIC X(02).
0276E9     05  FILLER                       PIC X(01).
0276F1     05  CAJ-RUN-DATE                 PIC 9(08).
0276F2     05  FILLER                       PIC X(01).
0276F3     05  CAJ-RUN-TIME                 PIC 9(06).
0276F4     05  FILLER                       PIC X(01).
0276F5     05  CAJ-GEN-SUFFIX               PIC X(14).
0276F6     05  FILLER                       PIC X(01).
0276F7     05  CAJ-LETTER                   PIC X(01).
0276F8     05  FILLER                       PIC X(01).
0276F9     05  CAJ-COUNT                    PIC 9(09).
0276G1     05  FILLER                       PIC X(01).
0276G2     05  CAJ-PRIORITY-TOTAL           PIC 9(09).
0276G3*
0276G4*----------------------------------------------------------*
0276A2* OPERATOR SIGN-ON CARD, OPERATOR AUTHORITY FILE, AND THE    *
0276A3* SHARED AUTHORITY AUDIT TRAIL - LAYOUTS IN THE COPYBOOKS.   *
0276A4*----------------------------------------------------------*
0276A5 FD  SIGNON-FILE-NAME.
0276A6     COPY SIGNON.
0276A7*
0276A8 FD  OPERAUTH-FILE-NAME.
0276A9     COPY OPERAUTH.
0276B1*
0276B2 FD  AUTHAUDIT-FILE-NAME.
0276B3     COPY AUTHAUDT.
0276B4*
0276B5*----------------------------------------------------------*
0276B6* OPERATIONS ALERT FEED - THE SAME APPEND-ONLY FEED THE MAIN *
0276B7* AND REPAIR RUNS WRITE. THIS PROGRAM RAISES ONLY AUTHORITY  *
0276B8* REFUSALS ON IT.                                            *
0276B9*----------------------------------------------------------*
0276C1 FD  ALERT-FILE-NAME.
0276C2 01  ALERT-REC.
0276C3     05  ALT-RUN-DATE                 PIC 9(08).
0276C4     05  FILLER                       PIC X(01).
0276C5     05  ALT-RUN-TIME                 PIC 9(06).
0276C6     05  FILLER                       PIC X(01).
0276C7     05  ALT-PROGRAM                  PIC X(08).
0276C8     05  FILLER                       PIC X(01).
0276C9     05  ALT-SEVERITY                 PIC X(01).
0276D1     05  FILLER                       PIC X(01).
0276D2     05  ALT-CONDITION                PIC X(10).
0276D3     05  FILLER                       PIC X(01).
0276D4     05  ALT-FILE-NAME                PIC X(30).
0276D5     05  FILLER                       PIC X(01).
0276D6     05  ALT-FIGURE-1                 PIC +9(09).
0276D7     05  FILLER                       PIC X(01).
0276D8     05  ALT-FIGURE-2                 PIC +9(09).
0276D9*
002770 WORKING-STORAGE SECTION.
002780*----------------------------------------------------------*
002790* SWITCHES.                                                  *
002930         88  WS-HISTORY-EOF                    VALUE 'Y'.
002940     05  WS-POINTER-FOUND-SW         PIC X(01) VALUE 'N'.
002950         88  WS-POINTER-FOUND                  VALUE 'Y'.
002951     05  WS-OPERAUTH-EOF-SW          PIC X(01) VALUE 'N'.
002952         88  WS-OPERAUTH-EOF                    VALUE 'Y'.
002953     05  WS-OPERATOR-FOUND-SW        PIC X(01) VALUE 'N'.
002954         88  WS-OPERATOR-FOUND                  VALUE 'Y'.
002955     05  WS-FUNCTION-HELD-SW         PIC X(01) VALUE 'N'.
002956         88  WS-FUNCTION-HELD                   VALUE 'Y'.
002960*
002970 77  WS-SUPPTOT-STATUS               PIC X(02) VALUE SPACES.
002980 77  WS-SUPPRPT-STATUS               PIC X(02) VALUE SPACES.
003030 77  WS-ROSTER-STATUS                PIC X(02) VALUE SPACES.
003040 77  WS-HISTORY-STATUS               PIC X(02) VALUE SPACES.
003050 77  WS-GENCAT-STATUS                PIC X(02) VALUE SPACES.
003051 77  WS-CONSADJ-STATUS               PIC X(02) VALUE SPACES.
003060*
003070*----------------------------------------------------------*
003080* GENERATION RESOLUTION WORK AREA - THE OFFICIAL BADGE,      *
003790*
003800*----------------------------------------------------------*
003810* ROSTER TABLE - GROUP SEQUENCE TO SQUAD, AS IN THE MAIN     *
003820* RUN. A GROUP WITH NO ENTRY IN FORCE ON WS-ROSTER-AS-OF     *
003825* (THE GENERATION'S DATE) COUNTS UNDER 'UNASSIGN'.           *
003830*----------------------------------------------------------*
003840 77  WS-ROSTER-COUNT                 PIC S9(09) COMP VALUE 0.
003850 77  WS-ROSTER-MAX                   PIC S9(09) COMP VALUE 2000.
003860 77  WS-RST-I                        PIC S9(09) COMP VALUE 0.
003861 77  WS-RST-BEST-EFF                 PIC 9(08) VALUE 0.
003862 77  WS-ROSTER-AS-OF                 PIC 9(08) VALUE 0.
003870 01  WS-ROSTER-TABLE.
003880     05  WS-ROSTER-ENTRY OCCURS 2000 TIMES.
003890         10  WS-RST-GROUP-SEQ        PIC 9(06).
003900         10  WS-RST-SQUAD-ID         PIC X(08).
003901         10  WS-RST-EFF-DATE         PIC 9(08).
003910*
003920*----------------------------------------------------------*
003930* RECOMPUTATION WORK AREA - THE THREE-LINE BADGE SCAN AND    *
004200 77  WS-TRAILER-SEEN-SW              PIC X(01) VALUE 'N'.
004210 77  WS-CHANGED-SQUAD-CNT            PIC S9(09) COMP VALUE 0.
004220*
0422A1*----------------------------------------------------------*
0422D5* REPAIR ADJUSTMENT TABLE - ONE SLOT PER PRIORITY VALUE      *
0422D6* 1-52, THE SAME ONE-TO-ONE MAPPING TO THE ITEM LETTER AS    *
0422D7* THE MAIN PROGRAM'S, HOLDING THE COUNT AND PRIORITY TOTAL   *
0422D8* OF THE REPAIRED LINES NOW MATCHED TO THAT LETTER.          *
0422D9*----------------------------------------------------------*
0422E1 77  WS-ADJ-I                        PIC S9(09) COMP VALUE 0.
0422E2 77  WS-ADJ-LETTER-CNT               PIC S9(09) COMP VALUE 0.
0422E3 01  WS-ADJ-PRIORITY-X               PIC X(02).
0422E4 01  WS-ADJ-PRIORITY REDEFINES WS-ADJ-PRIORITY-X
0422E5                                     PIC 9(02).
0422E6 01  WS-ADJ-TABLE.
0422E7     05  WS-ADJ-ENTRY OCCURS 52 TIMES.
0422E8         10  WS-ADJ-LETTER           PIC X(01).
0422E9         10  WS-ADJ-COUNT            PIC S9(09) COMP.
0422F1         10  WS-ADJ-TOTAL            PIC S9(09) COMP.
0422F2*
0422F3*----------------------------------------------------------*
0422A2* OPERATOR AUTHORITY - THE SIGNED-ON OPERATOR, THE FUNCTION  *
0422A3* BEING CHECKED, AND THE REFUSAL REASON (SPACES WHEN         *
0422A4* GRANTED). THE DETAIL TEXT IS STAGED BY THE CALLER FOR THE  *
0422A5* AUTHORITY AUDIT RECORD.                                    *
0422A6*----------------------------------------------------------*
0422A7 77  WS-SIGNON-STATUS                PIC X(02) VALUE SPACES.
0422A8 77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
0422A9 77  WS-AUTHAUDIT-STATUS             PIC X(02) VALUE SPACES.
0422B1 77  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
0422B2 77  WS-SIGNON-FUNCTION              PIC X(08) VALUE SPACES.
0422B3 77  WS-AUTH-FUNCTION                PIC X(08) VALUE SPACES.
0422B4 77  WS-AUTH-REASON                  PIC X(30) VALUE SPACES.
0422B5 77  WS-AUTH-DETAIL                  PIC X(30) VALUE SPACES.
0422B6 77  WS-OPERATOR-ACTIVE-FLAG         PIC X(01) VALUE SPACE.
0422B7 77  WS-AUTH-IX                      PIC S9(04) COMP VALUE 0.
0422B8*
0422B9*----------------------------------------------------------*
0422C1* ALERT FEED WORK AREA - THE CALLER STAGES SEVERITY,         *
0422C2* CONDITION, FILE, AND FIGURES, THEN PERFORMS                *
0422C3* 7700-WRITE-ALERT. THE RUN TIME COMPLETES THE RUN STAMP.    *
0422C4*----------------------------------------------------------*
0422C5 77  WS-ALERT-STATUS                 PIC X(02) VALUE SPACES.
0422C6 77  WS-RUN-TIME-RAW                 PIC 9(08) VALUE 0.
0422C7 77  WS-RUN-TIME                     PIC 9(06) VALUE 0.
0422C8 77  WS-ALT-SEVERITY                 PIC X(01) VALUE SPACE.
0422C9 77  WS-ALT-CONDITION                PIC X(10) VALUE SPACES.
0422D1 77  WS-ALT-FILE                     PIC X(30) VALUE SPACES.
0422D2 77  WS-ALT-FIGURE-1                 PIC S9(09) VALUE 0.
0422D3 77  WS-ALT-FIGURE-2                 PIC S9(09) VALUE 0.
0422D4*
004230 PROCEDURE DIVISION.
004240*----------------------------------------------------------*
004250* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
004360     EXIT.
004370*
004380*----------------------------------------------------------*
004381* 1000-INITIALIZE - THE OPERATOR MUST HOLD CONSOL AUTHORITY; *
004382* A REFUSAL ENDS THE RUN HERE. THE SUPPLEMENTAL TOTALS AND   *
004383* DETAIL REPORT ARE BOTH REQUIRED: WITHOUT THEM THERE IS NO  *
004384* REPAIR RUN TO CONSOLIDATE. THE GENERATION'S OFFICIAL FILE  *
004385* NAMES ARE RESOLVED THROUGH THE CURRENT-GENERATION POINTER, *
004386* AND THE ROSTER, SQUAD BASE, AND RUN-HISTORY TRAILER ARE    *
004440* LOADED UP FRONT.                                           *
004450*----------------------------------------------------------*
004460 1000-INITIALIZE.
004465     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
0446A1     ACCEPT WS-RUN-TIME-RAW FROM TIME.
0446A2     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
0446A3     PERFORM 7550-READ-SIGNON THRU 7550-EXIT.
0446A4     MOVE 'CONSOL' TO WS-AUTH-FUNCTION.
0446A5     PERFORM 7600-CHECK-AUTHORITY THRU 7600-EXIT.
0446A6     MOVE SPACES TO WS-AUTH-DETAIL.
0446A7     PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT.
0446A8     IF WS-AUTH-REASON NOT = SPACES
0446A9         STOP RUN
0446B1     END-IF.
0446B2     PERFORM VARYING WS-ADJ-I FROM 1 BY 1 UNTIL WS-ADJ-I > 52
0446B3         MOVE SPACE TO WS-ADJ-LETTER(WS-ADJ-I)
0446B4         MOVE 0 TO WS-ADJ-COUNT(WS-ADJ-I)
0446B5         MOVE 0 TO WS-ADJ-TOTAL(WS-ADJ-I)
0446B6     END-PERFORM.
004470     PERFORM 1100-READ-SUPP-TOTALS THRU 1100-EXIT.
004475     PERFORM 1060-LOAD-PRIORITY-TABLE THRU 1060-EXIT.
004480     PERFORM 1200-LOAD-REPAIRED-LINES THRU 1200-EXIT.
005200             SRP-LINE-NO " DROPPED"
005210         GO TO 1250-EXIT
005220     END-IF.
005221     IF SRP-STATUS = 'MATCHED '
005222         PERFORM 1260-TALLY-ADJUSTMENT THRU 1260-EXIT
005223     END-IF.
005230     MOVE SRP-LINE-NO TO WS-LINE-NO-X.
005240     INSPECT WS-LINE-NO-X
005250         REPLACING LEADING SPACES BY ZEROS.
005290 1250-EXIT.
005300     EXIT.
005310*
0531A1*----------------------------------------------------------*
0531A2* 1260-TALLY-ADJUSTMENT - ADD A REPAIRED LINE THAT NOW       *
0531A3* MATCHES TO ITS LETTER'S ADJUSTMENT. THE PRIORITY IS EDITED *
0531A4* ON THE SUPPLEMENTAL REPORT, SO LEADING SPACES ARE          *
0531A5* ZERO-FILLED BEFORE IT IS ADDED. A LINE WITH NO LETTER OR   *
0531A6* PRIORITY IS LEFT OUT OF THE ADJUSTMENT.                    *
0531A7*----------------------------------------------------------*
0531A8 1260-TALLY-ADJUSTMENT.
0531A9     IF SRP-FOUND-CHR NOT ALPHABETIC-LOWER
0531B1         AND SRP-FOUND-CHR NOT ALPHABETIC-UPPER
0531B2         GO TO 1260-EXIT
0531B3     END-IF.
0531B4     IF SRP-FOUND-CHR = SPACE
0531B5         GO TO 1260-EXIT
0531B6     END-IF.
0531B7     MOVE SRP-PRIORITY TO WS-ADJ-PRIORITY-X.
0531B8     INSPECT WS-ADJ-PRIORITY-X
0531B9         REPLACING LEADING SPACES BY ZEROS.
0531C1     IF WS-ADJ-PRIORITY-X NOT NUMERIC
0531C2         GO TO 1260-EXIT
0531C3     END-IF.
0531C4     MOVE SRP-FOUND-CHR TO WS-PRI-CHR.
0531C5     PERFORM 4200-CHR-TO-PRIORITY THRU 4200-EXIT.
0531C6     IF WS-PRI-VALUE < 1 OR WS-PRI-VALUE > 52
0531C7         GO TO 1260-EXIT
0531C8     END-IF.
0531C9     MOVE SRP-FOUND-CHR TO WS-ADJ-LETTER(WS-PRI-VALUE).
0531D1     ADD 1 TO WS-ADJ-COUNT(WS-PRI-VALUE).
0531D2     ADD WS-ADJ-PRIORITY TO WS-ADJ-TOTAL(WS-PRI-VALUE).
0531D3 1260-EXIT.
0531D4     EXIT.
0531D5*
005320*----------------------------------------------------------*
005330* 1300-RESOLVE-GENERATION - BUILD THE GENERATION'S OFFICIAL  *
005340* BADGE, DETAIL, AND SQUAD FILE NAMES OFF THE CURRENT-       *
005820*----------------------------------------------------------*
005830* 1400-LOAD-ROSTER - LOAD THE SQUAD ROSTER, AS THE MAIN RUN  *
005840* DOES. NO ROSTER JUST MEANS AFFECTED GROUPS ADJUST UNDER    *
005850* 'UNASSIGN'. ENTRIES ARE SELECTED AS OF THE GENERATION'S    *
005851* DATE - TODAY'S IF THERE IS NO DATED GENERATION.            *
005860*----------------------------------------------------------*
005870 1400-LOAD-ROSTER.
005871     IF WS-GEN-SUFFIX(1:8) NUMERIC
005872         MOVE WS-GEN-SUFFIX(1:8) TO WS-ROSTER-AS-OF
005873     ELSE
005874         MOVE WS-RUN-DATE TO WS-ROSTER-AS-OF
005875     END-IF.
005880     OPEN INPUT ROSTER-FILE-NAME.
005890     IF WS-ROSTER-STATUS NOT = '00'
005900         DISPLAY "NO SQUAD ROSTER (STATUS " WS-ROSTER-STATUS
006090                     TO WS-RST-GROUP-SEQ(WS-ROSTER-COUNT)
006100                 MOVE RST-SQUAD-ID
006110                     TO WS-RST-SQUAD-ID(WS-ROSTER-COUNT)
006111                 IF RST-EFF-DATE NUMERIC
006112                     MOVE RST-EFF-DATE
006113                         TO WS-RST-EFF-DATE(WS-ROSTER-COUNT)
006114                 ELSE
006115                     MOVE 0 TO WS-RST-EFF-DATE(WS-ROSTER-COUNT)
006116                 END-IF
006120             ELSE
006130                 DISPLAY "ROSTER TABLE FULL - ENTRY FOR GROUP "
006140                     RST-GROUP-SEQ " DROPPED"
009780*----------------------------------------------------------*
009790 4400-ADJUST-SQUAD.
009800     MOVE 'UNASSIGN' TO WS-GROUP-SQUAD-ID.
009805     MOVE 0 TO WS-RST-BEST-EFF.
009810     PERFORM VARYING WS-RST-I FROM 1 BY 1
009820             UNTIL WS-RST-I > WS-ROSTER-COUNT
009830         IF WS-RST-GROUP-SEQ(WS-RST-I) = WS-GRP-SEQ(WS-GRP-I)
009831             AND WS-RST-EFF-DATE(WS-RST-I) <= WS-ROSTER-AS-OF
009832             AND WS-RST-EFF-DATE(WS-RST-I) >= WS-RST-BEST-EFF
009840             MOVE WS-RST-SQUAD-ID(WS-RST-I)
009850                 TO WS-GROUP-SQUAD-ID
009855             MOVE WS-RST-EFF-DATE(WS-RST-I) TO WS-RST-BEST-EFF
009860         END-IF
009870     END-PERFORM.
009880     MOVE 0 TO WS-SQD-HIT.
010540     IF WS-POINTER-FOUND AND WS-PTR-GEN > 0
010550         PERFORM 5200-APPEND-GENCAT-AMENDMENT THRU 5200-EXIT
010560     END-IF.
010561     PERFORM 5300-APPEND-REPAIR-ADJUSTMENTS THRU 5300-EXIT.
010570 5000-EXIT.
010580     EXIT.
010590*
010960 5200-EXIT.
010970     EXIT.
010980*
1098A1*----------------------------------------------------------*
1098A2* 5300-APPEND-REPAIR-ADJUSTMENTS - ONE 'RA' RECORD FOR EACH  *
1098A3* LETTER THE REPAIRS MOVED, STAMPED WITH THIS RUN AND THE    *
1098A4* GENERATION AMENDED, SO THE PERIOD-END CLOSE CAN PLACE THE  *
1098A5* ADJUSTMENT IN THE PERIOD THE CONSOLIDATION RAN IN.         *
1098A6*----------------------------------------------------------*
1098A7 5300-APPEND-REPAIR-ADJUSTMENTS.
1098A8     OPEN EXTEND CONSADJ-FILE-NAME.
1098A9     IF WS-CONSADJ-STATUS NOT = '00'
1098B1         OPEN OUTPUT CONSADJ-FILE-NAME
1098B2     END-IF.
1098B3     PERFORM VARYING WS-ADJ-I FROM 1 BY 1 UNTIL WS-ADJ-I > 52
1098B4         IF WS-ADJ-COUNT(WS-ADJ-I) > 0
1098B5             ADD 1 TO WS-ADJ-LETTER-CNT
1098B6             MOVE SPACES TO CONSADJ-REC
1098B7             MOVE 'RA' TO CAJ-RECORD-TYPE
1098B8             MOVE WS-RUN-DATE TO CAJ-RUN-DATE
1098B9             MOVE WS-RUN-TIME TO CAJ-RUN-TIME
1098C1             MOVE WS-GEN-SUFFIX TO CAJ-GEN-SUFFIX
1098C2             MOVE WS-ADJ-LETTER(WS-ADJ-I) TO CAJ-LETTER
1098C3             MOVE WS-ADJ-COUNT(WS-ADJ-I) TO CAJ-COUNT
1098C4             MOVE WS-ADJ-TOTAL(WS-ADJ-I) TO CAJ-PRIORITY-TOTAL
1098C5             WRITE CONSADJ-REC
1098C6         END-IF
1098C7     END-PERFORM.
1098C8     CLOSE CONSADJ-FILE-NAME.
1098C9 5300-EXIT.
1098D1     EXIT.
1098D2*
010990*----------------------------------------------------------*
1099A1* 7550-READ-SIGNON - PICK UP THE OPERATOR RUNNING THIS STEP, *
1099A2* AND THE FUNCTION CLAIMED, FROM THE SIGN-ON CARD. NO CARD   *
1099A3* LEAVES THE OPERATOR BLANK, WHICH IS ALWAYS REFUSED.        *
1099A4*----------------------------------------------------------*
1099A5 7550-READ-SIGNON.
1099A6     MOVE SPACES TO WS-OPERATOR-ID.
1099A7     MOVE SPACES TO WS-SIGNON-FUNCTION.
1099A8     OPEN INPUT SIGNON-FILE-NAME.
1099A9     IF WS-SIGNON-STATUS NOT = '00'
1099B1         GO TO 7550-EXIT
1099B2     END-IF.
1099B3     READ SIGNON-FILE-NAME
1099B4         AT END
1099B5             CONTINUE
1099B6         NOT AT END
1099B7             MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
1099B8             MOVE SGN-FUNCTION TO WS-SIGNON-FUNCTION
1099B9     END-READ.
1099C1     CLOSE SIGNON-FILE-NAME.
1099C2 7550-EXIT.
1099C3     EXIT.
1099C4*
1099C5*----------------------------------------------------------*
1099C6* 7600-CHECK-AUTHORITY - MAY THE SIGNED-ON OPERATOR PERFORM  *
1099C7* WS-AUTH-FUNCTION? LEAVES WS-AUTH-REASON AT SPACES IF SO,   *
1099C8* OTHERWISE THE REASON FOR REFUSAL. THE CHECK FAILS CLOSED:  *
1099C9* NO AUTHORITY FILE MEANS NOBODY IS AUTHORISED.              *
1099D1*----------------------------------------------------------*
1099D2 7600-CHECK-AUTHORITY.
1099D3     MOVE SPACES TO WS-AUTH-REASON.
1099D4     IF WS-OPERATOR-ID = SPACES
1099D5         MOVE 'NO OPERATOR SIGNED ON' TO WS-AUTH-REASON
1099D6         GO TO 7600-EXIT
1099D7     END-IF.
1099D8     OPEN INPUT OPERAUTH-FILE-NAME.
1099D9     IF WS-OPERAUTH-STATUS NOT = '00'
1099E1         MOVE 'NO AUTHORITY FILE' TO WS-AUTH-REASON
1099E2         GO TO 7600-EXIT
1099E3     END-IF.
1099E4     MOVE 'N' TO WS-OPERAUTH-EOF-SW.
1099E5     MOVE 'N' TO WS-OPERATOR-FOUND-SW.
1099E6     MOVE 'N' TO WS-FUNCTION-HELD-SW.
1099E7     PERFORM 7650-READ-OPERAUTH-RECORD THRU 7650-EXIT
1099E8         UNTIL WS-OPERAUTH-EOF OR WS-OPERATOR-FOUND.
1099E9     CLOSE OPERAUTH-FILE-NAME.
1099F1     IF NOT WS-OPERATOR-FOUND
1099F2         MOVE 'UNKNOWN OPERATOR' TO WS-AUTH-REASON
1099F3         GO TO 7600-EXIT
1099F4     END-IF.
1099F5     IF WS-OPERATOR-ACTIVE-FLAG NOT = 'A'
1099F6         MOVE 'OPERATOR INACTIVE' TO WS-AUTH-REASON
1099F7         GO TO 7600-EXIT
1099F8     END-IF.
1099F9     IF NOT WS-FUNCTION-HELD
1099G1         MOVE 'FUNCTION NOT AUTHORISED' TO WS-AUTH-REASON
1099G2     END-IF.
1099G3 7600-EXIT.
1099G4     EXIT.
1099G5*
1099G6*----------------------------------------------------------*
1099G7* 7650-READ-OPERAUTH-RECORD - READ ONE AUTHORITY RECORD. ON  *
1099G8* THE SIGNED-ON OPERATOR'S RECORD, NOTE THE ACTIVE FLAG AND  *
1099G9* WHETHER THE FUNCTION IS AMONG THOSE HELD.                  *
1099H1*----------------------------------------------------------*
1099H2 7650-READ-OPERAUTH-RECORD.
1099H3     READ OPERAUTH-FILE-NAME
1099H4         AT END
1099H5             SET WS-OPERAUTH-EOF TO TRUE
1099H6             GO TO 7650-EXIT
1099H7     END-READ.
1099H8     IF OPA-OPERATOR-ID NOT = WS-OPERATOR-ID
1099H9         GO TO 7650-EXIT
1099J1     END-IF.
1099J2     SET WS-OPERATOR-FOUND TO TRUE.
1099J3     MOVE OPA-ACTIVE-FLAG TO WS-OPERATOR-ACTIVE-FLAG.
1099J4     PERFORM VARYING WS-AUTH-IX FROM 1 BY 1 UNTIL WS-AUTH-IX > 8
1099J5         IF OPA-FUNCTION(WS-AUTH-IX) = WS-AUTH-FUNCTION
1099J6             SET WS-FUNCTION-HELD TO TRUE
1099J7         END-IF
1099J8     END-PERFORM.
1099J9 7650-EXIT.
1099K1     EXIT.
1099K2*
1099K3*----------------------------------------------------------*
1099K4* 7680-RECORD-AUTH-OUTCOME - APPEND THE DECISION TO THE      *
1099K5* AUTHORITY AUDIT TRAIL (CREATED ON FIRST USE). A REFUSAL IS *
1099K6* ALSO TOLD TO THE OPERATOR AND RAISED ON THE ALERT FEED AS  *
1099K7* A CRITICAL AUTHREFUSE NAMING THE OPERATOR AND FUNCTION.    *
1099K8*----------------------------------------------------------*
1099K9 7680-RECORD-AUTH-OUTCOME.
1099L1     OPEN EXTEND AUTHAUDIT-FILE-NAME.
1099L2     IF WS-AUTHAUDIT-STATUS NOT = '00'
1099L3         OPEN OUTPUT AUTHAUDIT-FILE-NAME
1099L4     END-IF.
1099L5     MOVE SPACES TO AUTHAUDIT-REC.
1099L6     MOVE WS-RUN-DATE TO AAU-RUN-DATE.
1099L7     MOVE WS-RUN-TIME TO AAU-RUN-TIME.
1099L8     MOVE 'RUCKCONS' TO AAU-PROGRAM.
1099L9     MOVE WS-OPERATOR-ID TO AAU-OPERATOR-ID.
1099M1     MOVE WS-AUTH-FUNCTION TO AAU-FUNCTION.
1099M2     IF WS-AUTH-REASON = SPACES
1099M3         MOVE 'GRANTED' TO AAU-OUTCOME
1099M4     ELSE
1099M5         MOVE 'REFUSED' TO AAU-OUTCOME
1099M6     END-IF.
1099M7     MOVE WS-AUTH-REASON TO AAU-REASON.
1099M8     MOVE WS-AUTH-DETAIL TO AAU-DETAIL.
1099M9     WRITE AUTHAUDIT-REC.
1099N1     CLOSE AUTHAUDIT-FILE-NAME.
1099N2     IF WS-AUTH-REASON = SPACES
1099N3         GO TO 7680-EXIT
1099N4     END-IF.
1099N5     DISPLAY "ERROR: " WS-AUTH-FUNCTION " REFUSED FOR OPERATOR '"
1099N6         WS-OPERATOR-ID "' - " WS-AUTH-REASON.
1099N7     MOVE 'C' TO WS-ALT-SEVERITY.
1099N8     MOVE 'AUTHREFUSE' TO WS-ALT-CONDITION.
1099N9     MOVE SPACES TO WS-ALT-FILE.
1099P1     STRING WS-OPERATOR-ID ' ' WS-AUTH-FUNCTION
1099P2         DELIMITED BY SIZE INTO WS-ALT-FILE.
1099P3     MOVE 0 TO WS-ALT-FIGURE-1.
1099P4     MOVE 0 TO WS-ALT-FIGURE-2.
1099P5     PERFORM 7700-WRITE-ALERT THRU 7700-EXIT.
1099P6 7680-EXIT.
1099P7     EXIT.
1099P8*
1099P9*----------------------------------------------------------*
1099Q1* 7700-WRITE-ALERT - APPEND ONE STAGED ALERT TO THE          *
1099Q2* OPERATIONS FEED, CREATING IT ON FIRST USE. OPENED PER      *
1099Q3* ALERT SO ANY PATH CAN RAISE ONE.                           *
1099Q4*----------------------------------------------------------*
1099Q5 7700-WRITE-ALERT.
1099Q6     OPEN EXTEND ALERT-FILE-NAME.
1099Q7     IF WS-ALERT-STATUS NOT = '00'
1099Q8         OPEN OUTPUT ALERT-FILE-NAME
1099Q9     END-IF.
1099R1     MOVE SPACES TO ALERT-REC.
1099R2     MOVE WS-RUN-DATE TO ALT-RUN-DATE.
1099R3     MOVE WS-RUN-TIME TO ALT-RUN-TIME.
1099R4     MOVE 'RUCKCONS' TO ALT-PROGRAM.
1099R5     MOVE WS-ALT-SEVERITY TO ALT-SEVERITY.
1099R6     MOVE WS-ALT-CONDITION TO ALT-CONDITION.
1099R7     MOVE WS-ALT-FILE TO ALT-FILE-NAME.
1099R8     MOVE WS-ALT-FIGURE-1 TO ALT-FIGURE-1.
1099R9     MOVE WS-ALT-FIGURE-2 TO ALT-FIGURE-2.
1099S1     WRITE ALERT-REC.
1099S2     CLOSE ALERT-FILE-NAME.
1099S3 7700-EXIT.
1099S4     EXIT.
1099S5*
1099S6*----------------------------------------------------------*
011000* 9999-TERMINATE - CLOSE THE CONSOLIDATION OUTPUTS AND GIVE  *
011010* THE OPERATOR THE RUN SUMMARY.                              *
011020*----------------------------------------------------------*
011090     DISPLAY "PART A CORRECTED TOTAL:  " WS-CORRECTED-TOTAL-A.
011100     DISPLAY "PART B CORRECTED TOTAL:  " WS-CORRECTED-TOTAL-B.
011110     DISPLAY "PART B DELTA APPLIED:    " WS-DELTA-TOTAL-B.
011111     DISPLAY "LETTERS ADJUSTED:        " WS-ADJ-LETTER-CNT.
011120 9999-EXIT.
011130     EXIT.
