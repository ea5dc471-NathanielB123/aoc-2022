001073*                    HELP-DESK LOOKUP IS ONE KEYED READ.     *
001074*                    THE RETENTION SWEEP CLEANS IT UP WITH   *
001075*                    THE GENERATION'S OTHER FILES.           *
01075A*   10/15/26   DWB   SQUAD ROSTER ENTRIES NOW CARRY AN       *
01075B*                    EFFECTIVE DATE (THE ROSTER IS KEPT BY   *
01075C*                    RSTMAINT). 4670 NOW TAKES THE LATEST    *
01075D*                    ENTRY FOR THE GROUP IN FORCE ON THE     *
01075E*                    GENERATION DATE, SO A MID-MONTH         *
01075F*                    REASSIGNMENT ONLY AFFECTS NIGHTS FROM   *
01075G*                    ITS DATE ON. UNDATED ENTRIES ARE IN     *
01075H*                    FORCE FROM THE BEGINNING. THE ROSTER    *
01075I*                    TABLE IS WIDENED TO HOLD THE HISTORY.   *
01075J*   10/15/26   DWB   ITEM-MASTER RECORD GAINS THE REORDER    *
01075K*                    THRESHOLD AND QUANTITY FIELDS USED BY   *
01075L*                    THE REPLENISHMENT STEP. NOT USED HERE.  *
01075M*   10/15/26   DWB   A RESTART NOW NEEDS AN AUTHORISED       *
01075N*                    OPERATOR: WHEN A CHECKPOINT IS FOUND,   *
01075O*                    THE OPERATOR ON THE SIGN-ON CARD MUST   *
01075P*                    HOLD RESTART ON THE OPERATOR AUTHORITY  *
01075Q*                    FILE. THE DECISION GOES TO THE          *
01075R*                    AUTHORITY AUDIT TRAIL; A REFUSAL IS     *
01075S*                    ALSO RAISED ON THE ALERT FEED, GIVES    *
01075T*                    BACK THE RUN LOCK AND ENDS THE RUN      *
01075U*                    WITH THE CHECKPOINT AND PARTIAL OUTPUTS *
01075V*                    UNTOUCHED. FRESH RUNS NEED NO SIGN-ON.  *
1075A1*   10/15/26   DWB   RUN WITH ACK ON THE COMMAND LINE, HELLO *
1075A2*                    DOES ONLY THE ACKNOWLEDGMENT PASS FOR   *
1075A3*                    THE GENERATION NAMED BY THE CURRENT-    *
1075A4*                    GENERATION POINTER, TAKING ITS PER-TYPE *
1075A5*                    TOTALS FROM THAT GENERATION'S EXTRACT.  *
1075A6*                    NO CATALOGUE, RUN-HISTORY OR OTHER      *
1075A7*                    OUTPUT IS WRITTEN. THE NIGHTLY STREAM   *
1075A8*                    RUNS IT ONCE INVPOST HAS ACKNOWLEDGED.  *
1075A9*                    ANY OTHER ARGUMENT IS REFUSED.          *
001033*----------------------------------------------------------*
000920*
000930 ENVIRONMENT DIVISION.
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030     SELECT EXTRACT-FILE-NAME
001031         ASSIGN TO DYNAMIC WS-EXTRACT-FILE-ID
001032         ORGANIZATION IS LINE SEQUENTIAL
001033         FILE STATUS IS WS-EXTRACT-STATUS.
001050     SELECT EXCEPTION-FILE-NAME
001051         ASSIGN TO DYNAMIC WS-EXCEPTION-FILE-ID
001060         ORGANIZATION IS LINE SEQUENTIAL.
0112N4         ACCESS MODE IS DYNAMIC
0112N5         RECORD KEY IS XRF-KEY
0112N6         FILE STATUS IS WS-XREF-STATUS.
0112N7     SELECT SIGNON-FILE-NAME ASSIGN TO 'day3signon.txt'
0112N8         ORGANIZATION IS LINE SEQUENTIAL
0112N9         FILE STATUS IS WS-SIGNON-STATUS.
0112P1     SELECT OPERAUTH-FILE-NAME ASSIGN TO 'day3operauth.txt'
0112P2         ORGANIZATION IS LINE SEQUENTIAL
0112P3         FILE STATUS IS WS-OPERAUTH-STATUS.
0112P4     SELECT AUTHAUDIT-FILE-NAME ASSIGN TO 'day3authaudit.txt'
0112P5         ORGANIZATION IS LINE SEQUENTIAL
0112P6         FILE STATUS IS WS-AUTHAUDIT-STATUS.
001130*
001140 DATA DIVISION.
001150 FILE SECTION.
002132     05  ITM-ACTIVE-FLAG              PIC X(01).
002133         88  ITM-ACTIVE                         VALUE 'A'.
002134         88  ITM-INACTIVE                       VALUE 'I'.
02134A     05  ITM-REORDER-THRESHOLD        PIC 9(05).
02134B     05  ITM-REORDER-QTY              PIC 9(05).
002135*
0213O1*----------------------------------------------------------*
0213O2* CROSS-REFERENCE FILE - ONE INDEXED RECORD PER READ         *
002164* SQUAD ROSTER FILE - OPERATOR-SUPPLIED MAP FROM BADGE GROUP  *
002165* SEQUENCE NUMBER TO THE SQUAD ACCOUNTABLE FOR THAT GROUP.    *
002166* A GROUP WITH NO ROSTER ENTRY IS TOTALLED UNDER 'UNASSIGN'.  *
0216A1* EACH ENTRY APPLIES FROM ITS EFFECTIVE DATE; AN UNDATED      *
0216A2* ENTRY (OLDER FILES) IS IN FORCE FROM THE BEGINNING.         *
002167*----------------------------------------------------------*
002168 FD  ROSTER-FILE-NAME.
002169 01  ROSTER-REC.
00216A     05  RST-GROUP-SEQ                PIC 9(06).
00216B     05  FILLER                       PIC X(01).
00216C     05  RST-SQUAD-ID                 PIC X(08).
0216C1     05  FILLER                       PIC X(01).
0216C2     05  RST-EFF-DATE                 PIC 9(08).
00216D*
00216E*----------------------------------------------------------*
00216F* PER-SQUAD BADGE TOTALS REPORT - ONE RECORD PER SQUAD SEEN   *
00221C     05  FILLER                       PIC X(01).
00221D     05  LCK-TIME                     PIC 9(06).
00221E*
0221A1*----------------------------------------------------------*
0221A2* OPERATOR SIGN-ON CARD, OPERATOR AUTHORITY FILE, AND THE    *
0221A3* SHARED AUTHORITY AUDIT TRAIL - LAYOUTS IN THE COPYBOOKS.   *
0221A4*----------------------------------------------------------*
0221A5 FD  SIGNON-FILE-NAME.
0221A6     COPY SIGNON.
0221A7*
0221A8 FD  OPERAUTH-FILE-NAME.
0221A9     COPY OPERAUTH.
0221B1*
0221B2 FD  AUTHAUDIT-FILE-NAME.
0221B3     COPY AUTHAUDT.
0221B4*
002140 WORKING-STORAGE SECTION.
002140*----------------------------------------------------------*
002150* SWITCHES.                                                  *
002380         88  WS-ABORT-REQUESTED                 VALUE 'Y'.
002382     05  WS-ITEM-FILE-SW             PIC X(01) VALUE 'N'.
002383         88  WS-ITEM-FILE-AVAILABLE             VALUE 'Y'.
0238A1     05  WS-OPERAUTH-EOF-SW          PIC X(01) VALUE 'N'.
0238A2         88  WS-OPERAUTH-EOF                    VALUE 'Y'.
0238A3     05  WS-OPERATOR-FOUND-SW        PIC X(01) VALUE 'N'.
0238A4         88  WS-OPERATOR-FOUND                  VALUE 'Y'.
0238A5     05  WS-FUNCTION-HELD-SW         PIC X(01) VALUE 'N'.
0238A6         88  WS-FUNCTION-HELD                   VALUE 'Y'.
002381*
002390*----------------------------------------------------------*
002400* WORK AREAS FOR THE CURRENT RUCKSACK LINE.                  *
00309X 77  WS-ACK-I                        PIC S9(09) COMP VALUE 0.
00309Y 77  WS-ACK-MATCH-I                  PIC S9(09) COMP VALUE 0.
00309Z 77  WS-ACK-VARIANCE-CNT             PIC S9(09) COMP VALUE 0.
0309A1 77  WS-EXTRACT-STATUS               PIC X(02) VALUE SPACES.
0309A2 01  WS-EXTRACT-EOF-SW               PIC X(01) VALUE 'N'.
0309A3     88  WS-EXTRACT-EOF                        VALUE 'Y'.
00310A 01  WS-EXTRACT-TOTALS.
00310B     05  WS-EXT-TYPE-ENTRY OCCURS 4 TIMES.
00310C         10  WS-EXT-TYPE-CODE        PIC X(02).
00311Q 01  WS-BADGE-REBUILD-EOF-SW         PIC X(01) VALUE 'N'.
00311R     88  WS-BADGE-REBUILD-EOF                  VALUE 'Y'.
00311S 77  WS-ROSTER-COUNT                 PIC S9(09) COMP VALUE 0.
00311T 77  WS-ROSTER-MAX                   PIC S9(09) COMP VALUE 2000.
00311U 77  WS-RST-I                        PIC S9(09) COMP VALUE 0.
0311U1 77  WS-RST-BEST-EFF                 PIC 9(08) VALUE 0.
00311V 01  WS-ROSTER-TABLE.
00311W     05  WS-ROSTER-ENTRY OCCURS 2000 TIMES.
00311X         10  WS-RST-GROUP-SEQ        PIC 9(06).
00311Y         10  WS-RST-SQUAD-ID         PIC X(08).
0311Y1         10  WS-RST-EFF-DATE         PIC 9(08).
00311Z 77  WS-SQUAD-COUNT                  PIC S9(09) COMP VALUE 0.
00312A 77  WS-SQUAD-MAX                    PIC S9(09) COMP VALUE 100.
00312B 77  WS-SQD-I                        PIC S9(09) COMP VALUE 0.
00319S     88  WS-LOCK-REFUSED                       VALUE 'Y'.
00319T*
003090*----------------------------------------------------------*
003091* RUN MODE - THE COMMAND-LINE ARGUMENT. 'ACK' RUNS ONLY THE  *
003092* ACKNOWLEDGMENT PASS AGAINST THE GENERATION NAMED BY THE    *
003093* CURRENT-GENERATION POINTER; NO ARGUMENT IS THE MAIN RUN.   *
003094*----------------------------------------------------------*
003095 77  WS-RUN-MODE                     PIC X(08) VALUE SPACES.
003096 01  WS-ACK-ONLY-SW                  PIC X(01) VALUE 'N'.
003097     88  WS-ACK-ONLY-MODE                      VALUE 'Y'.
003098*
003099*----------------------------------------------------------*
003100* PART B - THREE-RUCKSACK BADGE GROUP BUFFER. WS-BADGE-CNT   *
003110* COUNTS PHYSICAL RECORDS WITHIN THE CURRENT GROUP OF THREE  *
003120* (EVERY READ, WHETHER OR NOT IT WAS REJECTED), SO A BAD     *
003260 77  WS-HOLD-ITEM-DESC               PIC X(30) VALUE SPACES.
003261 77  WS-HOLD-ITEM-FLAG               PIC X(08) VALUE SPACES.
003260*
0326A1*----------------------------------------------------------*
0326A2* OPERATOR AUTHORITY - THE SIGNED-ON OPERATOR, THE FUNCTION  *
0326A3* BEING CHECKED, AND THE REFUSAL REASON (SPACES WHEN         *
0326A4* GRANTED). THE DETAIL TEXT IS STAGED BY THE CALLER FOR THE  *
0326A5* AUTHORITY AUDIT RECORD.                                    *
0326A6*----------------------------------------------------------*
0326A7 77  WS-SIGNON-STATUS                PIC X(02) VALUE SPACES.
0326A8 77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
0326A9 77  WS-AUTHAUDIT-STATUS             PIC X(02) VALUE SPACES.
0326B1 77  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
0326B2 77  WS-SIGNON-FUNCTION              PIC X(08) VALUE SPACES.
0326B3 77  WS-AUTH-FUNCTION                PIC X(08) VALUE SPACES.
0326B4 77  WS-AUTH-REASON                  PIC X(30) VALUE SPACES.
0326B5 77  WS-AUTH-DETAIL                  PIC X(30) VALUE SPACES.
0326B6 77  WS-OPERATOR-ACTIVE-FLAG         PIC X(01) VALUE SPACE.
0326B7 77  WS-AUTH-IX                      PIC S9(04) COMP VALUE 0.
0326B8*
003270 PROCEDURE DIVISION.
003280*----------------------------------------------------------*
003290* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
003322     IF WS-LOCK-REFUSED
003324         STOP RUN
003326     END-IF.
0332A1     IF WS-ACK-ONLY-MODE
0332A2         PERFORM 5500-ACK-RECONCILE THRU 5500-EXIT
0332A3         PERFORM 9800-RELEASE-RUN-LOCK THRU 9800-EXIT
0332A4         STOP RUN
0332A5     END-IF.
003330     PERFORM 1900-PROCESS-ALL-FILES THRU 1900-EXIT.
003332     IF WS-ABORT-REQUESTED
003334         PERFORM 9990-ABORT-TERMINATE THRU 9990-EXIT
003370     EXIT.
003380*
003390 1000-INITIALIZE.
0339A1     PERFORM 1005-READ-RUN-MODE THRU 1005-EXIT.
003391     PERFORM 1010-STAMP-RUN THRU 1010-EXIT.
00339A     PERFORM 1020-CLAIM-RUN-LOCK THRU 1020-EXIT.
00339B     IF WS-LOCK-REFUSED
00339C         GO TO 1000-EXIT
00339D     END-IF.
0339A2     IF WS-ACK-ONLY-MODE
0339A3         PERFORM 1100-INIT-EXTRACT-TOTALS THRU 1100-EXIT
0339A4         PERFORM 1260-RESOLVE-CURRENT-GEN THRU 1260-EXIT
0339A5         PERFORM 1270-LOAD-EXTRACT-TOTALS THRU 1270-EXIT
0339A6         GO TO 1000-EXIT
0339A7     END-IF.
003392     PERFORM 1050-READ-PARAMETERS THRU 1050-EXIT.
003393     PERFORM 1060-LOAD-PRIORITY-TABLE THRU 1060-EXIT.
003395     PERFORM 1100-INIT-EXTRACT-TOTALS THRU 1100-EXIT.
003400     PERFORM 1500-OPEN-CONTROL-FILE THRU 1500-EXIT.
003410     PERFORM 1700-CHECK-RESTART THRU 1700-EXIT.
0341A1     IF WS-CHECKPOINT-EXISTS
0341A2         PERFORM 1710-AUTHORISE-RESTART THRU 1710-EXIT
0341A3     END-IF.
003411     PERFORM 1200-RESOLVE-GENERATION THRU 1200-EXIT.
003412     PERFORM 1750-LOAD-ROSTER THRU 1750-EXIT.
003414     IF WS-CHECKPOINT-EXISTS
003540     EXIT.
003550*
00353A*----------------------------------------------------------*
0353A1* 1005-READ-RUN-MODE - 'ACK' ON THE COMMAND LINE SELECTS THE *
0353A2* ACKNOWLEDGMENT-ONLY PASS. ANY OTHER ARGUMENT IS REFUSED    *
0353A3* BEFORE THE RUN LOCK IS TAKEN, SO A MISTYPED FLAG CANNOT    *
0353A4* START A MAIN RUN AND OPEN A NEW GENERATION.                *
0353A5*----------------------------------------------------------*
0353A6 1005-READ-RUN-MODE.
0353A7     ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
0353A8     IF WS-RUN-MODE = SPACES
0353A9         GO TO 1005-EXIT
0353B1     END-IF.
0353B2     IF WS-RUN-MODE NOT = 'ACK'
0353B3         DISPLAY "ERROR: UNKNOWN RUN MODE " WS-RUN-MODE
0353B4             " - ONLY ACK MAY BE GIVEN"
0353B5         MOVE 16 TO RETURN-CODE
0353B6         STOP RUN
0353B7     END-IF.
0353B8     SET WS-ACK-ONLY-MODE TO TRUE.
0353B9     DISPLAY "ACKNOWLEDGMENT-ONLY RUN".
0353C1 1005-EXIT.
0353C2     EXIT.
0353C3*
0353C4*----------------------------------------------------------*
00353B* 1010-STAMP-RUN - CAPTURE THE RUN DATE AND TIME ONCE, UP     *
00353C* FRONT, SO THE RUN-HISTORY RECORDS AND THE OUTPUT GENERATION *
00353D* NAMES ALL CARRY THE SAME STAMP.                             *
00361G 1250-EXIT.
00361H     EXIT.
00361I*
0361A1*----------------------------------------------------------*
0361A2* 1260-RESOLVE-CURRENT-GEN - ACKNOWLEDGMENT-ONLY RUN: TAKE   *
0361A3* THE GENERATION FROM THE CURRENT-GENERATION POINTER AND     *
0361A4* BUILD ITS FILE NAMES. NOTHING IS WRITTEN TO THE CATALOGUE. *
0361A5*----------------------------------------------------------*
0361A6 1260-RESOLVE-CURRENT-GEN.
0361A7     OPEN INPUT CURPTR-FILE-NAME.
0361A8     IF WS-CURPTR-STATUS NOT = '00'
0361A9         DISPLAY "ERROR: NO CURRENT-GENERATION POINTER (STATUS "
0361B1             WS-CURPTR-STATUS ") - ACKNOWLEDGMENT PASS NOT RUN"
0361B2         PERFORM 1290-REFUSE-ACK-PASS THRU 1290-EXIT
0361B3     END-IF.
0361B4     READ CURPTR-FILE-NAME
0361B5         AT END
0361B6             MOVE SPACES TO CUR-GEN-SUFFIX
0361B7     END-READ.
0361B8     CLOSE CURPTR-FILE-NAME.
0361B9     IF CUR-GEN-SUFFIX(1:8) NOT NUMERIC
0361C1         OR CUR-GEN-SUFFIX(9:2) NOT = '.G'
0361C2         OR CUR-GEN-SUFFIX(11:4) NOT NUMERIC
0361C3         DISPLAY "ERROR: CURRENT-GENERATION POINTER UNREADABLE ("
0361C4             CUR-GEN-SUFFIX ") - ACKNOWLEDGMENT PASS NOT RUN"
0361C5         PERFORM 1290-REFUSE-ACK-PASS THRU 1290-EXIT
0361C6     END-IF.
0361C7     MOVE CUR-GEN-SUFFIX TO WS-GEN-SUFFIX.
0361C8     MOVE CUR-GEN-SUFFIX(1:8) TO WS-GEN-DATE.
0361C9     MOVE CUR-GEN-SUFFIX(11:4) TO WS-GEN-NUMBER.
0361D1     MOVE WS-GEN-NUMBER TO WS-NAME-GEN.
0361D2     MOVE WS-GEN-DATE TO WS-NAME-DATE.
0361D3     PERFORM 1250-BUILD-GEN-NAMES THRU 1250-EXIT.
0361D4     DISPLAY "ACKNOWLEDGMENT PASS FOR GENERATION " WS-GEN-SUFFIX.
0361D5 1260-EXIT.
0361D6     EXIT.
0361D7*
0361D8*----------------------------------------------------------*
0361D9* 1270-LOAD-EXTRACT-TOTALS - ACKNOWLEDGMENT-ONLY RUN: RE-ADD *
0361E1* THE PER-TYPE COUNTS AND PRIORITY HASH-TOTALS FROM THE      *
0361E2* GENERATION'S EXTRACT, AS 4750 ADDED THEM WHEN IT WROTE IT. *
0361E3*----------------------------------------------------------*
0361E4 1270-LOAD-EXTRACT-TOTALS.
0361E5     OPEN INPUT EXTRACT-FILE-NAME.
0361E6     IF WS-EXTRACT-STATUS NOT = '00'
0361E7         DISPLAY "ERROR: CANNOT OPEN EXTRACT " WS-EXTRACT-FILE-ID
0361E8         DISPLAY "  (STATUS " WS-EXTRACT-STATUS
0361E9             ") - ACKNOWLEDGMENT PASS NOT RUN"
0361F8         PERFORM 1290-REFUSE-ACK-PASS THRU 1290-EXIT
0361F9     END-IF.
0361G8     MOVE 'N' TO WS-EXTRACT-EOF-SW.
0361G9     PERFORM 1280-READ-EXTRACT-RECORD THRU 1280-EXIT
0361H8         UNTIL WS-EXTRACT-EOF.
0361H9     CLOSE EXTRACT-FILE-NAME.
0361J1 1270-EXIT.
0361J2     EXIT.
0361J3*
0361J4 1280-READ-EXTRACT-RECORD.
0361J5     READ EXTRACT-FILE-NAME
0361J6         AT END
0361J7             SET WS-EXTRACT-EOF TO TRUE
0361J8             GO TO 1280-EXIT
0361J9     END-READ.
0361K1     PERFORM VARYING WS-ACK-I FROM 1 BY 1 UNTIL WS-ACK-I > 4
0361K2         IF WS-EXT-TYPE-CODE(WS-ACK-I) = EXT-RECORD-TYPE
0361K3             ADD 1 TO WS-EXT-TYPE-COUNT(WS-ACK-I)
0361K4             ADD EXT-PRIORITY TO WS-EXT-TYPE-HASH(WS-ACK-I)
0361K5         END-IF
0361K6     END-PERFORM.
0361K7 1280-EXIT.
0361K8     EXIT.
0361K9*
0361L1*----------------------------------------------------------*
0361L2* 1290-REFUSE-ACK-PASS - GIVE BACK THE RUN LOCK AND END THE  *
0361L3* ACKNOWLEDGMENT-ONLY RUN WITH A NON-ZERO EXIT STATUS, SO    *
0361L4* THE JOB-STREAM CONTROLLER SEES THE STEP FAIL.              *
0361L5*----------------------------------------------------------*
0361L6 1290-REFUSE-ACK-PASS.
0361L7     PERFORM 9800-RELEASE-RUN-LOCK THRU 9800-EXIT.
0361L8     MOVE 16 TO RETURN-CODE.
0361L9     STOP RUN.
0361M1 1290-EXIT.
0361M2     EXIT.
0361M3*
00361J*----------------------------------------------------------*
00361K* 1300-SWEEP-OLD-GENERATIONS - DELETE THE OUTPUT FILES OF     *
00361L* EVERY CATALOGUED GENERATION OLDER THAN THE RETENTION        *
00377C                     TO WS-RST-GROUP-SEQ(WS-ROSTER-COUNT)
00377D                 MOVE RST-SQUAD-ID
00377E                     TO WS-RST-SQUAD-ID(WS-ROSTER-COUNT)
0377E1                 IF RST-EFF-DATE NUMERIC
0377E2                     MOVE RST-EFF-DATE
0377E3                         TO WS-RST-EFF-DATE(WS-ROSTER-COUNT)
0377E4                 ELSE
0377E5                     MOVE 0 TO WS-RST-EFF-DATE(WS-ROSTER-COUNT)
0377E6                 END-IF
00377F             ELSE
00377G                 DISPLAY "ROSTER TABLE FULL - ENTRY FOR GROUP "
00377H                     RST-GROUP-SEQ " DROPPED"
004180         CLOSE CHECKPOINT-FILE-NAME
004190     END-IF.
004200 1700-EXIT.
0420A1     EXIT.
0420A2*
0420A3*----------------------------------------------------------*
0420A4* 1710-AUTHORISE-RESTART - A CHECKPOINT MEANS THIS RUN WILL  *
0420A5* RESUME AN INTERRUPTED ONE, AND A RESTART NEEDS AN OPERATOR *
0420A6* HOLDING RESTART AUTHORITY. A REFUSAL IS RECORDED AND       *
0420A7* ALERTED, THE RUN LOCK IS GIVEN BACK, AND THE RUN ENDS WITH *
0420A8* THE CHECKPOINT AND EVERY PARTIAL OUTPUT AS THE INTERRUPTED *
0420A9* RUN LEFT THEM, READY FOR AN AUTHORISED RESTART.            *
0420B1*----------------------------------------------------------*
0420B2 1710-AUTHORISE-RESTART.
0420B3     PERFORM 7550-READ-SIGNON THRU 7550-EXIT.
0420B4     MOVE 'RESTART' TO WS-AUTH-FUNCTION.
0420B5     PERFORM 7600-CHECK-AUTHORITY THRU 7600-EXIT.
0420B6     MOVE WS-RESTART-FILE-NAME TO WS-AUTH-DETAIL.
0420B7     PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT.
0420B8     IF WS-AUTH-REASON NOT = SPACES
0420B9         PERFORM 9800-RELEASE-RUN-LOCK THRU 9800-EXIT
0420C1         STOP RUN
0420C2     END-IF.
0420C3 1710-EXIT.
004210     EXIT.
004220*
004230*----------------------------------------------------------*
00744U*----------------------------------------------------------*
00744V* 4670-ADD-TO-SQUAD - ROLL THE COMPLETED GROUP INTO ITS       *
00744W* SQUAD'S ACCUMULATORS, CREATING THE SQUAD ENTRY ON FIRST     *
00744X* SIGHT. THE ROSTER MAPS THE GROUP SEQUENCE TO ITS SQUAD -    *
0744X1* THE LATEST ENTRY IN FORCE ON THE GENERATION DATE; A GROUP   *
0744X2* WITH NO SUCH ENTRY COUNTS UNDER 'UNASSIGN'. ALSO            *
00744Z* PERFORMED DURING THE RESTART REBUILD, WITH THE GROUP FIELDS *
007450* REFILLED FROM THE BADGE RECORDS ALREADY ON DISK.            *
007451*----------------------------------------------------------*
007452 4670-ADD-TO-SQUAD.
007453     MOVE 'UNASSIGN' TO WS-GROUP-SQUAD-ID.
07453A     MOVE 0 TO WS-RST-BEST-EFF.
007454     PERFORM VARYING WS-RST-I FROM 1 BY 1
007455             UNTIL WS-RST-I > WS-ROSTER-COUNT
007456         IF WS-RST-GROUP-SEQ(WS-RST-I) = WS-GROUP-SEQ
07456A             AND WS-RST-EFF-DATE(WS-RST-I) <= WS-GEN-DATE
07456B             AND WS-RST-EFF-DATE(WS-RST-I) >= WS-RST-BEST-EFF
007457             MOVE WS-RST-SQUAD-ID(WS-RST-I)
007458                 TO WS-GROUP-SQUAD-ID
07458A             MOVE WS-RST-EFF-DATE(WS-RST-I) TO WS-RST-BEST-EFF
007459         END-IF
00745A     END-PERFORM.
00745B     MOVE 0 TO WS-SQD-HIT.
008580     EXIT.
008590*
0770A1*----------------------------------------------------------*
0770C8* 7550-READ-SIGNON - PICK UP THE OPERATOR RUNNING THIS STEP, *
0770C9* AND THE FUNCTION CLAIMED, FROM THE SIGN-ON CARD. NO CARD   *
0770D1* LEAVES THE OPERATOR BLANK, WHICH IS ALWAYS REFUSED.        *
0770D2*----------------------------------------------------------*
0770D3 7550-READ-SIGNON.
0770D4     MOVE SPACES TO WS-OPERATOR-ID.
0770D5     MOVE SPACES TO WS-SIGNON-FUNCTION.
0770D6     OPEN INPUT SIGNON-FILE-NAME.
0770D7     IF WS-SIGNON-STATUS NOT = '00'
0770D8         GO TO 7550-EXIT
0770D9     END-IF.
0770E1     READ SIGNON-FILE-NAME
0770E2         AT END
0770E3             CONTINUE
0770E4         NOT AT END
0770E5             MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
0770E6             MOVE SGN-FUNCTION TO WS-SIGNON-FUNCTION
0770E7     END-READ.
0770E8     CLOSE SIGNON-FILE-NAME.
0770E9 7550-EXIT.
0770F1     EXIT.
0770F2*
0770F3*----------------------------------------------------------*
0770F4* 7600-CHECK-AUTHORITY - MAY THE SIGNED-ON OPERATOR PERFORM  *
0770F5* WS-AUTH-FUNCTION? LEAVES WS-AUTH-REASON AT SPACES IF SO,   *
0770F6* OTHERWISE THE REASON FOR REFUSAL. THE CHECK FAILS CLOSED:  *
0770F7* NO AUTHORITY FILE MEANS NOBODY IS AUTHORISED.              *
0770F8*----------------------------------------------------------*
0770F9 7600-CHECK-AUTHORITY.
0770G1     MOVE SPACES TO WS-AUTH-REASON.
0770G2     IF WS-OPERATOR-ID = SPACES
0770G3         MOVE 'NO OPERATOR SIGNED ON' TO WS-AUTH-REASON
0770G4         GO TO 7600-EXIT
0770G5     END-IF.
0770G6     OPEN INPUT OPERAUTH-FILE-NAME.
0770G7     IF WS-OPERAUTH-STATUS NOT = '00'
0770G8         MOVE 'NO AUTHORITY FILE' TO WS-AUTH-REASON
0770G9         GO TO 7600-EXIT
0770H1     END-IF.
0770H2     MOVE 'N' TO WS-OPERAUTH-EOF-SW.
0770H3     MOVE 'N' TO WS-OPERATOR-FOUND-SW.
0770H4     MOVE 'N' TO WS-FUNCTION-HELD-SW.
0770H5     PERFORM 7650-READ-OPERAUTH-RECORD THRU 7650-EXIT
0770H6         UNTIL WS-OPERAUTH-EOF OR WS-OPERATOR-FOUND.
0770H7     CLOSE OPERAUTH-FILE-NAME.
0770H8     IF NOT WS-OPERATOR-FOUND
0770H9         MOVE 'UNKNOWN OPERATOR' TO WS-AUTH-REASON
0770J1         GO TO 7600-EXIT
0770J2     END-IF.
0770J3     IF WS-OPERATOR-ACTIVE-FLAG NOT = 'A'
0770J4         MOVE 'OPERATOR INACTIVE' TO WS-AUTH-REASON
0770J5         GO TO 7600-EXIT
0770J6     END-IF.
0770J7     IF NOT WS-FUNCTION-HELD
0770J8         MOVE 'FUNCTION NOT AUTHORISED' TO WS-AUTH-REASON
0770J9     END-IF.
0770K1 7600-EXIT.
0770K2     EXIT.
0770K3*
0770K4*----------------------------------------------------------*
0770K5* 7650-READ-OPERAUTH-RECORD - READ ONE AUTHORITY RECORD. ON  *
0770K6* THE SIGNED-ON OPERATOR'S RECORD, NOTE THE ACTIVE FLAG AND  *
0770K7* WHETHER THE FUNCTION IS AMONG THOSE HELD.                  *
0770K8*----------------------------------------------------------*
0770K9 7650-READ-OPERAUTH-RECORD.
0770L1     READ OPERAUTH-FILE-NAME
0770L2         AT END
0770L3             SET WS-OPERAUTH-EOF TO TRUE
0770L4             GO TO 7650-EXIT
0770L5     END-READ.
0770L6     IF OPA-OPERATOR-ID NOT = WS-OPERATOR-ID
0770L7         GO TO 7650-EXIT
0770L8     END-IF.
0770L9     SET WS-OPERATOR-FOUND TO TRUE.
0770M1     MOVE OPA-ACTIVE-FLAG TO WS-OPERATOR-ACTIVE-FLAG.
0770M2     PERFORM VARYING WS-AUTH-IX FROM 1 BY 1 UNTIL WS-AUTH-IX > 8
0770M3         IF OPA-FUNCTION(WS-AUTH-IX) = WS-AUTH-FUNCTION
0770M4             SET WS-FUNCTION-HELD TO TRUE
0770M5         END-IF
0770M6     END-PERFORM.
0770M7 7650-EXIT.
0770M8     EXIT.
0770M9*
0770N1*----------------------------------------------------------*
0770N2* 7680-RECORD-AUTH-OUTCOME - APPEND THE DECISION TO THE      *
0770N3* AUTHORITY AUDIT TRAIL (CREATED ON FIRST USE). A REFUSAL IS *
0770N4* ALSO TOLD TO THE OPERATOR AND RAISED ON THE ALERT FEED AS  *
0770N5* A CRITICAL AUTHREFUSE NAMING THE OPERATOR AND FUNCTION.    *
0770N6*----------------------------------------------------------*
0770N7 7680-RECORD-AUTH-OUTCOME.
0770N8     OPEN EXTEND AUTHAUDIT-FILE-NAME.
0770N9     IF WS-AUTHAUDIT-STATUS NOT = '00'
0770P1         OPEN OUTPUT AUTHAUDIT-FILE-NAME
0770P2     END-IF.
0770P3     MOVE SPACES TO AUTHAUDIT-REC.
0770P4     MOVE WS-RUN-DATE TO AAU-RUN-DATE.
0770P5     MOVE WS-RUN-TIME TO AAU-RUN-TIME.
0770P6     MOVE 'HELLO' TO AAU-PROGRAM.
0770P7     MOVE WS-OPERATOR-ID TO AAU-OPERATOR-ID.
0770P8     MOVE WS-AUTH-FUNCTION TO AAU-FUNCTION.
0770P9     IF WS-AUTH-REASON = SPACES
0770Q1         MOVE 'GRANTED' TO AAU-OUTCOME
0770Q2     ELSE
0770Q3         MOVE 'REFUSED' TO AAU-OUTCOME
0770Q4     END-IF.
0770Q5     MOVE WS-AUTH-REASON TO AAU-REASON.
0770Q6     MOVE WS-AUTH-DETAIL TO AAU-DETAIL.
0770Q7     WRITE AUTHAUDIT-REC.
0770Q8     CLOSE AUTHAUDIT-FILE-NAME.
0770Q9     IF WS-AUTH-REASON = SPACES
0770R1         GO TO 7680-EXIT
0770R2     END-IF.
0770R3     DISPLAY "ERROR: " WS-AUTH-FUNCTION " REFUSED FOR OPERATOR '"
0770R4         WS-OPERATOR-ID "' - " WS-AUTH-REASON.
0770R5     MOVE 'C' TO WS-ALT-SEVERITY.
0770R6     MOVE 'AUTHREFUSE' TO WS-ALT-CONDITION.
0770R7     MOVE SPACES TO WS-ALT-FILE.
0770R8     STRING WS-OPERATOR-ID ' ' WS-AUTH-FUNCTION
0770R9         DELIMITED BY SIZE INTO WS-ALT-FILE.
0770S1     MOVE 0 TO WS-ALT-FIGURE-1.
0770S2     MOVE 0 TO WS-ALT-FIGURE-2.
0770S3     PERFORM 7700-WRITE-ALERT THRU 7700-EXIT.
0770S4 7680-EXIT.
0770S5     EXIT.
0770S6*
0770S7*----------------------------------------------------------*
0770A2* 7700-WRITE-ALERT - APPEND ONE STAGED ALERT TO THE          *
0770A3* OPERATIONS FEED. THE FEED IS CREATED ON FIRST USE AND      *
0770A4* OPENED PER ALERT, SO THIS CAN BE PERFORMED FROM ANY PATH   *
