0222C3*                    WRITES A CLOSING RUNOK RECORD, SO THE    *
0222C4*                    MONITORING POLLS ONE FILE FOR BOTH       *
0222C5*                    PROGRAMS.                                *
0222C6*   10/15/26   DWB   ITEM-MASTER RECORD GAINS THE REORDER     *
0222C7*                    THRESHOLD AND QUANTITY FIELDS. NOT USED  *
0222C8*                    HERE.                                    *
0222C9*   10/15/26   DWB   THE RUN NOW NEEDS AN AUTHORISED          *
0222D1*                    OPERATOR: THE ONE ON THE SIGN-ON CARD    *
0222D2*                    MUST HOLD REPAIR ON THE OPERATOR         *
0222D3*                    AUTHORITY FILE. THE DECISION GOES TO THE *
0222D4*                    AUTHORITY AUDIT TRAIL; A REFUSAL IS ALSO *
0222D5*                    RAISED ON THE ALERT FEED AND ENDS THE    *
0222D6*                    RUN BEFORE ANY FILE IS READ.             *
000222*----------------------------------------------------------*
000230*
000240 ENVIRONMENT DIVISION.
000394         ACCESS MODE IS RANDOM
000395         RECORD KEY IS ITM-LETTER
000396         FILE STATUS IS WS-ITEM-STATUS.
0039A1     SELECT SIGNON-FILE-NAME ASSIGN TO 'day3signon.txt'
0039A2         ORGANIZATION IS LINE SEQUENTIAL
0039A3         FILE STATUS IS WS-SIGNON-STATUS.
0039A4     SELECT OPERAUTH-FILE-NAME ASSIGN TO 'day3operauth.txt'
0039A5         ORGANIZATION IS LINE SEQUENTIAL
0039A6         FILE STATUS IS WS-OPERAUTH-STATUS.
0039A7     SELECT AUTHAUDIT-FILE-NAME ASSIGN TO 'day3authaudit.txt'
0039A8         ORGANIZATION IS LINE SEQUENTIAL
0039A9         FILE STATUS IS WS-AUTHAUDIT-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
001190     05  ITM-ACTIVE-FLAG              PIC X(01).
001191         88  ITM-ACTIVE                         VALUE 'A'.
001192         88  ITM-INACTIVE                       VALUE 'I'.
01192A     05  ITM-REORDER-THRESHOLD        PIC 9(05).
01192B     05  ITM-REORDER-QTY              PIC 9(05).
001193*
0119A1*----------------------------------------------------------*
0119A2* OPERATOR SIGN-ON CARD, OPERATOR AUTHORITY FILE, AND THE     *
0119A3* SHARED AUTHORITY AUDIT TRAIL - LAYOUTS IN THE COPYBOOKS.    *
0119A4*----------------------------------------------------------*
0119A5 FD  SIGNON-FILE-NAME.
0119A6     COPY SIGNON.
0119A7*
0119A8 FD  OPERAUTH-FILE-NAME.
0119A9     COPY OPERAUTH.
0119B1*
0119B2 FD  AUTHAUDIT-FILE-NAME.
0119B3     COPY AUTHAUDT.
0119B4*
001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------*
001210* SWITCHES.                                                  *
001310         88  WS-MATCH-FOUND                     VALUE 'Y'.
001312     05  WS-ITEM-FILE-SW             PIC X(01) VALUE 'N'.
001314         88  WS-ITEM-FILE-AVAILABLE             VALUE 'Y'.
0131A1     05  WS-OPERAUTH-EOF-SW          PIC X(01) VALUE 'N'.
0131A2         88  WS-OPERAUTH-EOF                    VALUE 'Y'.
0131A3     05  WS-OPERATOR-FOUND-SW        PIC X(01) VALUE 'N'.
0131A4         88  WS-OPERATOR-FOUND                  VALUE 'Y'.
0131A5     05  WS-FUNCTION-HELD-SW         PIC X(01) VALUE 'N'.
0131A6         88  WS-FUNCTION-HELD                   VALUE 'Y'.
001320*
001330 77  WS-REJECT-STATUS                PIC X(02) VALUE SPACES.
001340 77  WS-REPAIR-STATUS                PIC X(02) VALUE SPACES.
001343 77  WS-ITEM-STATUS                  PIC X(02) VALUE SPACES.
001344 77  WS-REJECT-FILE-ID               PIC X(40)
001346                                     VALUE 'day3reject.txt'.
0134A1*
0134A2*----------------------------------------------------------*
0134A3* OPERATOR AUTHORITY - THE SIGNED-ON OPERATOR, THE FUNCTION   *
0134A4* BEING CHECKED, AND THE REFUSAL REASON (SPACES WHEN          *
0134A5* GRANTED). THE DETAIL TEXT IS STAGED BY THE CALLER FOR THE   *
0134A6* AUTHORITY AUDIT RECORD.                                     *
0134A7*----------------------------------------------------------*
0134A8 77  WS-SIGNON-STATUS                PIC X(02) VALUE SPACES.
0134A9 77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
0134B1 77  WS-AUTHAUDIT-STATUS             PIC X(02) VALUE SPACES.
0134B2 77  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
0134B3 77  WS-SIGNON-FUNCTION              PIC X(08) VALUE SPACES.
0134B4 77  WS-AUTH-FUNCTION                PIC X(08) VALUE SPACES.
0134B5 77  WS-AUTH-REASON                  PIC X(30) VALUE SPACES.
0134B6 77  WS-AUTH-DETAIL                  PIC X(30) VALUE SPACES.
0134B7 77  WS-OPERATOR-ACTIVE-FLAG         PIC X(01) VALUE SPACE.
0134B8 77  WS-AUTH-IX                      PIC S9(04) COMP VALUE 0.
001350*
001360*----------------------------------------------------------*
001370* REPAIR TABLE - EVERY SUPPLIED CORRECTION, LOADED UP FRONT   *
001950     EXIT.
001960*
001970*----------------------------------------------------------*
001971* 1000-INITIALIZE - THE OPERATOR MUST HOLD REPAIR AUTHORITY - *
001972* A REFUSAL ENDS THE RUN HERE. BOTH INPUTS ARE REQUIRED:      *
001973* WITHOUT A REJECT FILE THERE IS NOTHING TO REPAIR, AND       *
001974* WITHOUT A REPAIR FILE THERE ARE NO CORRECTIONS TO APPLY.    *
001975* THE REPAIR FILE IS LOADED INTO THE REPAIR TABLE UP FRONT    *
001976* SO EACH REJECT CAN PROBE IT BY LINE NUMBER.                 *
002030*----------------------------------------------------------*
002040 1000-INITIALIZE.
002041     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
0204B1     ACCEPT WS-RUN-TIME-RAW FROM TIME.
0204B2     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
0204B3     PERFORM 7550-READ-SIGNON THRU 7550-EXIT.
0204B4     MOVE 'REPAIR' TO WS-AUTH-FUNCTION.
0204B5     PERFORM 7600-CHECK-AUTHORITY THRU 7600-EXIT.
0204B6     MOVE SPACES TO WS-AUTH-DETAIL.
0204B7     PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT.
0204B8     IF WS-AUTH-REASON NOT = SPACES
0204B9         STOP RUN
0204C1     END-IF.
002042     PERFORM 1020-RESOLVE-REJECT-FILE THRU 1020-EXIT.
0204A1     PERFORM 1040-LOAD-PRIORITY-TABLE THRU 1040-EXIT.
002050     OPEN INPUT REJECT-FILE-NAME.
0460C4 7700-EXIT.
0460C5     EXIT.
0460C6*
0460C7*----------------------------------------------------------*
0460C8* 7550-READ-SIGNON - PICK UP THE OPERATOR RUNNING THIS STEP,  *
0460C9* AND THE FUNCTION CLAIMED, FROM THE SIGN-ON CARD. NO CARD    *
0460D1* LEAVES THE OPERATOR BLANK, WHICH IS ALWAYS REFUSED.         *
0460D2*----------------------------------------------------------*
0460D3 7550-READ-SIGNON.
0460D4     MOVE SPACES TO WS-OPERATOR-ID.
0460D5     MOVE SPACES TO WS-SIGNON-FUNCTION.
0460D6     OPEN INPUT SIGNON-FILE-NAME.
0460D7     IF WS-SIGNON-STATUS NOT = '00'
0460D8         GO TO 7550-EXIT
0460D9     END-IF.
0460E1     READ SIGNON-FILE-NAME
0460E2         AT END
0460E3             CONTINUE
0460E4         NOT AT END
0460E5             MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
0460E6             MOVE SGN-FUNCTION TO WS-SIGNON-FUNCTION
0460E7     END-READ.
0460E8     CLOSE SIGNON-FILE-NAME.
0460E9 7550-EXIT.
0460F1     EXIT.
0460F2*
0460F3*----------------------------------------------------------*
0460F4* 7600-CHECK-AUTHORITY - MAY THE SIGNED-ON OPERATOR PERFORM   *
0460F5* WS-AUTH-FUNCTION? LEAVES WS-AUTH-REASON AT SPACES IF SO,    *
0460F6* OTHERWISE THE REASON FOR REFUSAL. THE CHECK FAILS CLOSED:   *
0460F7* NO AUTHORITY FILE MEANS NOBODY IS AUTHORISED.               *
0460F8*----------------------------------------------------------*
0460F9 7600-CHECK-AUTHORITY.
0460G1     MOVE SPACES TO WS-AUTH-REASON.
0460G2     IF WS-OPERATOR-ID = SPACES
0460G3         MOVE 'NO OPERATOR SIGNED ON' TO WS-AUTH-REASON
0460G4         GO TO 7600-EXIT
0460G5     END-IF.
0460G6     OPEN INPUT OPERAUTH-FILE-NAME.
0460G7     IF WS-OPERAUTH-STATUS NOT = '00'
0460G8         MOVE 'NO AUTHORITY FILE' TO WS-AUTH-REASON
0460G9         GO TO 7600-EXIT
0460H1     END-IF.
0460H2     MOVE 'N' TO WS-OPERAUTH-EOF-SW.
0460H3     MOVE 'N' TO WS-OPERATOR-FOUND-SW.
0460H4     MOVE 'N' TO WS-FUNCTION-HELD-SW.
0460H5     PERFORM 7650-READ-OPERAUTH-RECORD THRU 7650-EXIT
0460H6         UNTIL WS-OPERAUTH-EOF OR WS-OPERATOR-FOUND.
0460H7     CLOSE OPERAUTH-FILE-NAME.
0460H8     IF NOT WS-OPERATOR-FOUND
0460H9         MOVE 'UNKNOWN OPERATOR' TO WS-AUTH-REASON
0460J1         GO TO 7600-EXIT
0460J2     END-IF.
0460J3     IF WS-OPERATOR-ACTIVE-FLAG NOT = 'A'
0460J4         MOVE 'OPERATOR INACTIVE' TO WS-AUTH-REASON
0460J5         GO TO 7600-EXIT
0460J6     END-IF.
0460J7     IF NOT WS-FUNCTION-HELD
0460J8         MOVE 'FUNCTION NOT AUTHORISED' TO WS-AUTH-REASON
0460J9     END-IF.
0460K1 7600-EXIT.
0460K2     EXIT.
0460K3*
0460K4*----------------------------------------------------------*
0460K5* 7650-READ-OPERAUTH-RECORD - READ ONE AUTHORITY RECORD. ON   *
0460K6* THE SIGNED-ON OPERATOR'S RECORD, NOTE THE ACTIVE FLAG AND   *
0460K7* WHETHER THE FUNCTION IS AMONG THOSE HELD.                   *
0460K8*----------------------------------------------------------*
0460K9 7650-READ-OPERAUTH-RECORD.
0460L1     READ OPERAUTH-FILE-NAME
0460L2         AT END
0460L3             SET WS-OPERAUTH-EOF TO TRUE
0460L4             GO TO 7650-EXIT
0460L5     END-READ.
0460L6     IF OPA-OPERATOR-ID NOT = WS-OPERATOR-ID
0460L7         GO TO 7650-EXIT
0460L8     END-IF.
0460L9     SET WS-OPERATOR-FOUND TO TRUE.
0460M1     MOVE OPA-ACTIVE-FLAG TO WS-OPERATOR-ACTIVE-FLAG.
0460M2     PERFORM VARYING WS-AUTH-IX FROM 1 BY 1 UNTIL WS-AUTH-IX > 8
0460M3         IF OPA-FUNCTION(WS-AUTH-IX) = WS-AUTH-FUNCTION
0460M4             SET WS-FUNCTION-HELD TO TRUE
0460M5         END-IF
0460M6     END-PERFORM.
0460M7 7650-EXIT.
0460M8     EXIT.
0460M9*
0460N1*----------------------------------------------------------*
0460N2* 7680-RECORD-AUTH-OUTCOME - APPEND THE DECISION TO THE       *
0460N3* AUTHORITY AUDIT TRAIL (CREATED ON FIRST USE). A REFUSAL IS  *
0460N4* ALSO TOLD TO THE OPERATOR AND RAISED ON THE ALERT FEED AS   *
0460N5* A CRITICAL AUTHREFUSE NAMING THE OPERATOR AND FUNCTION.     *
0460N6*----------------------------------------------------------*
0460N7 7680-RECORD-AUTH-OUTCOME.
0460N8     OPEN EXTEND AUTHAUDIT-FILE-NAME.
0460N9     IF WS-AUTHAUDIT-STATUS NOT = '00'
0460P1         OPEN OUTPUT AUTHAUDIT-FILE-NAME
0460P2     END-IF.
0460P3     MOVE SPACES TO AUTHAUDIT-REC.
0460P4     MOVE WS-RUN-DATE TO AAU-RUN-DATE.
0460P5     MOVE WS-RUN-TIME TO AAU-RUN-TIME.
0460P6     MOVE 'RUCKRPR' TO AAU-PROGRAM.
0460P7     MOVE WS-OPERATOR-ID TO AAU-OPERATOR-ID.
0460P8     MOVE WS-AUTH-FUNCTION TO AAU-FUNCTION.
0460P9     IF WS-AUTH-REASON = SPACES
0460Q1         MOVE 'GRANTED' TO AAU-OUTCOME
0460Q2     ELSE
0460Q3         MOVE 'REFUSED' TO AAU-OUTCOME
0460Q4     END-IF.
0460Q5     MOVE WS-AUTH-REASON TO AAU-REASON.
0460Q6     MOVE WS-AUTH-DETAIL TO AAU-DETAIL.
0460Q7     WRITE AUTHAUDIT-REC.
0460Q8     CLOSE AUTHAUDIT-FILE-NAME.
0460Q9     IF WS-AUTH-REASON = SPACES
0460R1         GO TO 7680-EXIT
0460R2     END-IF.
0460R3     DISPLAY "ERROR: " WS-AUTH-FUNCTION " REFUSED FOR OPERATOR '"
0460R4         WS-OPERATOR-ID "' - " WS-AUTH-REASON.
0460R5     MOVE 'C' TO WS-ALT-SEVERITY.
0460R6     MOVE 'AUTHREFUSE' TO WS-ALT-CONDITION.
0460R7     MOVE SPACES TO WS-ALT-FILE.
0460R8     STRING WS-OPERATOR-ID ' ' WS-AUTH-FUNCTION
0460R9         DELIMITED BY SIZE INTO WS-ALT-FILE.
0460S1     MOVE 0 TO WS-ALT-FIGURE-1.
0460S2     MOVE 0 TO WS-ALT-FIGURE-2.
0460S3     PERFORM 7700-WRITE-ALERT THRU 7700-EXIT.
0460S4 7680-EXIT.
0460S5     EXIT.
0460S6*
004610*----------------------------------------------------------*
004620* 9999-TERMINATE - WRITE THE SUPPLEMENTAL TOTALS RECORD,      *
004630* REPORT ANY CORRECTION THAT MATCHED NO REJECT, AND CLOSE     *
