000200*                    THE AUDIT FILE SO THE CATALOGUE FINALLY *
000210*                    HAS A CHANGE HISTORY INSTEAD OF AD-HOC  *
000220*                    PATCHES.                                *
000221*   10/15/26   DWB   ITEM MASTER CARRIES A REORDER THRESHOLD *
000222*                    AND REORDER QUANTITY PER LETTER FOR THE *
000223*                    REPLENISHMENT STEP. NEW 'T' ACTION SETS *
000224*                    THEM; ADDS START AT ZERO (NO REORDER    *
000225*                    POINT). THE AUDIT RECORD CARRIES THEIR  *
000226*                    BEFORE AND AFTER VALUES.                *
0022A1*   10/15/26   DWB   CATALOGUE CHANGES NOW NEED TWO PEOPLE.  *
0022A2*                    THE OPERATOR ON THE SIGN-ON CARD MUST   *
0022A3*                    HOLD ITEMMAKE ON THE OPERATOR AUTHORITY *
0022A4*                    FILE TO SUBMIT TRANSACTIONS, WHICH ARE  *
0022A5*                    NOW ONLY STAGED AS A PENDING BATCH      *
0022A6*                    UNDER A COUNT AND HASH CONTROL RECORD.  *
0022A7*                    A DIFFERENT OPERATOR HOLDING ITEMCHEK   *
0022A8*                    RELEASES THE BATCH TO THE MASTER. EVERY *
0022A9*                    DECISION GOES TO THE AUTHORITY AUDIT    *
0022B1*                    TRAIL; A REFUSAL IS ALSO RAISED ON THE  *
0022B2*                    OPERATIONS ALERT FEED. THE CHANGE       *
0022B3*                    HISTORY RECORD NAMES MAKER AND CHECKER. *
000230*----------------------------------------------------------*
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000271     SELECT TXN-FILE-NAME
000272         ASSIGN TO DYNAMIC WS-TXN-FILE-ID
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-TXN-STATUS.
000310     SELECT AUDIT-FILE-NAME ASSIGN TO 'day3itemaudit.txt'
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS ITM-LETTER
000380         FILE STATUS IS WS-ITEM-STATUS.
0038A1     SELECT PEND-FILE-NAME ASSIGN TO 'day3itempend.txt'
0038A2         ORGANIZATION IS LINE SEQUENTIAL
0038A3         FILE STATUS IS WS-PEND-STATUS.
0038A4     SELECT PCTL-FILE-NAME ASSIGN TO 'day3itempctl.txt'
0038A5         ORGANIZATION IS LINE SEQUENTIAL
0038A6         FILE STATUS IS WS-PCTL-STATUS.
0038A7     SELECT SIGNON-FILE-NAME ASSIGN TO 'day3signon.txt'
0038A8         ORGANIZATION IS LINE SEQUENTIAL
0038A9         FILE STATUS IS WS-SIGNON-STATUS.
0038B1     SELECT OPERAUTH-FILE-NAME ASSIGN TO 'day3operauth.txt'
0038B2         ORGANIZATION IS LINE SEQUENTIAL
0038B3         FILE STATUS IS WS-OPERAUTH-STATUS.
0038B4     SELECT AUTHAUDIT-FILE-NAME ASSIGN TO 'day3authaudit.txt'
0038B5         ORGANIZATION IS LINE SEQUENTIAL
0038B6         FILE STATUS IS WS-AUTHAUDIT-STATUS.
0038B7     SELECT ALERT-FILE-NAME ASSIGN TO 'day3alerts.txt'
0038B8         ORGANIZATION IS LINE SEQUENTIAL
0038B9         FILE STATUS IS WS-ALERT-STATUS.
000390*
000400 DATA DIVISION.
000410 FILE SECTION.
000440*   'A' ADD A NEW LETTER WITH ITS DESCRIPTION,               *
000450*   'C' CHANGE AN EXISTING LETTER'S DESCRIPTION,             *
000460*   'D' DEACTIVATE AN ACTIVE LETTER,                         *
000461*   'R' REACTIVATE AN INACTIVE LETTER,                       *
000462*   'T' SET A LETTER'S REORDER THRESHOLD AND QUANTITY.       *
000463* THE DESCRIPTION FIELD IS ONLY MEANINGFUL ON 'A' AND 'C';   *
000464* ON 'T' THE SAME AREA CARRIES THE TWO REORDER FIGURES.      *
000490*----------------------------------------------------------*
000500 FD  TXN-FILE-NAME.
000510 01  TXN-REC.
000540         88  TXN-CHANGE                         VALUE 'C'.
000550         88  TXN-DEACTIVATE                     VALUE 'D'.
000560         88  TXN-REACTIVATE                     VALUE 'R'.
000561         88  TXN-SET-REORDER                    VALUE 'T'.
000570         88  TXN-ACTION-KNOWN                   VALUE 'A' 'C'
000571                                                      'D' 'R'
000572                                                      'T'.
000590     05  FILLER                       PIC X(01).
000600     05  TXN-LETTER                   PIC X(01).
000610     05  FILLER                       PIC X(01).
000620     05  TXN-DESCRIPTION              PIC X(30).
000621     05  TXN-REORDER-DETAIL REDEFINES TXN-DESCRIPTION.
000622         10  TXN-REORDER-THRESHOLD    PIC X(05).
000623         10  FILLER                   PIC X(01).
000624         10  TXN-REORDER-QTY          PIC X(05).
000625         10  FILLER                   PIC X(19).
000630*
000640*----------------------------------------------------------*
000650* AUDIT FILE - APPEND-ONLY CHANGE HISTORY OF THE CATALOGUE:  *
000660* ONE RECORD PER TRANSACTION EXAMINED, APPLIED OR NOT, WITH  *
000670* THE RUN STAMP, THE ACTION AND LETTER, THE FULL BEFORE AND  *
000680* AFTER IMAGES, AND THE RESULT (APPLIED OR THE REJECTION     *
000681* REASON). THIS IS THE FILE THE AUDITORS GET. THE REORDER    *
000682* FIGURES FOLLOW THE RESULT - RECORDS WRITTEN BEFORE THEY    *
000683* EXISTED END AT THE RESULT - AND THEN THE OPERATOR WHO      *
000684* SUBMITTED THE BATCH AND THE ONE WHO RELEASED IT.           *
000700*----------------------------------------------------------*
000710 FD  AUDIT-FILE-NAME.
000720 01  AUDIT-REC.
000870     05  AUD-AFTER-FLAG               PIC X(01).
000880     05  FILLER                       PIC X(01).
000890     05  AUD-RESULT                   PIC X(20).
000891     05  FILLER                       PIC X(01).
000892     05  AUD-BEFORE-THRESHOLD         PIC 9(05).
000893     05  FILLER                       PIC X(01).
000894     05  AUD-BEFORE-QTY               PIC 9(05).
000895     05  FILLER                       PIC X(01).
000896     05  AUD-AFTER-THRESHOLD          PIC 9(05).
000897     05  FILLER                       PIC X(01).
000898     05  AUD-AFTER-QTY                PIC 9(05).
0089A1     05  FILLER                       PIC X(01).
0089A2     05  AUD-MAKER-ID                 PIC X(08).
0089A3     05  FILLER                       PIC X(01).
0089A4     05  AUD-CHECKER-ID               PIC X(08).
000900*
000910*----------------------------------------------------------*
000920* ITEM-MASTER FILE - THE AUTHORITATIVE ITEM CATALOGUE, KEYED *
000930* BY THE SINGLE ITEM LETTER, AS READ BY THE MAIN AND REPAIR  *
000931* RUNS. THIS PROGRAM IS ITS ONLY LEGITIMATE WRITER. THE      *
000932* REORDER THRESHOLD (MATCHES SINCE THE LAST REPLENISHMENT    *
000933* THAT TRIGGER A REORDER - ZERO FOR NONE) AND THE REORDER    *
000934* QUANTITY ARE READ BY THE REPLENISHMENT STEP.               *
000950*----------------------------------------------------------*
000960 FD  ITEM-FILE-NAME.
000970 01  ITEM-REC.
001000     05  ITM-ACTIVE-FLAG              PIC X(01).
001010         88  ITM-ACTIVE                         VALUE 'A'.
001020         88  ITM-INACTIVE                       VALUE 'I'.
001021     05  ITM-REORDER-THRESHOLD        PIC 9(05).
001022     05  ITM-REORDER-QTY              PIC 9(05).
001030*
0103A1*----------------------------------------------------------*
0103A2* PENDING BATCH - THE MAKER'S TRANSACTIONS, COPIED VERBATIM  *
0103A3* AT SUBMISSION AND HELD HERE UNTIL A CHECKER RELEASES THEM. *
0103A4* THE RELEASE RUN READS THEM BACK THROUGH TXN-FILE-NAME.     *
0103A5*----------------------------------------------------------*
0103A6 FD  PEND-FILE-NAME.
0103A7 01  PEND-REC                         PIC X(34).
0103A8*
0103A9*----------------------------------------------------------*
0103B1* PENDING BATCH CONTROL - ONE RECORD WHILE A BATCH IS IN     *
0103B2* FLIGHT: WHO SUBMITTED IT AND WHEN, ITS TRANSACTION COUNT,  *
0103B3* AND A HASH OF ITS CONTENT. EMPTY WHEN NOTHING IS PENDING.  *
0103B4*----------------------------------------------------------*
0103B5 FD  PCTL-FILE-NAME.
0103B6 01  PCTL-REC.
0103B7     05  PCT-MAKER-ID                 PIC X(08).
0103B8     05  FILLER                       PIC X(01).
0103B9     05  PCT-STAGE-DATE               PIC 9(08).
0103C1     05  FILLER                       PIC X(01).
0103C2     05  PCT-STAGE-TIME               PIC 9(06).
0103C3     05  FILLER                       PIC X(01).
0103C4     05  PCT-TXN-COUNT                PIC 9(05).
0103C5     05  FILLER                       PIC X(01).
0103C6     05  PCT-BATCH-HASH               PIC 9(09).
0103C7*
0103C8*----------------------------------------------------------*
0103C9* OPERATOR SIGN-ON CARD, OPERATOR AUTHORITY FILE, AND THE    *
0103D1* SHARED AUTHORITY AUDIT TRAIL - LAYOUTS IN THE COPYBOOKS.   *
0103D2*----------------------------------------------------------*
0103D3 FD  SIGNON-FILE-NAME.
0103D4     COPY SIGNON.
0103D5*
0103D6 FD  OPERAUTH-FILE-NAME.
0103D7     COPY OPERAUTH.
0103D8*
0103D9 FD  AUTHAUDIT-FILE-NAME.
0103E1     COPY AUTHAUDT.
0103E2*
0103E3*----------------------------------------------------------*
0103E4* OPERATIONS ALERT FEED - THE SAME APPEND-ONLY FEED THE MAIN *
0103E5* AND REPAIR RUNS WRITE. THIS PROGRAM RAISES ONLY AUTHORITY  *
0103E6* REFUSALS ON IT.                                            *
0103E7*----------------------------------------------------------*
0103E8 FD  ALERT-FILE-NAME.
0103E9 01  ALERT-REC.
0103F1     05  ALT-RUN-DATE                 PIC 9(08).
0103F2     05  FILLER                       PIC X(01).
0103F3     05  ALT-RUN-TIME                 PIC 9(06).
0103F4     05  FILLER                       PIC X(01).
0103F5     05  ALT-PROGRAM                  PIC X(08).
0103F6     05  FILLER                       PIC X(01).
0103F7     05  ALT-SEVERITY                 PIC X(01).
0103F8     05  FILLER                       PIC X(01).
0103F9     05  ALT-CONDITION                PIC X(10).
0103G1     05  FILLER                       PIC X(01).
0103G2     05  ALT-FILE-NAME                PIC X(30).
0103G3     05  FILLER                       PIC X(01).
0103G4     05  ALT-FIGURE-1                 PIC +9(09).
0103G5     05  FILLER                       PIC X(01).
0103G6     05  ALT-FIGURE-2                 PIC +9(09).
0103G7*
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------*
001060* SWITCHES.                                                  *
001100         88  WS-TXN-EOF                        VALUE 'Y'.
001110     05  WS-ITEM-FOUND-SW            PIC X(01) VALUE 'N'.
001120         88  WS-ITEM-FOUND                      VALUE 'Y'.
0112A1     05  WS-RELEASE-SW               PIC X(01) VALUE 'N'.
0112A2         88  WS-RELEASE-RUN                     VALUE 'Y'.
0112A3     05  WS-PEND-EOF-SW              PIC X(01) VALUE 'N'.
0112A4         88  WS-PEND-EOF                        VALUE 'Y'.
0112A5     05  WS-OPERAUTH-EOF-SW          PIC X(01) VALUE 'N'.
0112A6         88  WS-OPERAUTH-EOF                    VALUE 'Y'.
0112A7     05  WS-OPERATOR-FOUND-SW        PIC X(01) VALUE 'N'.
0112A8         88  WS-OPERATOR-FOUND                  VALUE 'Y'.
0112A9     05  WS-FUNCTION-HELD-SW         PIC X(01) VALUE 'N'.
0112B1         88  WS-FUNCTION-HELD                   VALUE 'Y'.
001130*
001140 77  WS-TXN-STATUS                   PIC X(02) VALUE SPACES.
001150 77  WS-AUDIT-STATUS                 PIC X(02) VALUE SPACES.
001160 77  WS-ITEM-STATUS                  PIC X(02) VALUE SPACES.
0116A1 77  WS-PEND-STATUS                  PIC X(02) VALUE SPACES.
0116A2 77  WS-PCTL-STATUS                  PIC X(02) VALUE SPACES.
0116A3 77  WS-SIGNON-STATUS                PIC X(02) VALUE SPACES.
0116A4 77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
0116A5 77  WS-AUTHAUDIT-STATUS             PIC X(02) VALUE SPACES.
0116A6 77  WS-ALERT-STATUS                 PIC X(02) VALUE SPACES.
0116A7*
0116A8*----------------------------------------------------------*
0116A9* TRANSACTION FILE NAME - THE MAKER'S SUBMISSION ON A        *
0116B1* STAGING RUN, THE PENDING BATCH ON A RELEASE RUN.           *
0116B2*----------------------------------------------------------*
0116B3 77  WS-TXN-FILE-ID                  PIC X(40)
0116B4                                     VALUE 'day3itemtxn.txt'.
001170*
001180*----------------------------------------------------------*
001190* RUN STAMP - CAPTURED ONCE SO EVERY AUDIT RECORD OF ONE     *
001330 77  WS-AFTER-DESC                   PIC X(30) VALUE SPACES.
001340 77  WS-AFTER-FLAG                   PIC X(01) VALUE SPACE.
001350 77  WS-TXN-RESULT                   PIC X(20) VALUE SPACES.
001351 77  WS-BEFORE-THRESHOLD             PIC 9(05) VALUE 0.
001352 77  WS-BEFORE-QTY                   PIC 9(05) VALUE 0.
001353 77  WS-AFTER-THRESHOLD              PIC 9(05) VALUE 0.
001354 77  WS-AFTER-QTY                    PIC 9(05) VALUE 0.
001360*
001370*----------------------------------------------------------*
001380* RUN TALLIES FOR THE CLOSING OPERATOR SUMMARY.              *
001410 77  WS-APPLIED-COUNT                PIC S9(09) COMP VALUE 0.
001420 77  WS-REJECTED-COUNT               PIC S9(09) COMP VALUE 0.
001430*
0143A1*----------------------------------------------------------*
0143A2* OPERATOR AUTHORITY - THE SIGNED-ON OPERATOR AND THE        *
0143A3* FUNCTION CLAIMED, THE FUNCTION BEING CHECKED, AND THE      *
0143A4* REFUSAL REASON (SPACES WHEN GRANTED). THE DETAIL TEXT IS   *
0143A5* STAGED BY THE CALLER FOR THE AUTHORITY AUDIT RECORD.       *
0143A6*----------------------------------------------------------*
0143A7 77  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
0143A8 77  WS-SIGNON-FUNCTION              PIC X(08) VALUE SPACES.
0143A9 77  WS-AUTH-FUNCTION                PIC X(08) VALUE SPACES.
0143B1 77  WS-AUTH-REASON                  PIC X(30) VALUE SPACES.
0143B2 77  WS-AUTH-DETAIL                  PIC X(30) VALUE SPACES.
0143B3 77  WS-OPERATOR-ACTIVE-FLAG         PIC X(01) VALUE SPACE.
0143B4 77  WS-AUTH-IX                      PIC S9(04) COMP VALUE 0.
0143B5*
0143B6*----------------------------------------------------------*
0143B7* PENDING BATCH CONTROL AS READ, AND THE COUNT AND HASH      *
0143B8* WORKED OUT FROM THE BATCH CONTENT. THE HASH ROLLS EVERY    *
0143B9* CHARACTER OF EVERY RECORD (TIMES 31 PLUS THE CHARACTER'S   *
0143C1* ORDINAL, MODULO A NINE-DIGIT PRIME) SO ANY EDIT TO THE     *
0143C2* PENDING FILE AFTER SUBMISSION SHOWS UP AT RELEASE.         *
0143C3*----------------------------------------------------------*
0143C4 77  WS-PEND-MAKER-ID                PIC X(08) VALUE SPACES.
0143C5 77  WS-PEND-COUNT                   PIC 9(05) VALUE 0.
0143C6 77  WS-PEND-HASH                    PIC 9(09) VALUE 0.
0143C7 77  WS-BATCH-COUNT                  PIC S9(09) COMP VALUE 0.
0143C8 77  WS-BATCH-HASH                   PIC S9(09) COMP VALUE 0.
0143C9 77  WS-HASH-MODULUS                 PIC S9(09) COMP
0143D1                                     VALUE 999999937.
0143D2 77  WS-HASH-WORK                    PIC S9(18) COMP VALUE 0.
0143D3 77  WS-HASH-QUOT                    PIC S9(18) COMP VALUE 0.
0143D4 77  WS-HASH-ORD                     PIC S9(09) VALUE 0.
0143D5 77  WS-HASH-IX                      PIC S9(04) COMP VALUE 0.
0143D6 77  WS-HASH-AREA                    PIC X(34) VALUE SPACES.
0143D7 77  WS-EDIT-COUNT                   PIC Z(04)9.
0143D8 77  WS-EDIT-HASH                    PIC 9(09).
0143D9*
0143E1*----------------------------------------------------------*
0143E2* ALERT FEED WORK AREA - THE CALLER STAGES SEVERITY,         *
0143E3* CONDITION, FILE, AND FIGURES, THEN PERFORMS                *
0143E4* 7700-WRITE-ALERT.                                          *
0143E5*----------------------------------------------------------*
0143E6 77  WS-ALT-SEVERITY                 PIC X(01) VALUE SPACE.
0143E7 77  WS-ALT-CONDITION                PIC X(10) VALUE SPACES.
0143E8 77  WS-ALT-FILE                     PIC X(30) VALUE SPACES.
0143E9 77  WS-ALT-FIGURE-1                 PIC S9(09) VALUE 0.
0143F1 77  WS-ALT-FIGURE-2                 PIC S9(09) VALUE 0.
0143F2*
001440 PROCEDURE DIVISION.
001450*----------------------------------------------------------*
001460* 0000-MAINLINE - OVERALL FLOW OF CONTROL.                   *
001470*----------------------------------------------------------*
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001491     IF WS-RELEASE-RUN
001492         PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
001493         PERFORM 9999-TERMINATE THRU 9999-EXIT
001494     ELSE
001495         PERFORM 6000-STAGE-BATCH THRU 6000-EXIT
001496     END-IF.
001520     STOP RUN.
001530 0000-EXIT.
001540     EXIT.
001550*
001560*----------------------------------------------------------*
001561* 1000-INITIALIZE - THE SIGN-ON CARD DECIDES THE RUN: A      *
001562* CHECKER (ITEMCHEK) RELEASES THE PENDING BATCH, ANYONE ELSE *
001563* SUBMITS A NEW ONE UNDER ITEMMAKE. AN OPERATOR WITHOUT THE  *
001564* AUTHORITY IS REFUSED HERE BEFORE ANY FILE IS TOUCHED. A    *
001565* SUBMISSION GOES NO FURTHER - THE MASTER IS NOT OPENED. ON  *
001566* A RELEASE THE PENDING BATCH IS VERIFIED AND BECOMES THE    *
001567* TRANSACTION FILE, WHICH IS REQUIRED - WITHOUT IT THERE IS  *
001568* NOTHING TO APPLY. ONLY THEN IS THE ITEM MASTER             *
001590* OPENED FOR UPDATE, AND CREATED EMPTY FIRST WHEN THIS IS    *
001600* THE INITIAL CATALOGUE LOAD. THE AUDIT FILE IS APPENDED TO  *
001610* ACROSS RUNS (CREATED ON FIRST USE) - IT IS THE CHANGE      *
001650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001660     ACCEPT WS-RUN-TIME-RAW FROM TIME.
001670     DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
0167A1     PERFORM 7550-READ-SIGNON THRU 7550-EXIT.
0167A2     IF WS-SIGNON-FUNCTION = 'ITEMCHEK'
0167A3         SET WS-RELEASE-RUN TO TRUE
0167A4         MOVE 'ITEMCHEK' TO WS-AUTH-FUNCTION
0167A5     ELSE
0167A6         MOVE 'ITEMMAKE' TO WS-AUTH-FUNCTION
0167A7     END-IF.
0167A8     PERFORM 7600-CHECK-AUTHORITY THRU 7600-EXIT.
0167A9     IF WS-AUTH-REASON NOT = SPACES
0167B1         MOVE SPACES TO WS-AUTH-DETAIL
0167B2         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
0167B3         STOP RUN
0167B4     END-IF.
0167B5     IF NOT WS-RELEASE-RUN
0167B6         GO TO 1000-EXIT
0167B7     END-IF.
0167B8     PERFORM 6500-VERIFY-PENDING-BATCH THRU 6500-EXIT.
0167B9     MOVE 'day3itempend.txt' TO WS-TXN-FILE-ID.
001680     OPEN INPUT TXN-FILE-NAME.
001690     IF WS-TXN-STATUS NOT = '00'
001700         DISPLAY "ERROR: CANNOT OPEN TRANSACTION FILE (STATUS "
002160     MOVE SPACES TO WS-AFTER-DESC.
002170     MOVE SPACE TO WS-AFTER-FLAG.
002180     MOVE SPACES TO WS-TXN-RESULT.
002181     MOVE 0 TO WS-BEFORE-THRESHOLD WS-BEFORE-QTY.
002182     MOVE 0 TO WS-AFTER-THRESHOLD WS-AFTER-QTY.
002190     IF NOT TXN-ACTION-KNOWN
002200         MOVE 'UNKNOWN ACTION' TO WS-TXN-RESULT
002210         PERFORM 4900-WRITE-AUDIT-RECORD THRU 4900-EXIT
002400     IF TXN-REACTIVATE
002410         PERFORM 4400-APPLY-REACTIVATE THRU 4400-EXIT
002420     END-IF.
002421     IF TXN-SET-REORDER
002422         PERFORM 4500-APPLY-SET-REORDER THRU 4500-EXIT
002423     END-IF.
002430     PERFORM 4900-WRITE-AUDIT-RECORD THRU 4900-EXIT.
002440 3000-EXIT.
002450     EXIT.
002630             MOVE ITM-ACTIVE-FLAG TO WS-BEFORE-FLAG
002640             MOVE ITM-DESCRIPTION TO WS-AFTER-DESC
002650             MOVE ITM-ACTIVE-FLAG TO WS-AFTER-FLAG
002651             MOVE ITM-REORDER-THRESHOLD TO WS-BEFORE-THRESHOLD
002652             MOVE ITM-REORDER-QTY TO WS-BEFORE-QTY
002653             MOVE ITM-REORDER-THRESHOLD TO WS-AFTER-THRESHOLD
002654             MOVE ITM-REORDER-QTY TO WS-AFTER-QTY
002660     END-READ.
002670 3500-EXIT.
002680     EXIT.
002690*
002700*----------------------------------------------------------*
002710* 4100-APPLY-ADD - A NEW LETTER IS WRITTEN ACTIVE WITH THE   *
002711* SUPPLIED DESCRIPTION AND NO REORDER POINT. ADDING A LETTER *
002712* ALREADY CATALOGUED IS THE DUPLICATE-ADD REJECTION - USE    *
002713* 'C' TO CHANGE IT.                                          *
002740*----------------------------------------------------------*
002750 4100-APPLY-ADD.
002760     IF WS-ITEM-FOUND
002810     MOVE TXN-LETTER TO ITM-LETTER.
002820     MOVE TXN-DESCRIPTION TO ITM-DESCRIPTION.
002830     SET ITM-ACTIVE TO TRUE.
002831     MOVE 0 TO ITM-REORDER-THRESHOLD.
002832     MOVE 0 TO ITM-REORDER-QTY.
002840     WRITE ITEM-REC
002850         INVALID KEY
002860             ADD 1 TO WS-REJECTED-COUNT
003780     EXIT.
003790*
003800*----------------------------------------------------------*
0380A1* 4500-APPLY-SET-REORDER - REPLACE A LETTER'S REORDER        *
0380A2* THRESHOLD AND QUANTITY. BOTH MUST BE NUMERIC; A ZERO       *
0380A3* THRESHOLD TAKES THE LETTER OFF REPLENISHMENT, BUT A        *
0380A4* THRESHOLD WITH NOTHING TO ORDER IS REJECTED. AN INACTIVE   *
0380A5* LETTER MAY BE SET UP AHEAD OF ITS REACTIVATION.            *
0380A6*----------------------------------------------------------*
0380A7 4500-APPLY-SET-REORDER.
0380A8     IF NOT WS-ITEM-FOUND
0380A9         ADD 1 TO WS-REJECTED-COUNT
0380B1         MOVE 'NOT ON MASTER' TO WS-TXN-RESULT
0380B2         GO TO 4500-EXIT
0380B3     END-IF.
0380B4     IF TXN-REORDER-THRESHOLD NOT NUMERIC
0380B5         OR TXN-REORDER-QTY NOT NUMERIC
0380B6         ADD 1 TO WS-REJECTED-COUNT
0380B7         MOVE 'INVALID REORDER DATA' TO WS-TXN-RESULT
0380B8         GO TO 4500-EXIT
0380B9     END-IF.
0380C1     IF TXN-REORDER-THRESHOLD NOT = '00000'
0380C2         AND TXN-REORDER-QTY = '00000'
0380C3         ADD 1 TO WS-REJECTED-COUNT
0380C4         MOVE 'NO REORDER QUANTITY' TO WS-TXN-RESULT
0380C5         GO TO 4500-EXIT
0380C6     END-IF.
0380C7     MOVE TXN-REORDER-THRESHOLD TO ITM-REORDER-THRESHOLD.
0380C8     MOVE TXN-REORDER-QTY TO ITM-REORDER-QTY.
0380C9     REWRITE ITEM-REC
0380D1         INVALID KEY
0380D2             ADD 1 TO WS-REJECTED-COUNT
0380D3             MOVE 'REWRITE FAILED' TO WS-TXN-RESULT
0380D4             GO TO 4500-EXIT
0380D5     END-REWRITE.
0380D6     ADD 1 TO WS-APPLIED-COUNT.
0380D7     MOVE ITM-REORDER-THRESHOLD TO WS-AFTER-THRESHOLD.
0380D8     MOVE ITM-REORDER-QTY TO WS-AFTER-QTY.
0380D9     MOVE 'APPLIED' TO WS-TXN-RESULT.
0380E1 4500-EXIT.
0380E2     EXIT.
0380E3*
0380E4*----------------------------------------------------------*
003810* 4900-WRITE-AUDIT-RECORD - ONE CHANGE-HISTORY RECORD FOR    *
003820* THE TRANSACTION JUST EXAMINED: RUN STAMP, ACTION, LETTER,  *
003830* BEFORE AND AFTER IMAGES, AND THE RESULT. A REJECTED        *
003940     MOVE WS-AFTER-DESC TO AUD-AFTER-DESC.
003950     MOVE WS-AFTER-FLAG TO AUD-AFTER-FLAG.
003960     MOVE WS-TXN-RESULT TO AUD-RESULT.
003961     MOVE WS-BEFORE-THRESHOLD TO AUD-BEFORE-THRESHOLD.
003962     MOVE WS-BEFORE-QTY TO AUD-BEFORE-QTY.
003963     MOVE WS-AFTER-THRESHOLD TO AUD-AFTER-THRESHOLD.
003964     MOVE WS-AFTER-QTY TO AUD-AFTER-QTY.
003965     MOVE WS-PEND-MAKER-ID TO AUD-MAKER-ID.
003966     MOVE WS-OPERATOR-ID TO AUD-CHECKER-ID.
003970     WRITE AUDIT-REC.
003980     IF WS-TXN-RESULT NOT = 'APPLIED'
003990         DISPLAY "TRANSACTION REJECTED: ACTION " TXN-ACTION
004030     EXIT.
004040*
004050*----------------------------------------------------------*
040AA1* 6000-STAGE-BATCH - SUBMISSION. COPY THE MAKER'S            *
040AA2* TRANSACTIONS VERBATIM TO THE PENDING BATCH, COUNTING AND   *
040AA3* HASHING THEM, AND WRITE THE CONTROL RECORD. ONE BATCH IS   *
040AA4* IN FLIGHT AT A TIME: A BATCH PENDING FROM ANOTHER MAKER IS *
040AA5* NEVER OVERWRITTEN (THE SUBMISSION IS REFUSED), BUT A MAKER *
040AA6* MAY REPLACE THEIR OWN - AND AN EMPTY SUBMISSION WITHDRAWS  *
040AA7* IT. NOTHING TOUCHES THE MASTER UNTIL A CHECKER RELEASES.   *
040AA8*----------------------------------------------------------*
040AA9 6000-STAGE-BATCH.
040AB1     PERFORM 6050-READ-PENDING-CONTROL THRU 6050-EXIT.
040AB2     IF WS-PEND-COUNT > 0
040AB3         AND WS-PEND-MAKER-ID NOT = WS-OPERATOR-ID
040AB4         MOVE 'BATCH PENDING FROM OTHER MAKER' TO WS-AUTH-REASON
040AB5         MOVE SPACES TO WS-AUTH-DETAIL
040AB6         STRING 'PENDING MAKER ' WS-PEND-MAKER-ID
040AB7             DELIMITED BY SIZE INTO WS-AUTH-DETAIL
040AB8         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
040AB9         GO TO 6000-EXIT
040AC1     END-IF.
040AC2     OPEN INPUT TXN-FILE-NAME.
040AC3     IF WS-TXN-STATUS NOT = '00'
040AC4         DISPLAY "ERROR: CANNOT OPEN TRANSACTION FILE (STATUS "
040AC5             WS-TXN-STATUS ") - NOTHING TO SUBMIT"
040AC6         STOP RUN
040AC7     END-IF.
040AC8     OPEN OUTPUT PEND-FILE-NAME.
040AC9     IF WS-PEND-STATUS NOT = '00'
040AD1         DISPLAY "ERROR: CANNOT OPEN PENDING BATCH (STATUS "
040AD2             WS-PEND-STATUS ") - NOTHING SUBMITTED"
040AD3         CLOSE TXN-FILE-NAME
040AD4         STOP RUN
040AD5     END-IF.
040AD6     MOVE 0 TO WS-BATCH-COUNT.
040AD7     MOVE 0 TO WS-BATCH-HASH.
040AD8     PERFORM 6100-STAGE-ONE-TXN THRU 6100-EXIT
040AD9         UNTIL WS-TXN-EOF.
040AE1     CLOSE TXN-FILE-NAME.
040AE2     CLOSE PEND-FILE-NAME.
040AE3     MOVE WS-BATCH-COUNT TO WS-PEND-COUNT.
040AE4     MOVE WS-BATCH-HASH TO WS-PEND-HASH.
040AE5     OPEN OUTPUT PCTL-FILE-NAME.
040AE6     IF WS-BATCH-COUNT > 0
040AE7         MOVE SPACES TO PCTL-REC
040AE8         MOVE WS-OPERATOR-ID TO PCT-MAKER-ID
040AE9         MOVE WS-RUN-DATE TO PCT-STAGE-DATE
040AF1         MOVE WS-RUN-TIME TO PCT-STAGE-TIME
040AF2         MOVE WS-PEND-COUNT TO PCT-TXN-COUNT
040AF3         MOVE WS-PEND-HASH TO PCT-BATCH-HASH
040AF4         WRITE PCTL-REC
040AF5     END-IF.
040AF6     CLOSE PCTL-FILE-NAME.
040AF7     MOVE WS-PEND-COUNT TO WS-EDIT-COUNT.
040AF8     MOVE WS-PEND-HASH TO WS-EDIT-HASH.
040AF9     MOVE SPACES TO WS-AUTH-DETAIL.
040AG1     IF WS-BATCH-COUNT = 0
040AG2         MOVE 'NOTHING PENDING' TO WS-AUTH-DETAIL
040AG3         DISPLAY "NO TRANSACTIONS SUBMITTED - NOTHING PENDING"
040AG4     ELSE
040AG5         STRING 'STAGED ' WS-EDIT-COUNT ' HASH ' WS-EDIT-HASH
040AG6             DELIMITED BY SIZE INTO WS-AUTH-DETAIL
040AG7         DISPLAY "BATCH STAGED FOR APPROVAL: " WS-EDIT-COUNT
040AG8             " TRANSACTIONS, HASH " WS-EDIT-HASH
040AG9     END-IF.
040AH1     PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT.
040AH2 6000-EXIT.
040AH3     EXIT.
040AH4*
040AH5 6100-STAGE-ONE-TXN.
040AH6     READ TXN-FILE-NAME
040AH7         AT END
040AH8             SET WS-TXN-EOF TO TRUE
040AH9             GO TO 6100-EXIT
040AJ1     END-READ.
040AJ2     MOVE TXN-REC TO PEND-REC.
040AJ3     WRITE PEND-REC.
040AJ4     ADD 1 TO WS-BATCH-COUNT.
040AJ5     MOVE TXN-REC TO WS-HASH-AREA.
040AJ6     PERFORM 6900-HASH-RECORD THRU 6900-EXIT.
040AJ7 6100-EXIT.
040AJ8     EXIT.
040AJ9*
040AK1*----------------------------------------------------------*
040AK2* 6050-READ-PENDING-CONTROL - PICK UP THE CONTROL RECORD OF  *
040AK3* THE BATCH IN FLIGHT, IF ANY. NO FILE, NO RECORD, OR A      *
040AK4* DAMAGED RECORD ALL LEAVE THE COUNT AT ZERO - NOTHING       *
040AK5* PENDING.                                                   *
040AK6*----------------------------------------------------------*
040AK7 6050-READ-PENDING-CONTROL.
040AK8     MOVE SPACES TO WS-PEND-MAKER-ID.
040AK9     MOVE 0 TO WS-PEND-COUNT.
040AL1     MOVE 0 TO WS-PEND-HASH.
040AL2     OPEN INPUT PCTL-FILE-NAME.
040AL3     IF WS-PCTL-STATUS NOT = '00'
040AL4         GO TO 6050-EXIT
040AL5     END-IF.
040AL6     READ PCTL-FILE-NAME
040AL7         AT END
040AL8             CONTINUE
040AL9         NOT AT END
040AM1             IF PCT-TXN-COUNT NUMERIC
040AM2                 AND PCT-BATCH-HASH NUMERIC
040AM3                 MOVE PCT-MAKER-ID TO WS-PEND-MAKER-ID
040AM4                 MOVE PCT-TXN-COUNT TO WS-PEND-COUNT
040AM5                 MOVE PCT-BATCH-HASH TO WS-PEND-HASH
040AM6             END-IF
040AM7     END-READ.
040AM8     CLOSE PCTL-FILE-NAME.
040AM9 6050-EXIT.
040AN1     EXIT.
040AN2*
040AN3*----------------------------------------------------------*
040AN4* 6500-VERIFY-PENDING-BATCH - RELEASE GATE. THERE MUST BE A  *
040AN5* BATCH, THE CHECKER MUST NOT BE ITS MAKER, AND THE PENDING  *
040AN6* FILE MUST STILL COUNT AND HASH TO ITS CONTROL RECORD.      *
040AN7* ANY FAILURE IS A REFUSAL AND ENDS THE RUN WITH THE MASTER  *
040AN8* UNTOUCHED; A PASS IS RECORDED AS GRANTED, WITH THE MAKER.  *
040AN9*----------------------------------------------------------*
040AP1 6500-VERIFY-PENDING-BATCH.
040AP2     PERFORM 6050-READ-PENDING-CONTROL THRU 6050-EXIT.
040AP3     MOVE SPACES TO WS-AUTH-DETAIL.
040AP4     IF WS-PEND-COUNT = 0
040AP5         MOVE 'NOTHING PENDING' TO WS-AUTH-DETAIL
040AP6         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
040AP7         DISPLAY "NO PENDING BATCH - NOTHING TO RELEASE"
040AP8         STOP RUN
040AP9     END-IF.
040AQ1     STRING 'PENDING MAKER ' WS-PEND-MAKER-ID
040AQ2         DELIMITED BY SIZE INTO WS-AUTH-DETAIL.
040AQ3     IF WS-PEND-MAKER-ID = WS-OPERATOR-ID
040AQ4         MOVE 'CHECKER SAME AS MAKER' TO WS-AUTH-REASON
040AQ5         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
040AQ6         STOP RUN
040AQ7     END-IF.
040AQ8     MOVE 0 TO WS-BATCH-COUNT.
040AQ9     MOVE 0 TO WS-BATCH-HASH.
040AR1     OPEN INPUT PEND-FILE-NAME.
040AR2     IF WS-PEND-STATUS = '00'
040AR3         PERFORM 6600-HASH-PENDING-TXN THRU 6600-EXIT
040AR4             UNTIL WS-PEND-EOF
040AR5         CLOSE PEND-FILE-NAME
040AR6     END-IF.
040AR7     IF WS-BATCH-COUNT NOT = WS-PEND-COUNT
040AR8         OR WS-BATCH-HASH NOT = WS-PEND-HASH
040AR9         MOVE 'PENDING BATCH ALTERED' TO WS-AUTH-REASON
040AS1         PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT
040AS2         STOP RUN
040AS3     END-IF.
040AS4     PERFORM 7680-RECORD-AUTH-OUTCOME THRU 7680-EXIT.
040AS5     MOVE WS-PEND-COUNT TO WS-EDIT-COUNT.
040AS6     DISPLAY "RELEASING BATCH OF " WS-EDIT-COUNT
040AS7         " TRANSACTIONS FROM " WS-PEND-MAKER-ID.
040AS8 6500-EXIT.
040AS9     EXIT.
040AT1*
040AT2 6600-HASH-PENDING-TXN.
040AT3     READ PEND-FILE-NAME
040AT4         AT END
040AT5             SET WS-PEND-EOF TO TRUE
040AT6             GO TO 6600-EXIT
040AT7     END-READ.
040AT8     ADD 1 TO WS-BATCH-COUNT.
040AT9     MOVE PEND-REC TO WS-HASH-AREA.
040AU1     PERFORM 6900-HASH-RECORD THRU 6900-EXIT.
040AU2 6600-EXIT.
040AU3     EXIT.
040AU4*
040AU5*----------------------------------------------------------*
040AU6* 6800-CLEAR-PENDING-BATCH - THE RELEASED BATCH IS DONE      *
040AU7* WITH: EMPTY THE PENDING FILE AND ITS CONTROL SO THE NEXT   *
040AU8* SUBMISSION STARTS CLEAN AND THE BATCH CANNOT BE RELEASED   *
040AU9* A SECOND TIME.                                             *
040AV1*----------------------------------------------------------*
040AV2 6800-CLEAR-PENDING-BATCH.
040AV3     OPEN OUTPUT PEND-FILE-NAME.
040AV4     CLOSE PEND-FILE-NAME.
040AV5     OPEN OUTPUT PCTL-FILE-NAME.
040AV6     CLOSE PCTL-FILE-NAME.
040AV7 6800-EXIT.
040AV8     EXIT.
040AV9*
040AW1*----------------------------------------------------------*
040AW2* 6900-HASH-RECORD - ROLL THE RECORD STAGED IN WS-HASH-AREA  *
040AW3* INTO THE BATCH HASH, ONE CHARACTER AT A TIME.              *
040AW4*----------------------------------------------------------*
040AW5 6900-HASH-RECORD.
040AW6     PERFORM VARYING WS-HASH-IX FROM 1 BY 1 UNTIL WS-HASH-IX > 34
040AW7         SET WS-HASH-ORD TO
040AW8             FUNCTION ORD(WS-HASH-AREA(WS-HASH-IX:1))
040AW9         COMPUTE WS-HASH-WORK = WS-BATCH-HASH * 31 + WS-HASH-ORD
040AX1         DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
040AX2             GIVING WS-HASH-QUOT REMAINDER WS-BATCH-HASH
040AX3     END-PERFORM.
040AX4 6900-EXIT.
040AX5     EXIT.
040AX6*
040AX7*----------------------------------------------------------*
040AX8* 7550-READ-SIGNON - PICK UP THE OPERATOR RUNNING THIS STEP, *
040AX9* AND THE FUNCTION CLAIMED, FROM THE SIGN-ON CARD. NO CARD   *
040AY1* LEAVES THE OPERATOR BLANK, WHICH IS ALWAYS REFUSED.        *
040AY2*----------------------------------------------------------*
040AY3 7550-READ-SIGNON.
040AY4     MOVE SPACES TO WS-OPERATOR-ID.
040AY5     MOVE SPACES TO WS-SIGNON-FUNCTION.
040AY6     OPEN INPUT SIGNON-FILE-NAME.
040AY7     IF WS-SIGNON-STATUS NOT = '00'
040AY8         GO TO 7550-EXIT
040AY9     END-IF.
040AZ1     READ SIGNON-FILE-NAME
040AZ2         AT END
040AZ3             CONTINUE
040AZ4         NOT AT END
040AZ5             MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
040AZ6             MOVE SGN-FUNCTION TO WS-SIGNON-FUNCTION
040AZ7     END-READ.
040AZ8     CLOSE SIGNON-FILE-NAME.
040AZ9 7550-EXIT.
040BA1     EXIT.
040BA2*
040BA3*----------------------------------------------------------*
040BA4* 7600-CHECK-AUTHORITY - MAY THE SIGNED-ON OPERATOR PERFORM  *
040BA5* WS-AUTH-FUNCTION? LEAVES WS-AUTH-REASON AT SPACES IF SO,   *
040BA6* OTHERWISE THE REASON FOR REFUSAL. THE CHECK FAILS CLOSED:  *
040BA7* NO AUTHORITY FILE MEANS NOBODY IS AUTHORISED.              *
040BA8*----------------------------------------------------------*
040BA9 7600-CHECK-AUTHORITY.
040BB1     MOVE SPACES TO WS-AUTH-REASON.
040BB2     IF WS-OPERATOR-ID = SPACES
040BB3         MOVE 'NO OPERATOR SIGNED ON' TO WS-AUTH-REASON
040BB4         GO TO 7600-EXIT
040BB5     END-IF.
040BB6     OPEN INPUT OPERAUTH-FILE-NAME.
040BB7     IF WS-OPERAUTH-STATUS NOT = '00'
040BB8         MOVE 'NO AUTHORITY FILE' TO WS-AUTH-REASON
040BB9         GO TO 7600-EXIT
040BC1     END-IF.
040BC2     MOVE 'N' TO WS-OPERAUTH-EOF-SW.
040BC3     MOVE 'N' TO WS-OPERATOR-FOUND-SW.
040BC4     MOVE 'N' TO WS-FUNCTION-HELD-SW.
040BC5     PERFORM 7650-READ-OPERAUTH-RECORD THRU 7650-EXIT
040BC6         UNTIL WS-OPERAUTH-EOF OR WS-OPERATOR-FOUND.
040BC7     CLOSE OPERAUTH-FILE-NAME.
040BC8     IF NOT WS-OPERATOR-FOUND
040BC9         MOVE 'UNKNOWN OPERATOR' TO WS-AUTH-REASON
040BD1         GO TO 7600-EXIT
040BD2     END-IF.
040BD3     IF WS-OPERATOR-ACTIVE-FLAG NOT = 'A'
040BD4         MOVE 'OPERATOR INACTIVE' TO WS-AUTH-REASON
040BD5         GO TO 7600-EXIT
040BD6     END-IF.
040BD7     IF NOT WS-FUNCTION-HELD
040BD8         MOVE 'FUNCTION NOT AUTHORISED' TO WS-AUTH-REASON
040BD9     END-IF.
040BE1 7600-EXIT.
040BE2     EXIT.
040BE3*
040BE4*----------------------------------------------------------*
040BE5* 7650-READ-OPERAUTH-RECORD - READ ONE AUTHORITY RECORD. ON  *
040BE6* THE SIGNED-ON OPERATOR'S RECORD, NOTE THE ACTIVE FLAG AND  *
040BE7* WHETHER THE FUNCTION IS AMONG THOSE HELD.                  *
040BE8*----------------------------------------------------------*
040BE9 7650-READ-OPERAUTH-RECORD.
040BF1     READ OPERAUTH-FILE-NAME
040BF2         AT END
040BF3             SET WS-OPERAUTH-EOF TO TRUE
040BF4             GO TO 7650-EXIT
040BF5     END-READ.
040BF6     IF OPA-OPERATOR-ID NOT = WS-OPERATOR-ID
040BF7         GO TO 7650-EXIT
040BF8     END-IF.
040BF9     SET WS-OPERATOR-FOUND TO TRUE.
040BG1     MOVE OPA-ACTIVE-FLAG TO WS-OPERATOR-ACTIVE-FLAG.
040BG2     PERFORM VARYING WS-AUTH-IX FROM 1 BY 1 UNTIL WS-AUTH-IX > 8
040BG3         IF OPA-FUNCTION(WS-AUTH-IX) = WS-AUTH-FUNCTION
040BG4             SET WS-FUNCTION-HELD TO TRUE
040BG5         END-IF
040BG6     END-PERFORM.
040BG7 7650-EXIT.
040BG8     EXIT.
040BG9*
040BH1*----------------------------------------------------------*
040BH2* 7680-RECORD-AUTH-OUTCOME - APPEND THE DECISION TO THE      *
040BH3* AUTHORITY AUDIT TRAIL (CREATED ON FIRST USE). A REFUSAL IS *
040BH4* ALSO TOLD TO THE OPERATOR AND RAISED ON THE ALERT FEED AS  *
040BH5* A CRITICAL AUTHREFUSE NAMING THE OPERATOR AND FUNCTION.    *
040BH6*----------------------------------------------------------*
040BH7 7680-RECORD-AUTH-OUTCOME.
040BH8     OPEN EXTEND AUTHAUDIT-FILE-NAME.
040BH9     IF WS-AUTHAUDIT-STATUS NOT = '00'
040BJ1         OPEN OUTPUT AUTHAUDIT-FILE-NAME
040BJ2     END-IF.
040BJ3     MOVE SPACES TO AUTHAUDIT-REC.
040BJ4     MOVE WS-RUN-DATE TO AAU-RUN-DATE.
040BJ5     MOVE WS-RUN-TIME TO AAU-RUN-TIME.
040BJ6     MOVE 'ITMMAINT' TO AAU-PROGRAM.
040BJ7     MOVE WS-OPERATOR-ID TO AAU-OPERATOR-ID.
040BJ8     MOVE WS-AUTH-FUNCTION TO AAU-FUNCTION.
040BJ9     IF WS-AUTH-REASON = SPACES
040BK1         MOVE 'GRANTED' TO AAU-OUTCOME
040BK2     ELSE
040BK3         MOVE 'REFUSED' TO AAU-OUTCOME
040BK4     END-IF.
040BK5     MOVE WS-AUTH-REASON TO AAU-REASON.
040BK6     MOVE WS-AUTH-DETAIL TO AAU-DETAIL.
040BK7     WRITE AUTHAUDIT-REC.
040BK8     CLOSE AUTHAUDIT-FILE-NAME.
040BK9     IF WS-AUTH-REASON = SPACES
040BL1         GO TO 7680-EXIT
040BL2     END-IF.
040BL3     DISPLAY "ERROR: " WS-AUTH-FUNCTION " REFUSED FOR OPERATOR '"
040BL4         WS-OPERATOR-ID "' - " WS-AUTH-REASON.
040BL5     MOVE 'C' TO WS-ALT-SEVERITY.
040BL6     MOVE 'AUTHREFUSE' TO WS-ALT-CONDITION.
040BL7     MOVE SPACES TO WS-ALT-FILE.
040BL8     STRING WS-OPERATOR-ID ' ' WS-AUTH-FUNCTION
040BL9         DELIMITED BY SIZE INTO WS-ALT-FILE.
040BM1     MOVE 0 TO WS-ALT-FIGURE-1.
040BM2     MOVE 0 TO WS-ALT-FIGURE-2.
040BM3     PERFORM 7700-WRITE-ALERT THRU 7700-EXIT.
040BM4 7680-EXIT.
040BM5     EXIT.
040BM6*
040BM7*----------------------------------------------------------*
040BM8* 7700-WRITE-ALERT - APPEND ONE STAGED ALERT TO THE          *
040BM9* OPERATIONS FEED, CREATING IT ON FIRST USE. OPENED PER      *
040BN1* ALERT SO ANY PATH CAN RAISE ONE.                           *
040BN2*----------------------------------------------------------*
040BN3 7700-WRITE-ALERT.
040BN4     OPEN EXTEND ALERT-FILE-NAME.
040BN5     IF WS-ALERT-STATUS NOT = '00'
040BN6         OPEN OUTPUT ALERT-FILE-NAME
040BN7     END-IF.
040BN8     MOVE SPACES TO ALERT-REC.
040BN9     MOVE WS-RUN-DATE TO ALT-RUN-DATE.
040BP1     MOVE WS-RUN-TIME TO ALT-RUN-TIME.
040BP2     MOVE 'ITMMAINT' TO ALT-PROGRAM.
040BP3     MOVE WS-ALT-SEVERITY TO ALT-SEVERITY.
040BP4     MOVE WS-ALT-CONDITION TO ALT-CONDITION.
040BP5     MOVE WS-ALT-FILE TO ALT-FILE-NAME.
040BP6     MOVE WS-ALT-FIGURE-1 TO ALT-FIGURE-1.
040BP7     MOVE WS-ALT-FIGURE-2 TO ALT-FIGURE-2.
040BP8     WRITE ALERT-REC.
040BP9     CLOSE ALERT-FILE-NAME.
040BQ1 7700-EXIT.
040BQ2     EXIT.
040BQ3*
040BQ4*----------------------------------------------------------*
040BQ5* 9999-TERMINATE - CLOSE EVERYTHING, CLEAR THE RELEASED      *
040BQ6* BATCH, AND GIVE THE OPERATOR THE RUN SUMMARY.              *
004080*----------------------------------------------------------*
004090 9999-TERMINATE.
004100     CLOSE TXN-FILE-NAME.
004110     CLOSE ITEM-FILE-NAME.
004120     CLOSE AUDIT-FILE-NAME.
004121     PERFORM 6800-CLEAR-PENDING-BATCH THRU 6800-EXIT.
004130     DISPLAY "TRANSACTIONS READ:    " WS-TXN-COUNT.
004140     DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT.
004150     DISPLAY "TRANSACTIONS REJECTED:" WS-REJECTED-COUNT.
