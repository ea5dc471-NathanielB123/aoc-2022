000230*                    GENERATION ALREADY POSTED (PER THE      *
000240*                    POSITION FILE'S HEADER) IS REFUSED SO A *
000250*                    RERUN CANNOT DOUBLE THE POSITIONS.      *
000251*   10/15/26   DWB   EACH POSTING ALSO APPENDS ITS           *
000252*                    ACKNOWLEDGMENT FIGURES, TAGGED WITH THE *
000253*                    GENERATION SUFFIX AND POSTING DATE, TO  *
000254*                    AN ACKNOWLEDGMENT HISTORY FILE. THE     *
000255*                    ACKNOWLEDGMENT FILE ITSELF ONLY EVER    *
000256*                    HOLDS THE LATEST GENERATION, AND THE    *
000257*                    PERIOD-END CLOSE NEEDS EVERY            *
000258*                    GENERATION'S TOTALS TO PROVE THE        *
000259*                    POSITIONS.                              *
000260*----------------------------------------------------------*
000270*
000280 ENVIRONMENT DIVISION.
000410     SELECT ACK-FILE-NAME ASSIGN TO 'day3ack.txt'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ACK-STATUS.
000431     SELECT ACKHIST-FILE-NAME ASSIGN TO 'day3ackhist.txt'
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-ACKHIST-STATUS.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
001040     05  FILLER                       PIC X(01).
001050     05  ACK-HASH                     PIC 9(09).
001060*
0106A1*----------------------------------------------------------*
0106A2* ACKNOWLEDGMENT HISTORY FILE - APPEND-ONLY. THE SAME FOUR   *
0106A3* PER-TYPE RECORDS AS THE ACKNOWLEDGMENT FILE, EACH TAGGED   *
0106A4* WITH THE GENERATION POSTED AND THE POSTING DATE. READ BY   *
0106A5* THE PERIOD-END CLOSE; THE LAST SET FOR A GENERATION WINS.  *
0106A6*----------------------------------------------------------*
0106A7 FD  ACKHIST-FILE-NAME.
0106A8 01  ACKHIST-REC.
0106A9     05  AKH-GEN-SUFFIX               PIC X(14).
0106B1     05  FILLER                       PIC X(01).
0106B2     05  AKH-POST-DATE                PIC 9(08).
0106B3     05  FILLER                       PIC X(01).
0106B4     05  AKH-RECORD-TYPE              PIC X(02).
0106B5     05  FILLER                       PIC X(01).
0106B6     05  AKH-COUNT                    PIC 9(09).
0106B7     05  FILLER                       PIC X(01).
0106B8     05  AKH-HASH                     PIC 9(09).
0106B9*
001070 WORKING-STORAGE SECTION.
001080*----------------------------------------------------------*
001090* SWITCHES.                                                  *
001180 77  WS-CURPTR-STATUS                PIC X(02) VALUE SPACES.
001190 77  WS-INVPOS-STATUS                PIC X(02) VALUE SPACES.
001200 77  WS-ACK-STATUS                   PIC X(02) VALUE SPACES.
001201 77  WS-ACKHIST-STATUS               PIC X(02) VALUE SPACES.
001202 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
001210 77  WS-EXTRACT-FILE-ID              PIC X(40)
001220                                     VALUE 'day3extract.txt'.
001230 77  WS-GEN-SUFFIX                   PIC X(14) VALUE SPACES.
001840* ALREADY POSTED - A RERUN MUST NOT DOUBLE THE POSITIONS.    *
001850*----------------------------------------------------------*
001860 1000-INITIALIZE.
001861     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001870     PERFORM 1100-INIT-ACK-TOTALS THRU 1100-EXIT.
001880     PERFORM 1200-RESOLVE-EXTRACT-FILE THRU 1200-EXIT.
001890     PERFORM 1400-LOAD-POSITION-FILE THRU 1400-EXIT.
004190     EXIT.
004200*
004210*----------------------------------------------------------*
0421A1* 8600-APPEND-ACK-HISTORY - ADD THE SAME FOUR RECORDS TO THE *
0421A2* ACKNOWLEDGMENT HISTORY UNDER THE GENERATION JUST POSTED.   *
0421A3* AN UNVERSIONED RUN HAS NO SUFFIX TO FILE THEM UNDER AND IS *
0421A4* LEFT OFF THE HISTORY.                                      *
0421A5*----------------------------------------------------------*
0421A6 8600-APPEND-ACK-HISTORY.
0421A7     IF WS-GEN-SUFFIX = SPACES
0421A8         DISPLAY "NO GENERATION SUFFIX - ACKNOWLEDGMENT HISTORY "
0421A9             "NOT UPDATED"
0421B1         GO TO 8600-EXIT
0421B2     END-IF.
0421B3     OPEN EXTEND ACKHIST-FILE-NAME.
0421B4     IF WS-ACKHIST-STATUS NOT = '00'
0421B5         OPEN OUTPUT ACKHIST-FILE-NAME
0421B6     END-IF.
0421B7     PERFORM VARYING WS-ACK-I FROM 1 BY 1 UNTIL WS-ACK-I > 4
0421B8         MOVE SPACES TO ACKHIST-REC
0421B9         MOVE WS-GEN-SUFFIX TO AKH-GEN-SUFFIX
0421C1         MOVE WS-RUN-DATE TO AKH-POST-DATE
0421C2         MOVE WS-ACK-TYPE-CODE(WS-ACK-I) TO AKH-RECORD-TYPE
0421C3         MOVE WS-ACK-TYPE-COUNT(WS-ACK-I) TO AKH-COUNT
0421C4         MOVE WS-ACK-TYPE-HASH(WS-ACK-I) TO AKH-HASH
0421C5         WRITE ACKHIST-REC
0421C6     END-PERFORM.
0421C7     CLOSE ACKHIST-FILE-NAME.
0421C8 8600-EXIT.
0421C9     EXIT.
0421D1*
0421D2*----------------------------------------------------------*
0421D3* 9999-TERMINATE - WRITE THE OUTPUTS, EXTEND THE             *
0421D4* ACKNOWLEDGMENT HISTORY, AND GIVE THE OPERATOR THE RUN      *
0421D5* SUMMARY.                                                   *
004240*----------------------------------------------------------*
004250 9999-TERMINATE.
004260     CLOSE EXTRACT-FILE-NAME.
004270     PERFORM 8000-WRITE-POSITION-FILE THRU 8000-EXIT.
004280     PERFORM 8500-WRITE-ACK-FILE THRU 8500-EXIT.
004281     PERFORM 8600-APPEND-ACK-HISTORY THRU 8600-EXIT.
004290     DISPLAY "EXTRACT RECORDS READ:  " WS-EXTRACT-COUNT.
004300     DISPLAY "POSITIONS POSTED:      " WS-POSTED-COUNT.
004310     DISPLAY "ACKNOWLEDGMENT WRITTEN FOR GENERATION "
