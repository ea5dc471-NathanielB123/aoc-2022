000200*                    BY SQUAD AND PERIOD (WEEK AND MONTH),   *
000210*                    WITH A LAST-POSTED-GENERATION GUARD SO  *
000220*                    A RERUN CANNOT COUNT A NIGHT TWICE.     *
000221*   10/15/26   DWB   EACH POSTING ALSO APPENDS A POSTING     *
000222*                    RECORD - GENERATION SUFFIX, POSTING     *
000223*                    DATE, SQUAD RECORDS, GROUPS AND         *
000224*                    PRIORITY TOTAL - TO A SQUAD POSTING     *
000225*                    HISTORY FILE. THE MASTER'S HEADER ONLY  *
000226*                    NAMES THE LAST GENERATION POSTED, AND   *
000227*                    THE GENERATION BACKOUT HAS TO KNOW      *
000228*                    WHETHER A GIVEN GENERATION WAS EVER     *
000229*                    POSTED AT ALL.                          *
000230*----------------------------------------------------------*
000240*
000250 ENVIRONMENT DIVISION.
000350     SELECT MASTER-FILE-NAME ASSIGN TO 'day3squadmaster.txt'
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-MASTER-STATUS.
000371     SELECT SQDHIST-FILE-NAME ASSIGN TO 'day3sqdhist.txt'
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS WS-SQDHIST-STATUS.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000930         10  SPM-PRIORITY-TOTAL       PIC 9(09).
000940         10  FILLER                   PIC X(10).
000950*
0095A1*----------------------------------------------------------*
0095A2* SQUAD POSTING HISTORY FILE - APPEND-ONLY. ONE RECORD PER   *
0095A3* POSTING: THE GENERATION POSTED, THE POSTING DATE, AND THE  *
0095A4* SQUAD RECORDS, GROUPS AND PRIORITY TOTAL IT ADDED TO THE   *
0095A5* MASTER. READ BY THE GENERATION BACKOUT.                    *
0095A6*----------------------------------------------------------*
0095A7 FD  SQDHIST-FILE-NAME.
0095A8 01  SQDHIST-REC.
0095A9     05  SQH-GEN-SUFFIX               PIC X(14).
0095B1     05  FILLER                       PIC X(01).
0095B2     05  SQH-POST-DATE                PIC 9(08).
0095B3     05  FILLER                       PIC X(01).
0095B4     05  SQH-SQUAD-COUNT              PIC 9(09).
0095B5     05  FILLER                       PIC X(01).
0095B6     05  SQH-GROUP-TOTAL              PIC 9(09).
0095B7     05  FILLER                       PIC X(01).
0095B8     05  SQH-PRIORITY-TOTAL           PIC 9(09).
0095B9*
000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------*
000980* SWITCHES.                                                  *
001060 77  WS-SQUAD-STATUS                 PIC X(02) VALUE SPACES.
001070 77  WS-CURPTR-STATUS                PIC X(02) VALUE SPACES.
001080 77  WS-MASTER-STATUS                PIC X(02) VALUE SPACES.
001081 77  WS-SQDHIST-STATUS               PIC X(02) VALUE SPACES.
001082 77  WS-RUN-DATE                     PIC 9(08) VALUE 0.
001090 77  WS-SQUAD-FILE-ID                PIC X(40)
001100                                     VALUE 'day3squad.txt'.
001110 77  WS-GEN-SUFFIX                   PIC X(14) VALUE SPACES.
001550 77  WS-POST-PERIOD                  PIC 9(06) VALUE 0.
001560 77  WS-SQUAD-RECS-READ              PIC S9(09) COMP VALUE 0.
001570 77  WS-ENTRIES-POSTED               PIC S9(09) COMP VALUE 0.
001571 77  WS-GROUPS-POSTED                PIC S9(09) COMP VALUE 0.
001572 77  WS-TOTAL-POSTED                 PIC S9(09) COMP VALUE 0.
001580*
001590 PROCEDURE DIVISION.
001600*----------------------------------------------------------*
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 2000-POST-SQUAD-TOTALS THRU 2000-EXIT.
001660     PERFORM 8000-WRITE-MASTER-FILE THRU 8000-EXIT.
001661     PERFORM 8600-APPEND-POSTING-HISTORY THRU 8600-EXIT.
001670     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001680     STOP RUN.
001690 0000-EXIT.
001750* REFUSE A GENERATION ALREADY POSTED.                        *
001760*----------------------------------------------------------*
001770 1000-INITIALIZE.
001771     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001780     PERFORM 1200-RESOLVE-GENERATION THRU 1200-EXIT.
001790     PERFORM 1300-DERIVE-PERIODS THRU 1300-EXIT.
001800     PERFORM 1400-LOAD-MASTER THRU 1400-EXIT.
003200             GO TO 3000-EXIT
003210     END-READ.
003220     ADD 1 TO WS-SQUAD-RECS-READ.
003221     ADD SQD-GROUP-COUNT TO WS-GROUPS-POSTED.
003222     ADD SQD-PRIORITY-TOTAL TO WS-TOTAL-POSTED.
003230     MOVE 'W' TO WS-POST-PERIOD-TYPE.
003240     MOVE WS-WEEK-PERIOD TO WS-POST-PERIOD.
003250     PERFORM 3100-POST-ONE-PERIOD THRU 3100-EXIT.
003910     EXIT.
003920*
003930*----------------------------------------------------------*
0393A1* 8600-APPEND-POSTING-HISTORY - ADD THIS POSTING'S RECORD TO *
0393A2* THE SQUAD POSTING HISTORY UNDER THE GENERATION JUST        *
0393A3* POSTED.                                                    *
0393A4*----------------------------------------------------------*
0393A5 8600-APPEND-POSTING-HISTORY.
0393A6     OPEN EXTEND SQDHIST-FILE-NAME.
0393A7     IF WS-SQDHIST-STATUS NOT = '00'
0393A8         OPEN OUTPUT SQDHIST-FILE-NAME
0393A9     END-IF.
0393B1     MOVE SPACES TO SQDHIST-REC.
0393B2     MOVE WS-GEN-SUFFIX TO SQH-GEN-SUFFIX.
0393B3     MOVE WS-RUN-DATE TO SQH-POST-DATE.
0393B4     MOVE WS-SQUAD-RECS-READ TO SQH-SQUAD-COUNT.
0393B5     MOVE WS-GROUPS-POSTED TO SQH-GROUP-TOTAL.
0393B6     MOVE WS-TOTAL-POSTED TO SQH-PRIORITY-TOTAL.
0393B7     WRITE SQDHIST-REC.
0393B8     CLOSE SQDHIST-FILE-NAME.
0393B9 8600-EXIT.
0393C1     EXIT.
0393C2*
0393C3*----------------------------------------------------------*
003940* 9999-TERMINATE - GIVE THE OPERATOR THE RUN SUMMARY.        *
003950*----------------------------------------------------------*
003960 9999-TERMINATE.
